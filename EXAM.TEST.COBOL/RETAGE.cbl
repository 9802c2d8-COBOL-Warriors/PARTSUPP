      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    RETAGE.
       AUTHOR.        WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Workshop:                   FINAL EXAM
      * Developer:                  maruca
      * Created:                    2026-10-15
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M1
      *  Version Level
      *  Release Level
      *  Modification Level
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M1
      *   Initial release.
      *   JCL Input
      * //RETLEDGR DD DSN=USER66.EXAM.DEV.PAYREG.RETLEDGR,DISP=SHR
      *   JCL Output
      * //RETAGERP DD SYSOUT=*
      ***************************************************************
      * Retainage balance report off the ledger PAYREG keeps
      * (RETLEDGR.cpy) - every PO still holding back part of a
      * subcontractor's payment, grouped by supplier with a
      * supplier total, showing what was held, what has been
      * released, what is still owed, how many days since it was
      * withheld, and the acceptance date a release is scheduled
      * for when one has been keyed.  The closing summary ages the
      * outstanding balance 0-90 / 91-180 / 181-365 / over 365
      * days: retainage that old usually means acceptance paperwork
      * nobody sent back, and the subcontractor is waiting on it.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETLEDGR-REC  ASSIGN TO RETLEDGR
               FILE STATUS IS WS-RETLEDGR-FILE-STATUS.
           SELECT RETAGERP-REC  ASSIGN TO RETAGERP.

       DATA DIVISION.
       FILE SECTION.

       FD  RETLEDGR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETAINAGE-LEDGER-ROW.
           COPY 'RETLEDGR'.

       FD  RETAGERP-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETAGERP-RECORD.
       01  RETAGERP-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RETLEDGR-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    Ledger rows with a balance still held.
       01  WS-OPN-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPN-ENTRY OCCURS 2000 TIMES
                  INDEXED BY OPN-IDX OPN-IDX2.
               10 WS-OPN-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-OPN-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-OPN-HOLD-DATE       PIC 9(08)      VALUE 0.
               10 WS-OPN-RETAIN-PCT      PIC 9(02)V99   VALUE 0.
               10 WS-OPN-HELD-AMOUNT     PIC S9(9)V99   VALUE 0.
               10 WS-OPN-RELEASED-AMOUNT PIC S9(9)V99   VALUE 0.
               10 WS-OPN-SCHED-DATE      PIC 9(08)      VALUE 0.
               10 WS-OPN-PRINTED-FLAG    PIC X(01)      VALUE 'N'.
                  88 WS-OPN-PRINTED                     VALUE 'Y'.
       01  RETLEDGR-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-LEDGER-ROWS                       VALUE 'Y'.

      *    Age buckets for the closing summary.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 4 TIMES
                  INDEXED BY AGE-IDX.
               10 WS-AGE-AMOUNT          PIC S9(11)V99  VALUE 0.
               10 WS-AGE-PO-COUNT        PIC 9(05)      VALUE 0.
       01  WS-AGE-LABELS.
           05 FILLER PIC X(20) VALUE '0 - 90 DAYS'.
           05 FILLER PIC X(20) VALUE '91 - 180 DAYS'.
           05 FILLER PIC X(20) VALUE '181 - 365 DAYS'.
           05 FILLER PIC X(20) VALUE 'OVER 365 DAYS'.
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05 WS-AGE-LABEL OCCURS 4 TIMES PIC X(20).

       01  WS-CURRENT-SUPPLIER           PIC X(10)      VALUE SPACES.
       01  WS-SUPPLIER-BALANCE           PIC S9(11)V99  VALUE 0.
       01  WS-TOTAL-BALANCE              PIC S9(11)V99  VALUE 0.
       01  WS-BALANCE                    PIC S9(9)V99   VALUE 0.
       01  WS-AGE-DAYS                   PIC S9(05)     VALUE 0.
       01  WS-AGE-SLOT                   PIC 9(01)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(37)      VALUE
               'RETAINAGE BALANCES BY SUPPLIER - RUN '.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(87)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(55)      VALUE
           'SUPPLIER    PO      HELD ON     PCT             HELD   '.
           05  FILLER              PIC X(49)      VALUE
           '      RELEASED          BALANCE    AGE  SCHEDULED'.
           05  FILLER              PIC X(28)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-HOLD-DATE       PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-RETAIN-PCT      PIC Z9.99      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-HELD-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-RELEASED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-BALANCE         PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-AGE-DAYS        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-SCHED-DATE      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(29)      VALUE SPACES.

       01  WS-RPT-SUPPLIER-TOTAL.
           05  RPS-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(58)      VALUE
               '  SUPPLIER TOTAL STILL HELD'.
           05  RPS-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(46)      VALUE SPACES.

       01  WS-RPT-AGE-LINE.
           05  RPA-LABEL           PIC X(20)      VALUE SPACES.
           05  RPA-PO-COUNT        PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(05)      VALUE ' POS '.
           05  RPA-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(83)      VALUE SPACES.

       01  WS-RPT-GRAND-TOTAL.
           05  FILLER              PIC X(31)      VALUE
               'TOTAL RETAINAGE HELD'.
           05  RPG-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(83)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-OPEN-RETAINAGE.
           PERFORM 300-REPORT-BY-SUPPLIER.
           PERFORM 800-WRITE-AGE-SUMMARY.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'RETAGE COMPLETE - POS HOLDING RETAINAGE: '
              WS-OPN-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-OPN-COUNT.
           INITIALIZE WS-OPEN-TABLE.
           INITIALIZE WS-AGE-TABLE.
           MOVE 0 TO WS-TOTAL-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO RETLEDGR-EOF.

       100-OPEN-FILES.
           OPEN OUTPUT RETAGERP-REC.
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE.
           WRITE RETAGERP-RECORD FROM WS-RPT-HEADING.
           MOVE SPACES TO RETAGERP-RECORD.
           WRITE RETAGERP-RECORD.
           WRITE RETAGERP-RECORD FROM WS-RPT-COLUMNS.

      *    No ledger yet means nothing has ever been held back.
       200-LOAD-OPEN-RETAINAGE.
           OPEN INPUT RETLEDGR-REC
           IF WS-RETLEDGR-FILE-STATUS = '00'
              READ RETLEDGR-REC
                 AT END MOVE 'Y' TO RETLEDGR-EOF
              END-READ
              PERFORM UNTIL NO-MORE-LEDGER-ROWS
                 IF RL-HELD-AMOUNT > RL-RELEASED-AMOUNT
                    IF WS-OPN-COUNT < 2000
                       ADD 1 TO WS-OPN-COUNT
                       SET OPN-IDX TO WS-OPN-COUNT
                       MOVE RL-SUPPLIER-CODE
                          TO WS-OPN-SUPPLIER-CODE(OPN-IDX)
                       MOVE RL-PO-NUMBER TO WS-OPN-PO-NUMBER(OPN-IDX)
                       MOVE RL-HOLD-DATE TO WS-OPN-HOLD-DATE(OPN-IDX)
                       MOVE RL-RETAIN-PCT
                          TO WS-OPN-RETAIN-PCT(OPN-IDX)
                       MOVE RL-HELD-AMOUNT
                          TO WS-OPN-HELD-AMOUNT(OPN-IDX)
                       MOVE RL-RELEASED-AMOUNT
                          TO WS-OPN-RELEASED-AMOUNT(OPN-IDX)
                       MOVE RL-SCHED-RELEASE-DATE
                          TO WS-OPN-SCHED-DATE(OPN-IDX)
                       MOVE 'N' TO WS-OPN-PRINTED-FLAG(OPN-IDX)
                    ELSE
                       DISPLAY 'RETAGE TABLE FULL - NOT REPORTED: '
                          RL-SUPPLIER-CODE '/' RL-PO-NUMBER
                    END-IF
                 END-IF
                 READ RETLEDGR-REC
                    AT END MOVE 'Y' TO RETLEDGR-EOF
                 END-READ
              END-PERFORM
              CLOSE RETLEDGR-REC
           END-IF
           .

      *    Each supplier's rows print together, suppliers in the
      *    order the ledger first shows them.
       300-REPORT-BY-SUPPLIER.
           PERFORM VARYING OPN-IDX FROM 1 BY 1
              UNTIL OPN-IDX > WS-OPN-COUNT
                 IF NOT WS-OPN-PRINTED(OPN-IDX)
                    MOVE WS-OPN-SUPPLIER-CODE(OPN-IDX)
                       TO WS-CURRENT-SUPPLIER
                    PERFORM 310-REPORT-ONE-SUPPLIER
                 END-IF
           END-PERFORM
           .

       310-REPORT-ONE-SUPPLIER.
           MOVE 0 TO WS-SUPPLIER-BALANCE
           PERFORM VARYING OPN-IDX2 FROM OPN-IDX BY 1
              UNTIL OPN-IDX2 > WS-OPN-COUNT
                 IF WS-OPN-SUPPLIER-CODE(OPN-IDX2) = WS-CURRENT-SUPPLIER
                    PERFORM 320-REPORT-ONE-PO
                 END-IF
           END-PERFORM
           MOVE WS-CURRENT-SUPPLIER TO RPS-SUPPLIER-CODE
           MOVE WS-SUPPLIER-BALANCE TO RPS-BALANCE
           WRITE RETAGERP-RECORD FROM WS-RPT-SUPPLIER-TOTAL
           MOVE SPACES TO RETAGERP-RECORD
           WRITE RETAGERP-RECORD
           ADD WS-SUPPLIER-BALANCE TO WS-TOTAL-BALANCE
           .

       320-REPORT-ONE-PO.
           MOVE 'Y' TO WS-OPN-PRINTED-FLAG(OPN-IDX2)
           COMPUTE WS-BALANCE = WS-OPN-HELD-AMOUNT(OPN-IDX2)
              - WS-OPN-RELEASED-AMOUNT(OPN-IDX2)
           ADD WS-BALANCE TO WS-SUPPLIER-BALANCE
           MOVE 0 TO WS-AGE-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-OPN-HOLD-DATE(OPN-IDX2))
              = 0
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-OPN-HOLD-DATE(OPN-IDX2))
           END-IF
           EVALUATE TRUE
              WHEN WS-AGE-DAYS > 365
                 MOVE 4 TO WS-AGE-SLOT
              WHEN WS-AGE-DAYS > 180
                 MOVE 3 TO WS-AGE-SLOT
              WHEN WS-AGE-DAYS > 90
                 MOVE 2 TO WS-AGE-SLOT
              WHEN OTHER
                 MOVE 1 TO WS-AGE-SLOT
           END-EVALUATE
           ADD WS-BALANCE TO WS-AGE-AMOUNT(WS-AGE-SLOT)
           ADD 1 TO WS-AGE-PO-COUNT(WS-AGE-SLOT)
           MOVE WS-OPN-SUPPLIER-CODE(OPN-IDX2) TO RPD-SUPPLIER-CODE
           MOVE WS-OPN-PO-NUMBER(OPN-IDX2) TO RPD-PO-NUMBER
           MOVE WS-OPN-HOLD-DATE(OPN-IDX2) TO RPD-HOLD-DATE
           MOVE WS-OPN-RETAIN-PCT(OPN-IDX2) TO RPD-RETAIN-PCT
           MOVE WS-OPN-HELD-AMOUNT(OPN-IDX2) TO RPD-HELD-AMOUNT
           MOVE WS-OPN-RELEASED-AMOUNT(OPN-IDX2) TO RPD-RELEASED-AMOUNT
           MOVE WS-BALANCE TO RPD-BALANCE
           MOVE WS-AGE-DAYS TO RPD-AGE-DAYS
           IF WS-OPN-SCHED-DATE(OPN-IDX2) > 0
              MOVE WS-OPN-SCHED-DATE(OPN-IDX2) TO RPD-SCHED-DATE
           ELSE
              MOVE SPACES TO RPD-SCHED-DATE
           END-IF
           WRITE RETAGERP-RECORD FROM WS-RPT-DETAIL
           .

       800-WRITE-AGE-SUMMARY.
           PERFORM VARYING AGE-IDX FROM 1 BY 1 UNTIL AGE-IDX > 4
              MOVE WS-AGE-LABEL(AGE-IDX) TO RPA-LABEL
              MOVE WS-AGE-PO-COUNT(AGE-IDX) TO RPA-PO-COUNT
              MOVE WS-AGE-AMOUNT(AGE-IDX) TO RPA-AMOUNT
              WRITE RETAGERP-RECORD FROM WS-RPT-AGE-LINE
           END-PERFORM
           MOVE WS-TOTAL-BALANCE TO RPG-BALANCE
           WRITE RETAGERP-RECORD FROM WS-RPT-GRAND-TOTAL
           .

       1000-CLOSE-END.
           CLOSE RETAGERP-REC.
