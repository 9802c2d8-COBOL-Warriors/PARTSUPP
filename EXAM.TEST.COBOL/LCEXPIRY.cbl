      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    LCEXPIRY.
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
      * //LCPREPAY DD DSN=USER66.EXAM.DEV.LCPREPAY.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //LCEXPRPT DD SYSOUT=*
      ***************************************************************
      * Letter-of-credit expiry report for the importer buyers.
      * Every letter of credit on LCMAINT's file with an undrawn
      * balance is listed against the DELIVERY-DATE of the PO it
      * secures, so the buyer can get the letter amended while
      * there is still time:
      *    EXPIRES BEFORE DELIVERY - the letter runs out before the
      *       goods are due; the supplier cannot draw on it for a
      *       shipment made on time.
      *    EXPIRED - UNDRAWN BALANCE - the letter has already run
      *       out with money still undrawn on it.
      *    PO NOT ON MASTER - nothing to measure the expiry against
      *       (a keying error, or a PO since purged).
      * Prepayments carry no expiry and are not listed; neither is
      * a letter drawn in full, which has nothing left to protect.
      * The buyer is the BUYER-CODE on the PO slot.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LCPREPAY-REC  ASSIGN TO LCPREPAY
               FILE STATUS IS WS-LCPREPAY-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT LCEXPRPT-REC  ASSIGN TO LCEXPRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  LCPREPAY-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LC-PREPAY-ROW.
           COPY 'LCPREPAY'.

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  LCEXPRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LCEXPRPT-RECORD.
       01  LCEXPRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LCPREPAY-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    Letters of credit with money still undrawn, and what the
      *    master says about the PO each one secures.
       01  WS-LC-COUNT                   PIC 9(03)      VALUE 0.
       01  WS-LC-TABLE.
           05  WS-LC-ENTRY OCCURS 500 TIMES
                  INDEXED BY LC-IDX.
               10 WS-LC-SUPPLIER-CODE    PIC X(10)      VALUE SPACES.
               10 WS-LC-PO-NUMBER        PIC X(06)      VALUE SPACES.
               10 WS-LC-BANK-NAME        PIC X(15)      VALUE SPACES.
               10 WS-LC-ISSUE-DATE       PIC 9(08)      VALUE 0.
               10 WS-LC-EXPIRY-DATE      PIC 9(08)      VALUE 0.
               10 WS-LC-UNDRAWN          PIC S9(9)V99   VALUE 0.
               10 WS-LC-DELIVERY-DATE    PIC 9(08)      VALUE 0.
               10 WS-LC-BUYER-CODE       PIC X(03)      VALUE SPACES.
               10 WS-LC-ON-MASTER-FLAG   PIC X(01)      VALUE 'N'.
                  88 WS-LC-PO-ON-MASTER                 VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-LISTED-COUNT            PIC 9(05)      VALUE 0.
           05 WS-BEFORE-DELIVERY-COUNT   PIC 9(05)      VALUE 0.
           05 WS-EXPIRED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-NOT-ON-MASTER-COUNT     PIC 9(05)      VALUE 0.
           05 WS-UNDRAWN-TOTAL           PIC S9(11)V99  VALUE 0.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  LCPREPAY-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-LCP-ROWS                          VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(38)      VALUE
               'LETTERS OF CREDIT - EXPIRY VS DELIVERY'.
           05  FILLER              PIC X(10)      VALUE
               ' - AS OF  '.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(76)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(52)      VALUE
           'SUPPLIER   PO     BANK            ISSUED   EXPIRES  '.
           05  FILLER              PIC X(35)      VALUE
           'DELIVERY BUY          UNDRAWN  FLAG'.
           05  FILLER              PIC X(45)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-BANK-NAME       PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-ISSUE-DATE      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-EXPIRY-DATE     PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-DELIVERY-DATE   PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-BUYER-CODE      PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-UNDRAWN         PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-FLAG            PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(19)      VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER              PIC X(07)      VALUE 'OPEN:  '.
           05  RPT-LISTED          PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  UNDRAWN: '.
           05  RPT-UNDRAWN         PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(19)      VALUE
               '  BEFORE DELIVERY: '.
           05  RPT-BEFORE-DELIVERY PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  EXPIRED: '.
           05  RPT-EXPIRED         PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(15)      VALUE
               '  NOT ON MSTR: '.
           05  RPT-NOT-ON-MASTER   PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(28)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-LETTERS-OF-CREDIT.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM 600-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 800-WRITE-REPORT.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'LCEXPIRY COMPLETE - OPEN LETTERS: '
              WS-LISTED-COUNT
              ' EXPIRE BEFORE DELIVERY: ' WS-BEFORE-DELIVERY-COUNT
              ' EXPIRED: ' WS-EXPIRED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-LC-COUNT.
           INITIALIZE WS-LC-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO LCPREPAY-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT LCEXPRPT-REC.

      *    A missing file is no letters of credit on file - the
      *    report prints with nothing listed.
       200-LOAD-LETTERS-OF-CREDIT.
           OPEN INPUT LCPREPAY-REC
           IF WS-LCPREPAY-FILE-STATUS = '00'
              READ LCPREPAY-REC
                 AT END MOVE 'Y' TO LCPREPAY-EOF
              END-READ
              PERFORM UNTIL NO-MORE-LCP-ROWS
                 IF LP-LETTER-OF-CREDIT
                    AND LP-AMOUNT > LP-DRAWN-AMOUNT
                    PERFORM 210-ADD-LETTER
                 END-IF
                 READ LCPREPAY-REC
                    AT END MOVE 'Y' TO LCPREPAY-EOF
                 END-READ
              END-PERFORM
              CLOSE LCPREPAY-REC
           END-IF
           .

       210-ADD-LETTER.
           IF WS-LC-COUNT < 500
              ADD 1 TO WS-LC-COUNT
              SET LC-IDX TO WS-LC-COUNT
              MOVE LP-SUPPLIER-CODE TO WS-LC-SUPPLIER-CODE(LC-IDX)
              MOVE LP-PO-NUMBER TO WS-LC-PO-NUMBER(LC-IDX)
              MOVE LP-BANK-NAME TO WS-LC-BANK-NAME(LC-IDX)
              MOVE LP-ISSUE-DATE TO WS-LC-ISSUE-DATE(LC-IDX)
              MOVE LP-EXPIRY-DATE TO WS-LC-EXPIRY-DATE(LC-IDX)
              COMPUTE WS-LC-UNDRAWN(LC-IDX) =
                 LP-AMOUNT - LP-DRAWN-AMOUNT
              MOVE 'N' TO WS-LC-ON-MASTER-FLAG(LC-IDX)
           ELSE
              DISPLAY 'LCEXPIRY TABLE FULL - NOT LISTED: '
                 LP-SUPPLIER-CODE '/' LP-PO-NUMBER
           END-IF
           .

      *    Picks up the delivery date and buyer for every letter
      *    whose PO is on the record just read.
       600-PROCESS-MASTER.
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              IF PO-NUMBER(PO-IDX) NOT = SPACES
                 PERFORM VARYING LC-IDX FROM 1 BY 1
                    UNTIL LC-IDX > WS-LC-COUNT
                       IF WS-LC-SUPPLIER-CODE(LC-IDX) = SUPPLIER-CODE
                          AND WS-LC-PO-NUMBER(LC-IDX) =
                              PO-NUMBER(PO-IDX)
                          MOVE 'Y' TO WS-LC-ON-MASTER-FLAG(LC-IDX)
                          MOVE DELIVERY-DATE(PO-IDX)
                             TO WS-LC-DELIVERY-DATE(LC-IDX)
                          MOVE BUYER-CODE(PO-IDX)
                             TO WS-LC-BUYER-CODE(LC-IDX)
                       END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       800-WRITE-REPORT.
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE LCEXPRPT-RECORD FROM WS-RPT-HEADING
           MOVE SPACES TO LCEXPRPT-RECORD
           WRITE LCEXPRPT-RECORD
           WRITE LCEXPRPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING LC-IDX FROM 1 BY 1
              UNTIL LC-IDX > WS-LC-COUNT
                 PERFORM 810-WRITE-ONE-LETTER
           END-PERFORM
           MOVE SPACES TO LCEXPRPT-RECORD
           WRITE LCEXPRPT-RECORD
           MOVE WS-LISTED-COUNT TO RPT-LISTED
           MOVE WS-UNDRAWN-TOTAL TO RPT-UNDRAWN
           MOVE WS-BEFORE-DELIVERY-COUNT TO RPT-BEFORE-DELIVERY
           MOVE WS-EXPIRED-COUNT TO RPT-EXPIRED
           MOVE WS-NOT-ON-MASTER-COUNT TO RPT-NOT-ON-MASTER
           WRITE LCEXPRPT-RECORD FROM WS-RPT-TOTALS
           .

      *    An expired letter is flagged as expired even when it
      *    also ran out before delivery - it is past amending and
      *    wants a new letter, not an amendment.
       810-WRITE-ONE-LETTER.
           ADD 1 TO WS-LISTED-COUNT
           ADD WS-LC-UNDRAWN(LC-IDX) TO WS-UNDRAWN-TOTAL
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-LC-SUPPLIER-CODE(LC-IDX) TO RPD-SUPPLIER-CODE
           MOVE WS-LC-PO-NUMBER(LC-IDX) TO RPD-PO-NUMBER
           MOVE WS-LC-BANK-NAME(LC-IDX) TO RPD-BANK-NAME
           MOVE WS-LC-ISSUE-DATE(LC-IDX) TO RPD-ISSUE-DATE
           MOVE WS-LC-EXPIRY-DATE(LC-IDX) TO RPD-EXPIRY-DATE
           MOVE WS-LC-BUYER-CODE(LC-IDX) TO RPD-BUYER-CODE
           MOVE WS-LC-UNDRAWN(LC-IDX) TO RPD-UNDRAWN
           IF WS-LC-PO-ON-MASTER(LC-IDX)
              MOVE WS-LC-DELIVERY-DATE(LC-IDX) TO RPD-DELIVERY-DATE
           END-IF
           EVALUATE TRUE
              WHEN WS-LC-EXPIRY-DATE(LC-IDX) < WS-TODAYS-DATE
                 MOVE '*** EXPIRED - UNDRAWN BALANCE' TO RPD-FLAG
                 ADD 1 TO WS-EXPIRED-COUNT
              WHEN NOT WS-LC-PO-ON-MASTER(LC-IDX)
                 MOVE '*** PO NOT ON MASTER' TO RPD-FLAG
                 ADD 1 TO WS-NOT-ON-MASTER-COUNT
              WHEN WS-LC-EXPIRY-DATE(LC-IDX) <
                   WS-LC-DELIVERY-DATE(LC-IDX)
                 MOVE '*** EXPIRES BEFORE DELIVERY' TO RPD-FLAG
                 ADD 1 TO WS-BEFORE-DELIVERY-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           WRITE LCEXPRPT-RECORD FROM WS-RPT-DETAIL
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE LCEXPRPT-REC.
