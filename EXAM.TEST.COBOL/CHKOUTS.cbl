      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    CHKOUTS.
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
      * //CHKREG   DD DSN=USER66.EXAM.DEV.CHKREG.REGISTER,DISP=SHR
      *   JCL Output
      * //CHKOUTRP DD SYSOUT=*
      ***************************************************************
      * Outstanding-checks report off the check register CHKRUN
      * keeps (CHKREG.cpy) - every check still status 'I', issued
      * but not yet reported paid by the bank, in check-number
      * order with its age in days.  A check uncashed more than 90
      * days is flagged STALE: the supplier has probably lost it,
      * and it wants a call and a void-and-reissue (CHKRUN 'R')
      * rather than sitting open on the books.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKREG-REC    ASSIGN TO CHKREG
               FILE STATUS IS WS-CHKREG-FILE-STATUS.
           SELECT CHKOUTRP-REC  ASSIGN TO CHKOUTRP.

       DATA DIVISION.
       FILE SECTION.

       FD  CHKREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-REG-ROW.
           COPY 'CHKREG'.

       FD  CHKOUTRP-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKOUTRP-RECORD.
       01  CHKOUTRP-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CHKREG-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    Days uncashed before a check is called stale - the same
      *    90 days printed on the check face.
       01  WS-STALE-DAYS                 PIC 9(03)      VALUE 90.

       01  WS-RUN-COUNTS.
           05 WS-OUTSTANDING-COUNT       PIC 9(05)      VALUE 0.
           05 WS-OUTSTANDING-AMOUNT      PIC 9(9)V99    VALUE 0.
           05 WS-STALE-COUNT             PIC 9(05)      VALUE 0.
           05 WS-STALE-AMOUNT            PIC 9(9)V99    VALUE 0.

       01  WS-AGE-DAYS                   PIC S9(05)     VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  CHKREG-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-CHECKS                            VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(30)      VALUE
               'OUTSTANDING CHECKS - RUN DATE '.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(94)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(44)      VALUE
               'CHECK NO  SUPPLIER   PAYEE            ISSUED'.
           05  FILLER              PIC X(25)      VALUE
               '            AMOUNT    AGE'.
           05  FILLER              PIC X(63)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-CHECK-NUMBER    PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PAYEE-NAME      PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-ISSUE-DATE      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-AGE-DAYS        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-FLAG            PIC X(25)      VALUE SPACES.
           05  FILLER              PIC X(36)      VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER              PIC X(13)      VALUE
               'OUTSTANDING: '.
           05  RPT-OUTSTANDING     PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(08)      VALUE 'AMOUNT: '.
           05  RPT-OUTSTANDING-AMT PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(14)      VALUE
               'OVER 90 DAYS: '.
           05  RPT-STALE           PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(08)      VALUE 'AMOUNT: '.
           05  RPT-STALE-AMT       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(37)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-REPORT-OUTSTANDING.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'CHKOUTS COMPLETE - OUTSTANDING: '
              WS-OUTSTANDING-COUNT
              ' STALE: ' WS-STALE-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO CHKREG-EOF.

       100-OPEN-FILES.
           OPEN OUTPUT CHKOUTRP-REC.
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE.
           WRITE CHKOUTRP-RECORD FROM WS-RPT-HEADING.
           MOVE SPACES TO CHKOUTRP-RECORD.
           WRITE CHKOUTRP-RECORD.
           WRITE CHKOUTRP-RECORD FROM WS-RPT-COLUMNS.

      *    No register yet means no checks outstanding.
       200-REPORT-OUTSTANDING.
           OPEN INPUT CHKREG-REC
           IF WS-CHKREG-FILE-STATUS = '00'
              READ CHKREG-REC
                 AT END MOVE 'Y' TO CHKREG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CHECKS
                 IF CK-ISSUED
                    PERFORM 210-REPORT-ONE-CHECK
                 END-IF
                 READ CHKREG-REC
                    AT END MOVE 'Y' TO CHKREG-EOF
                 END-READ
              END-PERFORM
              CLOSE CHKREG-REC
           END-IF
           MOVE SPACES TO CHKOUTRP-RECORD
           WRITE CHKOUTRP-RECORD
           MOVE WS-OUTSTANDING-COUNT TO RPT-OUTSTANDING
           MOVE WS-OUTSTANDING-AMOUNT TO RPT-OUTSTANDING-AMT
           MOVE WS-STALE-COUNT TO RPT-STALE
           MOVE WS-STALE-AMOUNT TO RPT-STALE-AMT
           WRITE CHKOUTRP-RECORD FROM WS-RPT-TOTALS
           .

       210-REPORT-ONE-CHECK.
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD CK-AMOUNT TO WS-OUTSTANDING-AMOUNT
           MOVE 0 TO WS-AGE-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD(CK-ISSUE-DATE) = 0
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                 - FUNCTION INTEGER-OF-DATE(CK-ISSUE-DATE)
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE CK-CHECK-NUMBER TO RPD-CHECK-NUMBER
           MOVE CK-SUPPLIER-CODE TO RPD-SUPPLIER-CODE
           MOVE CK-PAYEE-NAME TO RPD-PAYEE-NAME
           MOVE CK-ISSUE-DATE TO RPD-ISSUE-DATE
           MOVE CK-AMOUNT TO RPD-AMOUNT
           MOVE WS-AGE-DAYS TO RPD-AGE-DAYS
           IF WS-AGE-DAYS > WS-STALE-DAYS
              MOVE '*** STALE - OVER 90 DAYS' TO RPD-FLAG
              ADD 1 TO WS-STALE-COUNT
              ADD CK-AMOUNT TO WS-STALE-AMOUNT
           END-IF
           WRITE CHKOUTRP-RECORD FROM WS-RPT-DETAIL
           .

       1000-CLOSE-END.
           CLOSE CHKOUTRP-REC.
