      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    PCARDREC.
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
      * //PCMSTOLD DD DSN=USER66.EXAM.DEV.PCARD.MASTER(0),DISP=SHR
      * //PCSTMT   DD DSN=USER66.EXAM.DEV.PCARD.STATEMENT,DISP=SHR
      * //PCCODE   DD DSN=USER66.EXAM.DEV.PCARD.CODING,DISP=SHR
      * //PCHOLDR  DD DSN=USER66.EXAM.DEV.PCARD.HOLDERS,DISP=SHR
      * //COAREF   DD DSN=USER66.EXAM.DEV.COAREF.MASTER,DISP=SHR
      * //BUYRLMT  DD DSN=USER66.EXAM.DEV.BUYRLMT.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //PCPARM   DD *
      *   JCL Output
      * //PCMSTNEW DD DSN=USER66.EXAM.DEV.PCARD.MASTER(+1),
      * //            DISP=(,CATLG)
      * //PCJVFEED DD DSN=USER66.EXAM.DEV.PCARD.JVFEED,
      * //            DISP=(,CATLG)
      * //PCARDRPT DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   BUYRLMT grew BL-COMPANY-CODE (record is 28 bytes now).
      *   Each PCJVFEED row carries the cardholder's company in
      *   PJ-COMPANY-CODE, out of the filler, so JVGEN posts the
      *   card spend to the right legal entity's books.
      ***************************************************************
      * Purchasing-card intake and reconciliation.  Small MRO buys
      * go on purchasing cards and never touch PARTSUPP or a PO, so
      * spend reporting undercounted them and nobody checked where
      * the card was used.  Each run:
      *
      *    - takes in the card bank's cycle statement (PCSTMT,
      *      PCARDTXN.cpy) onto the transaction master (PCARDMST,
      *      old/new), mapping each card to its cardholder's
      *      BUYER-CODE off PCHOLDR.  A line already on the master
      *      (same bank reference) is not taken twice;
      *    - flags a new line whose merchant is one of our own
      *      suppliers - the merchant name starts with the
      *      SUPPLIER-NAME, or the merchant city/state/5-digit zip
      *      is one of the supplier's addresses - since that buy
      *      should have gone on a PO at the contract price; a
      *      line over the buyer's BUYRLMT spend limit (the same
      *      per-purchase limit POEDIT holds a PO to); and a card
      *      with no cardholder mapping;
      *    - applies the cardholders' GL coding (PCCODE).  The code
      *      must be on COAREF (when the chart is there) and the
      *      coding must come from the card the line was charged
      *      to.  A coded line is released to JVGEN on PCJVFEED
      *      (PCJVFEED.cpy) and is not re-coded after that;
      *    - lists every cardholder with lines still uncoded more
      *      than the cutoff days after the bank posted them, for
      *      the reminder run.  The cutoff is columns 1-3 of the
      *      optional PCPARM card; no card, or a card that is not
      *      numeric, runs 10 days.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCMST-OLD     ASSIGN TO PCMSTOLD
               FILE STATUS IS WS-PCMSTOLD-FILE-STATUS.
           SELECT PCSTMT-REC    ASSIGN TO PCSTMT
               FILE STATUS IS WS-PCSTMT-FILE-STATUS.
           SELECT PCCODE-REC    ASSIGN TO PCCODE
               FILE STATUS IS WS-PCCODE-FILE-STATUS.
           SELECT PCHOLDR-REC   ASSIGN TO PCHOLDR
               FILE STATUS IS WS-PCHOLDR-FILE-STATUS.
           SELECT COAREF-REC    ASSIGN TO COAREF
               FILE STATUS IS WS-COAREF-FILE-STATUS.
           SELECT BUYRLMT-REC   ASSIGN TO BUYRLMT
               FILE STATUS IS WS-BUYRLMT-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT PCPARM-REC    ASSIGN TO PCPARM
               FILE STATUS IS WS-PCPARM-FILE-STATUS.
           SELECT PCMST-NEW     ASSIGN TO PCMSTNEW.
           SELECT PCJVFEED-REC  ASSIGN TO PCJVFEED.
           SELECT PCARDRPT-REC  ASSIGN TO PCARDRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PCMST-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCARD-MASTER-ROW.
           COPY 'PCARDMST'.

       FD  PCSTMT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCARD-STMT-ROW.
           COPY 'PCARDTXN'.

      *    One coding per statement line - the bank reference, the
      *    card it was charged to, and the GL code the cardholder
      *    assigns.
       FD  PCCODE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCCODE-RECORD.
       01  PCCODE-RECORD.
           05  PCC-TRANS-ID        PIC X(12).
           05  PCC-CARD-NUMBER     PIC X(16).
           05  PCC-GL-COST-CODE    PIC X(06).
           05  FILLER              PIC X(06).

      *    One row per card issued - who holds it and the buyer
      *    they buy as.
       FD  PCHOLDR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCHOLDR-RECORD.
       01  PCHOLDR-RECORD.
           05  PCH-CARD-NUMBER     PIC X(16).
           05  PCH-BUYER-CODE      PIC X(03).
           05  PCH-HOLDER-NAME     PIC X(20).
           05  FILLER              PIC X(01).

      *    Same chart-of-accounts row PARTEDIT validates against.
       FD  COAREF-REC
           DATA RECORD IS COAREF-RECORD.
       01  COAREF-RECORD.
           05  COA-ACCOUNT-CODE    PIC X(06).
           05  COA-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(04).

      *    Same buyer spend-limit row POEDIT checks a PO against.
       FD  BUYRLMT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 28 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRLMT-RECORD.
       01  BUYRLMT-RECORD.
           05  BL-BUYER-CODE       PIC X(03).
           05  BL-SPEND-LIMIT      PIC 9(09)V99.
           05  BL-APPROVAL-LIMIT   PIC 9(09)V99.
           05  BL-COMPANY-CODE     PIC X(02).
           05  FILLER              PIC X(01).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  PCPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCPARM-RECORD.
       01  PCPARM-RECORD.
           05  PCP-CUTOFF-DAYS     PIC X(03).
           05  FILLER              PIC X(77).

      *    Same layout as PCARDMST.cpy, written whole from the
      *    table entry.
       FD  PCMST-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCMST-NEW-REC.
       01  PCMST-NEW-REC                 PIC X(200).

       FD  PCJVFEED-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCARD-JV-ROW.
           COPY 'PCJVFEED'.

       FD  PCARDRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCARDRPT-RECORD.
       01  PCARDRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PCMSTOLD-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-PCSTMT-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-PCCODE-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-PCHOLDR-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-COAREF-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-BUYRLMT-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-PCPARM-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    The transaction master, loaded whole - room for the
      *    lines carried forward plus a cycle's intake.  Each entry
      *    is laid out exactly as PCARDMST.cpy.
       01  WS-PCM-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-PCM-TABLE.
           05  WS-PCM-ENTRY OCCURS 3000 TIMES
                  INDEXED BY PCM-IDX PCM-IDX2.
               10 WS-PCM-TRANS-ID        PIC X(12).
               10 WS-PCM-CARD-NUMBER     PIC X(16).
               10 WS-PCM-CARDHOLDER-NAME PIC X(20).
               10 WS-PCM-BUYER-CODE      PIC X(03).
               10 WS-PCM-POST-DATE       PIC 9(08).
               10 WS-PCM-TRANS-DATE      PIC 9(08).
               10 WS-PCM-MERCHANT-NAME   PIC X(25).
               10 WS-PCM-MERCHANT-CITY   PIC X(15).
               10 WS-PCM-MERCHANT-STATE  PIC X(02).
               10 WS-PCM-MERCHANT-ZIP    PIC X(10).
               10 WS-PCM-MERCHANT-MCC    PIC X(04).
               10 WS-PCM-AMOUNT          PIC S9(7)V99.
               10 WS-PCM-GL-COST-CODE    PIC X(06).
               10 WS-PCM-CODED-DATE      PIC 9(08).
               10 WS-PCM-STATUS          PIC X(01).
                  88 WS-PCM-UNCODED                     VALUE 'U'.
                  88 WS-PCM-POSTED                      VALUE 'P'.
               10 WS-PCM-SUPPLIER-MATCH  PIC X(10).
               10 WS-PCM-OVER-LIMIT-FLAG PIC X(01).
                  88 WS-PCM-OVER-LIMIT                  VALUE 'Y'.
               10 FILLER                 PIC X(42).

      *    Cardholder mapping, chart of accounts and buyer limits.
       01  WS-HOLDER-COUNT               PIC 9(03)      VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 500 TIMES
                  INDEXED BY HLD-IDX.
               10 WS-HLD-CARD-NUMBER     PIC X(16)      VALUE SPACES.
               10 WS-HLD-BUYER-CODE      PIC X(03)      VALUE SPACES.
               10 WS-HLD-HOLDER-NAME     PIC X(20)      VALUE SPACES.
       01  WS-COA-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 200 TIMES
                  INDEXED BY COA-IDX.
               10 WS-COA-ACCOUNT-CODE    PIC X(06)      VALUE SPACES.
       01  WS-LIMIT-COUNT                PIC 9(03)      VALUE 0.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 200 TIMES
                  INDEXED BY LMT-IDX.
               10 WS-LMT-BUYER-CODE      PIC X(03)      VALUE SPACES.
               10 WS-LMT-SPEND-LIMIT     PIC 9(09)V99   VALUE 0.
               10 WS-LMT-COMPANY-CODE    PIC X(02)      VALUE SPACES.

      *    Our suppliers, once each, with the name length that
      *    has to match and every address on the record.
       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 500 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-CODE            PIC X(10)      VALUE SPACES.
               10 WS-SUP-NAME            PIC X(15)      VALUE SPACES.
               10 WS-SUP-NAME-LENGTH     PIC 9(02)      VALUE 0.
               10 WS-SUP-ADDRESS OCCURS 4 TIMES
                     INDEXED BY SAD-IDX.
                  15 WS-SUP-CITY         PIC X(15)      VALUE SPACES.
                  15 WS-SUP-STATE        PIC X(02)      VALUE SPACES.
                  15 WS-SUP-ZIP5         PIC X(05)      VALUE SPACES.
       01  WS-ZIP-WORK                   PIC 9(10)      VALUE 0.
       01  WS-ZIP-WORK-X REDEFINES WS-ZIP-WORK
                                         PIC X(10).

       01  WS-CUTOFF-DAYS                PIC 9(03)      VALUE 10.
       01  WS-DAYS-OUTSTANDING           PIC S9(05)     VALUE 0.
       01  WS-DAYS-EDIT                  PIC ZZZZ9      VALUE ZERO.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCH-FLAG                 PIC X(01)      VALUE 'N'.
           88 MERCHANT-MATCHED                          VALUE 'Y'.
       01  WS-SLOT                       PIC 9(04)      VALUE 0.
       01  WS-PCM-SWAP                   PIC X(200)     VALUE SPACES.
       01  WS-FLAG-TEXT                  PIC X(40)      VALUE SPACES.
       01  WS-HOLD-CARD-NUMBER           PIC X(16)      VALUE SPACES.
       01  WS-HOLDER-LINES               PIC 9(05)      VALUE 0.
       01  WS-HOLDER-AMOUNT              PIC S9(9)V99   VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-INTAKE-COUNT            PIC 9(05)      VALUE 0.
           05 WS-DUPLICATE-COUNT         PIC 9(05)      VALUE 0.
           05 WS-BAD-LINE-COUNT          PIC 9(05)      VALUE 0.
           05 WS-FLAGGED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-CODED-COUNT             PIC 9(05)      VALUE 0.
           05 WS-CODE-REJECT-COUNT       PIC 9(05)      VALUE 0.
           05 WS-REMINDER-COUNT          PIC 9(05)      VALUE 0.
           05 WS-FEED-AMOUNT             PIC S9(11)V99  VALUE 0.

       01  PCMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  PCSTMT-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-STATEMENT                         VALUE 'Y'.
       01  PCCODE-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-CODING                            VALUE 'Y'.
       01  PCHOLDR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-HOLDERS                           VALUE 'Y'.
       01  COAREF-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-COA-CODES                         VALUE 'Y'.
       01  BUYRLMT-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-LIMITS                            VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPP                          VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(38)      VALUE
               'PURCHASING-CARD INTAKE AND RECONCILE -'.
           05  FILLER              PIC X(07)      VALUE
               ' AS OF '.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(79)      VALUE SPACES.

       01  WS-RPT-SECTION                PIC X(132)     VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(47)      VALUE
               'BANK REF     CARDHOLDER           BUY POSTED   '.
           05  FILLER              PIC X(44)      VALUE
               'MERCHANT                         AMOUNT FLAG'.
           05  FILLER              PIC X(41)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-TRANS-ID        PIC X(12)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-CARDHOLDER-NAME PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-BUYER-CODE      PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-POST-DATE       PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-MERCHANT-NAME   PIC X(25)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-AMOUNT          PIC Z,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-FLAG            PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(05)      VALUE SPACES.

       01  WS-RPT-HOLDER-TOTAL.
           05  FILLER              PIC X(13)      VALUE SPACES.
           05  RPS-CARDHOLDER-NAME PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPS-BUYER-CODE      PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(17)      VALUE
               ' UNCODED LINES:  '.
           05  RPS-LINES           PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '   AMOUNT: '.
           05  RPS-AMOUNT          PIC ZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(48)      VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER              PIC X(08)      VALUE 'INTAKE: '.
           05  RPT-INTAKE          PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE '  FLAGS: '.
           05  RPT-FLAGGED         PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE '  CODED: '.
           05  RPT-CODED           PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE '  TO JV:'.
           05  RPT-FEED-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(16)      VALUE
               '  CODE REJECTS: '.
           05  RPT-CODE-REJECTS    PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(13)      VALUE
               '  REMINDERS: '.
           05  RPT-REMINDERS       PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(21)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RUN-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-CARDHOLDERS.
           PERFORM 220-LOAD-CHART-OF-ACCOUNTS.
           PERFORM 240-LOAD-BUYER-LIMITS.
           PERFORM 260-LOAD-SUPPLIERS.
           PERFORM 300-LOAD-OLD-MASTER.
           PERFORM 400-TAKE-IN-STATEMENT.
           PERFORM 500-APPLY-CODING.
           PERFORM 700-LIST-REMINDERS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'PCARDREC COMPLETE - TAKEN IN: ' WS-INTAKE-COUNT
              ' FLAGGED: ' WS-FLAGGED-COUNT
              ' CODED: ' WS-CODED-COUNT
              ' CODE REJECTS: ' WS-CODE-REJECT-COUNT
              ' REMINDERS: ' WS-REMINDER-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-PCM-COUNT.
           INITIALIZE WS-PCM-TABLE.
           INITIALIZE WS-HOLDER-COUNT.
           INITIALIZE WS-HOLDER-TABLE.
           INITIALIZE WS-COA-COUNT.
           INITIALIZE WS-COA-TABLE.
           INITIALIZE WS-LIMIT-COUNT.
           INITIALIZE WS-LIMIT-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 10 TO WS-CUTOFF-DAYS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PCMSTOLD-EOF.
           MOVE 'N' TO PCSTMT-EOF.
           MOVE 'N' TO PCCODE-EOF.
           MOVE 'N' TO PCHOLDR-EOF.
           MOVE 'N' TO COAREF-EOF.
           MOVE 'N' TO BUYRLMT-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       050-READ-RUN-PARM.
           OPEN INPUT PCPARM-REC
           IF WS-PCPARM-FILE-STATUS = '00'
              READ PCPARM-REC
                 AT END MOVE SPACES TO PCP-CUTOFF-DAYS
              END-READ
              IF PCP-CUTOFF-DAYS IS NUMERIC
                 MOVE PCP-CUTOFF-DAYS TO WS-CUTOFF-DAYS
              END-IF
              CLOSE PCPARM-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT PCMST-NEW.
           OPEN OUTPUT PCJVFEED-REC.
           OPEN OUTPUT PCARDRPT-REC.
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE PCARDRPT-RECORD FROM WS-RPT-HEADING.

      *    A missing PCHOLDR leaves every card unmapped - each new
      *    line is flagged for it.
       200-LOAD-CARDHOLDERS.
           OPEN INPUT PCHOLDR-REC
           IF WS-PCHOLDR-FILE-STATUS = '00'
              READ PCHOLDR-REC
                 AT END MOVE 'Y' TO PCHOLDR-EOF
              END-READ
              PERFORM UNTIL NO-MORE-HOLDERS
                 OR WS-HOLDER-COUNT >= 500
                 ADD 1 TO WS-HOLDER-COUNT
                 SET HLD-IDX TO WS-HOLDER-COUNT
                 MOVE PCH-CARD-NUMBER TO WS-HLD-CARD-NUMBER(HLD-IDX)
                 MOVE PCH-BUYER-CODE TO WS-HLD-BUYER-CODE(HLD-IDX)
                 MOVE PCH-HOLDER-NAME TO WS-HLD-HOLDER-NAME(HLD-IDX)
                 READ PCHOLDR-REC
                    AT END MOVE 'Y' TO PCHOLDR-EOF
                 END-READ
              END-PERFORM
              CLOSE PCHOLDR-REC
           END-IF
           .

      *    A missing chart (FILE STATUS not '00') leaves the table
      *    empty and every GL code is accepted, as JVGEN does.
       220-LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT COAREF-REC
           IF WS-COAREF-FILE-STATUS = '00'
              READ COAREF-REC
                 AT END MOVE 'Y' TO COAREF-EOF
              END-READ
              PERFORM VARYING COA-IDX FROM 1 BY 1
                 UNTIL NO-MORE-COA-CODES OR COA-IDX > 200
                    MOVE COA-ACCOUNT-CODE
                       TO WS-COA-ACCOUNT-CODE(COA-IDX)
                    SET WS-COA-COUNT TO COA-IDX
                    READ COAREF-REC
                       AT END MOVE 'Y' TO COAREF-EOF
                    END-READ
              END-PERFORM
              CLOSE COAREF-REC
           END-IF
           .

      *    A missing BUYRLMT means no buyer has a limit on file,
      *    POEDIT's default.
       240-LOAD-BUYER-LIMITS.
           OPEN INPUT BUYRLMT-REC
           IF WS-BUYRLMT-FILE-STATUS = '00'
              READ BUYRLMT-REC
                 AT END MOVE 'Y' TO BUYRLMT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-LIMITS
                 OR WS-LIMIT-COUNT >= 200
                 ADD 1 TO WS-LIMIT-COUNT
                 SET LMT-IDX TO WS-LIMIT-COUNT
                 MOVE BL-BUYER-CODE TO WS-LMT-BUYER-CODE(LMT-IDX)
                 MOVE BL-SPEND-LIMIT TO WS-LMT-SPEND-LIMIT(LMT-IDX)
                 MOVE BL-COMPANY-CODE TO WS-LMT-COMPANY-CODE(LMT-IDX)
                 READ BUYRLMT-REC
                    AT END MOVE 'Y' TO BUYRLMT-EOF
                 END-READ
              END-PERFORM
              CLOSE BUYRLMT-REC
           END-IF
           .

      *    The master carries a supplier once per part it supplies
      *    - each supplier is taken the first time it is seen.
       260-LOAD-SUPPLIERS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPP
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING SUP-IDX FROM 1 BY 1
                 UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                    IF WS-SUP-CODE(SUP-IDX) = SUPPLIER-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF NOT ENTRY-FOUND
                 AND SUPPLIER-CODE NOT = SPACES
                 AND WS-SUP-COUNT < 500
                 PERFORM 270-ADD-SUPPLIER
              END-IF
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO PSMSTOLD-EOF
              END-READ
           END-PERFORM
           .

       270-ADD-SUPPLIER.
           ADD 1 TO WS-SUP-COUNT
           SET SUP-IDX TO WS-SUP-COUNT
           MOVE SUPPLIER-CODE TO WS-SUP-CODE(SUP-IDX)
           MOVE SUPPLIER-NAME TO WS-SUP-NAME(SUP-IDX)
           MOVE 15 TO WS-SUP-NAME-LENGTH(SUP-IDX)
           PERFORM UNTIL WS-SUP-NAME-LENGTH(SUP-IDX) = 0
              OR SUPPLIER-NAME(WS-SUP-NAME-LENGTH(SUP-IDX):1)
                 NOT = SPACE
              SUBTRACT 1 FROM WS-SUP-NAME-LENGTH(SUP-IDX)
           END-PERFORM
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 4
              SET SAD-IDX TO ADDR-IDX
              MOVE CITY(ADDR-IDX) TO WS-SUP-CITY(SUP-IDX SAD-IDX)
              MOVE ADDR-STATE(ADDR-IDX)
                 TO WS-SUP-STATE(SUP-IDX SAD-IDX)
              MOVE ZIP-CODE(ADDR-IDX) TO WS-ZIP-WORK
              MOVE WS-ZIP-WORK-X(1:5)
                 TO WS-SUP-ZIP5(SUP-IDX SAD-IDX)
           END-PERFORM
           .

      *    A missing or empty old master (FILE STATUS not '00') just
      *    means no card lines are on file yet.
       300-LOAD-OLD-MASTER.
           OPEN INPUT PCMST-OLD
           IF WS-PCMSTOLD-FILE-STATUS = '00'
              READ PCMST-OLD
                 AT END MOVE 'Y' TO PCMSTOLD-EOF
              END-READ
              PERFORM UNTIL NO-MORE-OLD-MASTER
                 IF WS-PCM-COUNT < 3000
                    ADD 1 TO WS-PCM-COUNT
                    SET PCM-IDX TO WS-PCM-COUNT
                    MOVE PCARD-MASTER-ROW TO WS-PCM-ENTRY(PCM-IDX)
                 ELSE
                    DISPLAY 'PCARDREC TABLE FULL - LINE DROPPED: '
                       PM-TRANS-ID
                 END-IF
                 READ PCMST-OLD
                    AT END MOVE 'Y' TO PCMSTOLD-EOF
                 END-READ
              END-PERFORM
              CLOSE PCMST-OLD
           END-IF
           .

      *    No statement this run is a coding-only run.
       400-TAKE-IN-STATEMENT.
           OPEN INPUT PCSTMT-REC
           IF WS-PCSTMT-FILE-STATUS = '00'
              MOVE SPACES TO WS-RPT-SECTION
              WRITE PCARDRPT-RECORD FROM WS-RPT-SECTION
              MOVE 'STATEMENT LINES FLAGGED ON INTAKE'
                 TO WS-RPT-SECTION
              WRITE PCARDRPT-RECORD FROM WS-RPT-SECTION
              WRITE PCARDRPT-RECORD FROM WS-RPT-COLUMNS
              READ PCSTMT-REC
                 AT END MOVE 'Y' TO PCSTMT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-STATEMENT
                 PERFORM 410-TAKE-IN-ONE-LINE
                 READ PCSTMT-REC
                    AT END MOVE 'Y' TO PCSTMT-EOF
                 END-READ
              END-PERFORM
              CLOSE PCSTMT-REC
           END-IF
           .

       410-TAKE-IN-ONE-LINE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PCM-IDX FROM 1 BY 1
              UNTIL PCM-IDX > WS-PCM-COUNT OR ENTRY-FOUND
                 IF WS-PCM-TRANS-ID(PCM-IDX) = PC-TRANS-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-DUPLICATE-COUNT
                 DISPLAY 'PCARDREC ALREADY TAKEN IN: ' PC-TRANS-ID
              WHEN PC-TRANS-ID = SPACES
                 OR PC-POST-DATE NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(PC-POST-DATE) NOT = 0
                 OR PC-AMOUNT NOT NUMERIC
                 ADD 1 TO WS-BAD-LINE-COUNT
                 DISPLAY 'PCARDREC BAD STATEMENT LINE: ' PC-TRANS-ID
                    ' CARD ' PC-CARD-NUMBER(13:4)
              WHEN WS-PCM-COUNT >= 3000
                 DISPLAY 'PCARDREC TABLE FULL - NOT TAKEN IN: '
                    PC-TRANS-ID
              WHEN OTHER
                 ADD 1 TO WS-PCM-COUNT
                 SET PCM-IDX TO WS-PCM-COUNT
                 MOVE SPACES TO WS-PCM-ENTRY(PCM-IDX)
                 MOVE PC-TRANS-ID TO WS-PCM-TRANS-ID(PCM-IDX)
                 MOVE PC-CARD-NUMBER TO WS-PCM-CARD-NUMBER(PCM-IDX)
                 MOVE PC-CARDHOLDER-NAME
                    TO WS-PCM-CARDHOLDER-NAME(PCM-IDX)
                 MOVE PC-POST-DATE TO WS-PCM-POST-DATE(PCM-IDX)
                 MOVE PC-TRANS-DATE TO WS-PCM-TRANS-DATE(PCM-IDX)
                 MOVE PC-MERCHANT-NAME TO WS-PCM-MERCHANT-NAME(PCM-IDX)
                 MOVE PC-MERCHANT-CITY TO WS-PCM-MERCHANT-CITY(PCM-IDX)
                 MOVE PC-MERCHANT-STATE
                    TO WS-PCM-MERCHANT-STATE(PCM-IDX)
                 MOVE PC-MERCHANT-ZIP TO WS-PCM-MERCHANT-ZIP(PCM-IDX)
                 MOVE PC-MERCHANT-MCC TO WS-PCM-MERCHANT-MCC(PCM-IDX)
                 MOVE PC-AMOUNT TO WS-PCM-AMOUNT(PCM-IDX)
                 MOVE 0 TO WS-PCM-CODED-DATE(PCM-IDX)
                 MOVE 'U' TO WS-PCM-STATUS(PCM-IDX)
                 MOVE 'N' TO WS-PCM-OVER-LIMIT-FLAG(PCM-IDX)
                 ADD 1 TO WS-INTAKE-COUNT
                 PERFORM 420-MAP-CARDHOLDER
                 PERFORM 430-MATCH-MERCHANT-TO-SUPPLIER
                 PERFORM 440-CHECK-SPEND-LIMIT
           END-EVALUATE
           .

      *    The cardholder's own name off PCHOLDR replaces the one
      *    embossed on the statement when the card is mapped.
       420-MAP-CARDHOLDER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING HLD-IDX FROM 1 BY 1
              UNTIL HLD-IDX > WS-HOLDER-COUNT OR ENTRY-FOUND
                 IF WS-HLD-CARD-NUMBER(HLD-IDX) = PC-CARD-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    MOVE WS-HLD-BUYER-CODE(HLD-IDX)
                       TO WS-PCM-BUYER-CODE(PCM-IDX)
                    IF WS-HLD-HOLDER-NAME(HLD-IDX) NOT = SPACES
                       MOVE WS-HLD-HOLDER-NAME(HLD-IDX)
                          TO WS-PCM-CARDHOLDER-NAME(PCM-IDX)
                    END-IF
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              MOVE 'CARD NOT MAPPED TO A BUYER' TO WS-FLAG-TEXT
              PERFORM 490-WRITE-FLAG-LINE
           END-IF
           .

      *    Name: the merchant name starts with the SUPPLIER-NAME.
      *    Address: city, state and 5-digit zip all agree with one
      *    of the supplier's addresses.
       430-MATCH-MERCHANT-TO-SUPPLIER.
           MOVE 'N' TO WS-MATCH-FLAG
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR MERCHANT-MATCHED
                 IF WS-SUP-NAME-LENGTH(SUP-IDX) > 0
                    AND PC-MERCHANT-NAME(1:WS-SUP-NAME-LENGTH(SUP-IDX))
                      = WS-SUP-NAME(SUP-IDX)
                        (1:WS-SUP-NAME-LENGTH(SUP-IDX))
                    MOVE 'Y' TO WS-MATCH-FLAG
                 END-IF
                 PERFORM VARYING SAD-IDX FROM 1 BY 1
                    UNTIL SAD-IDX > 4 OR MERCHANT-MATCHED
                       IF WS-SUP-CITY(SUP-IDX SAD-IDX) NOT = SPACES
                          AND WS-SUP-CITY(SUP-IDX SAD-IDX)
                              = PC-MERCHANT-CITY
                          AND WS-SUP-STATE(SUP-IDX SAD-IDX)
                              = PC-MERCHANT-STATE
                          AND WS-SUP-ZIP5(SUP-IDX SAD-IDX)
                              = PC-MERCHANT-ZIP(1:5)
                          MOVE 'Y' TO WS-MATCH-FLAG
                       END-IF
                 END-PERFORM
                 IF MERCHANT-MATCHED
                    MOVE WS-SUP-CODE(SUP-IDX)
                       TO WS-PCM-SUPPLIER-MATCH(PCM-IDX)
                 END-IF
           END-PERFORM
           IF MERCHANT-MATCHED
              MOVE SPACES TO WS-FLAG-TEXT
              STRING 'MERCHANT IS SUPPLIER ' DELIMITED BY SIZE
                 WS-PCM-SUPPLIER-MATCH(PCM-IDX) DELIMITED BY SPACE
                 INTO WS-FLAG-TEXT
              END-STRING
              PERFORM 490-WRITE-FLAG-LINE
           END-IF
           .

      *    Zero limit on file, or no row for the buyer, is no
      *    limit.
       440-CHECK-SPEND-LIMIT.
           PERFORM VARYING LMT-IDX FROM 1 BY 1
              UNTIL LMT-IDX > WS-LIMIT-COUNT
                 IF WS-LMT-BUYER-CODE(LMT-IDX) =
                    WS-PCM-BUYER-CODE(PCM-IDX)
                    AND WS-PCM-BUYER-CODE(PCM-IDX) NOT = SPACES
                    AND WS-LMT-SPEND-LIMIT(LMT-IDX) > 0
                    AND WS-PCM-AMOUNT(PCM-IDX) >
                        WS-LMT-SPEND-LIMIT(LMT-IDX)
                    MOVE 'Y' TO WS-PCM-OVER-LIMIT-FLAG(PCM-IDX)
                 END-IF
           END-PERFORM
           IF WS-PCM-OVER-LIMIT(PCM-IDX)
              MOVE 'OVER BUYER SPEND LIMIT' TO WS-FLAG-TEXT
              PERFORM 490-WRITE-FLAG-LINE
           END-IF
           .

       490-WRITE-FLAG-LINE.
           ADD 1 TO WS-FLAGGED-COUNT
           PERFORM 690-FORMAT-DETAIL
           MOVE WS-FLAG-TEXT TO RPD-FLAG
           WRITE PCARDRPT-RECORD FROM WS-RPT-DETAIL
           .

      *    No coding file this run leaves everything as it was.
       500-APPLY-CODING.
           OPEN INPUT PCCODE-REC
           IF WS-PCCODE-FILE-STATUS = '00'
              MOVE SPACES TO WS-RPT-SECTION
              WRITE PCARDRPT-RECORD FROM WS-RPT-SECTION
              MOVE 'CODING REJECTED' TO WS-RPT-SECTION
              WRITE PCARDRPT-RECORD FROM WS-RPT-SECTION
              WRITE PCARDRPT-RECORD FROM WS-RPT-COLUMNS
              READ PCCODE-REC
                 AT END MOVE 'Y' TO PCCODE-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CODING
                 PERFORM 510-APPLY-ONE-CODING
                 READ PCCODE-REC
                    AT END MOVE 'Y' TO PCCODE-EOF
                 END-READ
              END-PERFORM
              CLOSE PCCODE-REC
           END-IF
           .

       510-APPLY-ONE-CODING.
           MOVE 0 TO WS-SLOT
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PCM-IDX FROM 1 BY 1
              UNTIL PCM-IDX > WS-PCM-COUNT OR ENTRY-FOUND
                 IF WS-PCM-TRANS-ID(PCM-IDX) = PCC-TRANS-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO PCM-IDX
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              SET PCM-IDX TO WS-SLOT
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
              WHEN NOT ENTRY-FOUND
                 MOVE 'NO SUCH STATEMENT LINE' TO WS-FLAG-TEXT
              WHEN WS-PCM-CARD-NUMBER(PCM-IDX) NOT = PCC-CARD-NUMBER
                 MOVE 'NOT CHARGED TO THIS CARD' TO WS-FLAG-TEXT
              WHEN WS-PCM-POSTED(PCM-IDX)
                 MOVE 'ALREADY CODED AND RELEASED' TO WS-FLAG-TEXT
              WHEN PCC-GL-COST-CODE = SPACES
                 MOVE 'NO GL CODE GIVEN' TO WS-FLAG-TEXT
              WHEN OTHER
                 PERFORM 520-CHECK-CODE-ON-CHART
           END-EVALUATE
           IF WS-FLAG-TEXT = SPACES
              PERFORM 530-RELEASE-CODED-LINE
           ELSE
              ADD 1 TO WS-CODE-REJECT-COUNT
              IF WS-SLOT > 0
                 PERFORM 690-FORMAT-DETAIL
              ELSE
                 MOVE SPACES TO WS-RPT-DETAIL
                 MOVE PCC-TRANS-ID TO RPD-TRANS-ID
              END-IF
              MOVE SPACES TO RPD-FLAG
              STRING PCC-GL-COST-CODE DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-FLAG-TEXT DELIMITED BY SIZE
                 INTO RPD-FLAG
              END-STRING
              WRITE PCARDRPT-RECORD FROM WS-RPT-DETAIL
           END-IF
           .

      *    A missing chart accepts every code.
       520-CHECK-CODE-ON-CHART.
           IF WS-COA-COUNT > 0
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING COA-IDX FROM 1 BY 1
                 UNTIL COA-IDX > WS-COA-COUNT OR ENTRY-FOUND
                    IF WS-COA-ACCOUNT-CODE(COA-IDX) = PCC-GL-COST-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF NOT ENTRY-FOUND
                 MOVE 'GL CODE NOT ON CHART' TO WS-FLAG-TEXT
              END-IF
           END-IF
           .

       530-RELEASE-CODED-LINE.
           MOVE PCC-GL-COST-CODE TO WS-PCM-GL-COST-CODE(PCM-IDX)
           MOVE WS-TODAYS-DATE TO WS-PCM-CODED-DATE(PCM-IDX)
           MOVE 'P' TO WS-PCM-STATUS(PCM-IDX)
           MOVE SPACES TO PCARD-JV-ROW
           MOVE WS-PCM-TRANS-ID(PCM-IDX) TO PJ-TRANS-ID
           MOVE WS-PCM-BUYER-CODE(PCM-IDX) TO PJ-BUYER-CODE
           MOVE PCC-GL-COST-CODE TO PJ-GL-COST-CODE
           MOVE WS-PCM-POST-DATE(PCM-IDX) TO PJ-POST-DATE
           MOVE WS-PCM-AMOUNT(PCM-IDX) TO PJ-AMOUNT
           MOVE WS-PCM-MERCHANT-NAME(PCM-IDX) TO PJ-MERCHANT-NAME
           PERFORM VARYING LMT-IDX FROM 1 BY 1
              UNTIL LMT-IDX > WS-LIMIT-COUNT
                 IF WS-LMT-BUYER-CODE(LMT-IDX) =
                    WS-PCM-BUYER-CODE(PCM-IDX)
                    MOVE WS-LMT-COMPANY-CODE(LMT-IDX)
                       TO PJ-COMPANY-CODE
                 END-IF
           END-PERFORM
           WRITE PCARD-JV-ROW
           ADD 1 TO WS-CODED-COUNT
           ADD WS-PCM-AMOUNT(PCM-IDX) TO WS-FEED-AMOUNT
           .

       690-FORMAT-DETAIL.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-PCM-TRANS-ID(PCM-IDX) TO RPD-TRANS-ID
           MOVE WS-PCM-CARDHOLDER-NAME(PCM-IDX) TO RPD-CARDHOLDER-NAME
           MOVE WS-PCM-BUYER-CODE(PCM-IDX) TO RPD-BUYER-CODE
           MOVE WS-PCM-POST-DATE(PCM-IDX) TO RPD-POST-DATE
           MOVE WS-PCM-MERCHANT-NAME(PCM-IDX) TO RPD-MERCHANT-NAME
           MOVE WS-PCM-AMOUNT(PCM-IDX) TO RPD-AMOUNT
           .

      *    Card order, then posting date, so each cardholder's
      *    overdue lines come together under one total - the
      *    master is written back in the same order.
       700-LIST-REMINDERS.
           PERFORM VARYING PCM-IDX FROM 1 BY 1
              UNTIL PCM-IDX >= WS-PCM-COUNT
                 PERFORM VARYING PCM-IDX2 FROM 1 BY 1
                    UNTIL PCM-IDX2 > WS-PCM-COUNT - PCM-IDX
                       IF WS-PCM-CARD-NUMBER(PCM-IDX2) >
                          WS-PCM-CARD-NUMBER(PCM-IDX2 + 1)
                          OR (WS-PCM-CARD-NUMBER(PCM-IDX2) =
                              WS-PCM-CARD-NUMBER(PCM-IDX2 + 1)
                          AND WS-PCM-POST-DATE(PCM-IDX2) >
                              WS-PCM-POST-DATE(PCM-IDX2 + 1))
                          MOVE WS-PCM-ENTRY(PCM-IDX2) TO WS-PCM-SWAP
                          MOVE WS-PCM-ENTRY(PCM-IDX2 + 1)
                             TO WS-PCM-ENTRY(PCM-IDX2)
                          MOVE WS-PCM-SWAP TO WS-PCM-ENTRY(PCM-IDX2 + 1)
                       END-IF
                 END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-RPT-SECTION
           WRITE PCARDRPT-RECORD FROM WS-RPT-SECTION
           MOVE WS-CUTOFF-DAYS TO WS-DAYS-EDIT
           STRING 'UNCODED MORE THAN ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
              ' DAYS AFTER POSTING - CARDHOLDER REMINDERS'
                 DELIMITED BY SIZE
              INTO WS-RPT-SECTION
           END-STRING
           WRITE PCARDRPT-RECORD FROM WS-RPT-SECTION
           WRITE PCARDRPT-RECORD FROM WS-RPT-COLUMNS
           MOVE SPACES TO WS-HOLD-CARD-NUMBER
           MOVE 0 TO WS-HOLDER-LINES
           MOVE 0 TO WS-HOLDER-AMOUNT
           PERFORM VARYING PCM-IDX FROM 1 BY 1
              UNTIL PCM-IDX > WS-PCM-COUNT
                 IF WS-PCM-UNCODED(PCM-IDX)
                    COMPUTE WS-DAYS-OUTSTANDING =
                       FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                       - FUNCTION INTEGER-OF-DATE
                            (WS-PCM-POST-DATE(PCM-IDX))
                    IF WS-DAYS-OUTSTANDING > WS-CUTOFF-DAYS
                       PERFORM 710-WRITE-REMINDER-LINE
                    END-IF
                 END-IF
           END-PERFORM
           PERFORM 720-WRITE-HOLDER-TOTAL
           .

       710-WRITE-REMINDER-LINE.
           IF WS-PCM-CARD-NUMBER(PCM-IDX) NOT = WS-HOLD-CARD-NUMBER
              PERFORM 720-WRITE-HOLDER-TOTAL
              MOVE WS-PCM-CARD-NUMBER(PCM-IDX) TO WS-HOLD-CARD-NUMBER
              MOVE WS-PCM-CARDHOLDER-NAME(PCM-IDX)
                 TO RPS-CARDHOLDER-NAME
              MOVE WS-PCM-BUYER-CODE(PCM-IDX) TO RPS-BUYER-CODE
           END-IF
           ADD 1 TO WS-REMINDER-COUNT
           ADD 1 TO WS-HOLDER-LINES
           ADD WS-PCM-AMOUNT(PCM-IDX) TO WS-HOLDER-AMOUNT
           PERFORM 690-FORMAT-DETAIL
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE WS-DAYS-OUTSTANDING TO WS-DAYS-EDIT
           STRING 'UNCODED ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
              ' DAYS' DELIMITED BY SIZE
              INTO WS-FLAG-TEXT
           END-STRING
           MOVE WS-FLAG-TEXT TO RPD-FLAG
           WRITE PCARDRPT-RECORD FROM WS-RPT-DETAIL
           .

       720-WRITE-HOLDER-TOTAL.
           IF WS-HOLDER-LINES > 0
              MOVE WS-HOLDER-LINES TO RPS-LINES
              MOVE WS-HOLDER-AMOUNT TO RPS-AMOUNT
              WRITE PCARDRPT-RECORD FROM WS-RPT-HOLDER-TOTAL
           END-IF
           MOVE 0 TO WS-HOLDER-LINES
           MOVE 0 TO WS-HOLDER-AMOUNT
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING PCM-IDX FROM 1 BY 1
              UNTIL PCM-IDX > WS-PCM-COUNT
                 WRITE PCMST-NEW-REC FROM WS-PCM-ENTRY(PCM-IDX)
           END-PERFORM
           MOVE SPACES TO WS-RPT-SECTION
           WRITE PCARDRPT-RECORD FROM WS-RPT-SECTION
           MOVE WS-INTAKE-COUNT TO RPT-INTAKE
           MOVE WS-FLAGGED-COUNT TO RPT-FLAGGED
           MOVE WS-CODED-COUNT TO RPT-CODED
           MOVE WS-FEED-AMOUNT TO RPT-FEED-AMOUNT
           MOVE WS-CODE-REJECT-COUNT TO RPT-CODE-REJECTS
           MOVE WS-REMINDER-COUNT TO RPT-REMINDERS
           WRITE PCARDRPT-RECORD FROM WS-RPT-TOTALS
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE PCMST-NEW.
           CLOSE PCJVFEED-REC.
           CLOSE PCARDRPT-REC.
