      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    BUYRWORK.
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
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //PENDAPPR DD DSN=USER66.EXAM.DEV.POEDIT.PENDAPPR,DISP=SHR
      * //APPRPOS  DD DSN=USER66.EXAM.DEV.APPRRELS.RELEASED,DISP=SHR
      * //AMNDHIST DD DSN=USER66.EXAM.DEV.POEDIT.AMNDHIST,DISP=SHR
      * //EXPLOG   DD DSN=USER66.EXAM.DEV.EXPEDITE.LOG,DISP=SHR
      * //BWKPARM  DD *
      *   JCL Output
      * //BWKRPT   DD SYSOUT=*
      ***************************************************************
      * Buyer workload and performance - how the work is spread
      * across the buyers, so the manager can rebalance commodity
      * assignments and see where training is needed.  For the
      * month, one line per BUYER-CODE:
      *
      *    POS PLACED      PO lines ordered in the month.
      *    DOLLARS         QUANTITY x UNIT-PRICE of those lines,
      *      COMMITTED     less cancelled lines and blanket headers
      *                    (the same rule COMMITPO commits by).
      *    ROUTED APPR     Lines POEDIT routed onto PENDAPPR in the
      *                    month - still queued there, or already
      *                    released by APPRRELS (APPRPOS, which can
      *                    be a concatenation of the month's runs).
      *    AVG WAIT        Days from queued to released, or to today
      *                    for a line still waiting.
      *    AMEND           AMNDHIST amendments in the month, and per
      *                    PO placed.
      *    CANCL           Lines placed in the month and since
      *                    cancelled, and per PO placed.
      *    RCVD POS /      Receipts applied in the month and the
      *      AVG CYCLE     average ORDER-DATE to LAST-UPDATE-DATE
      *                    span - RPTPRINT's cycle-time measure.
      *    PRICE VARS      Lines placed in the month at a price
      *                    other than the pair's ACTIVE PARTSUPL
      *                    contract price, and the dollar variance
      *                    (UNIT-PRICE - contract) x QUANTITY.
      *    OPEN EXPD       POs with EXPEDITE log entries that are
      *                    still Open or Shipped today.
      *
      * Then an ALL total line and the department AVG line - the
      * counts and dollars averaged over the buyers on the report,
      * the waits, rates and cycle time taken department-wide -
      * and every buyer again as an index to that average (100 is
      * average; -- where the department average is zero).
      *
      * The month comes off the optional BWKPARM card (YYYYMM in
      * columns 1-6); no card, or one that is not a valid month,
      * reports the current month.  The four trail files are
      * optional - a missing one leaves its columns at zero.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-IN  ASSIGN TO RPTINPUT.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT PENDAPPR-REC  ASSIGN TO PENDAPPR
               FILE STATUS IS WS-PENDAPPR-FILE-STATUS.
           SELECT RELEASED-REC  ASSIGN TO APPRPOS
               FILE STATUS IS WS-APPRPOS-FILE-STATUS.
           SELECT AMNDHIST-REC  ASSIGN TO AMNDHIST
               FILE STATUS IS WS-AMNDHIST-FILE-STATUS.
           SELECT EXPLOG-REC    ASSIGN TO EXPLOG
               FILE STATUS IS WS-EXPLOG-FILE-STATUS.
           SELECT BWKPARM-REC   ASSIGN TO BWKPARM
               FILE STATUS IS WS-BWKPARM-FILE-STATUS.
           SELECT BWKRPT-REC    ASSIGN TO BWKRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-IN.
           COPY 'PARTSUPP'.

      *    Same PSN-REC layout PARTSUPL.cbl writes.
       FD  PARTSUPL-REC
           DATA RECORD IS PARTSUPL-RECORD.
       01  PARTSUPL-RECORD.
           05  PSL-PART-NUMBER    PIC X(23).
           05  PSL-SUPPLIER-CODE  PIC X(10).
           05  PSL-UNIT-PRICE     PIC S9(7)V99.
           05  PSL-LEAD-TIME-WKS  PIC 9(03).
           05  PSL-PRICE-EFF-DATE PIC 9(08).
           05  PSL-PRICE-STATUS   PIC X(01).
               88 PSL-PRICE-ACTIVE          VALUE 'A'.
           05  FILLER             PIC X(48).

      *    The comma-delimited row POEDIT's 500-SUB-WRITE-PENDING-
      *    APPROVAL appends, viewed by position the way APPRRELS
      *    reads it.
       FD  PENDAPPR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDAPPR-RECORD.
       01  PENDAPPR-RECORD.
           05  PA-QUEUED-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  PA-BUYER-CODE       PIC X(03).
           05  FILLER              PIC X(120).

      *    APPRRELS's release row.
       FD  RELEASED-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RELEASED-RECORD.
       01  RELEASED-RECORD.
           05  REL-PART-NUMBER     PIC X(23).
           05  REL-SUPPLIER-CODE   PIC X(10).
           05  REL-PO-NUMBER       PIC X(06).
           05  REL-BUYER-CODE      PIC X(03).
           05  REL-QUANTITY        PIC S9(7).
           05  REL-UNIT-PRICE      PIC S9(7)V99.
           05  REL-APPROVED-BY     PIC X(08).
           05  REL-APPROVED-DATE   PIC 9(08).
           05  REL-QUEUED-DATE     PIC 9(08).
           05  FILLER              PIC X(18).

      *    The comma-delimited row POEDIT's 500-SUB-WRITE-
      *    AMENDMENT-HISTORY appends, viewed by position.
       FD  AMNDHIST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AMNDHIST-RECORD.
       01  AMNDHIST-RECORD.
           05  AH-AMEND-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  AH-AMENDED-FROM-PO  PIC X(06).
           05  FILLER              PIC X(01).
           05  AH-PO-NUMBER        PIC X(06).
           05  FILLER              PIC X(58).

      *    Same contact row EXPEDITE keeps.
       FD  EXPLOG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPLOG-RECORD.
       01  EXPLOG-RECORD.
           05  XL-PO-NUMBER        PIC X(06).
           05  XL-SUPPLIER-CODE    PIC X(10).
           05  XL-CONTACT-DATE     PIC 9(08).
           05  XL-USER-ID          PIC X(08).
           05  XL-REACHED-NAME     PIC X(20).
           05  XL-COMMIT-DATE      PIC 9(08).
           05  FILLER              PIC X(20).

      *    One run-parameter card - the YYYYMM to report.
       FD  BWKPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BWKPARM-RECORD.
       01  BWKPARM-RECORD.
           05  BWP-PERIOD          PIC X(06).
           05  FILLER              PIC X(74).

       FD  BWKRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BWKRPT-RECORD.
       01  BWKRPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PENDAPPR-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-APPRPOS-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-AMNDHIST-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-EXPLOG-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-BWKPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-PERIOD                     PIC 9(06)      VALUE 0.

      *    ACTIVE contract prices.
       01  WS-PSL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PSL-TABLE.
           05  WS-PSL-ENTRY OCCURS 5000 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PSL-UNIT-PRICE      PIC S9(7)V99   VALUE 0.

      *    Every PO on the master, to find the buyer behind an
      *    amendment or an expedite contact.
       01  WS-POT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PO-TABLE.
           05  WS-POT-ENTRY OCCURS 6000 TIMES
                  INDEXED BY POT-IDX.
               10 WS-POT-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-POT-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-POT-BUYER-CODE      PIC X(03)      VALUE SPACES.
               10 WS-POT-PO-STATUS       PIC X(01)      VALUE SPACES.
                  88 WS-POT-STILL-OPEN                  VALUES 'O' 'S'.

      *    PO/supplier pairs with at least one expedite contact.
       01  WS-XPL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-XPL-TABLE.
           05  WS-XPL-ENTRY OCCURS 2000 TIMES
                  INDEXED BY XPL-IDX.
               10 WS-XPL-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-XPL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.

      *    One row per buyer.
       01  WS-BWK-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-BWK-TABLE.
           05  WS-BWK-ENTRY OCCURS 200 TIMES
                  INDEXED BY BWK-IDX BWK-IDX2.
               10 WS-BWK-BUYER-CODE      PIC X(03)      VALUE SPACES.
               10 WS-BWK-PO-COUNT        PIC 9(05)      VALUE 0.
               10 WS-BWK-COMMITTED       PIC S9(11)V99  VALUE 0.
               10 WS-BWK-ROUTED          PIC 9(05)      VALUE 0.
               10 WS-BWK-WAIT-DAYS       PIC 9(07)      VALUE 0.
               10 WS-BWK-AMENDS          PIC 9(05)      VALUE 0.
               10 WS-BWK-CANCELS         PIC 9(05)      VALUE 0.
               10 WS-BWK-RCVD            PIC 9(05)      VALUE 0.
               10 WS-BWK-CYCLE-DAYS      PIC 9(07)      VALUE 0.
               10 WS-BWK-VAR-LINES       PIC 9(05)      VALUE 0.
               10 WS-BWK-VAR-AMT         PIC S9(11)V99  VALUE 0.
               10 WS-BWK-OPEN-EXPD       PIC 9(05)      VALUE 0.
       01  WS-BWK-TEMP-ENTRY             PIC X(78)      VALUE SPACES.
       01  WS-SORT-PASS-LIMIT            PIC 9(05)      VALUE 0.
       01  WS-SORT-COMPARE-LIMIT         PIC 9(05)      VALUE 0.

      *    Department totals, and the averages the index is taken
      *    against.
       01  WS-DEPT-TOTALS.
           05 WS-DPT-PO-COUNT            PIC 9(07)      VALUE 0.
           05 WS-DPT-COMMITTED           PIC S9(11)V99  VALUE 0.
           05 WS-DPT-ROUTED              PIC 9(07)      VALUE 0.
           05 WS-DPT-WAIT-DAYS           PIC 9(09)      VALUE 0.
           05 WS-DPT-AMENDS              PIC 9(07)      VALUE 0.
           05 WS-DPT-CANCELS             PIC 9(07)      VALUE 0.
           05 WS-DPT-RCVD                PIC 9(07)      VALUE 0.
           05 WS-DPT-CYCLE-DAYS          PIC 9(09)      VALUE 0.
           05 WS-DPT-VAR-LINES           PIC 9(07)      VALUE 0.
           05 WS-DPT-VAR-AMT             PIC S9(11)V99  VALUE 0.
           05 WS-DPT-OPEN-EXPD           PIC 9(07)      VALUE 0.
       01  WS-DEPT-AVERAGES.
           05 WS-AVG-PO-COUNT            PIC S9(7)V9(4) VALUE 0.
           05 WS-AVG-COMMITTED           PIC S9(11)V9(4) VALUE 0.
           05 WS-AVG-ROUTED              PIC S9(7)V9(4) VALUE 0.
           05 WS-AVG-WAIT                PIC S9(7)V9(4) VALUE 0.
           05 WS-AVG-AMEND-RATE          PIC S9(7)V9(4) VALUE 0.
           05 WS-AVG-CANCEL-RATE         PIC S9(7)V9(4) VALUE 0.
           05 WS-AVG-CYCLE               PIC S9(7)V9(4) VALUE 0.
           05 WS-AVG-VAR-LINES           PIC S9(7)V9(4) VALUE 0.
           05 WS-AVG-OPEN-EXPD           PIC S9(7)V9(4) VALUE 0.

      *    One buyer's rates, worked before printing.
       01  WS-BUYER-RATES.
           05 WS-BYR-WAIT                PIC S9(7)V9(4) VALUE 0.
           05 WS-BYR-AMEND-RATE          PIC S9(7)V9(4) VALUE 0.
           05 WS-BYR-CANCEL-RATE         PIC S9(7)V9(4) VALUE 0.
           05 WS-BYR-CYCLE               PIC S9(7)V9(4) VALUE 0.

      *    In/out of 860-COMPUTE-INDEX.
       01  WS-IDX-VALUE                  PIC S9(11)V9(4) VALUE 0.
       01  WS-IDX-BASE                   PIC S9(11)V9(4) VALUE 0.
       01  WS-IDX-SUB                    PIC 9(02)      VALUE 0.

       01  WS-FIND-BUYER                 PIC X(03)      VALUE SPACES.
       01  WS-PAIR-PRICE                 PIC S9(7)V99   VALUE 0.
       01  WS-SPAN-DAYS                  PIC S9(07)     VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.

       01  PART-SUPP-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PART-SUPP                         VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.
       01  PENDAPPR-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-QUEUE                             VALUE 'Y'.
       01  APPRPOS-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-RELEASES                          VALUE 'Y'.
       01  AMNDHIST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-AMENDMENTS                        VALUE 'Y'.
       01  EXPLOG-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-CONTACTS                          VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(34)      VALUE
               'BUYER WORKLOAD AND PERFORMANCE - P'.
           05  FILLER              PIC X(06)      VALUE
               'ERIOD '.
           05  RPH-PERIOD          PIC 9(06)      VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '   RUN DATE '.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(66)      VALUE SPACES.

       01  WS-RPT-COLUMNS-1.
           05  FILLER              PIC X(40)      VALUE
               '       POS        DOLLARS ROUTED    AVG '.
           05  FILLER              PIC X(40)      VALUE
               'AMEND   AMEND CANCL   CANCL  RCVD    AVG'.
           05  FILLER              PIC X(28)      VALUE
               ' PRICE          PRICE   OPEN'.
           05  FILLER              PIC X(24)      VALUE SPACES.

       01  WS-RPT-COLUMNS-2.
           05  FILLER              PIC X(40)      VALUE
               'BYR PLACED      COMMITTED   APPR   WAIT '.
           05  FILLER              PIC X(40)      VALUE
               'COUNT  PER PO COUNT  PER PO   POS  CYCLE'.
           05  FILLER              PIC X(28)      VALUE
               '  VARS       VARIANCE   EXPD'.
           05  FILLER              PIC X(24)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-BUYER-CODE      PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-PO-COUNT        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-COMMITTED       PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-ROUTED          PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-AVG-WAIT        PIC ZZZ9.9     VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-AMENDS          PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-AMEND-RATE      PIC ZZ9.99     VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-CANCELS         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-CANCEL-RATE     PIC ZZ9.99     VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-RCVD            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-AVG-CYCLE       PIC ZZZ9.9     VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-VAR-LINES       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-VAR-AMT         PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-OPEN-EXPD       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(24)      VALUE SPACES.

       01  WS-RPT-NONE.
           05  FILLER              PIC X(40)      VALUE
               'NO BUYER ACTIVITY IN THE PERIOD.'.
           05  FILLER              PIC X(92)      VALUE SPACES.

       01  WS-RPT-INDEX-TITLE.
           05  FILLER              PIC X(40)      VALUE
               'INDEX TO DEPARTMENT AVERAGE (100 = AVERA'.
           05  FILLER              PIC X(03)      VALUE
               'GE)'.
           05  FILLER              PIC X(89)      VALUE SPACES.

       01  WS-RPT-INDEX-COLUMNS-1.
           05  FILLER              PIC X(40)      VALUE
               '        POS DOLLARS  ROUTED     AVG   AM'.
           05  FILLER              PIC X(35)      VALUE
               'END   CANCL     AVG   PRICE    OPEN'.
           05  FILLER              PIC X(57)      VALUE SPACES.

       01  WS-RPT-INDEX-COLUMNS-2.
           05  FILLER              PIC X(40)      VALUE
               'BYR  PLACED  COMMTD    APPR    WAIT  PER'.
           05  FILLER              PIC X(35)      VALUE
               ' PO  PER PO   CYCLE    VARS    EXPD'.
           05  FILLER              PIC X(57)      VALUE SPACES.

       01  WS-RPT-INDEX-LINE.
           05  RIX-BUYER-CODE      PIC X(03).
           05  RIX-ENTRY OCCURS 9 TIMES.
               10  FILLER          PIC X(03).
               10  RIX-VALUE       PIC ZZZZ9.
               10  RIX-VALUE-X REDEFINES RIX-VALUE
                                   PIC X(05).
           05  FILLER              PIC X(57).

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RUN-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-PRICE-LINK.
           PERFORM 250-PROCESS-MASTER.
           PERFORM 300-COUNT-PENDING-QUEUE.
           PERFORM 350-COUNT-RELEASES.
           PERFORM 400-COUNT-AMENDMENTS.
           PERFORM 450-COUNT-OPEN-EXPEDITES.
           PERFORM 700-SORT-BUYERS.
           PERFORM 750-DEPARTMENT-AVERAGES.
           PERFORM 800-WRITE-BUYER-LINES.
           PERFORM 850-WRITE-INDEX-LINES.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'BUYRWORK COMPLETE - PERIOD: ' WS-PERIOD
              ' BUYERS: ' WS-BWK-COUNT
              ' POS PLACED: ' WS-DPT-PO-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PSL-TABLE.
           INITIALIZE WS-POT-COUNT.
           INITIALIZE WS-PO-TABLE.
           INITIALIZE WS-XPL-COUNT.
           INITIALIZE WS-XPL-TABLE.
           INITIALIZE WS-BWK-COUNT.
           INITIALIZE WS-BWK-TABLE.
           INITIALIZE WS-DEPT-TOTALS.
           INITIALIZE WS-DEPT-AVERAGES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE WS-TODAYS-DATE(1:6) TO WS-PERIOD.
           MOVE 'N' TO PART-SUPP-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO PENDAPPR-EOF.
           MOVE 'N' TO APPRPOS-EOF.
           MOVE 'N' TO AMNDHIST-EOF.
           MOVE 'N' TO EXPLOG-EOF.

      *    No BWKPARM card, or one that is not a YYYYMM with a
      *    month of 01-12, reports the current month.
       050-READ-RUN-PARM.
           OPEN INPUT BWKPARM-REC
           IF WS-BWKPARM-FILE-STATUS = '00'
              READ BWKPARM-REC
                 AT END MOVE SPACES TO BWP-PERIOD
              END-READ
              IF BWP-PERIOD IS NUMERIC
                 AND BWP-PERIOD(5:2) >= '01'
                 AND BWP-PERIOD(5:2) <= '12'
                 MOVE BWP-PERIOD TO WS-PERIOD
              ELSE
                 DISPLAY 'BWKPARM PERIOD NOT VALID - CURRENT MONTH '
                    'REPORTED: ' BWP-PERIOD
              END-IF
              CLOSE BWKPARM-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-IN.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT BWKRPT-REC.
           MOVE WS-PERIOD TO RPH-PERIOD
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE BWKRPT-RECORD FROM WS-RPT-HEADING.

       200-LOAD-PRICE-LINK.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF PSL-PRICE-ACTIVE
                 AND WS-PSL-COUNT < 5000
                 ADD 1 TO WS-PSL-COUNT
                 SET PSL-IDX TO WS-PSL-COUNT
                 MOVE PSL-PART-NUMBER TO WS-PSL-PART-NUMBER(PSL-IDX)
                 MOVE PSL-SUPPLIER-CODE
                    TO WS-PSL-SUPPLIER-CODE(PSL-IDX)
                 MOVE PSL-UNIT-PRICE TO WS-PSL-UNIT-PRICE(PSL-IDX)
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

      *    Placed, committed, cancelled and price-variance counts
      *    go by ORDER-DATE; receipts by the LAST-UPDATE-DATE the
      *    receipt was applied on.
       250-PROCESS-MASTER.
           READ PART-SUPP-IN
              AT END MOVE 'Y' TO PART-SUPP-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PART-SUPP
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    PERFORM 255-REMEMBER-PO
                    IF ORDER-DATE(PO-IDX)(1:6) = WS-PERIOD
                       PERFORM 260-COUNT-PLACED-LINE
                    END-IF
                    IF PO-STATUS-RECEIVED(PO-IDX)
                       AND ORDER-DATE(PO-IDX) > 0
                       AND LAST-UPDATE-DATE(1:6) = WS-PERIOD
                       PERFORM 270-COUNT-RECEIPT
                    END-IF
                 END-IF
              END-PERFORM
              READ PART-SUPP-IN
                 AT END MOVE 'Y' TO PART-SUPP-EOF
              END-READ
           END-PERFORM
           .

       255-REMEMBER-PO.
           IF WS-POT-COUNT < 6000
              ADD 1 TO WS-POT-COUNT
              SET POT-IDX TO WS-POT-COUNT
              MOVE PO-NUMBER(PO-IDX) TO WS-POT-PO-NUMBER(POT-IDX)
              MOVE SUPPLIER-CODE TO WS-POT-SUPPLIER-CODE(POT-IDX)
              MOVE BUYER-CODE(PO-IDX) TO WS-POT-BUYER-CODE(POT-IDX)
              MOVE PO-STATUS(PO-IDX) TO WS-POT-PO-STATUS(POT-IDX)
           END-IF
           .

       260-COUNT-PLACED-LINE.
           MOVE BUYER-CODE(PO-IDX) TO WS-FIND-BUYER
           PERFORM 500-FIND-BUYER
           IF WS-SLOT > 0
              ADD 1 TO WS-BWK-PO-COUNT(WS-SLOT)
              EVALUATE TRUE
                 WHEN PO-STATUS-CANCELLED(PO-IDX)
                    ADD 1 TO WS-BWK-CANCELS(WS-SLOT)
                 WHEN PO-TYPE-BLANKET(PO-IDX)
                    CONTINUE
                 WHEN OTHER
                    COMPUTE WS-BWK-COMMITTED(WS-SLOT) =
                       WS-BWK-COMMITTED(WS-SLOT)
                       + QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
                    IF PO-TYPE-ORDER(PO-IDX)
                       OR PO-TYPE-RELEASE(PO-IDX)
                       PERFORM 265-CHECK-CONTRACT-PRICE
                    END-IF
              END-EVALUATE
           END-IF
           .

      *    Only a pair with an ACTIVE contract price can vary from
      *    it - a pair with none is MAVRSPND's business.
       265-CHECK-CONTRACT-PRICE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT OR ENTRY-FOUND
                 IF WS-PSL-PART-NUMBER(PSL-IDX) = PART-NUMBER
                    AND WS-PSL-SUPPLIER-CODE(PSL-IDX) = SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    MOVE WS-PSL-UNIT-PRICE(PSL-IDX) TO WS-PAIR-PRICE
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              AND UNIT-PRICE(PO-IDX) NOT = WS-PAIR-PRICE
              ADD 1 TO WS-BWK-VAR-LINES(WS-SLOT)
              COMPUTE WS-BWK-VAR-AMT(WS-SLOT) =
                 WS-BWK-VAR-AMT(WS-SLOT)
                 + (UNIT-PRICE(PO-IDX) - WS-PAIR-PRICE)
                 * QUANTITY(PO-IDX)
           END-IF
           .

       270-COUNT-RECEIPT.
           COMPUTE WS-SPAN-DAYS =
              FUNCTION INTEGER-OF-DATE(LAST-UPDATE-DATE)
              - FUNCTION INTEGER-OF-DATE(ORDER-DATE(PO-IDX))
           IF WS-SPAN-DAYS >= 0
              MOVE BUYER-CODE(PO-IDX) TO WS-FIND-BUYER
              PERFORM 500-FIND-BUYER
              IF WS-SLOT > 0
                 ADD 1 TO WS-BWK-RCVD(WS-SLOT)
                 ADD WS-SPAN-DAYS TO WS-BWK-CYCLE-DAYS(WS-SLOT)
              END-IF
           END-IF
           .

      *    Still on the queue - waiting as of today.
       300-COUNT-PENDING-QUEUE.
           OPEN INPUT PENDAPPR-REC
           IF WS-PENDAPPR-FILE-STATUS = '00'
              READ PENDAPPR-REC
                 AT END MOVE 'Y' TO PENDAPPR-EOF
              END-READ
              PERFORM UNTIL NO-MORE-QUEUE
                 IF PA-QUEUED-DATE IS NUMERIC
                    AND PA-QUEUED-DATE(1:6) = WS-PERIOD
                    MOVE PA-BUYER-CODE TO WS-FIND-BUYER
                    PERFORM 500-FIND-BUYER
                    IF WS-SLOT > 0
                       ADD 1 TO WS-BWK-ROUTED(WS-SLOT)
                       COMPUTE WS-SPAN-DAYS =
                          FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                          - FUNCTION INTEGER-OF-DATE(PA-QUEUED-DATE)
                       IF WS-SPAN-DAYS > 0
                          ADD WS-SPAN-DAYS
                             TO WS-BWK-WAIT-DAYS(WS-SLOT)
                       END-IF
                    END-IF
                 END-IF
                 READ PENDAPPR-REC
                    AT END MOVE 'Y' TO PENDAPPR-EOF
                 END-READ
              END-PERFORM
              CLOSE PENDAPPR-REC
           END-IF
           .

      *    Released off the queue - queued to approved.  A release
      *    row written before APPRRELS carried the queued date has
      *    none and is passed over.
       350-COUNT-RELEASES.
           OPEN INPUT RELEASED-REC
           IF WS-APPRPOS-FILE-STATUS = '00'
              READ RELEASED-REC
                 AT END MOVE 'Y' TO APPRPOS-EOF
              END-READ
              PERFORM UNTIL NO-MORE-RELEASES
                 IF REL-QUEUED-DATE IS NUMERIC
                    AND REL-QUEUED-DATE(1:6) = WS-PERIOD
                    AND REL-APPROVED-DATE IS NUMERIC
                    MOVE REL-BUYER-CODE TO WS-FIND-BUYER
                    PERFORM 500-FIND-BUYER
                    IF WS-SLOT > 0
                       ADD 1 TO WS-BWK-ROUTED(WS-SLOT)
                       COMPUTE WS-SPAN-DAYS =
                          FUNCTION INTEGER-OF-DATE(REL-APPROVED-DATE)
                          - FUNCTION INTEGER-OF-DATE(REL-QUEUED-DATE)
                       IF WS-SPAN-DAYS > 0
                          ADD WS-SPAN-DAYS
                             TO WS-BWK-WAIT-DAYS(WS-SLOT)
                       END-IF
                    END-IF
                 END-IF
                 READ RELEASED-REC
                    AT END MOVE 'Y' TO APPRPOS-EOF
                 END-READ
              END-PERFORM
              CLOSE RELEASED-REC
           END-IF
           .

      *    AMNDHIST carries no buyer - it is the amended PO's buyer
      *    on the master.
       400-COUNT-AMENDMENTS.
           OPEN INPUT AMNDHIST-REC
           IF WS-AMNDHIST-FILE-STATUS = '00'
              READ AMNDHIST-REC
                 AT END MOVE 'Y' TO AMNDHIST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-AMENDMENTS
                 IF AH-AMEND-DATE IS NUMERIC
                    AND AH-AMEND-DATE(1:6) = WS-PERIOD
                    MOVE SPACES TO WS-FIND-BUYER
                    MOVE 'N' TO WS-FOUND-FLAG
                    PERFORM VARYING POT-IDX FROM 1 BY 1
                       UNTIL POT-IDX > WS-POT-COUNT OR ENTRY-FOUND
                          IF WS-POT-PO-NUMBER(POT-IDX) = AH-PO-NUMBER
                             MOVE 'Y' TO WS-FOUND-FLAG
                             MOVE WS-POT-BUYER-CODE(POT-IDX)
                                TO WS-FIND-BUYER
                          END-IF
                    END-PERFORM
                    PERFORM 500-FIND-BUYER
                    IF WS-SLOT > 0
                       ADD 1 TO WS-BWK-AMENDS(WS-SLOT)
                    END-IF
                 END-IF
                 READ AMNDHIST-REC
                    AT END MOVE 'Y' TO AMNDHIST-EOF
                 END-READ
              END-PERFORM
              CLOSE AMNDHIST-REC
           END-IF
           .

      *    Each PO counts once however many contacts it has had,
      *    and only while it is still Open or Shipped.
       450-COUNT-OPEN-EXPEDITES.
           OPEN INPUT EXPLOG-REC
           IF WS-EXPLOG-FILE-STATUS = '00'
              READ EXPLOG-REC
                 AT END MOVE 'Y' TO EXPLOG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CONTACTS
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING XPL-IDX FROM 1 BY 1
                    UNTIL XPL-IDX > WS-XPL-COUNT OR ENTRY-FOUND
                       IF WS-XPL-PO-NUMBER(XPL-IDX) = XL-PO-NUMBER
                          AND WS-XPL-SUPPLIER-CODE(XPL-IDX) =
                              XL-SUPPLIER-CODE
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
                 IF NOT ENTRY-FOUND AND WS-XPL-COUNT < 2000
                    ADD 1 TO WS-XPL-COUNT
                    SET XPL-IDX TO WS-XPL-COUNT
                    MOVE XL-PO-NUMBER TO WS-XPL-PO-NUMBER(XPL-IDX)
                    MOVE XL-SUPPLIER-CODE
                       TO WS-XPL-SUPPLIER-CODE(XPL-IDX)
                 END-IF
                 READ EXPLOG-REC
                    AT END MOVE 'Y' TO EXPLOG-EOF
                 END-READ
              END-PERFORM
              CLOSE EXPLOG-REC
           END-IF
           PERFORM VARYING XPL-IDX FROM 1 BY 1
              UNTIL XPL-IDX > WS-XPL-COUNT
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING POT-IDX FROM 1 BY 1
                    UNTIL POT-IDX > WS-POT-COUNT OR ENTRY-FOUND
                       IF WS-POT-PO-NUMBER(POT-IDX) =
                          WS-XPL-PO-NUMBER(XPL-IDX)
                          AND WS-POT-SUPPLIER-CODE(POT-IDX) =
                              WS-XPL-SUPPLIER-CODE(XPL-IDX)
                          MOVE 'Y' TO WS-FOUND-FLAG
                          IF WS-POT-STILL-OPEN(POT-IDX)
                             MOVE WS-POT-BUYER-CODE(POT-IDX)
                                TO WS-FIND-BUYER
                             PERFORM 500-FIND-BUYER
                             IF WS-SLOT > 0
                                ADD 1 TO WS-BWK-OPEN-EXPD(WS-SLOT)
                             END-IF
                          END-IF
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       500-FIND-BUYER.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING BWK-IDX FROM 1 BY 1
              UNTIL BWK-IDX > WS-BWK-COUNT OR ENTRY-FOUND
                 IF WS-BWK-BUYER-CODE(BWK-IDX) = WS-FIND-BUYER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO BWK-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-BWK-COUNT < 200
                 ADD 1 TO WS-BWK-COUNT
                 MOVE WS-BWK-COUNT TO WS-SLOT
                 MOVE WS-FIND-BUYER TO WS-BWK-BUYER-CODE(WS-SLOT)
              ELSE
                 DISPLAY 'BUYRWORK BUYER TABLE FULL: ' WS-FIND-BUYER
              END-IF
           END-IF
           .

      *    A plain swap sort by buyer, the same style as STDMAINT's
      *    700-SORT-TABLE.
       700-SORT-BUYERS.
           IF WS-BWK-COUNT > 1
              COMPUTE WS-SORT-PASS-LIMIT = WS-BWK-COUNT - 1
              PERFORM VARYING BWK-IDX FROM 1 BY 1
                 UNTIL BWK-IDX > WS-SORT-PASS-LIMIT
                    COMPUTE WS-SORT-COMPARE-LIMIT =
                       WS-BWK-COUNT - BWK-IDX
                    PERFORM VARYING BWK-IDX2 FROM 1 BY 1
                       UNTIL BWK-IDX2 > WS-SORT-COMPARE-LIMIT
                          IF WS-BWK-BUYER-CODE(BWK-IDX2) >
                             WS-BWK-BUYER-CODE(BWK-IDX2 + 1)
                             MOVE WS-BWK-ENTRY(BWK-IDX2)
                                TO WS-BWK-TEMP-ENTRY
                             MOVE WS-BWK-ENTRY(BWK-IDX2 + 1)
                                TO WS-BWK-ENTRY(BWK-IDX2)
                             MOVE WS-BWK-TEMP-ENTRY
                                TO WS-BWK-ENTRY(BWK-IDX2 + 1)
                          END-IF
                    END-PERFORM
              END-PERFORM
           END-IF
           .

      *    Counts and dollars average over the buyers; waits, rates
      *    and cycle time are department-wide.
       750-DEPARTMENT-AVERAGES.
           PERFORM VARYING BWK-IDX FROM 1 BY 1
              UNTIL BWK-IDX > WS-BWK-COUNT
                 ADD WS-BWK-PO-COUNT(BWK-IDX) TO WS-DPT-PO-COUNT
                 ADD WS-BWK-COMMITTED(BWK-IDX) TO WS-DPT-COMMITTED
                 ADD WS-BWK-ROUTED(BWK-IDX) TO WS-DPT-ROUTED
                 ADD WS-BWK-WAIT-DAYS(BWK-IDX) TO WS-DPT-WAIT-DAYS
                 ADD WS-BWK-AMENDS(BWK-IDX) TO WS-DPT-AMENDS
                 ADD WS-BWK-CANCELS(BWK-IDX) TO WS-DPT-CANCELS
                 ADD WS-BWK-RCVD(BWK-IDX) TO WS-DPT-RCVD
                 ADD WS-BWK-CYCLE-DAYS(BWK-IDX) TO WS-DPT-CYCLE-DAYS
                 ADD WS-BWK-VAR-LINES(BWK-IDX) TO WS-DPT-VAR-LINES
                 ADD WS-BWK-VAR-AMT(BWK-IDX) TO WS-DPT-VAR-AMT
                 ADD WS-BWK-OPEN-EXPD(BWK-IDX) TO WS-DPT-OPEN-EXPD
           END-PERFORM
           IF WS-BWK-COUNT > 0
              COMPUTE WS-AVG-PO-COUNT ROUNDED =
                 WS-DPT-PO-COUNT / WS-BWK-COUNT
              COMPUTE WS-AVG-COMMITTED ROUNDED =
                 WS-DPT-COMMITTED / WS-BWK-COUNT
              COMPUTE WS-AVG-ROUTED ROUNDED =
                 WS-DPT-ROUTED / WS-BWK-COUNT
              COMPUTE WS-AVG-VAR-LINES ROUNDED =
                 WS-DPT-VAR-LINES / WS-BWK-COUNT
              COMPUTE WS-AVG-OPEN-EXPD ROUNDED =
                 WS-DPT-OPEN-EXPD / WS-BWK-COUNT
           END-IF
           IF WS-DPT-ROUTED > 0
              COMPUTE WS-AVG-WAIT ROUNDED =
                 WS-DPT-WAIT-DAYS / WS-DPT-ROUTED
           END-IF
           IF WS-DPT-PO-COUNT > 0
              COMPUTE WS-AVG-AMEND-RATE ROUNDED =
                 WS-DPT-AMENDS / WS-DPT-PO-COUNT
              COMPUTE WS-AVG-CANCEL-RATE ROUNDED =
                 WS-DPT-CANCELS / WS-DPT-PO-COUNT
           END-IF
           IF WS-DPT-RCVD > 0
              COMPUTE WS-AVG-CYCLE ROUNDED =
                 WS-DPT-CYCLE-DAYS / WS-DPT-RCVD
           END-IF
           .

       800-WRITE-BUYER-LINES.
           WRITE BWKRPT-RECORD FROM WS-RPT-COLUMNS-1
           WRITE BWKRPT-RECORD FROM WS-RPT-COLUMNS-2
           IF WS-BWK-COUNT = 0
              WRITE BWKRPT-RECORD FROM WS-RPT-NONE
           END-IF
           PERFORM VARYING BWK-IDX FROM 1 BY 1
              UNTIL BWK-IDX > WS-BWK-COUNT
                 PERFORM 810-BUYER-RATES
                 MOVE WS-BWK-BUYER-CODE(BWK-IDX) TO RPD-BUYER-CODE
                 MOVE WS-BWK-PO-COUNT(BWK-IDX) TO RPD-PO-COUNT
                 MOVE WS-BWK-COMMITTED(BWK-IDX) TO RPD-COMMITTED
                 MOVE WS-BWK-ROUTED(BWK-IDX) TO RPD-ROUTED
                 MOVE WS-BYR-WAIT TO RPD-AVG-WAIT
                 MOVE WS-BWK-AMENDS(BWK-IDX) TO RPD-AMENDS
                 MOVE WS-BYR-AMEND-RATE TO RPD-AMEND-RATE
                 MOVE WS-BWK-CANCELS(BWK-IDX) TO RPD-CANCELS
                 MOVE WS-BYR-CANCEL-RATE TO RPD-CANCEL-RATE
                 MOVE WS-BWK-RCVD(BWK-IDX) TO RPD-RCVD
                 MOVE WS-BYR-CYCLE TO RPD-AVG-CYCLE
                 MOVE WS-BWK-VAR-LINES(BWK-IDX) TO RPD-VAR-LINES
                 MOVE WS-BWK-VAR-AMT(BWK-IDX) TO RPD-VAR-AMT
                 MOVE WS-BWK-OPEN-EXPD(BWK-IDX) TO RPD-OPEN-EXPD
                 WRITE BWKRPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           MOVE SPACES TO BWKRPT-RECORD
           WRITE BWKRPT-RECORD
           MOVE 'ALL' TO RPD-BUYER-CODE
           MOVE WS-DPT-PO-COUNT TO RPD-PO-COUNT
           MOVE WS-DPT-COMMITTED TO RPD-COMMITTED
           MOVE WS-DPT-ROUTED TO RPD-ROUTED
           MOVE WS-AVG-WAIT TO RPD-AVG-WAIT
           MOVE WS-DPT-AMENDS TO RPD-AMENDS
           MOVE WS-AVG-AMEND-RATE TO RPD-AMEND-RATE
           MOVE WS-DPT-CANCELS TO RPD-CANCELS
           MOVE WS-AVG-CANCEL-RATE TO RPD-CANCEL-RATE
           MOVE WS-DPT-RCVD TO RPD-RCVD
           MOVE WS-AVG-CYCLE TO RPD-AVG-CYCLE
           MOVE WS-DPT-VAR-LINES TO RPD-VAR-LINES
           MOVE WS-DPT-VAR-AMT TO RPD-VAR-AMT
           MOVE WS-DPT-OPEN-EXPD TO RPD-OPEN-EXPD
           WRITE BWKRPT-RECORD FROM WS-RPT-DETAIL
           MOVE 'AVG' TO RPD-BUYER-CODE
           COMPUTE RPD-PO-COUNT ROUNDED = WS-AVG-PO-COUNT
           MOVE WS-AVG-COMMITTED TO RPD-COMMITTED
           COMPUTE RPD-ROUTED ROUNDED = WS-AVG-ROUTED
           IF WS-BWK-COUNT > 0
              COMPUTE RPD-AMENDS ROUNDED =
                 WS-DPT-AMENDS / WS-BWK-COUNT
              COMPUTE RPD-CANCELS ROUNDED =
                 WS-DPT-CANCELS / WS-BWK-COUNT
              COMPUTE RPD-RCVD ROUNDED =
                 WS-DPT-RCVD / WS-BWK-COUNT
              COMPUTE RPD-VAR-AMT ROUNDED =
                 WS-DPT-VAR-AMT / WS-BWK-COUNT
           END-IF
           COMPUTE RPD-VAR-LINES ROUNDED = WS-AVG-VAR-LINES
           COMPUTE RPD-OPEN-EXPD ROUNDED = WS-AVG-OPEN-EXPD
           WRITE BWKRPT-RECORD FROM WS-RPT-DETAIL
           .

       810-BUYER-RATES.
           INITIALIZE WS-BUYER-RATES
           IF WS-BWK-ROUTED(BWK-IDX) > 0
              COMPUTE WS-BYR-WAIT ROUNDED =
                 WS-BWK-WAIT-DAYS(BWK-IDX) / WS-BWK-ROUTED(BWK-IDX)
           END-IF
           IF WS-BWK-PO-COUNT(BWK-IDX) > 0
              COMPUTE WS-BYR-AMEND-RATE ROUNDED =
                 WS-BWK-AMENDS(BWK-IDX) / WS-BWK-PO-COUNT(BWK-IDX)
              COMPUTE WS-BYR-CANCEL-RATE ROUNDED =
                 WS-BWK-CANCELS(BWK-IDX) / WS-BWK-PO-COUNT(BWK-IDX)
           END-IF
           IF WS-BWK-RCVD(BWK-IDX) > 0
              COMPUTE WS-BYR-CYCLE ROUNDED =
                 WS-BWK-CYCLE-DAYS(BWK-IDX) / WS-BWK-RCVD(BWK-IDX)
           END-IF
           .

       850-WRITE-INDEX-LINES.
           MOVE SPACES TO BWKRPT-RECORD
           WRITE BWKRPT-RECORD
           WRITE BWKRPT-RECORD FROM WS-RPT-INDEX-TITLE
           WRITE BWKRPT-RECORD FROM WS-RPT-INDEX-COLUMNS-1
           WRITE BWKRPT-RECORD FROM WS-RPT-INDEX-COLUMNS-2
           PERFORM VARYING BWK-IDX FROM 1 BY 1
              UNTIL BWK-IDX > WS-BWK-COUNT
                 PERFORM 810-BUYER-RATES
                 MOVE SPACES TO WS-RPT-INDEX-LINE
                 MOVE WS-BWK-BUYER-CODE(BWK-IDX) TO RIX-BUYER-CODE
                 MOVE 1 TO WS-IDX-SUB
                 MOVE WS-BWK-PO-COUNT(BWK-IDX) TO WS-IDX-VALUE
                 MOVE WS-AVG-PO-COUNT TO WS-IDX-BASE
                 PERFORM 860-COMPUTE-INDEX
                 MOVE 2 TO WS-IDX-SUB
                 MOVE WS-BWK-COMMITTED(BWK-IDX) TO WS-IDX-VALUE
                 MOVE WS-AVG-COMMITTED TO WS-IDX-BASE
                 PERFORM 860-COMPUTE-INDEX
                 MOVE 3 TO WS-IDX-SUB
                 MOVE WS-BWK-ROUTED(BWK-IDX) TO WS-IDX-VALUE
                 MOVE WS-AVG-ROUTED TO WS-IDX-BASE
                 PERFORM 860-COMPUTE-INDEX
                 MOVE 4 TO WS-IDX-SUB
                 MOVE WS-BYR-WAIT TO WS-IDX-VALUE
                 MOVE WS-AVG-WAIT TO WS-IDX-BASE
                 PERFORM 860-COMPUTE-INDEX
                 MOVE 5 TO WS-IDX-SUB
                 MOVE WS-BYR-AMEND-RATE TO WS-IDX-VALUE
                 MOVE WS-AVG-AMEND-RATE TO WS-IDX-BASE
                 PERFORM 860-COMPUTE-INDEX
                 MOVE 6 TO WS-IDX-SUB
                 MOVE WS-BYR-CANCEL-RATE TO WS-IDX-VALUE
                 MOVE WS-AVG-CANCEL-RATE TO WS-IDX-BASE
                 PERFORM 860-COMPUTE-INDEX
                 MOVE 7 TO WS-IDX-SUB
                 MOVE WS-BYR-CYCLE TO WS-IDX-VALUE
                 MOVE WS-AVG-CYCLE TO WS-IDX-BASE
                 PERFORM 860-COMPUTE-INDEX
                 MOVE 8 TO WS-IDX-SUB
                 MOVE WS-BWK-VAR-LINES(BWK-IDX) TO WS-IDX-VALUE
                 MOVE WS-AVG-VAR-LINES TO WS-IDX-BASE
                 PERFORM 860-COMPUTE-INDEX
                 MOVE 9 TO WS-IDX-SUB
                 MOVE WS-BWK-OPEN-EXPD(BWK-IDX) TO WS-IDX-VALUE
                 MOVE WS-AVG-OPEN-EXPD TO WS-IDX-BASE
                 PERFORM 860-COMPUTE-INDEX
                 WRITE BWKRPT-RECORD FROM WS-RPT-INDEX-LINE
           END-PERFORM
           .

      *    Value over base as a percentage, capped to the column;
      *    a zero (or credit) base has no meaningful index.
       860-COMPUTE-INDEX.
           EVALUATE TRUE
              WHEN WS-IDX-BASE NOT > 0
                 MOVE '   --' TO RIX-VALUE-X(WS-IDX-SUB)
              WHEN WS-IDX-VALUE NOT > 0
                 MOVE 0 TO RIX-VALUE(WS-IDX-SUB)
              WHEN WS-IDX-VALUE / WS-IDX-BASE > 999.99
                 MOVE 99999 TO RIX-VALUE(WS-IDX-SUB)
              WHEN OTHER
                 COMPUTE RIX-VALUE(WS-IDX-SUB) ROUNDED =
                    WS-IDX-VALUE * 100 / WS-IDX-BASE
           END-EVALUATE
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-IN.
           CLOSE PARTSUPL-REC.
           CLOSE BWKRPT-REC.
