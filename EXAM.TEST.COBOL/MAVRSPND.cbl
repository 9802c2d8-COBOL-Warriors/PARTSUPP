      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    MAVRSPND.
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
      * //MAVPARM  DD *
      *   JCL Output
      * //MAVRPT   DD SYSOUT=*
      ***************************************************************
      * Off-contract (maverick) spend report.  POEDIT's contract-
      * price check only fires when the part/supplier pair has an
      * ACTIVE PARTSUPL price link, so a buy from a supplier with
      * no link at all goes through unchecked.  This lists every
      * PO line ordered in the month that was placed either:
      *
      *    NO LINK     with a pair that has no ACTIVE price link, or
      *    NOT BEST    with a pair whose ACTIVE link price is above
      *                the cheapest ACTIVE link any supplier has for
      *                the same PART-NUMBER.
      *
      * Spend is QUANTITY x UNIT-PRICE off the PO.  The premium is
      * what that spend cost over the best contract price for the
      * part - (UNIT-PRICE - best price) x QUANTITY - negative when
      * the buy came in under it.  A NO LINK part with no ACTIVE
      * link anywhere has no best price and carries no premium.
      *
      * Orders and releases count; blanket headers carry no spend
      * of their own, returns are credits, and cancelled lines were
      * never spent.  The lines are totalled by BUYER-CODE and by
      * supplier, with a grand total, so purchasing can put the
      * suppliers under contract or redirect the buys.
      *
      * The month comes off the optional MAVPARM card (YYYYMM in
      * columns 1-6); no card, or one that is not a valid month,
      * reports the current month.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-IN  ASSIGN TO RPTINPUT.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT MAVPARM-REC   ASSIGN TO MAVPARM
               FILE STATUS IS WS-MAVPARM-FILE-STATUS.
           SELECT MAVRPT-REC    ASSIGN TO MAVRPT.

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

      *    One run-parameter card - the YYYYMM to report.
       FD  MAVPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAVPARM-RECORD.
       01  MAVPARM-RECORD.
           05  MVP-PERIOD          PIC X(06).
           05  FILLER              PIC X(74).

       FD  MAVRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAVRPT-RECORD.
       01  MAVRPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MAVPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-PERIOD                     PIC 9(06)      VALUE 0.

      *    ACTIVE price links only - an inactive link is no contract.
       01  WS-PSL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PSL-TABLE.
           05  WS-PSL-ENTRY OCCURS 5000 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PSL-UNIT-PRICE      PIC S9(7)V99   VALUE 0.

      *    Totals.  WS-ROL-LEVEL orders the report - 1 by buyer,
      *    2 by supplier.
       01  WS-ROL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-ROL-TABLE.
           05  WS-ROL-ENTRY OCCURS 3000 TIMES
                  INDEXED BY ROL-IDX ROL-IDX2.
               10 WS-ROL-SORT-KEY.
                  15 WS-ROL-LEVEL        PIC 9(01)      VALUE 0.
                  15 WS-ROL-KEY          PIC X(10)      VALUE SPACES.
               10 WS-ROL-LINES           PIC 9(05)      VALUE 0.
               10 WS-ROL-NO-LINK-SPEND   PIC S9(9)V99   VALUE 0.
               10 WS-ROL-NOT-BEST-SPEND  PIC S9(9)V99   VALUE 0.
               10 WS-ROL-PREMIUM         PIC S9(9)V99   VALUE 0.
       01  WS-ROL-TEMP-ENTRY             PIC X(49)      VALUE SPACES.
       01  WS-SORT-PASS-LIMIT            PIC 9(05)      VALUE 0.
       01  WS-SORT-COMPARE-LIMIT         PIC 9(05)      VALUE 0.
       01  WS-ROL-FIND-LEVEL             PIC 9(01)      VALUE 0.
       01  WS-ROL-FIND-KEY               PIC X(10)      VALUE SPACES.
       01  WS-LAST-LEVEL                 PIC 9(01)      VALUE 0.

       01  WS-GRAND-TOTALS.
           05 WS-GT-LINES                PIC 9(05)      VALUE 0.
           05 WS-GT-NO-LINK-SPEND        PIC S9(9)V99   VALUE 0.
           05 WS-GT-NOT-BEST-SPEND       PIC S9(9)V99   VALUE 0.
           05 WS-GT-PREMIUM              PIC S9(9)V99   VALUE 0.

      *    The line being priced.
       01  WS-PAIR-PRICE                 PIC S9(7)V99   VALUE 0.
       01  WS-BEST-PRICE                 PIC S9(7)V99   VALUE 0.
       01  WS-BEST-SUPPLIER              PIC X(10)      VALUE SPACES.
       01  WS-LINE-SPEND                 PIC S9(9)V99   VALUE 0.
       01  WS-LINE-PREMIUM               PIC S9(9)V99   VALUE 0.
       01  WS-LINES-READ                 PIC 9(05)      VALUE 0.
       01  WS-LINE-REASON                PIC X(01)      VALUE SPACE.
           88 LINE-ON-CONTRACT                          VALUE SPACE.
           88 LINE-NO-LINK                              VALUE 'L'.
           88 LINE-NOT-BEST                             VALUE 'B'.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.

       01  PART-SUPP-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PART-SUPP                         VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(34)      VALUE
               'OFF-CONTRACT (MAVERICK) SPEND - PE'.
           05  FILLER              PIC X(06)      VALUE
               'RIOD  '.
           05  RPH-PERIOD          PIC 9(06)      VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '   RUN DATE '.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(66)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'PO     BYR PART                    SUPPL'.
           05  FILLER              PIC X(40)      VALUE
               'IER   ORDERED      QTY UNIT PRICE       '.
           05  FILLER              PIC X(40)      VALUE
               ' SPEND BEST PRICE BEST SUPP      PREMIUM'.
           05  FILLER              PIC X(12)      VALUE
               '  REASON    '.

       01  WS-RPT-DETAIL.
           05  RPD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-BUYER-CODE      PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-ORDER-DATE      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-QUANTITY        PIC ZZZZZZ9    VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-UNIT-PRICE      PIC ZZZZZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-SPEND           PIC ZZZZZZZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-BEST-PRICE      PIC ZZZZZZ9.99 VALUE ZERO.
           05  RPD-BEST-PRICE-X REDEFINES RPD-BEST-PRICE
                                   PIC X(10).
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-BEST-SUPPLIER   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PREMIUM         PIC ZZZZZZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-REASON          PIC X(10)      VALUE SPACES.

       01  WS-RPT-NONE.
           05  FILLER              PIC X(40)      VALUE
               'NO OFF-CONTRACT SPEND IN THE PERIOD.'.
           05  FILLER              PIC X(92)      VALUE SPACES.

       01  WS-RPT-SECTION.
           05  RPS-TITLE           PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(92)      VALUE SPACES.

       01  WS-RPT-ROLL-COLUMNS.
           05  RCH-KEY-TITLE       PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(40)      VALUE
               '   LINES      NO-LINK SPEND     NOT-BEST'.
           05  FILLER              PIC X(40)      VALUE
               ' SPEND        TOTAL SPEND            PRE'.
           05  FILLER              PIC X(04)      VALUE
               'MIUM'.
           05  FILLER              PIC X(38)      VALUE SPACES.

       01  WS-RPT-ROLL-LINE.
           05  RRL-KEY             PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRL-LINES           PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRL-NO-LINK-SPEND   PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRL-NOT-BEST-SPEND  PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRL-TOTAL-SPEND     PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRL-PREMIUM         PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(38)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RUN-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-PRICE-LINK.
           PERFORM 600-PROCESS-MASTER.
           PERFORM 700-SORT-ROLL-UP.
           PERFORM 800-WRITE-ROLL-UPS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'MAVRSPND COMPLETE - PERIOD: ' WS-PERIOD
              ' PO LINES IN PERIOD: ' WS-LINES-READ
              ' OFF-CONTRACT: ' WS-GT-LINES.
           GOBACK.

       000-INIT.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PSL-TABLE.
           INITIALIZE WS-ROL-COUNT.
           INITIALIZE WS-ROL-TABLE.
           INITIALIZE WS-GRAND-TOTALS.
           MOVE 0 TO WS-LINES-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE WS-TODAYS-DATE(1:6) TO WS-PERIOD.
           MOVE 'N' TO PART-SUPP-EOF.
           MOVE 'N' TO PARTSUPL-EOF.

      *    No MAVPARM card, or one that is not a YYYYMM with a
      *    month of 01-12, reports the current month.
       050-READ-RUN-PARM.
           OPEN INPUT MAVPARM-REC
           IF WS-MAVPARM-FILE-STATUS = '00'
              READ MAVPARM-REC
                 AT END MOVE SPACES TO MVP-PERIOD
              END-READ
              IF MVP-PERIOD IS NUMERIC
                 AND MVP-PERIOD(5:2) >= '01'
                 AND MVP-PERIOD(5:2) <= '12'
                 MOVE MVP-PERIOD TO WS-PERIOD
              ELSE
                 DISPLAY 'MAVPARM PERIOD NOT VALID - CURRENT MONTH '
                    'REPORTED: ' MVP-PERIOD
              END-IF
              CLOSE MAVPARM-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-IN.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT MAVRPT-REC.
           MOVE WS-PERIOD TO RPH-PERIOD
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE MAVRPT-RECORD FROM WS-RPT-HEADING
           WRITE MAVRPT-RECORD FROM WS-RPT-COLUMNS.

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

       600-PROCESS-MASTER.
           READ PART-SUPP-IN
              AT END MOVE 'Y' TO PART-SUPP-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PART-SUPP
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND ORDER-DATE(PO-IDX)(1:6) = WS-PERIOD
                    AND NOT PO-STATUS-CANCELLED(PO-IDX)
                    AND (PO-TYPE-ORDER(PO-IDX)
                         OR PO-TYPE-RELEASE(PO-IDX))
                    ADD 1 TO WS-LINES-READ
                    PERFORM 610-CHECK-CONTRACT
                    IF NOT LINE-ON-CONTRACT
                       PERFORM 620-REPORT-LINE
                    END-IF
                 END-IF
              END-PERFORM
              READ PART-SUPP-IN
                 AT END MOVE 'Y' TO PART-SUPP-EOF
              END-READ
           END-PERFORM
           IF WS-GT-LINES = 0
              WRITE MAVRPT-RECORD FROM WS-RPT-NONE
           END-IF
           .

      *    The pair's own ACTIVE price, and the cheapest ACTIVE
      *    price any supplier has for the part.  A pair tied with
      *    the cheapest is on contract.
       610-CHECK-CONTRACT.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-PAIR-PRICE
           MOVE 0 TO WS-BEST-PRICE
           MOVE SPACES TO WS-BEST-SUPPLIER
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT
                 IF WS-PSL-PART-NUMBER(PSL-IDX) = PART-NUMBER
                    IF WS-PSL-SUPPLIER-CODE(PSL-IDX) = SUPPLIER-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE WS-PSL-UNIT-PRICE(PSL-IDX)
                          TO WS-PAIR-PRICE
                    END-IF
                    IF WS-BEST-SUPPLIER = SPACES
                       OR WS-PSL-UNIT-PRICE(PSL-IDX) < WS-BEST-PRICE
                       MOVE WS-PSL-UNIT-PRICE(PSL-IDX)
                          TO WS-BEST-PRICE
                       MOVE WS-PSL-SUPPLIER-CODE(PSL-IDX)
                          TO WS-BEST-SUPPLIER
                    END-IF
                 END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN NOT ENTRY-FOUND
                 MOVE 'L' TO WS-LINE-REASON
              WHEN WS-BEST-PRICE < WS-PAIR-PRICE
                 MOVE 'B' TO WS-LINE-REASON
              WHEN OTHER
                 MOVE SPACE TO WS-LINE-REASON
           END-EVALUATE
           .

       620-REPORT-LINE.
           COMPUTE WS-LINE-SPEND =
              QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
           IF WS-BEST-SUPPLIER = SPACES
              MOVE 0 TO WS-LINE-PREMIUM
           ELSE
              COMPUTE WS-LINE-PREMIUM =
                 (UNIT-PRICE(PO-IDX) - WS-BEST-PRICE)
                 * QUANTITY(PO-IDX)
           END-IF
           MOVE PO-NUMBER(PO-IDX) TO RPD-PO-NUMBER
           MOVE BUYER-CODE(PO-IDX) TO RPD-BUYER-CODE
           MOVE PART-NUMBER TO RPD-PART-NUMBER
           MOVE SUPPLIER-CODE TO RPD-SUPPLIER-CODE
           MOVE ORDER-DATE(PO-IDX) TO RPD-ORDER-DATE
           MOVE QUANTITY(PO-IDX) TO RPD-QUANTITY
           MOVE UNIT-PRICE(PO-IDX) TO RPD-UNIT-PRICE
           MOVE WS-LINE-SPEND TO RPD-SPEND
           IF WS-BEST-SUPPLIER = SPACES
              MOVE SPACES TO RPD-BEST-PRICE-X
              MOVE '(NONE)' TO RPD-BEST-SUPPLIER
           ELSE
              MOVE WS-BEST-PRICE TO RPD-BEST-PRICE
              MOVE WS-BEST-SUPPLIER TO RPD-BEST-SUPPLIER
           END-IF
           MOVE WS-LINE-PREMIUM TO RPD-PREMIUM
           IF LINE-NO-LINK
              MOVE 'NO LINK' TO RPD-REASON
           ELSE
              MOVE 'NOT BEST' TO RPD-REASON
           END-IF
           WRITE MAVRPT-RECORD FROM WS-RPT-DETAIL
           MOVE 1 TO WS-ROL-FIND-LEVEL
           MOVE BUYER-CODE(PO-IDX) TO WS-ROL-FIND-KEY
           PERFORM 630-ADD-TO-ROLL-UP
           MOVE 2 TO WS-ROL-FIND-LEVEL
           MOVE SUPPLIER-CODE TO WS-ROL-FIND-KEY
           PERFORM 630-ADD-TO-ROLL-UP
           ADD 1 TO WS-GT-LINES
           IF LINE-NO-LINK
              ADD WS-LINE-SPEND TO WS-GT-NO-LINK-SPEND
           ELSE
              ADD WS-LINE-SPEND TO WS-GT-NOT-BEST-SPEND
           END-IF
           ADD WS-LINE-PREMIUM TO WS-GT-PREMIUM
           .

       630-ADD-TO-ROLL-UP.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING ROL-IDX FROM 1 BY 1
              UNTIL ROL-IDX > WS-ROL-COUNT OR ENTRY-FOUND
                 IF WS-ROL-LEVEL(ROL-IDX) = WS-ROL-FIND-LEVEL
                    AND WS-ROL-KEY(ROL-IDX) = WS-ROL-FIND-KEY
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO ROL-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-ROL-COUNT < 3000
                 ADD 1 TO WS-ROL-COUNT
                 MOVE WS-ROL-COUNT TO WS-SLOT
                 MOVE WS-ROL-FIND-LEVEL TO WS-ROL-LEVEL(WS-SLOT)
                 MOVE WS-ROL-FIND-KEY TO WS-ROL-KEY(WS-SLOT)
              ELSE
                 MOVE 0 TO WS-SLOT
              END-IF
           END-IF
           IF WS-SLOT > 0
              ADD 1 TO WS-ROL-LINES(WS-SLOT)
              IF LINE-NO-LINK
                 ADD WS-LINE-SPEND TO WS-ROL-NO-LINK-SPEND(WS-SLOT)
              ELSE
                 ADD WS-LINE-SPEND TO WS-ROL-NOT-BEST-SPEND(WS-SLOT)
              END-IF
              ADD WS-LINE-PREMIUM TO WS-ROL-PREMIUM(WS-SLOT)
           END-IF
           .

      *    A plain swap sort by level and key, the same style as
      *    STDMAINT's 700-SORT-TABLE.
       700-SORT-ROLL-UP.
           IF WS-ROL-COUNT > 1
              COMPUTE WS-SORT-PASS-LIMIT = WS-ROL-COUNT - 1
              PERFORM VARYING ROL-IDX FROM 1 BY 1
                 UNTIL ROL-IDX > WS-SORT-PASS-LIMIT
                    COMPUTE WS-SORT-COMPARE-LIMIT =
                       WS-ROL-COUNT - ROL-IDX
                    PERFORM VARYING ROL-IDX2 FROM 1 BY 1
                       UNTIL ROL-IDX2 > WS-SORT-COMPARE-LIMIT
                          IF WS-ROL-SORT-KEY(ROL-IDX2) >
                             WS-ROL-SORT-KEY(ROL-IDX2 + 1)
                             MOVE WS-ROL-ENTRY(ROL-IDX2)
                                TO WS-ROL-TEMP-ENTRY
                             MOVE WS-ROL-ENTRY(ROL-IDX2 + 1)
                                TO WS-ROL-ENTRY(ROL-IDX2)
                             MOVE WS-ROL-TEMP-ENTRY
                                TO WS-ROL-ENTRY(ROL-IDX2 + 1)
                          END-IF
                    END-PERFORM
              END-PERFORM
           END-IF
           .

      *    One section per level, each headed afresh, then the
      *    grand total.  A PO keyed with no buyer prints as NONE.
       800-WRITE-ROLL-UPS.
           MOVE 0 TO WS-LAST-LEVEL
           PERFORM VARYING ROL-IDX FROM 1 BY 1
              UNTIL ROL-IDX > WS-ROL-COUNT
                 IF WS-ROL-LEVEL(ROL-IDX) NOT = WS-LAST-LEVEL
                    MOVE WS-ROL-LEVEL(ROL-IDX) TO WS-LAST-LEVEL
                    IF WS-LAST-LEVEL = 1
                       MOVE 'OFF-CONTRACT SPEND BY BUYER'
                          TO RPS-TITLE
                       MOVE 'BUYER' TO RCH-KEY-TITLE
                    ELSE
                       MOVE 'OFF-CONTRACT SPEND BY SUPPLIER'
                          TO RPS-TITLE
                       MOVE 'SUPPLIER' TO RCH-KEY-TITLE
                    END-IF
                    MOVE SPACES TO MAVRPT-RECORD
                    WRITE MAVRPT-RECORD
                    WRITE MAVRPT-RECORD FROM WS-RPT-SECTION
                    WRITE MAVRPT-RECORD FROM WS-RPT-ROLL-COLUMNS
                 END-IF
                 IF WS-ROL-KEY(ROL-IDX) = SPACES
                    MOVE 'NONE' TO RRL-KEY
                 ELSE
                    MOVE WS-ROL-KEY(ROL-IDX) TO RRL-KEY
                 END-IF
                 MOVE WS-ROL-LINES(ROL-IDX) TO RRL-LINES
                 MOVE WS-ROL-NO-LINK-SPEND(ROL-IDX)
                    TO RRL-NO-LINK-SPEND
                 MOVE WS-ROL-NOT-BEST-SPEND(ROL-IDX)
                    TO RRL-NOT-BEST-SPEND
                 COMPUTE RRL-TOTAL-SPEND =
                    WS-ROL-NO-LINK-SPEND(ROL-IDX)
                    + WS-ROL-NOT-BEST-SPEND(ROL-IDX)
                 MOVE WS-ROL-PREMIUM(ROL-IDX) TO RRL-PREMIUM
                 WRITE MAVRPT-RECORD FROM WS-RPT-ROLL-LINE
           END-PERFORM
           MOVE SPACES TO MAVRPT-RECORD
           WRITE MAVRPT-RECORD
           MOVE 'OFF-CONTRACT SPEND - GRAND TOTAL' TO RPS-TITLE
           WRITE MAVRPT-RECORD FROM WS-RPT-SECTION
           MOVE SPACES TO RCH-KEY-TITLE
           WRITE MAVRPT-RECORD FROM WS-RPT-ROLL-COLUMNS
           MOVE 'ALL' TO RRL-KEY
           MOVE WS-GT-LINES TO RRL-LINES
           MOVE WS-GT-NO-LINK-SPEND TO RRL-NO-LINK-SPEND
           MOVE WS-GT-NOT-BEST-SPEND TO RRL-NOT-BEST-SPEND
           COMPUTE RRL-TOTAL-SPEND = WS-GT-NO-LINK-SPEND
              + WS-GT-NOT-BEST-SPEND
           MOVE WS-GT-PREMIUM TO RRL-PREMIUM
           WRITE MAVRPT-RECORD FROM WS-RPT-ROLL-LINE
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-IN.
           CLOSE PARTSUPL-REC.
           CLOSE MAVRPT-REC.
