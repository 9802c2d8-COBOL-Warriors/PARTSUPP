      *   ones, with the new RPO-GOVT-FLAG column carved from the
      *   trailing filler so the buyer sees why the deck leads with
      *   them.
      *
      * 2026-10-15 maruca V0R0M3
      *   Quota-based split sourcing.  A part with rows on the new
      *   SRCQUOTA file is deliberately dual-sourced: its shortage is
      *   judged once per part (Open/Shipped summed over every
      *   supplier record) and the draft quantity is split across
      *   its quota suppliers a REORDER-MULTIPLE at a time, each lot
      *   going to whichever supplier is furthest below target
      *   share of the part's cumulative received-plus-on-order
      *   quantity.  A split lot under MIN-ORDER-QTY folds into the
      *   biggest one so every draft still passes POEDIT.  Split
      *   drafts carry RPO-QUOTA-FLAG 'Q'.  A missing SRCQUOTA file
      *   single-sources every part as before.
      *   JCL Input (new)
      * //SRCQUOTA DD DSN=USER66.EXAM.DEV.SRCQUOTA.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M4
      *   Stock-aware supplier choice.  Suppliers' EDI 846 advices
      *   (the SUPAVAIL master EDI846IN keeps) now rank the Active
      *   rows ahead of price: first a supplier whose current
      *   advice covers the draft quantity and can ship it inside
      *   its own lead time, then one with no current advice on
      *   the part, and last one whose advice falls short - price
      *   and lead time still decide within each rank.  The draft
      *   is therefore sized before the supplier is picked (the
      *   sizing never depended on the supplier).  The new
      *   RPO-AVAIL-FLAG column, carved from the filler, says
      *   which rank won: 'S' stock reported, 'N' short or none,
      *   blank no advice.  An advice more than 30 days old counts
      *   as none.  Quota splits are unchanged - a quota is a
      *   sourcing policy, not a stock question.  A missing
      *   SUPAVAIL picks on price alone as before.
      *   JCL Input (new)
      * //SUPAVAIL DD DSN=USER66.EXAM.DEV.SUPAVAIL.MASTER(0),DISP=SHR
      *
      * 2026-10-15 maruca V0R0M5
      *   Vendor-managed parts are left alone.  A supplier flagged
      *   VMI on its TPPROF profile manages our stock of its own
      *   parts off the 852 activity data EDI852OT sends it, so a
      *   part with an Active price-link row for a VMI supplier
      *   draws no draft here - single-sourced or quota-split -
      *   and is counted instead, so the same stock is not ordered
      *   twice.  A missing TPPROF leaves every part to REPLEN.
      *   JCL Input (new)
      * //TPPROF   DD DSN=USER66.EXAM.DEV.TPPROF.MASTER,DISP=SHR
      ***************************************************************
      * Reads the collated PART-SUPP-ADDR-PO master (same record
      * RPTPRINT's 500-SUB-CHECK-REORDER-POINT already flags against
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT REPL-PO-REC   ASSIGN TO REPLENPO.
           SELECT SRCQUOTA-REC  ASSIGN TO SRCQUOTA
               FILE STATUS IS WS-SRCQUOTA-FILE-STATUS.
           SELECT SUPAVAIL-REC  ASSIGN TO SUPAVAIL
               FILE STATUS IS WS-SUPAVAIL-FILE-STATUS.
           SELECT TPPROF-REC    ASSIGN TO TPPROF
               FILE STATUS IS WS-TPPROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'G' when the part is government-usable - those drafts
      *    lead the deck.
           05  RPO-GOVT-FLAG        PIC X(01) VALUE SPACES.
      *    'Q' when the draft is one supplier's lot of a quota
      *    split - the part's other lots follow it in the deck.
           05  RPO-QUOTA-FLAG       PIC X(01) VALUE SPACES.
      *    'S' when the supplier's 846 advice covers the draft, 'N'
      *    when it reports short or none, blank with no advice.
           05  RPO-AVAIL-FLAG       PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE SPACES.

      *    Target supplier shares for dual-sourced parts.  See
      *    SRCQUOTA.cpy.
       FD  SRCQUOTA-REC
           DATA RECORD IS SRC-QUOTA-ROW.
           COPY 'SRCQUOTA'.

      *    Suppliers' reported stock per part.  See SUPAVAIL.cpy.
       FD  SUPAVAIL-REC
           DATA RECORD IS SUP-AVAIL-ROW.
           COPY 'SUPAVAIL'.

      *    Trading-partner profile master TPMAINT maintains - only
      *    the supplier code and the VMI flag are used here.
       FD  TPPROF-REC
           DATA RECORD IS TPPROF-RECORD.
       01  TPPROF-RECORD.
           05  TPP-SUPPLIER-CODE   PIC X(10).
           05  TPP-SENDER-QUAL     PIC X(02).
           05  TPP-SENDER-ID       PIC X(15).
           05  TPP-RECEIVER-QUAL   PIC X(02).
           05  TPP-RECEIVER-ID     PIC X(15).
           05  TPP-DOC-SWITCHES    PIC X(12).
           05  TPP-VMI-FLAG        PIC X(01).
           05  FILLER              PIC X(23).

       WORKING-STORAGE SECTION.

       01  WS-BEST-UNIT-PRICE         PIC S9(7)V99 VALUE ZERO.
       01  WS-BEST-LEAD-TIME-WKS      PIC 9(03) VALUE ZERO.

      *Sourcing Quota Table (from SRCQUOTA DD)*************************
      *   One entry per quota row, priced at load off the same
      *    WS-PARTSUPL-TABLE (that supplier's lowest Active price).
      *    WS-QTA-POSITION-QTY is the supplier's cumulative received
      *    quantity plus what is still Open/Shipped with it, built
      *    by the 140-LOAD-QUOTA-POSITIONS pre-pass of RPTINPUT;
      *    WS-QTA-ALLOC-QTY is its lot of the current split.
      ***************************************************************
       01  WS-SRCQUOTA-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-SRCQUOTA-EOF            PIC X(01) VALUE 'N'.
       01  WS-QUOTA-COUNT             PIC 9(03) VALUE 0.
       01  WS-QUOTA-TABLE.
           05 WS-QTA-ENTRY OCCURS 500 TIMES INDEXED BY QTA-IDX.
              10 WS-QTA-PART-NUMBER      PIC X(23)    VALUE SPACES.
              10 WS-QTA-SUPPLIER-CODE    PIC X(10)    VALUE SPACES.
              10 WS-QTA-TARGET-PCT       PIC 9(03)V99 VALUE ZERO.
              10 WS-QTA-POSITION-QTY     PIC S9(9)    VALUE ZERO.
              10 WS-QTA-ALLOC-QTY        PIC 9(07)    VALUE ZERO.
              10 WS-QTA-PRICED           PIC X(01)    VALUE 'N'.
                 88 WS-QTA-HAS-PRICE                  VALUE 'Y'.
              10 WS-QTA-UNIT-PRICE       PIC S9(7)V99 VALUE ZERO.
              10 WS-QTA-LEAD-TIME-WKS    PIC 9(03)    VALUE ZERO.

      *   One entry per quota part - its Open/Shipped quantity over
      *    every supplier record, and whether this run has already
      *    judged it (the part's other supplier records are passed
      *    over once it has).
       01  WS-QPART-COUNT             PIC 9(03) VALUE 0.
       01  WS-QPART-TABLE.
           05 WS-QPT-ENTRY OCCURS 200 TIMES INDEXED BY QPT-IDX.
              10 WS-QPT-PART-NUMBER      PIC X(23)    VALUE SPACES.
              10 WS-QPT-ON-ORDER-QTY     PIC 9(07)    VALUE ZERO.
              10 WS-QPT-DRAFTED          PIC X(01)    VALUE 'N'.

       01  WS-QUOTA-PART-FOUND        PIC X(01) VALUE 'N'.
       01  WS-QUOTA-KEY-PART          PIC X(23) VALUE SPACES.
       01  WS-QUOTA-PCT-TOTAL         PIC 9(05)V99 VALUE ZERO.
       01  WS-QUOTA-RUN-TOTAL         PIC S9(9) VALUE ZERO.
       01  WS-QUOTA-GAP               PIC S9(9)V9(4) VALUE ZERO.
       01  WS-BEST-GAP                PIC S9(9)V9(4) VALUE ZERO.
       01  WS-ORDER-QTY               PIC 9(07) VALUE ZERO.
       01  WS-DRAFT-QTY               PIC 9(07) VALUE ZERO.
       01  WS-ALLOC-UNIT              PIC 9(05) VALUE ZERO.
       01  WS-UNITS-LEFT              PIC 9(07) VALUE ZERO.
       01  WS-PICK-SLOT               PIC 9(03) VALUE ZERO.
       01  WS-SMALL-SLOT              PIC 9(03) VALUE ZERO.
       01  WS-LARGE-SLOT              PIC 9(03) VALUE ZERO.
       01  WS-QUOTA-DRAFTS            PIC 9(07) COMP VALUE ZERO.

      *Supplier Availability Table (from SUPAVAIL DD)******************
      *   Only current advices are loaded - one dated within the
      *    last 30 days.  WS-AVL-SHIP-BY-DATE zero means it can ship
      *    at once.
      ***************************************************************
       01  WS-SUPAVAIL-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-SUPAVAIL-EOF            PIC X(01) VALUE 'N'.
       01  WS-AVAIL-COUNT             PIC 9(04) VALUE 0.
       01  WS-AVAIL-TABLE.
           05 WS-AVL-ENTRY OCCURS 1000 TIMES INDEXED BY AVL-IDX.
              10 WS-AVL-PART-NUMBER      PIC X(23)    VALUE SPACES.
              10 WS-AVL-SUPPLIER-CODE    PIC X(10)    VALUE SPACES.
              10 WS-AVL-AVAIL-QTY        PIC 9(07)    VALUE ZERO.
              10 WS-AVL-SHIP-BY-DATE     PIC 9(08)    VALUE ZERO.
       01  WS-AVAIL-CUTOFF-DATE       PIC 9(08) VALUE ZERO.
       01  WS-LEAD-LIMIT-DATE         PIC 9(08) VALUE ZERO.
       01  WS-CAND-RANK               PIC 9(01) VALUE ZERO.
       01  WS-BEST-RANK               PIC 9(01) VALUE ZERO.
       01  WS-CAND-AVAIL-FLAG         PIC X(01) VALUE SPACES.
       01  WS-BEST-AVAIL-FLAG         PIC X(01) VALUE SPACES.

      *VMI Supplier Table (from TPPROF DD)*****************************
      *   The suppliers whose profile carries the VMI flag 'Y' - a
      *    part with an Active price-link row for one of them is
      *    theirs to replenish, not ours.
      ***************************************************************
       01  WS-TPPROF-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-TPPROF-EOF              PIC X(01) VALUE 'N'.
       01  WS-VMI-COUNT               PIC 9(03) VALUE 0.
       01  WS-VMI-TABLE.
           05 WS-VMI-ENTRY OCCURS 200 TIMES INDEXED BY VMI-IDX.
              10 WS-VMI-SUPPLIER-CODE    PIC X(10)    VALUE SPACES.
       01  WS-VMI-PART-FLAG           PIC X(01) VALUE 'N'.
           88 WS-VMI-PART                       VALUE 'Y'.
       01  WS-VMI-PARTS-SKIPPED       PIC 9(07) COMP VALUE ZERO.

      *END WORKING-STORAGE SECTION-----------------------------------

       PROCEDURE DIVISION.
           PERFORM 900-CLOSE-FILES
           DISPLAY 'REPLEN RECORDS READ       ' WS-RECORDS-READ
           DISPLAY 'REPLEN DRAFT POS WRITTEN   ' WS-DRAFTS-WRITTEN
           DISPLAY 'REPLEN QUOTA SPLIT DRAFTS  ' WS-QUOTA-DRAFTS
           DISPLAY 'REPLEN VMI RECORDS SKIPPED ' WS-VMI-PARTS-SKIPPED
           GOBACK.

       100-INITIALIZE.
           OPEN INPUT  PARTSUPL-REC
           OPEN OUTPUT REPL-PO-REC
           PERFORM 110-LOAD-PARTSUPL
           PERFORM 130-LOAD-SOURCING-QUOTAS
           PERFORM 160-LOAD-SUPPLIER-AVAIL
           PERFORM 170-LOAD-VMI-SUPPLIERS
           IF WS-QUOTA-COUNT > 0
              PERFORM 140-LOAD-QUOTA-POSITIONS
           END-IF
           PERFORM 120-READ-PART-SUPP.

      *    Loads the whole price-link master into memory once, the
                 ADD 1 TO WS-RECORDS-READ
           END-READ.

      *    A missing SRCQUOTA file leaves the quota table empty and
      *    every part single-sourced.  A quota supplier with no
      *    Active price on the price link cannot be drafted, so its
      *    share is left out of the split.
       130-LOAD-SOURCING-QUOTAS.
           OPEN INPUT SRCQUOTA-REC
           IF WS-SRCQUOTA-FILE-STATUS = '00'
              READ SRCQUOTA-REC
                 AT END MOVE 'Y' TO WS-SRCQUOTA-EOF
              END-READ
              PERFORM UNTIL WS-SRCQUOTA-EOF = 'Y'
                 IF SQ-TARGET-PCT NUMERIC
                    AND SQ-TARGET-PCT > 0
                    PERFORM 135-ADD-QUOTA-ROW
                 ELSE
                    DISPLAY 'REPLEN QUOTA SHARE NOT NUMERIC - SKIPPED '
                       SQ-PART-NUMBER ' ' SQ-SUPPLIER-CODE
                 END-IF
                 READ SRCQUOTA-REC
                    AT END MOVE 'Y' TO WS-SRCQUOTA-EOF
                 END-READ
              END-PERFORM
              CLOSE SRCQUOTA-REC
           END-IF.

       135-ADD-QUOTA-ROW.
           IF WS-QUOTA-COUNT >= 500
              DISPLAY 'REPLEN QUOTA TABLE FULL - SKIPPED '
                 SQ-PART-NUMBER ' ' SQ-SUPPLIER-CODE
           ELSE
              ADD 1 TO WS-QUOTA-COUNT
              SET QTA-IDX TO WS-QUOTA-COUNT
              MOVE SQ-PART-NUMBER   TO WS-QTA-PART-NUMBER(QTA-IDX)
              MOVE SQ-SUPPLIER-CODE TO WS-QTA-SUPPLIER-CODE(QTA-IDX)
              MOVE SQ-TARGET-PCT    TO WS-QTA-TARGET-PCT(QTA-IDX)
              PERFORM VARYING PSL-IDX FROM 1 BY 1
                 UNTIL PSL-IDX > WS-PARTSUPL-COUNT
                 IF WS-PSL-PART-NUMBER(PSL-IDX) = SQ-PART-NUMBER
                    AND WS-PSL-SUPPLIER-CODE(PSL-IDX) = SQ-SUPPLIER-CODE
                    AND WS-PSL-ACTIVE(PSL-IDX)
                    IF NOT WS-QTA-HAS-PRICE(QTA-IDX)
                       OR WS-PSL-UNIT-PRICE(PSL-IDX)
                          < WS-QTA-UNIT-PRICE(QTA-IDX)
                       MOVE 'Y' TO WS-QTA-PRICED(QTA-IDX)
                       MOVE WS-PSL-UNIT-PRICE(PSL-IDX)
                          TO WS-QTA-UNIT-PRICE(QTA-IDX)
                       MOVE WS-PSL-LEAD-TIME-WKS(PSL-IDX)
                          TO WS-QTA-LEAD-TIME-WKS(QTA-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              IF NOT WS-QTA-HAS-PRICE(QTA-IDX)
                 DISPLAY 'REPLEN QUOTA SUPPLIER HAS NO ACTIVE PRICE '
                    SQ-PART-NUMBER ' ' SQ-SUPPLIER-CODE
              END-IF
              MOVE SQ-PART-NUMBER TO WS-QUOTA-KEY-PART
              PERFORM 150-FIND-QUOTA-PART
              IF WS-QUOTA-PART-FOUND = 'N'
                 IF WS-QPART-COUNT < 200
                    ADD 1 TO WS-QPART-COUNT
                    MOVE SQ-PART-NUMBER
                       TO WS-QPT-PART-NUMBER(WS-QPART-COUNT)
                 ELSE
                    DISPLAY 'REPLEN QUOTA PART TABLE FULL - '
                       SQ-PART-NUMBER ' SINGLE-SOURCED'
                    MOVE SPACES TO WS-QTA-PART-NUMBER(QTA-IDX)
                 END-IF
              END-IF
           END-IF.

      *    Pre-pass of the collated master: every quota part's
      *    Open/Shipped quantity over all of its supplier records,
      *    and each quota supplier's position - received quantity
      *    on its Received POs plus the quantity still Open/Shipped
      *    with it.  A blanket carries no quantity of its own and is
      *    passed over.  RPTINPUT is then reopened for the main pass.
       140-LOAD-QUOTA-POSITIONS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO WS-PART-SUPP-EOF
           END-READ
           PERFORM UNTIL PART-SUPP-EOF
              MOVE PART-NUMBER TO WS-QUOTA-KEY-PART
              PERFORM 150-FIND-QUOTA-PART
              IF WS-QUOTA-PART-FOUND = 'Y'
                 PERFORM 210-SUM-ON-ORDER-QTY
                 ADD WS-ON-ORDER-QTY TO WS-QPT-ON-ORDER-QTY(QPT-IDX)
                 PERFORM VARYING QTA-IDX FROM 1 BY 1
                    UNTIL QTA-IDX > WS-QUOTA-COUNT
                    IF WS-QTA-PART-NUMBER(QTA-IDX) = PART-NUMBER
                       AND WS-QTA-SUPPLIER-CODE(QTA-IDX) = SUPPLIER-CODE
                       PERFORM 145-ADD-SUPPLIER-POSITION
                    END-IF
                 END-PERFORM
              END-IF
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO WS-PART-SUPP-EOF
              END-READ
           END-PERFORM
           CLOSE PART-SUPP-OLD
           OPEN INPUT PART-SUPP-OLD
           MOVE 'N' TO WS-PART-SUPP-EOF.

       145-ADD-SUPPLIER-POSITION.
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              IF PO-NUMBER(PO-IDX) NOT = SPACES
                 AND NOT PO-TYPE-BLANKET(PO-IDX)
                 IF PO-STATUS-RECEIVED(PO-IDX)
                    ADD RECEIVED-QUANTITY(PO-IDX)
                       TO WS-QTA-POSITION-QTY(QTA-IDX)
                 END-IF
                 IF PO-STATUS-OPEN(PO-IDX)
                    OR PO-STATUS-SHIPPED(PO-IDX)
                    ADD QUANTITY(PO-IDX)
                       TO WS-QTA-POSITION-QTY(QTA-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       150-FIND-QUOTA-PART.
           MOVE 'N' TO WS-QUOTA-PART-FOUND
           PERFORM VARYING QPT-IDX FROM 1 BY 1
              UNTIL QPT-IDX > WS-QPART-COUNT
                 OR WS-QUOTA-PART-FOUND = 'Y'
              IF WS-QPT-PART-NUMBER(QPT-IDX) = WS-QUOTA-KEY-PART
                 MOVE 'Y' TO WS-QUOTA-PART-FOUND
              END-IF
           END-PERFORM
           IF WS-QUOTA-PART-FOUND = 'Y'
              SET QPT-IDX DOWN BY 1
           END-IF.

      *    A missing SUPAVAIL leaves the table empty, every supplier
      *    "no advice", and the choice on price alone.
       160-LOAD-SUPPLIER-AVAIL.
           COMPUTE WS-AVAIL-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-NUM) - 30)
           OPEN INPUT SUPAVAIL-REC
           IF WS-SUPAVAIL-FILE-STATUS = '00'
              READ SUPAVAIL-REC
                 AT END MOVE 'Y' TO WS-SUPAVAIL-EOF
              END-READ
              PERFORM UNTIL WS-SUPAVAIL-EOF = 'Y'
                 IF SA-ADVICE-DATE NUMERIC
                    AND SA-ADVICE-DATE >= WS-AVAIL-CUTOFF-DATE
                    AND SA-AVAIL-QTY NUMERIC
                    IF WS-AVAIL-COUNT < 1000
                       ADD 1 TO WS-AVAIL-COUNT
                       SET AVL-IDX TO WS-AVAIL-COUNT
                       MOVE SA-PART-NUMBER
                          TO WS-AVL-PART-NUMBER(AVL-IDX)
                       MOVE SA-SUPPLIER-CODE
                          TO WS-AVL-SUPPLIER-CODE(AVL-IDX)
                       MOVE SA-AVAIL-QTY TO WS-AVL-AVAIL-QTY(AVL-IDX)
                       IF SA-SHIP-BY-DATE NUMERIC
                          MOVE SA-SHIP-BY-DATE
                             TO WS-AVL-SHIP-BY-DATE(AVL-IDX)
                       END-IF
                    ELSE
                       DISPLAY 'REPLEN AVAILABILITY TABLE FULL - '
                          SA-PART-NUMBER ' ' SA-SUPPLIER-CODE
                    END-IF
                 END-IF
                 READ SUPAVAIL-REC
                    AT END MOVE 'Y' TO WS-SUPAVAIL-EOF
                 END-READ
              END-PERFORM
              CLOSE SUPAVAIL-REC
           END-IF.

      *    A missing TPPROF leaves the table empty and no part VMI.
       170-LOAD-VMI-SUPPLIERS.
           OPEN INPUT TPPROF-REC
           IF WS-TPPROF-FILE-STATUS = '00'
              READ TPPROF-REC
                 AT END MOVE 'Y' TO WS-TPPROF-EOF
              END-READ
              PERFORM UNTIL WS-TPPROF-EOF = 'Y'
                 IF TPP-VMI-FLAG = 'Y'
                    IF WS-VMI-COUNT < 200
                       ADD 1 TO WS-VMI-COUNT
                       MOVE TPP-SUPPLIER-CODE
                          TO WS-VMI-SUPPLIER-CODE(WS-VMI-COUNT)
                    ELSE
                       DISPLAY 'REPLEN VMI SUPPLIER TABLE FULL - '
                          TPP-SUPPLIER-CODE
                    END-IF
                 END-IF
                 READ TPPROF-REC
                    AT END MOVE 'Y' TO WS-TPPROF-EOF
                 END-READ
              END-PERFORM
              CLOSE TPPROF-REC
           END-IF.

       200-PROCESS-PARTS.
           MOVE PART-NUMBER TO WS-QUOTA-KEY-PART
           PERFORM 150-FIND-QUOTA-PART
           PERFORM 205-CHECK-VMI-PART
           IF WS-VMI-PART
              ADD 1 TO WS-VMI-PARTS-SKIPPED
           ELSE
              IF WS-QUOTA-PART-FOUND = 'Y'
                 IF WS-QPT-DRAFTED(QPT-IDX) = 'N'
                    PERFORM 250-SPLIT-QUOTA-PART
                 END-IF
              ELSE
                 PERFORM 210-SUM-ON-ORDER-QTY
                 IF MIN-ORDER-QTY > 0
                    AND WS-ON-ORDER-QTY < MIN-ORDER-QTY
                    PERFORM 230-SIZE-DRAFT-QTY
                    PERFORM 220-FIND-BEST-SUPPLIER
                    IF WS-BEST-FOUND = 'Y'
                       MOVE WS-ORDER-QTY TO WS-DRAFT-QTY
                       MOVE SPACE TO RPO-QUOTA-FLAG
                       PERFORM 240-WRITE-DRAFT-PO
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM 120-READ-PART-SUPP.

      *    Does an Active price-link row for this part name a VMI
      *    supplier?
       205-CHECK-VMI-PART.
           MOVE 'N' TO WS-VMI-PART-FLAG
           IF WS-VMI-COUNT > 0
              PERFORM VARYING PSL-IDX FROM 1 BY 1
                 UNTIL PSL-IDX > WS-PARTSUPL-COUNT OR WS-VMI-PART
                 IF WS-PSL-PART-NUMBER(PSL-IDX) = PART-NUMBER
                    AND WS-PSL-ACTIVE(PSL-IDX)
                    PERFORM VARYING VMI-IDX FROM 1 BY 1
                       UNTIL VMI-IDX > WS-VMI-COUNT OR WS-VMI-PART
                       IF WS-VMI-SUPPLIER-CODE(VMI-IDX) =
                          WS-PSL-SUPPLIER-CODE(PSL-IDX)
                          MOVE 'Y' TO WS-VMI-PART-FLAG
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-IF.

      *    Same Open/Shipped-only accumulation RPTPRINT's 500-SUB-
      *    CHECK-REORDER-POINT performs across this record's own 3
      *    PO slots.
              END-IF
           END-PERFORM.

      *    Best of this part's Active rows on the price link for a
      *    draft of WS-ORDER-QTY: lowest stock rank from 225 first,
      *    then lowest UNIT-PRICE, lead time breaking a tie.
       220-FIND-BEST-SUPPLIER.
           MOVE 'N' TO WS-BEST-FOUND
           MOVE SPACES TO WS-BEST-SUPPLIER-CODE
           MOVE 0 TO WS-BEST-UNIT-PRICE
           MOVE 0 TO WS-BEST-LEAD-TIME-WKS
           MOVE 0 TO WS-BEST-RANK
           MOVE SPACE TO WS-BEST-AVAIL-FLAG
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PARTSUPL-COUNT
              IF WS-PSL-PART-NUMBER(PSL-IDX) = PART-NUMBER
                 AND WS-PSL-ACTIVE(PSL-IDX)
                 PERFORM 225-RANK-SUPPLIER-STOCK
                 IF WS-BEST-FOUND = 'N'
                    OR WS-CAND-RANK < WS-BEST-RANK
                    OR (WS-CAND-RANK = WS-BEST-RANK
                        AND WS-PSL-UNIT-PRICE(PSL-IDX)
                           < WS-BEST-UNIT-PRICE)
                    OR (WS-CAND-RANK = WS-BEST-RANK
                        AND WS-PSL-UNIT-PRICE(PSL-IDX)
                           = WS-BEST-UNIT-PRICE
                        AND WS-PSL-LEAD-TIME-WKS(PSL-IDX)
                           < WS-BEST-LEAD-TIME-WKS)
                    MOVE 'Y' TO WS-BEST-FOUND
                    MOVE WS-CAND-RANK TO WS-BEST-RANK
                    MOVE WS-CAND-AVAIL-FLAG TO WS-BEST-AVAIL-FLAG
                    MOVE WS-PSL-SUPPLIER-CODE(PSL-IDX)
                       TO WS-BEST-SUPPLIER-CODE
                    MOVE WS-PSL-UNIT-PRICE(PSL-IDX)
              END-IF
           END-PERFORM.

      *    Rank 1 - a current advice covering WS-ORDER-QTY with a
      *    ship-by date no later than the row's lead time would
      *    deliver; rank 2 - no current advice on the part from this
      *    supplier; rank 3 - an advice that falls short.
       225-RANK-SUPPLIER-STOCK.
           MOVE 2 TO WS-CAND-RANK
           MOVE SPACE TO WS-CAND-AVAIL-FLAG
           COMPUTE WS-LEAD-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-NUM)
              + (WS-PSL-LEAD-TIME-WKS(PSL-IDX) * 7))
           PERFORM VARYING AVL-IDX FROM 1 BY 1
              UNTIL AVL-IDX > WS-AVAIL-COUNT
              IF WS-AVL-PART-NUMBER(AVL-IDX) = PART-NUMBER
                 AND WS-AVL-SUPPLIER-CODE(AVL-IDX)
                    = WS-PSL-SUPPLIER-CODE(PSL-IDX)
                 IF WS-AVL-AVAIL-QTY(AVL-IDX) >= WS-ORDER-QTY
                    AND WS-AVL-SHIP-BY-DATE(AVL-IDX)
                       <= WS-LEAD-LIMIT-DATE
                    MOVE 1 TO WS-CAND-RANK
                    MOVE 'S' TO WS-CAND-AVAIL-FLAG
                 ELSE
                    MOVE 3 TO WS-CAND-RANK
                    MOVE 'N' TO WS-CAND-AVAIL-FLAG
                 END-IF
              END-IF
           END-PERFORM.

      *    Sizes the draft to at least MIN-ORDER-QTY, then rounds up
      *    to the next whole REORDER-MULTIPLE when one is on file -
      *    the raw shortfall alone would be under MIN-ORDER-QTY
      *    order-quantity rule check would bounce the draft the
      *    moment the buyer keyed it.  DELIVERY-DATE is today plus
      *    the chosen supplier's own quoted lead time.
       230-SIZE-DRAFT-QTY.
           COMPUTE WS-SHORTFALL-QTY = MIN-ORDER-QTY - WS-ON-ORDER-QTY
           IF WS-SHORTFALL-QTY < MIN-ORDER-QTY
              MOVE MIN-ORDER-QTY TO WS-SHORTFALL-QTY
              COMPUTE WS-REMAINDER-QTY =
                 FUNCTION MOD(WS-SHORTFALL-QTY, REORDER-MULTIPLE)
              IF WS-REMAINDER-QTY = 0
                 MOVE WS-SHORTFALL-QTY TO WS-ORDER-QTY
              ELSE
                 COMPUTE WS-ORDER-QTY = WS-SHORTFALL-QTY
                    + REORDER-MULTIPLE - WS-REMAINDER-QTY
              END-IF
           ELSE
              MOVE WS-SHORTFALL-QTY TO WS-ORDER-QTY
           END-IF.

      *    Builds and buffers one draft for WS-DRAFT-QTY from the
      *    supplier in WS-BEST-SUPPLIER-CODE/-UNIT-PRICE/-LEAD-TIME.
       240-WRITE-DRAFT-PO.
           MOVE WS-DRAFT-QTY       TO RPO-SUGGESTED-QTY
           MOVE PART-NUMBER        TO RPO-PART-NUMBER
           MOVE PART-NAME          TO RPO-PART-NAME
           MOVE WS-BEST-SUPPLIER-CODE TO RPO-SUPPLIER-CODE
           MOVE WS-BEST-AVAIL-FLAG TO RPO-AVAIL-FLAG
           MOVE WS-BEST-UNIT-PRICE TO RPO-UNIT-PRICE
           MOVE WS-TODAYS-DATE-NUM TO RPO-ORDER-DATE
           COMPUTE RPO-DELIVERY-DATE = FUNCTION DATE-OF-INTEGER(
           END-IF
           ADD 1 TO WS-DRAFTS-WRITTEN.

      *    A quota part is judged once, on its first supplier record,
      *    against its Open/Shipped quantity over all its records.
      *    When none of its quota suppliers has an Active price the
      *    whole quantity goes to the best supplier as for any part.
       250-SPLIT-QUOTA-PART.
           MOVE 'Y' TO WS-QPT-DRAFTED(QPT-IDX)
           MOVE WS-QPT-ON-ORDER-QTY(QPT-IDX) TO WS-ON-ORDER-QTY
           IF MIN-ORDER-QTY > 0
              AND WS-ON-ORDER-QTY < MIN-ORDER-QTY
              PERFORM 230-SIZE-DRAFT-QTY
              PERFORM 260-ALLOCATE-BY-QUOTA
              IF WS-QUOTA-PCT-TOTAL = 0
                 PERFORM 220-FIND-BEST-SUPPLIER
                 IF WS-BEST-FOUND = 'Y'
                    MOVE WS-ORDER-QTY TO WS-DRAFT-QTY
                    MOVE SPACE TO RPO-QUOTA-FLAG
                    PERFORM 240-WRITE-DRAFT-PO
                 END-IF
              ELSE
                 PERFORM 280-WRITE-QUOTA-DRAFTS
              END-IF
           END-IF.

      *    Hands out WS-ORDER-QTY one lot (REORDER-MULTIPLE, or one
      *    unit when none is on file) at a time.  Each lot grows the
      *    part's running total, and goes to the priced quota
      *    supplier furthest below its target share of that total -
      *    target shares scaled by whatever the part's shares add up
      *    to, the first such supplier on the quota file winning a
      *    tie.  Lots under MIN-ORDER-QTY are then folded together.
       260-ALLOCATE-BY-QUOTA.
           MOVE 0 TO WS-QUOTA-PCT-TOTAL
           MOVE 0 TO WS-QUOTA-RUN-TOTAL
           PERFORM VARYING QTA-IDX FROM 1 BY 1
              UNTIL QTA-IDX > WS-QUOTA-COUNT
              MOVE 0 TO WS-QTA-ALLOC-QTY(QTA-IDX)
              IF WS-QTA-PART-NUMBER(QTA-IDX) = PART-NUMBER
                 AND WS-QTA-HAS-PRICE(QTA-IDX)
                 ADD WS-QTA-TARGET-PCT(QTA-IDX) TO WS-QUOTA-PCT-TOTAL
                 ADD WS-QTA-POSITION-QTY(QTA-IDX)
                    TO WS-QUOTA-RUN-TOTAL
              END-IF
           END-PERFORM
           IF WS-QUOTA-PCT-TOTAL > 0
              IF REORDER-MULTIPLE > 0
                 MOVE REORDER-MULTIPLE TO WS-ALLOC-UNIT
              ELSE
                 MOVE 1 TO WS-ALLOC-UNIT
              END-IF
              COMPUTE WS-UNITS-LEFT = WS-ORDER-QTY / WS-ALLOC-UNIT
              PERFORM 265-ALLOCATE-ONE-LOT UNTIL WS-UNITS-LEFT = 0
              MOVE 1 TO WS-SMALL-SLOT
              PERFORM 270-FOLD-SMALL-LOT UNTIL WS-SMALL-SLOT = 0
           END-IF.

       265-ALLOCATE-ONE-LOT.
           ADD WS-ALLOC-UNIT TO WS-QUOTA-RUN-TOTAL
           MOVE 0 TO WS-PICK-SLOT
           MOVE 0 TO WS-BEST-GAP
           PERFORM VARYING QTA-IDX FROM 1 BY 1
              UNTIL QTA-IDX > WS-QUOTA-COUNT
              IF WS-QTA-PART-NUMBER(QTA-IDX) = PART-NUMBER
                 AND WS-QTA-HAS-PRICE(QTA-IDX)
                 COMPUTE WS-QUOTA-GAP = WS-QUOTA-RUN-TOTAL
                    * WS-QTA-TARGET-PCT(QTA-IDX) / WS-QUOTA-PCT-TOTAL
                    - WS-QTA-POSITION-QTY(QTA-IDX)
                    - WS-QTA-ALLOC-QTY(QTA-IDX)
                 IF WS-PICK-SLOT = 0
                    OR WS-QUOTA-GAP > WS-BEST-GAP
                    SET WS-PICK-SLOT TO QTA-IDX
                    MOVE WS-QUOTA-GAP TO WS-BEST-GAP
                 END-IF
              END-IF
           END-PERFORM
           ADD WS-ALLOC-UNIT TO WS-QTA-ALLOC-QTY(WS-PICK-SLOT)
           SUBTRACT 1 FROM WS-UNITS-LEFT.

      *    POEDIT holds every PO to MIN-ORDER-QTY, so the smallest
      *    lot under it is added to the biggest lot and the split
      *    looked at again, until every lot left clears the minimum
      *    or the whole quantity sits with one supplier.
       270-FOLD-SMALL-LOT.
           MOVE 0 TO WS-SMALL-SLOT
           MOVE 0 TO WS-LARGE-SLOT
           PERFORM VARYING QTA-IDX FROM 1 BY 1
              UNTIL QTA-IDX > WS-QUOTA-COUNT
              IF WS-QTA-PART-NUMBER(QTA-IDX) = PART-NUMBER
                 AND WS-QTA-ALLOC-QTY(QTA-IDX) > 0
                 IF WS-QTA-ALLOC-QTY(QTA-IDX) < MIN-ORDER-QTY
                    IF WS-SMALL-SLOT = 0
                       OR WS-QTA-ALLOC-QTY(QTA-IDX)
                          < WS-QTA-ALLOC-QTY(WS-SMALL-SLOT)
                       SET WS-SMALL-SLOT TO QTA-IDX
                    END-IF
                 END-IF
                 IF WS-LARGE-SLOT = 0
                    OR WS-QTA-ALLOC-QTY(QTA-IDX)
                       > WS-QTA-ALLOC-QTY(WS-LARGE-SLOT)
                    SET WS-LARGE-SLOT TO QTA-IDX
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SMALL-SLOT > 0
              IF WS-SMALL-SLOT = WS-LARGE-SLOT
                 MOVE 0 TO WS-SMALL-SLOT
              ELSE
                 ADD WS-QTA-ALLOC-QTY(WS-SMALL-SLOT)
                    TO WS-QTA-ALLOC-QTY(WS-LARGE-SLOT)
                 MOVE 0 TO WS-QTA-ALLOC-QTY(WS-SMALL-SLOT)
              END-IF
           END-IF.

      *    One draft per supplier left holding a lot, in quota-file
      *    order, so the part's lots sit together in the deck.
       280-WRITE-QUOTA-DRAFTS.
           PERFORM VARYING QTA-IDX FROM 1 BY 1
              UNTIL QTA-IDX > WS-QUOTA-COUNT
              IF WS-QTA-PART-NUMBER(QTA-IDX) = PART-NUMBER
                 AND WS-QTA-ALLOC-QTY(QTA-IDX) > 0
                 MOVE WS-QTA-SUPPLIER-CODE(QTA-IDX)
                    TO WS-BEST-SUPPLIER-CODE
                 MOVE WS-QTA-UNIT-PRICE(QTA-IDX)
                    TO WS-BEST-UNIT-PRICE
                 MOVE WS-QTA-LEAD-TIME-WKS(QTA-IDX)
                    TO WS-BEST-LEAD-TIME-WKS
                 MOVE WS-QTA-ALLOC-QTY(QTA-IDX) TO WS-DRAFT-QTY
                 MOVE SPACE TO WS-BEST-AVAIL-FLAG
                 MOVE 'Q' TO RPO-QUOTA-FLAG
                 PERFORM 240-WRITE-DRAFT-PO
                 ADD 1 TO WS-QUOTA-DRAFTS
              END-IF
           END-PERFORM.

      *    Government-usable drafts first, then the commercial ones
      *    - two passes of the buffer instead of a sort, the order
      *    within each class staying as found.
