      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M7
      *   The backflush no longer draws down stock another work
      *   order or a transfer has reserved.  What it takes at a
      *   location, off a lot or off the shelf, is capped at the
      *   location's on-hand less the other documents' rows on the
      *   allocation master; the next lot or location covers the
      *   rest.
      * 2026-10-15 maruca V0R0M6
      *   Inventory roll-forward.  The backflush appends a KC row
      *   to the inventory movement journal (INVMOVE.cpy) for each
      *   component quantity it takes off a location, and the
      *   build writes a KB row for the kits added at MAIN, all
      *   under the work order id, for ROLLFWD.
      *   JCL Output (new)
      * //INVMOVE  DD DSN=USER66.EXAM.DEV.INVMOVE.JOURNAL,DISP=MOD
      * 2026-10-15 maruca V0R0M5
      *   Stock allocation.  Availability is now on-hand less what
      *   is allocated to other work orders and transfers on the
      *   allocation master (ALLOCOLD/ALLOCNEW, shared with
      *   XFERMNT), so two orders can no longer both be promised
      *   the same pieces.  An order that releases reserves its
      *   components location by location in master order;
      *   completion backflushes and releases the reservation.
      *   New code X cancels an order not yet complete and
      *   releases whatever it had reserved.
      *   JCL Input (new)
      * //ALLOCOLD DD DSN=USER66.EXAM.DEV.ALLOCMST.MASTER,DISP=SHR
      *   JCL Output (new)
      * //ALLOCNEW DD DSN=USER66.EXAM.DEV.ALLOCMST.MASTER,DISP=OLD
      * 2026-10-15 maruca V0R0M4
      *   Bin addresses.  An order that releases - opened RELEASED
      *   or let go from hold - prints its pick list on KITWRPT: a
      *   line per bin holding each component, off the bin-level
      *   on-hand BINMAINT and PUTAWAY keep, with whatever the bins
      *   don't cover listed as not in a bin.  The backflush draws
      *   the bins of each location it takes from, and the built
      *   kits stage at MAIN with no bin until a BINMAINT move puts
      *   them away.
      *   JCL Input (new)
      * //BSTKOLD  DD DSN=USER66.EXAM.DEV.BINSTOCK.MASTER,DISP=SHR
      *   JCL Output (new)
      * //BSTKNEW  DD DSN=USER66.EXAM.DEV.BINSTOCK.MASTER,DISP=OLD
      * 2026-10-15 maruca V0R0M3
      *   Lot-level on-hand, first-expired-first-out.  The backflush
      *   now draws each component off ONHPOST's lot on-hand master
      *   (LOTOLD/LOTNEW) earliest expiry first across every
      *   location - lots with no expiry go last, ties go to the
      *   oldest receipt - taking each piece off the on-hand row
      *   for the lot's location as it goes.  Whatever the lots
      *   don't cover (stock from before lots were kept) still
      *   comes off location by location in master order.  The
      *   finished kits go on the lot master at MAIN as a lot
      *   named for the work order, carrying the earliest expiry
      *   among the component lots consumed, so a kit holding
      *   brake fluid ages like the fluid does.
      *   JCL Input (new)
      * //LOTOLD   DD DSN=USER66.EXAM.DEV.LOTONHND.MASTER,DISP=SHR
      *   JCL Output (new)
      * //LOTNEW   DD DSN=USER66.EXAM.DEV.LOTONHND.MASTER,DISP=OLD
      * 2026-09-02 maruca V0R0M2
      *   A work order opened HELD had no way forward - the only
      *   transaction codes are Open and Complete, Complete rejects
      *       the kit has no BOM links at all.
      *    C  Complete - rejected unless the order is RELEASED and
      *       every component is still available at completion.
      *    X  Cancel - rejected if the order is already complete
      *       or cancelled; releases its allocation.
      * Available means on-hand less every allocation held by
      * another work order or transfer.
      * A HELD order is re-checked at the start of every run and
      * released the first run its shortages have cleared.
      ***************************************************************
           SELECT WKORD-NEW     ASSIGN TO WKORDNEW.
           SELECT ONHAND-NEW    ASSIGN TO ONHNEW.
           SELECT KITWRPT-REC   ASSIGN TO KITWRPT.
           SELECT LOTOH-OLD     ASSIGN TO LOTOLD
               FILE STATUS IS WS-LOTOLD-FILE-STATUS.
           SELECT LOTOH-NEW     ASSIGN TO LOTNEW.
           SELECT BSTK-OLD      ASSIGN TO BSTKOLD
               FILE STATUS IS WS-BSTKOLD-FILE-STATUS.
           SELECT BSTK-NEW      ASSIGN TO BSTKNEW.
           SELECT ALLOC-OLD     ASSIGN TO ALLOCOLD
               FILE STATUS IS WS-ALLOCOLD-FILE-STATUS.
           SELECT ALLOC-NEW     ASSIGN TO ALLOCNEW.
           SELECT INVMOVE-REC   ASSIGN TO INVMOVE.

       DATA DIVISION.
       FILE SECTION.
           05  WKT-TRANS-CODE      PIC X(01).
               88 WKT-OPEN                  VALUE 'O'.
               88 WKT-COMPLETE              VALUE 'C'.
               88 WKT-CANCEL                VALUE 'X'.
               88 WKT-TRANS-CODE-VALID      VALUES 'O' 'C' 'X'.
           05  WKT-ORDER-ID        PIC X(08).
           05  WKT-KIT-PART        PIC X(23).
           05  WKT-BUILD-QTY       PIC S9(7).
           DATA RECORD IS KITWRPT-RECORD.
       01  KITWRPT-RECORD                PIC X(132).

      *    Same lot on-hand row ONHPOST maintains.
       FD  LOTOH-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTOH-OLD-REC.
       01  LOTOH-OLD-REC.
           05  LHO-PART-NUMBER     PIC X(23).
           05  LHO-LOCATION        PIC X(04).
           05  LHO-LOT-NUMBER      PIC X(15).
           05  LHO-EXPIRY-DATE     PIC 9(08).
           05  LHO-RECEIPT-DATE    PIC 9(08).
           05  LHO-ON-HAND-QTY     PIC S9(7).
           05  LHO-XFER-ID         PIC X(08).
           05  FILLER              PIC X(07).

       FD  LOTOH-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTOH-NEW-REC.
       01  LOTOH-NEW-REC.
           05  LHN-PART-NUMBER     PIC X(23).
           05  LHN-LOCATION        PIC X(04).
           05  LHN-LOT-NUMBER      PIC X(15).
           05  LHN-EXPIRY-DATE     PIC 9(08).
           05  LHN-RECEIPT-DATE    PIC 9(08).
           05  LHN-ON-HAND-QTY     PIC S9(7).
           05  LHN-XFER-ID         PIC X(08).
           05  FILLER              PIC X(07).

      *    Same bin-level on-hand row BINMAINT maintains.
       FD  BSTK-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BSTK-OLD-REC.
       01  BSTK-OLD-REC.
           05  BSO-PART-NUMBER     PIC X(23).
           05  BSO-LOCATION        PIC X(04).
           05  BSO-BIN-ADDRESS     PIC X(08).
           05  BSO-ON-HAND-QTY     PIC S9(7).
           05  BSO-LAST-MOVE-DATE  PIC 9(08).
           05  FILLER              PIC X(30).

       FD  BSTK-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BSTK-NEW-REC.
       01  BSTK-NEW-REC.
           05  BSN-PART-NUMBER     PIC X(23).
           05  BSN-LOCATION        PIC X(04).
           05  BSN-BIN-ADDRESS     PIC X(08).
           05  BSN-ON-HAND-QTY     PIC S9(7).
           05  BSN-LAST-MOVE-DATE  PIC 9(08).
           05  FILLER              PIC X(30).

      *    Same allocation row XFERMNT maintains - source W is a
      *    kit work order, T a transfer.
       FD  ALLOC-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOC-OLD-REC.
       01  ALLOC-OLD-REC.
           05  ALO-PART-NUMBER     PIC X(23).
           05  ALO-LOCATION        PIC X(04).
           05  ALO-SOURCE          PIC X(01).
           05  ALO-DOC-ID          PIC X(08).
           05  ALO-QTY             PIC S9(7).
           05  ALO-ALLOC-DATE      PIC 9(08).
           05  FILLER              PIC X(29).

       FD  ALLOC-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOC-NEW-REC.
       01  ALLOC-NEW-REC.
           05  ALN-PART-NUMBER     PIC X(23).
           05  ALN-LOCATION        PIC X(04).
           05  ALN-SOURCE          PIC X(01).
           05  ALN-DOC-ID          PIC X(08).
           05  ALN-QTY             PIC S9(7).
           05  ALN-ALLOC-DATE      PIC 9(08).
           05  FILLER              PIC X(29).

      *    Shared inventory movement journal - one row per location
      *    a component is drawn from, one per build.  See
      *    INVMOVE.cpy.
       FD  INVMOVE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INV-MOVEMENT-ROW.
           COPY 'INVMOVE'.

       WORKING-STORAGE SECTION.

       01  WS-WKORDOLD-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-LOTOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-BSTKOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-ALLOCOLD-FILE-STATUS       PIC X(02)      VALUE SPACES.

       01  WS-WKO-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-WORK-ORDER-TABLE.
                  88 WS-WKO-RELEASED                    VALUE 'R'.
                  88 WS-WKO-HELD                        VALUE 'H'.
                  88 WS-WKO-COMPLETE                    VALUE 'C'.
                  88 WS-WKO-CANCELLED                   VALUE 'X'.
               10 WS-WKO-OPEN-DATE       PIC 9(08)      VALUE 0.
               10 WS-WKO-COMPLETE-DATE   PIC 9(08)      VALUE 0.

               10 WS-OH-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-OH-LAST-COUNT-DATE  PIC 9(08)      VALUE 0.

      *    The lot on-hand master in memory.  WS-LH-PASSED marks a
      *    lot already drawn (or found empty on its location) for
      *    the component being backflushed.
       01  WS-LH-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-LOT-ONHAND-TABLE.
           05  WS-LH-ENTRY OCCURS 3000 TIMES
                  INDEXED BY LH-IDX.
               10 WS-LH-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-LH-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-LH-LOT-NUMBER       PIC X(15)      VALUE SPACES.
               10 WS-LH-EXPIRY-DATE      PIC 9(08)      VALUE 0.
               10 WS-LH-RECEIPT-DATE     PIC 9(08)      VALUE 0.
               10 WS-LH-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-LH-XFER-ID          PIC X(08)      VALUE SPACES.
               10 WS-LH-PASSED           PIC X(01)      VALUE 'N'.

      *    The bin-level on-hand in memory.
       01  WS-BS-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-BIN-STOCK-TABLE.
           05  WS-BS-ENTRY OCCURS 4000 TIMES
                  INDEXED BY BS-IDX.
               10 WS-BS-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-BS-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-BS-BIN-ADDRESS      PIC X(08)      VALUE SPACES.
               10 WS-BS-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-BS-LAST-MOVE-DATE   PIC 9(08)      VALUE 0.

      *    The allocation master in memory - a released row goes
      *    to zero and drops off the new master.
       01  WS-AL-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-ALLOCATION-TABLE.
           05  WS-AL-ENTRY OCCURS 3000 TIMES
                  INDEXED BY AL-IDX.
               10 WS-AL-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-AL-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-AL-SOURCE           PIC X(01)      VALUE SPACES.
               10 WS-AL-DOC-ID           PIC X(08)      VALUE SPACES.
               10 WS-AL-QTY              PIC S9(7)      VALUE 0.
               10 WS-AL-ALLOC-DATE       PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-OPENED-COUNT            PIC 9(03)      VALUE 0.
           05 WS-HELD-COUNT              PIC 9(03)      VALUE 0.
           05 WS-RELEASED-COUNT          PIC 9(03)      VALUE 0.
           05 WS-COMPLETED-COUNT         PIC 9(03)      VALUE 0.
           05 WS-CANCELLED-COUNT         PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.
           05 WS-SHORTAGE-LINES          PIC 9(03)      VALUE 0.
           05 WS-PICK-LINES              PIC 9(05)      VALUE 0.

       01  WS-REQUIRED-QTY               PIC S9(9)      VALUE 0.
       01  WS-AVAILABLE-QTY              PIC S9(9)      VALUE 0.
       01  WS-REMAINING-QTY              PIC S9(9)      VALUE 0.
       01  WS-TAKE-QTY                   PIC S9(9)      VALUE 0.
       01  WS-ALLOCATED-QTY              PIC S9(9)      VALUE 0.
       01  WS-FREE-QTY                   PIC S9(9)      VALUE 0.
       01  WS-KIT-HAS-BOM-FLAG           PIC X(01)      VALUE 'N'.
           88 KIT-HAS-BOM                               VALUE 'Y'.
       01  WS-ALL-AVAILABLE-FLAG         PIC X(01)      VALUE 'Y'.
       01  WS-OH-SLOT                    PIC 9(05)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

      *    First-expired-first-out draw state.  A lot with no
      *    expiry sorts as 99999999, after every dated lot.
       01  WS-LH-SLOT                    PIC 9(05)      VALUE 0.
       01  WS-LOT-SORT-EXPIRY            PIC 9(08)      VALUE 0.
       01  WS-BEST-SORT-EXPIRY           PIC 9(08)      VALUE 0.
       01  WS-KIT-EXPIRY-DATE            PIC 9(08)      VALUE 0.
       01  WS-LOTS-LEFT-FLAG             PIC X(01)      VALUE 'Y'.
           88 NO-LOTS-LEFT                              VALUE 'N'.

      *    Pick-list and bin-draw state.
       01  WS-PICK-QTY                   PIC S9(9)      VALUE 0.
       01  WS-BIN-DRAW-QTY               PIC S9(9)      VALUE 0.
       01  WS-BIN-TAKE-QTY               PIC S9(9)      VALUE 0.
       01  WS-DRAW-LOCATION              PIC X(04)      VALUE SPACES.

      *    Movement-journal row being built.
       01  WS-MOVE-PART                  PIC X(23)      VALUE SPACES.
       01  WS-MOVE-TYPE                  PIC X(02)      VALUE SPACES.
       01  WS-MOVE-QTY                   PIC S9(7)      VALUE 0.

       01  WKORDOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-ORDERS                        VALUE 'Y'.
       01  WORKTRN-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-BOM-LINKS                         VALUE 'Y'.
       01  ONHOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  LOTOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-LOTS                          VALUE 'Y'.
       01  BSTKOLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-STOCK                         VALUE 'Y'.
       01  ALLOCOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-ALLOCS                        VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'KIT WORK ORDERS - COMPONENT SHORTAGES AND PICK LISTS'.

       01  WS-RPT-DETAIL.
           05  KWD-ORDER-ID        PIC X(08)      VALUE SPACES.
           PERFORM 300-LOAD-OLD-ORDERS.
           PERFORM 350-LOAD-BOM-LINKS.
           PERFORM 400-LOAD-ONHAND.
           PERFORM 450-LOAD-OLD-LOTS.
           PERFORM 470-LOAD-OLD-BIN-STOCK.
           PERFORM 480-LOAD-OLD-ALLOCATIONS.
           PERFORM 200-WRITE-HEADING.
           PERFORM 500-RELEASE-HELD-ORDERS.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
              ' HELD: ' WS-HELD-COUNT
              ' RELEASED FROM HOLD: ' WS-RELEASED-COUNT
              ' COMPLETED: ' WS-COMPLETED-COUNT
              ' CANCELLED: ' WS-CANCELLED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT
              ' SHORTAGE LINES: ' WS-SHORTAGE-LINES
              ' PICK LINES: ' WS-PICK-LINES.
           GOBACK.

       000-INIT.
           INITIALIZE WS-BOM-TABLE.
           INITIALIZE WS-OH-COUNT.
           INITIALIZE WS-ONHAND-TABLE.
           INITIALIZE WS-LH-COUNT.
           INITIALIZE WS-LOT-ONHAND-TABLE.
           INITIALIZE WS-BS-COUNT.
           INITIALIZE WS-BIN-STOCK-TABLE.
           INITIALIZE WS-AL-COUNT.
           INITIALIZE WS-ALLOCATION-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO WKORDOLD-EOF.
           MOVE 'N' TO WORKTRN-EOF.
           MOVE 'N' TO BOMFILE-EOF.
           MOVE 'N' TO ONHOLD-EOF.
           MOVE 'N' TO LOTOLD-EOF.
           MOVE 'N' TO BSTKOLD-EOF.
           MOVE 'N' TO ALLOCOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT WORK-TRANS.
           OPEN OUTPUT WKORD-NEW.
           OPEN OUTPUT ONHAND-NEW.
           OPEN OUTPUT KITWRPT-REC.
           OPEN OUTPUT LOTOH-NEW.
           OPEN OUTPUT BSTK-NEW.
           OPEN OUTPUT ALLOC-NEW.
           OPEN EXTEND INVMOVE-REC.

       200-WRITE-HEADING.
           WRITE KITWRPT-RECORD FROM WS-RPT-HEADING.
           END-PERFORM
           .

      *    A missing lot master means no lots kept yet - the
      *    backflush works off the part/location rows alone.
       450-LOAD-OLD-LOTS.
           OPEN INPUT LOTOH-OLD
           IF WS-LOTOLD-FILE-STATUS = '00'
              READ LOTOH-OLD
                 AT END MOVE 'Y' TO LOTOLD-EOF
              END-READ
              PERFORM VARYING LH-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-LOTS OR LH-IDX > 3000
                    MOVE LHO-PART-NUMBER
                       TO WS-LH-PART-NUMBER(LH-IDX)
                    MOVE LHO-LOCATION TO WS-LH-LOCATION(LH-IDX)
                    MOVE LHO-LOT-NUMBER TO WS-LH-LOT-NUMBER(LH-IDX)
                    MOVE LHO-EXPIRY-DATE
                       TO WS-LH-EXPIRY-DATE(LH-IDX)
                    MOVE LHO-RECEIPT-DATE
                       TO WS-LH-RECEIPT-DATE(LH-IDX)
                    MOVE LHO-ON-HAND-QTY
                       TO WS-LH-ON-HAND-QTY(LH-IDX)
                    MOVE LHO-XFER-ID TO WS-LH-XFER-ID(LH-IDX)
                    SET WS-LH-COUNT TO LH-IDX
                    READ LOTOH-OLD
                       AT END MOVE 'Y' TO LOTOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE LOTOH-OLD
           END-IF
           .

      *    A missing bin-stock master means no bins are set up yet
      *    - pick lists show every component as not in a bin.
       470-LOAD-OLD-BIN-STOCK.
           OPEN INPUT BSTK-OLD
           IF WS-BSTKOLD-FILE-STATUS = '00'
              READ BSTK-OLD
                 AT END MOVE 'Y' TO BSTKOLD-EOF
              END-READ
              PERFORM VARYING BS-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-STOCK OR BS-IDX > 4000
                    MOVE BSO-PART-NUMBER
                       TO WS-BS-PART-NUMBER(BS-IDX)
                    MOVE BSO-LOCATION TO WS-BS-LOCATION(BS-IDX)
                    MOVE BSO-BIN-ADDRESS
                       TO WS-BS-BIN-ADDRESS(BS-IDX)
                    MOVE BSO-ON-HAND-QTY
                       TO WS-BS-ON-HAND-QTY(BS-IDX)
                    MOVE BSO-LAST-MOVE-DATE
                       TO WS-BS-LAST-MOVE-DATE(BS-IDX)
                    SET WS-BS-COUNT TO BS-IDX
                    READ BSTK-OLD
                       AT END MOVE 'Y' TO BSTKOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE BSTK-OLD
           END-IF
           .

      *    A missing allocation master means nothing is reserved
      *    yet - available is the on-hand itself.
       480-LOAD-OLD-ALLOCATIONS.
           OPEN INPUT ALLOC-OLD
           IF WS-ALLOCOLD-FILE-STATUS = '00'
              READ ALLOC-OLD
                 AT END MOVE 'Y' TO ALLOCOLD-EOF
              END-READ
              PERFORM VARYING AL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-ALLOCS OR AL-IDX > 3000
                    MOVE ALO-PART-NUMBER
                       TO WS-AL-PART-NUMBER(AL-IDX)
                    MOVE ALO-LOCATION TO WS-AL-LOCATION(AL-IDX)
                    MOVE ALO-SOURCE TO WS-AL-SOURCE(AL-IDX)
                    MOVE ALO-DOC-ID TO WS-AL-DOC-ID(AL-IDX)
                    MOVE ALO-QTY TO WS-AL-QTY(AL-IDX)
                    MOVE ALO-ALLOC-DATE TO WS-AL-ALLOC-DATE(AL-IDX)
                    SET WS-AL-COUNT TO AL-IDX
                    READ ALLOC-OLD
                       AT END MOVE 'Y' TO ALLOCOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE ALLOC-OLD
           END-IF
           .

      *    Held orders get another look every run, against the
      *    on-hand just loaded - stock that arrived since the hold
      *    releases the order before today's transactions apply, so
           IF ALL-COMPONENTS-AVAILABLE
              MOVE 'R' TO WS-WKO-STATUS(WKO-IDX)
              ADD 1 TO WS-RELEASED-COUNT
              PERFORM 680-ALLOCATE-COMPONENTS
              PERFORM 670-PRINT-PICK-LIST
           END-IF
           .

                       WKT-ORDER-ID
                 WHEN WKT-COMPLETE
                    PERFORM 640-COMPLETE-WORK-ORDER
                 WHEN WKT-CANCEL
                    PERFORM 645-CANCEL-WORK-ORDER
              END-EVALUATE
           END-IF
           .
                    IF ALL-COMPONENTS-AVAILABLE
                       MOVE 'R' TO WS-WKO-STATUS(WS-WKO-COUNT)
                       ADD 1 TO WS-OPENED-COUNT
                       PERFORM 680-ALLOCATE-COMPONENTS
                       PERFORM 670-PRINT-PICK-LIST
                    ELSE
                       MOVE 'H' TO WS-WKO-STATUS(WS-WKO-COUNT)
                       ADD 1 TO WS-HELD-COUNT
           .

      *    Explodes WKT-KIT-PART's BOM links for WKT-BUILD-QTY and
      *    reports any component short across all locations, net of
      *    other documents' allocations - a short component holds
      *    the order but still opens it, the shortage listing is
      *    what gets the component chased.
       625-EXPLODE-AND-CHECK.
           MOVE 'N' TO WS-KIT-HAS-BOM-FLAG
           MOVE 'Y' TO WS-ALL-AVAILABLE-FLAG
           END-PERFORM
           .

      *    The order's own allocation (WKT-ORDER-ID) is not taken
      *    off - it is this order's stock.
       630-SUM-COMPONENT-AVAILABLE.
           MOVE 0 TO WS-AVAILABLE-QTY
           PERFORM VARYING OH-IDX FROM 1 BY 1
                       TO WS-AVAILABLE-QTY
                 END-IF
           END-PERFORM
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > WS-AL-COUNT
                 IF WS-AL-PART-NUMBER(AL-IDX) =
                    WS-BOM-COMPONENT(BOM-IDX)
                    AND NOT (WS-AL-SOURCE(AL-IDX) = 'W'
                       AND WS-AL-DOC-ID(AL-IDX) = WKT-ORDER-ID)
                    SUBTRACT WS-AL-QTY(AL-IDX) FROM WS-AVAILABLE-QTY
                 END-IF
           END-PERFORM
           .

      *    Completion re-explodes against today's on-hand - stock
                    WKT-ORDER-ID
              ELSE
                 PERFORM 650-BACKFLUSH-COMPONENTS
                 PERFORM 685-RELEASE-ALLOCATION
                 PERFORM 660-INCREMENT-KIT-ONHAND
                 MOVE 'C' TO WS-WKO-STATUS(WS-MATCHED-IDX)
                 MOVE WS-TODAYS-DATE
           END-IF
           .

      *    A complete order has already consumed its stock; any
      *    other order can be cancelled and its reservation freed.
       645-CANCEL-WORK-ORDER.
           IF WS-WKO-COMPLETE(WS-MATCHED-IDX)
              OR WS-WKO-CANCELLED(WS-MATCHED-IDX)
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CANCEL - COMPLETE OR CANCELLED: '
                 WKT-ORDER-ID
           ELSE
              PERFORM 685-RELEASE-ALLOCATION
              MOVE 'X' TO WS-WKO-STATUS(WS-MATCHED-IDX)
              ADD 1 TO WS-CANCELLED-COUNT
           END-IF
           .

      *    Components come off their lots earliest expiry first;
      *    what the lots don't cover comes off the shelf location
      *    by location in the order they sit on the master, until
      *    each link's requirement is satisfied.  Stock other
      *    documents have reserved at a location is left there.
       650-BACKFLUSH-COMPONENTS.
           MOVE 0 TO WS-KIT-EXPIRY-DATE
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT
                 IF WS-BOM-PARENT(BOM-IDX) = WKT-KIT-PART
                    COMPUTE WS-REMAINING-QTY =
                       WS-BOM-QTY-PER(BOM-IDX) * WKT-BUILD-QTY
                    PERFORM 652-DRAW-COMPONENT-LOTS
                    PERFORM VARYING OH-IDX FROM 1 BY 1
                       UNTIL OH-IDX > WS-OH-COUNT
                       OR WS-REMAINING-QTY = 0
                                MOVE WS-OH-ON-HAND-QTY(OH-IDX)
                                   TO WS-TAKE-QTY
                             END-IF
                             SET WS-OH-SLOT TO OH-IDX
                             PERFORM 658-CAP-AT-FREE-STOCK
                             IF WS-TAKE-QTY > 0
                                SUBTRACT WS-TAKE-QTY
                                   FROM WS-OH-ON-HAND-QTY(OH-IDX)
                                SUBTRACT WS-TAKE-QTY
                                   FROM WS-REMAINING-QTY
                                MOVE WS-OH-LOCATION(OH-IDX)
                                   TO WS-DRAW-LOCATION
                                PERFORM 690-DRAW-FROM-BINS
                                PERFORM 697-JOURNAL-COMPONENT-DRAW
                             END-IF
                          END-IF
                    END-PERFORM
                 END-IF
           END-PERFORM
           .

       652-DRAW-COMPONENT-LOTS.
           PERFORM VARYING LH-IDX FROM 1 BY 1
              UNTIL LH-IDX > WS-LH-COUNT
                 MOVE 'N' TO WS-LH-PASSED(LH-IDX)
           END-PERFORM
           MOVE 'Y' TO WS-LOTS-LEFT-FLAG
           PERFORM UNTIL WS-REMAINING-QTY = 0 OR NO-LOTS-LEFT
                 PERFORM 654-FIND-EARLIEST-LOT
                 IF WS-LH-SLOT = 0
                    MOVE 'N' TO WS-LOTS-LEFT-FLAG
                 ELSE
                    MOVE 'Y' TO WS-LH-PASSED(WS-LH-SLOT)
                    PERFORM 656-TAKE-FROM-LOT
                 END-IF
           END-PERFORM
           .

      *    The component's shelf lot (no transfer id, any location)
      *    with stock left and the earliest expiry, the oldest
      *    receipt breaking a tie.  WS-LH-SLOT 0 when none is left.
       654-FIND-EARLIEST-LOT.
           MOVE 0 TO WS-LH-SLOT
           PERFORM VARYING LH-IDX FROM 1 BY 1
              UNTIL LH-IDX > WS-LH-COUNT
                 IF WS-LH-PART-NUMBER(LH-IDX) =
                    WS-BOM-COMPONENT(BOM-IDX)
                    AND WS-LH-XFER-ID(LH-IDX) = SPACES
                    AND WS-LH-ON-HAND-QTY(LH-IDX) > 0
                    AND WS-LH-PASSED(LH-IDX) = 'N'
                    IF WS-LH-EXPIRY-DATE(LH-IDX) = 0
                       MOVE 99999999 TO WS-LOT-SORT-EXPIRY
                    ELSE
                       MOVE WS-LH-EXPIRY-DATE(LH-IDX)
                          TO WS-LOT-SORT-EXPIRY
                    END-IF
                    EVALUATE TRUE
                       WHEN WS-LH-SLOT = 0
                       WHEN WS-LOT-SORT-EXPIRY < WS-BEST-SORT-EXPIRY
                          SET WS-LH-SLOT TO LH-IDX
                          MOVE WS-LOT-SORT-EXPIRY
                             TO WS-BEST-SORT-EXPIRY
                       WHEN WS-LOT-SORT-EXPIRY = WS-BEST-SORT-EXPIRY
                          IF WS-LH-RECEIPT-DATE(LH-IDX) <
                             WS-LH-RECEIPT-DATE(WS-LH-SLOT)
                             SET WS-LH-SLOT TO LH-IDX
                          END-IF
                    END-EVALUATE
                 END-IF
           END-PERFORM
           .

      *    Takes what the lot can give, never more than its
      *    location's on-hand row shows - a count that found less
      *    on the shelf than the lot says wins - nor more than is
      *    free there of other documents' reservations.
       656-TAKE-FROM-LOT.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-OH-SLOT
           PERFORM VARYING OH-IDX FROM 1 BY 1
              UNTIL OH-IDX > WS-OH-COUNT OR ENTRY-FOUND
                 IF WS-OH-PART-NUMBER(OH-IDX) =
                    WS-BOM-COMPONENT(BOM-IDX)
                    AND WS-OH-LOCATION(OH-IDX) =
                        WS-LH-LOCATION(WS-LH-SLOT)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-OH-SLOT TO OH-IDX
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              MOVE WS-LH-ON-HAND-QTY(WS-LH-SLOT) TO WS-TAKE-QTY
              IF WS-TAKE-QTY > WS-REMAINING-QTY
                 MOVE WS-REMAINING-QTY TO WS-TAKE-QTY
              END-IF
              IF WS-TAKE-QTY > WS-OH-ON-HAND-QTY(WS-OH-SLOT)
                 MOVE WS-OH-ON-HAND-QTY(WS-OH-SLOT) TO WS-TAKE-QTY
              END-IF
              PERFORM 658-CAP-AT-FREE-STOCK
              IF WS-TAKE-QTY > 0
                 SUBTRACT WS-TAKE-QTY
                    FROM WS-LH-ON-HAND-QTY(WS-LH-SLOT)
                 SUBTRACT WS-TAKE-QTY
                    FROM WS-OH-ON-HAND-QTY(WS-OH-SLOT)
                 SUBTRACT WS-TAKE-QTY FROM WS-REMAINING-QTY
                 MOVE WS-LH-LOCATION(WS-LH-SLOT) TO WS-DRAW-LOCATION
                 PERFORM 690-DRAW-FROM-BINS
                 PERFORM 697-JOURNAL-COMPONENT-DRAW
                 IF WS-LH-EXPIRY-DATE(WS-LH-SLOT) > 0
                    AND (WS-KIT-EXPIRY-DATE = 0
                    OR WS-LH-EXPIRY-DATE(WS-LH-SLOT) <
                       WS-KIT-EXPIRY-DATE)
                    MOVE WS-LH-EXPIRY-DATE(WS-LH-SLOT)
                       TO WS-KIT-EXPIRY-DATE
                 END-IF
              END-IF
           END-IF
           .

      *    WS-TAKE-QTY comes down to what on-hand row WS-OH-SLOT
      *    has free once the other documents' allocations at that
      *    location are set aside - the same sum 682 reserves
      *    against, less this order's own rows, which are its stock.
       658-CAP-AT-FREE-STOCK.
           MOVE 0 TO WS-ALLOCATED-QTY
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > WS-AL-COUNT
                 IF WS-AL-PART-NUMBER(AL-IDX) =
                    WS-OH-PART-NUMBER(WS-OH-SLOT)
                    AND WS-AL-LOCATION(AL-IDX) =
                        WS-OH-LOCATION(WS-OH-SLOT)
                    AND NOT (WS-AL-SOURCE(AL-IDX) = 'W'
                       AND WS-AL-DOC-ID(AL-IDX) = WKT-ORDER-ID)
                    ADD WS-AL-QTY(AL-IDX) TO WS-ALLOCATED-QTY
                 END-IF
           END-PERFORM
           COMPUTE WS-FREE-QTY =
              WS-OH-ON-HAND-QTY(WS-OH-SLOT) - WS-ALLOCATED-QTY
           IF WS-FREE-QTY < 0
              MOVE 0 TO WS-FREE-QTY
           END-IF
           IF WS-TAKE-QTY > WS-FREE-QTY
              MOVE WS-FREE-QTY TO WS-TAKE-QTY
           END-IF
           .

       660-INCREMENT-KIT-ONHAND.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-OH-SLOT
           END-IF
           IF WS-OH-SLOT > 0
              ADD WKT-BUILD-QTY TO WS-OH-ON-HAND-QTY(WS-OH-SLOT)
              MOVE WKT-KIT-PART TO WS-MOVE-PART
              MOVE 'MAIN' TO WS-DRAW-LOCATION
              MOVE 'KB' TO WS-MOVE-TYPE
              MOVE WKT-BUILD-QTY TO WS-MOVE-QTY
              PERFORM 698-WRITE-MOVEMENT
              PERFORM 665-ADD-KIT-LOT
              PERFORM 668-STAGE-KIT-STOCK
           END-IF
           .

      *    The build goes on the lot master as its own lot, named
      *    for the work order.
       665-ADD-KIT-LOT.
           IF WS-LH-COUNT >= 3000
              DISPLAY 'KITWORK LOT TABLE FULL - LOT NOT KEPT: '
                 WKT-KIT-PART '/' WKT-ORDER-ID
           ELSE
              ADD 1 TO WS-LH-COUNT
              MOVE WKT-KIT-PART TO WS-LH-PART-NUMBER(WS-LH-COUNT)
              MOVE 'MAIN' TO WS-LH-LOCATION(WS-LH-COUNT)
              MOVE WKT-ORDER-ID TO WS-LH-LOT-NUMBER(WS-LH-COUNT)
              MOVE WS-KIT-EXPIRY-DATE
                 TO WS-LH-EXPIRY-DATE(WS-LH-COUNT)
              MOVE WS-TODAYS-DATE TO WS-LH-RECEIPT-DATE(WS-LH-COUNT)
              MOVE WKT-BUILD-QTY TO WS-LH-ON-HAND-QTY(WS-LH-COUNT)
              MOVE SPACES TO WS-LH-XFER-ID(WS-LH-COUNT)
           END-IF
           .

      *    The built kits stage at MAIN on the no-bin row until a
      *    BINMAINT move puts them away.
       668-STAGE-KIT-STOCK.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-OH-SLOT
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT OR ENTRY-FOUND
                 IF WS-BS-PART-NUMBER(BS-IDX) = WKT-KIT-PART
                    AND WS-BS-LOCATION(BS-IDX) = 'MAIN'
                    AND WS-BS-BIN-ADDRESS(BS-IDX) = SPACES
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-OH-SLOT TO BS-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-BS-COUNT >= 4000
                 DISPLAY 'KITWORK BIN STOCK TABLE FULL: '
                    WKT-KIT-PART
              ELSE
                 ADD 1 TO WS-BS-COUNT
                 MOVE WS-BS-COUNT TO WS-OH-SLOT
                 MOVE WKT-KIT-PART
                    TO WS-BS-PART-NUMBER(WS-OH-SLOT)
                 MOVE 'MAIN' TO WS-BS-LOCATION(WS-OH-SLOT)
                 MOVE SPACES TO WS-BS-BIN-ADDRESS(WS-OH-SLOT)
              END-IF
           END-IF
           IF WS-OH-SLOT > 0
              ADD WKT-BUILD-QTY TO WS-BS-ON-HAND-QTY(WS-OH-SLOT)
              MOVE WS-TODAYS-DATE TO WS-BS-LAST-MOVE-DATE(WS-OH-SLOT)
           END-IF
           .

      *    The pick list for the order just released - for each
      *    component, the bins holding it in master order until the
      *    requirement is covered; stock the bins don't account for
      *    lists as not in a bin.  Works off the WKT- fields.
       670-PRINT-PICK-LIST.
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT
                 IF WS-BOM-PARENT(BOM-IDX) = WKT-KIT-PART
                    COMPUTE WS-REMAINING-QTY =
                       WS-BOM-QTY-PER(BOM-IDX) * WKT-BUILD-QTY
                    PERFORM VARYING BS-IDX FROM 1 BY 1
                       UNTIL BS-IDX > WS-BS-COUNT
                       OR WS-REMAINING-QTY = 0
                          IF WS-BS-PART-NUMBER(BS-IDX) =
                             WS-BOM-COMPONENT(BOM-IDX)
                             AND WS-BS-ON-HAND-QTY(BS-IDX) > 0
                             PERFORM 675-WRITE-PICK-LINE
                          END-IF
                    END-PERFORM
                    IF WS-REMAINING-QTY > 0
                       MOVE SPACES TO WS-RPT-DETAIL
                       MOVE WKT-ORDER-ID TO KWD-ORDER-ID
                       MOVE WS-BOM-COMPONENT(BOM-IDX)
                          TO KWD-COMPONENT
                       MOVE WS-REMAINING-QTY TO KWD-REQUIRED
                       MOVE 0 TO KWD-AVAILABLE
                       MOVE 'PICK - NOT IN A BIN' TO KWD-REMARK
                       WRITE KITWRPT-RECORD FROM WS-RPT-DETAIL
                       ADD 1 TO WS-PICK-LINES
                    END-IF
                 END-IF
           END-PERFORM
           .

      *    NEED is what to pick from the bin, HAVE what it holds.
       675-WRITE-PICK-LINE.
           IF WS-BS-ON-HAND-QTY(BS-IDX) >= WS-REMAINING-QTY
              MOVE WS-REMAINING-QTY TO WS-PICK-QTY
           ELSE
              MOVE WS-BS-ON-HAND-QTY(BS-IDX) TO WS-PICK-QTY
           END-IF
           SUBTRACT WS-PICK-QTY FROM WS-REMAINING-QTY
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WKT-ORDER-ID TO KWD-ORDER-ID
           MOVE WS-BOM-COMPONENT(BOM-IDX) TO KWD-COMPONENT
           MOVE WS-PICK-QTY TO KWD-REQUIRED
           MOVE WS-BS-ON-HAND-QTY(BS-IDX) TO KWD-AVAILABLE
           IF WS-BS-BIN-ADDRESS(BS-IDX) = SPACES
              STRING 'PICK ' WS-BS-LOCATION(BS-IDX) ' STAGING'
                 DELIMITED BY SIZE INTO KWD-REMARK
           ELSE
              STRING 'PICK ' WS-BS-LOCATION(BS-IDX) ' BIN '
                 WS-BS-BIN-ADDRESS(BS-IDX)
                 DELIMITED BY SIZE INTO KWD-REMARK
           END-IF
           WRITE KITWRPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-PICK-LINES
           .

      *    Takes WS-TAKE-QTY of the component off the bins of
      *    WS-DRAW-LOCATION in master order, so the bins add up to
      *    the location row the backflush just drew.  Stock never
      *    binned (from before bins were kept) leaves the bins
      *    short of the take, and that is all right.
       690-DRAW-FROM-BINS.
           MOVE WS-TAKE-QTY TO WS-BIN-DRAW-QTY
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT OR WS-BIN-DRAW-QTY = 0
                 IF WS-BS-PART-NUMBER(BS-IDX) =
                    WS-BOM-COMPONENT(BOM-IDX)
                    AND WS-BS-LOCATION(BS-IDX) = WS-DRAW-LOCATION
                    AND WS-BS-ON-HAND-QTY(BS-IDX) > 0
                    IF WS-BS-ON-HAND-QTY(BS-IDX) >= WS-BIN-DRAW-QTY
                       MOVE WS-BIN-DRAW-QTY TO WS-BIN-TAKE-QTY
                    ELSE
                       MOVE WS-BS-ON-HAND-QTY(BS-IDX)
                          TO WS-BIN-TAKE-QTY
                    END-IF
                    SUBTRACT WS-BIN-TAKE-QTY
                       FROM WS-BS-ON-HAND-QTY(BS-IDX)
                    SUBTRACT WS-BIN-TAKE-QTY FROM WS-BIN-DRAW-QTY
                    MOVE WS-TODAYS-DATE
                       TO WS-BS-LAST-MOVE-DATE(BS-IDX)
                 END-IF
           END-PERFORM
           .

      *    WS-TAKE-QTY of the component just came off
      *    WS-DRAW-LOCATION.
       697-JOURNAL-COMPONENT-DRAW.
           MOVE WS-BOM-COMPONENT(BOM-IDX) TO WS-MOVE-PART
           MOVE 'KC' TO WS-MOVE-TYPE
           COMPUTE WS-MOVE-QTY = 0 - WS-TAKE-QTY
           PERFORM 698-WRITE-MOVEMENT
           .

       698-WRITE-MOVEMENT.
           MOVE SPACES TO INV-MOVEMENT-ROW
           MOVE WS-MOVE-PART     TO MV-PART-NUMBER
           MOVE WS-DRAW-LOCATION TO MV-LOCATION
           MOVE WS-MOVE-TYPE     TO MV-MOVE-TYPE
           MOVE WS-MOVE-QTY      TO MV-QTY
           MOVE WS-TODAYS-DATE   TO MV-MOVE-DATE
           MOVE WKT-ORDER-ID     TO MV-DOC-ID
           MOVE 'KITWORK'        TO MV-PROGRAM-ID
           WRITE INV-MOVEMENT-ROW
           .

      *    Reserves each component of a released WKT-ORDER-ID, taking
      *    what is free at each location in master order until the
      *    requirement is covered - the release check has already
      *    seen the total is there.
       680-ALLOCATE-COMPONENTS.
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT
                 IF WS-BOM-PARENT(BOM-IDX) = WKT-KIT-PART
                    COMPUTE WS-REMAINING-QTY =
                       WS-BOM-QTY-PER(BOM-IDX) * WKT-BUILD-QTY
                    PERFORM VARYING OH-IDX FROM 1 BY 1
                       UNTIL OH-IDX > WS-OH-COUNT
                          OR WS-REMAINING-QTY NOT > 0
                          IF WS-OH-PART-NUMBER(OH-IDX) =
                             WS-BOM-COMPONENT(BOM-IDX)
                             PERFORM 682-ALLOCATE-AT-LOCATION
                          END-IF
                    END-PERFORM
                 END-IF
           END-PERFORM
           .

       682-ALLOCATE-AT-LOCATION.
           MOVE 0 TO WS-ALLOCATED-QTY
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > WS-AL-COUNT
                 IF WS-AL-PART-NUMBER(AL-IDX) =
                    WS-OH-PART-NUMBER(OH-IDX)
                    AND WS-AL-LOCATION(AL-IDX) = WS-OH-LOCATION(OH-IDX)
                    ADD WS-AL-QTY(AL-IDX) TO WS-ALLOCATED-QTY
                 END-IF
           END-PERFORM
           COMPUTE WS-TAKE-QTY =
              WS-OH-ON-HAND-QTY(OH-IDX) - WS-ALLOCATED-QTY
           IF WS-TAKE-QTY > WS-REMAINING-QTY
              MOVE WS-REMAINING-QTY TO WS-TAKE-QTY
           END-IF
           IF WS-TAKE-QTY > 0
              IF WS-AL-COUNT >= 3000
                 DISPLAY 'KITWORK ALLOCATION TABLE FULL: '
                    WKT-ORDER-ID
                 MOVE 0 TO WS-REMAINING-QTY
              ELSE
                 ADD 1 TO WS-AL-COUNT
                 MOVE WS-OH-PART-NUMBER(OH-IDX)
                    TO WS-AL-PART-NUMBER(WS-AL-COUNT)
                 MOVE WS-OH-LOCATION(OH-IDX)
                    TO WS-AL-LOCATION(WS-AL-COUNT)
                 MOVE 'W' TO WS-AL-SOURCE(WS-AL-COUNT)
                 MOVE WKT-ORDER-ID TO WS-AL-DOC-ID(WS-AL-COUNT)
                 MOVE WS-TAKE-QTY TO WS-AL-QTY(WS-AL-COUNT)
                 MOVE WS-TODAYS-DATE
                    TO WS-AL-ALLOC-DATE(WS-AL-COUNT)
                 SUBTRACT WS-TAKE-QTY FROM WS-REMAINING-QTY
              END-IF
           END-IF
           .

      *    Work order WKT-ORDER-ID's reservations come off.
       685-RELEASE-ALLOCATION.
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > WS-AL-COUNT
                 IF WS-AL-SOURCE(AL-IDX) = 'W'
                    AND WS-AL-DOC-ID(AL-IDX) = WKT-ORDER-ID
                    MOVE 0 TO WS-AL-QTY(AL-IDX)
                 END-IF
           END-PERFORM
           .

       800-WRITE-NEW-MASTERS.
                    TO OHN-LAST-COUNT-DATE
                 WRITE ONHAND-NEW-REC
           END-PERFORM
           PERFORM VARYING LH-IDX FROM 1 BY 1
              UNTIL LH-IDX > WS-LH-COUNT
                 IF WS-LH-ON-HAND-QTY(LH-IDX) NOT = 0
                    MOVE SPACES TO LOTOH-NEW-REC
                    MOVE WS-LH-PART-NUMBER(LH-IDX)
                       TO LHN-PART-NUMBER
                    MOVE WS-LH-LOCATION(LH-IDX)    TO LHN-LOCATION
                    MOVE WS-LH-LOT-NUMBER(LH-IDX)  TO LHN-LOT-NUMBER
                    MOVE WS-LH-EXPIRY-DATE(LH-IDX)
                       TO LHN-EXPIRY-DATE
                    MOVE WS-LH-RECEIPT-DATE(LH-IDX)
                       TO LHN-RECEIPT-DATE
                    MOVE WS-LH-ON-HAND-QTY(LH-IDX)
                       TO LHN-ON-HAND-QTY
                    MOVE WS-LH-XFER-ID(LH-IDX)     TO LHN-XFER-ID
                    WRITE LOTOH-NEW-REC
                 END-IF
           END-PERFORM
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT
                 IF WS-BS-ON-HAND-QTY(BS-IDX) NOT = 0
                    MOVE SPACES TO BSTK-NEW-REC
                    MOVE WS-BS-PART-NUMBER(BS-IDX)
                       TO BSN-PART-NUMBER
                    MOVE WS-BS-LOCATION(BS-IDX)    TO BSN-LOCATION
                    MOVE WS-BS-BIN-ADDRESS(BS-IDX)
                       TO BSN-BIN-ADDRESS
                    MOVE WS-BS-ON-HAND-QTY(BS-IDX)
                       TO BSN-ON-HAND-QTY
                    MOVE WS-BS-LAST-MOVE-DATE(BS-IDX)
                       TO BSN-LAST-MOVE-DATE
                    WRITE BSTK-NEW-REC
                 END-IF
           END-PERFORM
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > WS-AL-COUNT
                 IF WS-AL-QTY(AL-IDX) NOT = 0
                    MOVE SPACES TO ALLOC-NEW-REC
                    MOVE WS-AL-PART-NUMBER(AL-IDX)
                       TO ALN-PART-NUMBER
                    MOVE WS-AL-LOCATION(AL-IDX)    TO ALN-LOCATION
                    MOVE WS-AL-SOURCE(AL-IDX)      TO ALN-SOURCE
                    MOVE WS-AL-DOC-ID(AL-IDX)      TO ALN-DOC-ID
                    MOVE WS-AL-QTY(AL-IDX)         TO ALN-QTY
                    MOVE WS-AL-ALLOC-DATE(AL-IDX)
                       TO ALN-ALLOC-DATE
                    WRITE ALLOC-NEW-REC
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE WKORD-NEW.
           CLOSE ONHAND-NEW.
           CLOSE KITWRPT-REC.
           CLOSE LOTOH-NEW.
           CLOSE BSTK-NEW.
           CLOSE ALLOC-NEW.
           CLOSE INVMOVE-REC.
