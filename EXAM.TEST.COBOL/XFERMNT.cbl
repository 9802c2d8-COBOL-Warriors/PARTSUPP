      *   JCL Output
      * //XFERNEW  DD DSN=USER66.EXAM.DEV.XFERMNT.MASTER,DISP=OLD
      * //ONHNEW   DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=OLD
      *
      * 2026-10-15 maruca V0R0M2
      *   Lot-level on-hand, first-expired-first-out.  A pick now
      *   also draws the from-location's lots on ONHPOST's lot
      *   on-hand master (LOTOLD/LOTNEW) earliest expiry first -
      *   lots with no expiry go last, ties go to the oldest
      *   receipt.  What is drawn rides in transit on lot rows
      *   stamped with the transfer id and the to-location, and
      *   the confirm puts those lots on the to-location's shelf
      *   with their expiry intact.  Stock on hand from before
      *   lots were kept has no lot rows; the pick takes what lots
      *   there are and the part/location figure stays the check.
      *   JCL Input (new)
      * //LOTOLD   DD DSN=USER66.EXAM.DEV.LOTONHND.MASTER,DISP=SHR
      *   JCL Output (new)
      * //LOTNEW   DD DSN=USER66.EXAM.DEV.LOTONHND.MASTER,DISP=OLD
      *
      * 2026-10-15 maruca V0R0M3
      *   Stock allocation.  A request now reserves the quantity
      *   at the from-location on the allocation master (ALLOCOLD/
      *   ALLOCNEW, shared with KITWORK and checked by MATISSUE)
      *   and is rejected when on-hand less what is already
      *   allocated there won't cover it.  The pick checks against
      *   the same available figure (the transfer's own allocation
      *   aside) and releases the allocation as the stock leaves.
      *   New code X cancels a requested transfer and releases its
      *   allocation.
      *   JCL Input (new)
      * //ALLOCOLD DD DSN=USER66.EXAM.DEV.ALLOCMST.MASTER,DISP=SHR
      *   JCL Output (new)
      * //ALLOCNEW DD DSN=USER66.EXAM.DEV.ALLOCMST.MASTER,DISP=OLD
      *
      * 2026-10-15 maruca V0R0M4
      *   Inventory roll-forward.  A pick appends a TO row (out of
      *   the from-location) and a confirm a TI row (into the to-
      *   location) to the inventory movement journal
      *   (INVMOVE.cpy) under the transfer id, for ROLLFWD.
      *   JCL Output (new)
      * //INVMOVE  DD DSN=USER66.EXAM.DEV.INVMOVE.JOURNAL,DISP=MOD
      *
      * 2026-10-15 maruca V0R0M5
      *   A confirm only received the first in-transit lot of a
      *   multi-lot pick - 680's row search ran on the same lot
      *   index 670 was scanning with, so the scan ended (or
      *   jumped) after the first lot and the rest stayed in
      *   transit under a Confirmed transfer.  680 now searches on
      *   an index of its own (LH-IDX2).
      ***************************************************************
      * Inter-plant transfer orders - the proper document for moving
      * stock between our own locations, instead of faking a PO
      *    C  Confirm - increments the to-location's on-hand (a
      *       to-location not yet on the on-hand master is added).
      *       Rejected if the order isn't in transit.
      *    X  Cancel - only a Requested order; its allocation is
      *       released.
      * Request and Pick both check the from-location's available
      * quantity - on-hand less every other allocation against it.
      ***************************************************************

       ENVIRONMENT DIVISION.
           SELECT ONHAND-OLD    ASSIGN TO ONHOLD.
           SELECT XFER-NEW      ASSIGN TO XFERNEW.
           SELECT ONHAND-NEW    ASSIGN TO ONHNEW.
           SELECT LOTOH-OLD     ASSIGN TO LOTOLD
               FILE STATUS IS WS-LOTOLD-FILE-STATUS.
           SELECT LOTOH-NEW     ASSIGN TO LOTNEW.
           SELECT ALLOC-OLD     ASSIGN TO ALLOCOLD
               FILE STATUS IS WS-ALLOCOLD-FILE-STATUS.
           SELECT ALLOC-NEW     ASSIGN TO ALLOCNEW.
           SELECT INVMOVE-REC   ASSIGN TO INVMOVE.

       DATA DIVISION.
       FILE SECTION.
               88 XFT-REQUEST               VALUE 'R'.
               88 XFT-PICK                  VALUE 'P'.
               88 XFT-CONFIRM               VALUE 'C'.
               88 XFT-CANCEL                VALUE 'X'.
               88 XFT-TRANS-CODE-VALID      VALUES 'R' 'P' 'C' 'X'.
           05  XFT-XFER-ID         PIC X(08).
           05  XFT-PART-NUMBER     PIC X(23).
           05  XFT-FROM-LOC        PIC X(04).
           05  OHN-LAST-COUNT-DATE PIC 9(08).
           05  FILLER              PIC X(38).

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

      *    One reservation per document per part/location - source
      *    W is a kit work order, T a transfer.
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

      *    Shared inventory movement journal - one row per pick and
      *    per confirm.  See INVMOVE.cpy.
       FD  INVMOVE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INV-MOVEMENT-ROW.
           COPY 'INVMOVE'.

       WORKING-STORAGE SECTION.

       01  WS-XFEROLD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-LOTOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-ALLOCOLD-FILE-STATUS       PIC X(02)      VALUE SPACES.

       01  WS-XFR-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-TRANSFER-TABLE.
                  88 WS-XFR-REQUESTED                   VALUE 'R'.
                  88 WS-XFR-IN-TRANSIT                  VALUE 'T'.
                  88 WS-XFR-CONFIRMED                   VALUE 'C'.
                  88 WS-XFR-CANCELLED                   VALUE 'X'.
               10 WS-XFR-REQUEST-DATE    PIC 9(08)      VALUE 0.
               10 WS-XFR-PICKED-DATE     PIC 9(08)      VALUE 0.
               10 WS-XFR-CONFIRM-DATE    PIC 9(08)      VALUE 0.
               10 WS-OH-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-OH-LAST-COUNT-DATE  PIC 9(08)      VALUE 0.

       01  WS-LH-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-LOT-ONHAND-TABLE.
           05  WS-LH-ENTRY OCCURS 3000 TIMES
                  INDEXED BY LH-IDX LH-IDX2.
               10 WS-LH-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-LH-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-LH-LOT-NUMBER       PIC X(15)      VALUE SPACES.
               10 WS-LH-EXPIRY-DATE      PIC 9(08)      VALUE 0.
               10 WS-LH-RECEIPT-DATE     PIC 9(08)      VALUE 0.
               10 WS-LH-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-LH-XFER-ID          PIC X(08)      VALUE SPACES.

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
           05 WS-REQUEST-COUNT           PIC 9(03)      VALUE 0.
           05 WS-PICK-COUNT              PIC 9(03)      VALUE 0.
           05 WS-CONFIRM-COUNT           PIC 9(03)      VALUE 0.
           05 WS-CANCEL-COUNT            PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.
           05 WS-IN-TRANSIT-COUNT        PIC 9(03)      VALUE 0.

       01  WS-LOOKUP-PART                PIC X(23)      VALUE SPACES.
       01  WS-LOOKUP-LOC                 PIC X(04)      VALUE SPACES.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-ALLOC-DOC-ID               PIC X(08)      VALUE SPACES.
       01  WS-ALLOCATED-QTY              PIC S9(9)      VALUE 0.
       01  WS-AVAILABLE-QTY              PIC S9(9)      VALUE 0.
       01  WS-MOVE-TYPE                  PIC X(02)      VALUE SPACES.
       01  WS-MOVE-QTY                   PIC S9(7)      VALUE 0.

      *    First-expired-first-out draw state.  A lot with no
      *    expiry sorts as 99999999, after every dated lot.
       01  WS-LOT-DRAW-QTY               PIC S9(9)      VALUE 0.
       01  WS-LOT-TAKE-QTY               PIC S9(9)      VALUE 0.
       01  WS-LH-SLOT                    PIC 9(05)      VALUE 0.
       01  WS-LOTS-LEFT-FLAG             PIC X(01)      VALUE 'Y'.
           88 NO-LOTS-LEFT                              VALUE 'N'.
       01  WS-LOT-SORT-EXPIRY            PIC 9(08)      VALUE 0.
       01  WS-BEST-SORT-EXPIRY           PIC 9(08)      VALUE 0.
       01  WS-LOT-TARGET.
           05 WS-LT-PART-NUMBER          PIC X(23)      VALUE SPACES.
           05 WS-LT-LOCATION             PIC X(04)      VALUE SPACES.
           05 WS-LT-LOT-NUMBER           PIC X(15)      VALUE SPACES.
           05 WS-LT-EXPIRY-DATE          PIC 9(08)      VALUE 0.
           05 WS-LT-RECEIPT-DATE         PIC 9(08)      VALUE 0.
           05 WS-LT-XFER-ID              PIC X(08)      VALUE SPACES.

       01  XFEROLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-XFERS                         VALUE 'Y'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  ONHOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  LOTOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-LOTS                          VALUE 'Y'.
       01  ALLOCOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-ALLOCS                        VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-OLD-TRANSFERS.
           PERFORM 400-LOAD-ONHAND.
           PERFORM 450-LOAD-OLD-LOTS.
           PERFORM 470-LOAD-OLD-ALLOCATIONS.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTERS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'XFERMNT COMPLETE - REQUESTED: ' WS-REQUEST-COUNT
              ' PICKED: ' WS-PICK-COUNT
              ' CONFIRMED: ' WS-CONFIRM-COUNT
              ' CANCELLED: ' WS-CANCEL-COUNT
              ' REJECTED: ' WS-REJECT-COUNT
              ' IN TRANSIT: ' WS-IN-TRANSIT-COUNT.
           GOBACK.
           INITIALIZE WS-TRANSFER-TABLE.
           INITIALIZE WS-OH-COUNT.
           INITIALIZE WS-ONHAND-TABLE.
           INITIALIZE WS-LH-COUNT.
           INITIALIZE WS-LOT-ONHAND-TABLE.
           INITIALIZE WS-AL-COUNT.
           INITIALIZE WS-ALLOCATION-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO XFEROLD-EOF.
           MOVE 'N' TO XFERTRN-EOF.
           MOVE 'N' TO ONHOLD-EOF.
           MOVE 'N' TO LOTOLD-EOF.
           MOVE 'N' TO ALLOCOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT XFER-TRANS.
           OPEN INPUT ONHAND-OLD.
           OPEN OUTPUT XFER-NEW.
           OPEN OUTPUT ONHAND-NEW.
           OPEN OUTPUT LOTOH-NEW.
           OPEN OUTPUT ALLOC-NEW.
           OPEN EXTEND INVMOVE-REC.

      *    A missing transfer master (FILE STATUS not '00') is a
      *    first run built from this run's requests.
           END-PERFORM
           .

      *    A missing lot master means no lots kept yet - transfers
      *    move the part/location figures alone.
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

      *    A missing allocation master means nothing is reserved
      *    yet - available is the on-hand itself.
       470-LOAD-OLD-ALLOCATIONS.
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

       600-APPLY-TRANSACTIONS.
           READ XFER-TRANS
              AT END MOVE 'Y' TO XFERTRN-EOF
                    PERFORM 630-PICK-TRANSFER
                 WHEN XFT-CONFIRM
                    PERFORM 640-CONFIRM-TRANSFER
                 WHEN XFT-CANCEL
                    PERFORM 645-CANCEL-TRANSFER
              END-EVALUATE
           END-IF
           .
           .

       620-OPEN-TRANSFER.
           MOVE XFT-PART-NUMBER TO WS-LOOKUP-PART
           MOVE XFT-FROM-LOC TO WS-LOOKUP-LOC
           MOVE XFT-XFER-ID TO WS-ALLOC-DOC-ID
           PERFORM 690-COMPUTE-AVAILABLE
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED REQUEST - TABLE FULL: '
                    XFT-XFER-ID
              WHEN WS-AVAILABLE-QTY < XFT-QTY
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED REQUEST - INSUFFICIENT AVAILABLE: '
                    XFT-XFER-ID
              WHEN OTHER
                 ADD 1 TO WS-XFR-COUNT
                 MOVE XFT-XFER-ID
                 MOVE 'R' TO WS-XFR-STATUS(WS-XFR-COUNT)
                 MOVE WS-TODAYS-DATE
                    TO WS-XFR-REQUEST-DATE(WS-XFR-COUNT)
                 PERFORM 694-ADD-ALLOCATION
                 ADD 1 TO WS-REQUEST-COUNT
           END-EVALUATE
           .
              MOVE WS-XFR-PART-NUMBER(WS-MATCHED-IDX)
                 TO WS-LOOKUP-PART
              MOVE WS-XFR-FROM-LOC(WS-MATCHED-IDX) TO WS-LOOKUP-LOC
              MOVE WS-XFR-XFER-ID(WS-MATCHED-IDX) TO WS-ALLOC-DOC-ID
              PERFORM 690-COMPUTE-AVAILABLE
              IF NOT ONHAND-ROW-FOUND
                 OR WS-AVAILABLE-QTY < WS-XFR-QTY(WS-MATCHED-IDX)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED PICK - INSUFFICIENT AVAILABLE: '
                    XFT-XFER-ID
              ELSE
                 SUBTRACT WS-XFR-QTY(WS-MATCHED-IDX)
                    FROM WS-OH-ON-HAND-QTY(WS-OH-SLOT)
                 PERFORM 692-RELEASE-ALLOCATION
                 PERFORM 650-PICK-LOTS-FEFO
                 MOVE 'TO' TO WS-MOVE-TYPE
                 COMPUTE WS-MOVE-QTY =
                    0 - WS-XFR-QTY(WS-MATCHED-IDX)
                 PERFORM 696-WRITE-MOVEMENT
                 MOVE 'T' TO WS-XFR-STATUS(WS-MATCHED-IDX)
                 MOVE WS-TODAYS-DATE
                    TO WS-XFR-PICKED-DATE(WS-MATCHED-IDX)
              IF WS-OH-SLOT > 0
                 ADD WS-XFR-QTY(WS-MATCHED-IDX)
                    TO WS-OH-ON-HAND-QTY(WS-OH-SLOT)
                 PERFORM 670-RECEIVE-TRANSIT-LOTS
                 MOVE 'TI' TO WS-MOVE-TYPE
                 MOVE WS-XFR-QTY(WS-MATCHED-IDX) TO WS-MOVE-QTY
                 PERFORM 696-WRITE-MOVEMENT
                 MOVE 'C' TO WS-XFR-STATUS(WS-MATCHED-IDX)
                 MOVE WS-TODAYS-DATE
                    TO WS-XFR-CONFIRM-DATE(WS-MATCHED-IDX)
           END-IF
           .

      *    Only a transfer nothing has moved on yet can be
      *    cancelled - once picked the stock is on the road.
       645-CANCEL-TRANSFER.
           IF NOT WS-XFR-REQUESTED(WS-MATCHED-IDX)
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CANCEL - NOT IN REQUESTED STATUS: '
                 XFT-XFER-ID
           ELSE
              MOVE WS-XFR-XFER-ID(WS-MATCHED-IDX) TO WS-ALLOC-DOC-ID
              PERFORM 692-RELEASE-ALLOCATION
              MOVE 'X' TO WS-XFR-STATUS(WS-MATCHED-IDX)
              ADD 1 TO WS-CANCEL-COUNT
           END-IF
           .

      *    Draws the transfer quantity off the from-location's lots
      *    earliest expiry first; each piece taken goes onto an
      *    in-transit row for the to-location under the transfer
      *    id.  Runs out quietly when the lots do - stock that
      *    predates lot keeping has none.
       650-PICK-LOTS-FEFO.
           MOVE WS-XFR-QTY(WS-MATCHED-IDX) TO WS-LOT-DRAW-QTY
           MOVE 'Y' TO WS-LOTS-LEFT-FLAG
           PERFORM UNTIL WS-LOT-DRAW-QTY = 0 OR NO-LOTS-LEFT
                 PERFORM 660-FIND-EARLIEST-LOT
                 IF WS-LH-SLOT = 0
                    MOVE 'N' TO WS-LOTS-LEFT-FLAG
                 ELSE
                    IF WS-LH-ON-HAND-QTY(WS-LH-SLOT) >=
                       WS-LOT-DRAW-QTY
                       MOVE WS-LOT-DRAW-QTY TO WS-LOT-TAKE-QTY
                    ELSE
                       MOVE WS-LH-ON-HAND-QTY(WS-LH-SLOT)
                          TO WS-LOT-TAKE-QTY
                    END-IF
                    SUBTRACT WS-LOT-TAKE-QTY
                       FROM WS-LH-ON-HAND-QTY(WS-LH-SLOT)
                    SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-DRAW-QTY
                    MOVE WS-LOOKUP-PART TO WS-LT-PART-NUMBER
                    MOVE WS-XFR-TO-LOC(WS-MATCHED-IDX)
                       TO WS-LT-LOCATION
                    MOVE WS-LH-LOT-NUMBER(WS-LH-SLOT)
                       TO WS-LT-LOT-NUMBER
                    MOVE WS-LH-EXPIRY-DATE(WS-LH-SLOT)
                       TO WS-LT-EXPIRY-DATE
                    MOVE WS-LH-RECEIPT-DATE(WS-LH-SLOT)
                       TO WS-LT-RECEIPT-DATE
                    MOVE WS-XFR-XFER-ID(WS-MATCHED-IDX)
                       TO WS-LT-XFER-ID
                    PERFORM 680-ADD-TO-LOT-ROW
                 END-IF
           END-PERFORM
           .

      *    The shelf lot (no transfer id) of WS-LOOKUP-PART at
      *    WS-LOOKUP-LOC with stock left and the earliest expiry,
      *    the oldest receipt breaking a tie.  WS-LH-SLOT 0 when
      *    none is left.
       660-FIND-EARLIEST-LOT.
           MOVE 0 TO WS-LH-SLOT
           PERFORM VARYING LH-IDX FROM 1 BY 1
              UNTIL LH-IDX > WS-LH-COUNT
                 IF WS-LH-PART-NUMBER(LH-IDX) = WS-LOOKUP-PART
                    AND WS-LH-LOCATION(LH-IDX) = WS-LOOKUP-LOC
                    AND WS-LH-XFER-ID(LH-IDX) = SPACES
                    AND WS-LH-ON-HAND-QTY(LH-IDX) > 0
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

      *    Every in-transit lot row for the transfer moves onto the
      *    to-location's shelf row for the same lot.
       670-RECEIVE-TRANSIT-LOTS.
           PERFORM VARYING LH-IDX FROM 1 BY 1
              UNTIL LH-IDX > WS-LH-COUNT
                 IF WS-LH-XFER-ID(LH-IDX) =
                    WS-XFR-XFER-ID(WS-MATCHED-IDX)
                    AND WS-LH-ON-HAND-QTY(LH-IDX) > 0
                    MOVE WS-LH-PART-NUMBER(LH-IDX)
                       TO WS-LT-PART-NUMBER
                    MOVE WS-LH-LOCATION(LH-IDX) TO WS-LT-LOCATION
                    MOVE WS-LH-LOT-NUMBER(LH-IDX)
                       TO WS-LT-LOT-NUMBER
                    MOVE WS-LH-EXPIRY-DATE(LH-IDX)
                       TO WS-LT-EXPIRY-DATE
                    MOVE WS-LH-RECEIPT-DATE(LH-IDX)
                       TO WS-LT-RECEIPT-DATE
                    MOVE SPACES TO WS-LT-XFER-ID
                    MOVE WS-LH-ON-HAND-QTY(LH-IDX)
                       TO WS-LOT-TAKE-QTY
                    MOVE 0 TO WS-LH-ON-HAND-QTY(LH-IDX)
                    PERFORM 680-ADD-TO-LOT-ROW
                 END-IF
           END-PERFORM
           .

      *    Adds WS-LOT-TAKE-QTY to the WS-LOT-TARGET row, adding
      *    the row when it isn't there yet.
       680-ADD-TO-LOT-ROW.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-LH-SLOT
           PERFORM VARYING LH-IDX2 FROM 1 BY 1
              UNTIL LH-IDX2 > WS-LH-COUNT OR ENTRY-FOUND
                 IF WS-LH-PART-NUMBER(LH-IDX2) = WS-LT-PART-NUMBER
                    AND WS-LH-LOCATION(LH-IDX2) = WS-LT-LOCATION
                    AND WS-LH-LOT-NUMBER(LH-IDX2) = WS-LT-LOT-NUMBER
                    AND WS-LH-XFER-ID(LH-IDX2) = WS-LT-XFER-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-LH-SLOT TO LH-IDX2
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-LH-COUNT >= 3000
                 DISPLAY 'XFERMNT LOT TABLE FULL - LOT NOT KEPT: '
                    WS-LT-PART-NUMBER '/' WS-LT-LOT-NUMBER
              ELSE
                 ADD 1 TO WS-LH-COUNT
                 MOVE WS-LH-COUNT TO WS-LH-SLOT
                 MOVE WS-LT-PART-NUMBER
                    TO WS-LH-PART-NUMBER(WS-LH-SLOT)
                 MOVE WS-LT-LOCATION TO WS-LH-LOCATION(WS-LH-SLOT)
                 MOVE WS-LT-LOT-NUMBER
                    TO WS-LH-LOT-NUMBER(WS-LH-SLOT)
                 MOVE WS-LT-EXPIRY-DATE
                    TO WS-LH-EXPIRY-DATE(WS-LH-SLOT)
                 MOVE WS-LT-RECEIPT-DATE
                    TO WS-LH-RECEIPT-DATE(WS-LH-SLOT)
                 MOVE WS-LT-XFER-ID TO WS-LH-XFER-ID(WS-LH-SLOT)
              END-IF
           END-IF
           IF WS-LH-SLOT > 0
              ADD WS-LOT-TAKE-QTY TO WS-LH-ON-HAND-QTY(WS-LH-SLOT)
           END-IF
           .

      *    Available at WS-LOOKUP-PART/WS-LOOKUP-LOC - the on-hand
      *    row less every allocation against it except transfer
      *    WS-ALLOC-DOC-ID's own.  Leaves the on-hand row in
      *    WS-OH-SLOT (ONHAND-ROW-FOUND) for the caller.
       690-COMPUTE-AVAILABLE.
           MOVE 0 TO WS-ALLOCATED-QTY
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > WS-AL-COUNT
                 IF WS-AL-PART-NUMBER(AL-IDX) = WS-LOOKUP-PART
                    AND WS-AL-LOCATION(AL-IDX) = WS-LOOKUP-LOC
                    AND NOT (WS-AL-SOURCE(AL-IDX) = 'T'
                       AND WS-AL-DOC-ID(AL-IDX) = WS-ALLOC-DOC-ID)
                    ADD WS-AL-QTY(AL-IDX) TO WS-ALLOCATED-QTY
                 END-IF
           END-PERFORM
           PERFORM 615-FIND-ONHAND-ROW
           IF ONHAND-ROW-FOUND
              COMPUTE WS-AVAILABLE-QTY =
                 WS-OH-ON-HAND-QTY(WS-OH-SLOT) - WS-ALLOCATED-QTY
           ELSE
              COMPUTE WS-AVAILABLE-QTY = 0 - WS-ALLOCATED-QTY
           END-IF
           .

      *    Transfer WS-ALLOC-DOC-ID's reservation comes off.
       692-RELEASE-ALLOCATION.
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > WS-AL-COUNT
                 IF WS-AL-SOURCE(AL-IDX) = 'T'
                    AND WS-AL-DOC-ID(AL-IDX) = WS-ALLOC-DOC-ID
                    MOVE 0 TO WS-AL-QTY(AL-IDX)
                 END-IF
           END-PERFORM
           .

      *    Reserves the requested quantity at the from-location.
      *    A full table leaves the transfer open unreserved - the
      *    pick still checks available before anything moves.
       694-ADD-ALLOCATION.
           IF WS-AL-COUNT >= 3000
              DISPLAY 'XFERMNT ALLOCATION TABLE FULL - NOT RESERVED: '
                 XFT-XFER-ID
           ELSE
              ADD 1 TO WS-AL-COUNT
              MOVE XFT-PART-NUMBER TO WS-AL-PART-NUMBER(WS-AL-COUNT)
              MOVE XFT-FROM-LOC TO WS-AL-LOCATION(WS-AL-COUNT)
              MOVE 'T' TO WS-AL-SOURCE(WS-AL-COUNT)
              MOVE XFT-XFER-ID TO WS-AL-DOC-ID(WS-AL-COUNT)
              MOVE XFT-QTY TO WS-AL-QTY(WS-AL-COUNT)
              MOVE WS-TODAYS-DATE TO WS-AL-ALLOC-DATE(WS-AL-COUNT)
           END-IF
           .

      *    Journals the move just made at WS-LOOKUP-PART/
      *    WS-LOOKUP-LOC - the caller sets the type and the signed
      *    quantity.
       696-WRITE-MOVEMENT.
           MOVE SPACES TO INV-MOVEMENT-ROW
           MOVE WS-LOOKUP-PART TO MV-PART-NUMBER
           MOVE WS-LOOKUP-LOC  TO MV-LOCATION
           MOVE WS-MOVE-TYPE   TO MV-MOVE-TYPE
           MOVE WS-MOVE-QTY    TO MV-QTY
           MOVE WS-TODAYS-DATE TO MV-MOVE-DATE
           MOVE WS-XFR-XFER-ID(WS-MATCHED-IDX) TO MV-DOC-ID
           MOVE 'XFERMNT'      TO MV-PROGRAM-ID
           WRITE INV-MOVEMENT-ROW
           .

       800-WRITE-NEW-MASTERS.
           PERFORM VARYING XFR-IDX FROM 1 BY 1
              UNTIL XFR-IDX > WS-XFR-COUNT
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
           CLOSE ONHAND-OLD.
           CLOSE XFER-NEW.
           CLOSE ONHAND-NEW.
           CLOSE LOTOH-NEW.
           CLOSE ALLOC-NEW.
           CLOSE INVMOVE-REC.
