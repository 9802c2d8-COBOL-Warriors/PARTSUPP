      * //RCPTPOST DD DSN=USER66.EXAM.DEV.EDI856IN.RCPTPOST,DISP=SHR
      *   JCL Output
      * //ONHNEW   DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=OLD
      *
      * 2026-10-15 maruca V0R0M2
      *   Lot-level on-hand.  RCPTPOST rows now carry the receipt's
      *   lot number and expiry date, and every posting also adds
      *   to the new lot on-hand master (LOTOLD/LOTNEW) - one row
      *   per part/location/lot with the lot's expiry and first
      *   receipt date.  XFERMNT and KITWORK draw that master down
      *   earliest-expiry first; LOTEXPR reports from it.  A
      *   missing old lot master is a first run, and a receipt
      *   with no lot keyed still posts (blank lot) so the lot rows
      *   always add up to the part/location figure they came in
      *   with.  Rows drawn down to zero drop off the new master.
      *   JCL Input (new)
      * //LOTOLD   DD DSN=USER66.EXAM.DEV.LOTONHND.MASTER,DISP=SHR
      *   JCL Output (new)
      * //LOTNEW   DD DSN=USER66.EXAM.DEV.LOTONHND.MASTER,DISP=OLD
      ***************************************************************
      * Rolls the day's receipt postings into the on-hand inventory
      * master - one ONHAND row per part/location, incremented by
               FILE STATUS IS WS-ONHOLD-FILE-STATUS.
           SELECT RCPTPOST-REC  ASSIGN TO RCPTPOST.
           SELECT ONHAND-NEW    ASSIGN TO ONHNEW.
           SELECT LOTOH-OLD     ASSIGN TO LOTOLD
               FILE STATUS IS WS-LOTOLD-FILE-STATUS.
           SELECT LOTOH-NEW     ASSIGN TO LOTNEW.

       DATA DIVISION.
       FILE SECTION.
           05  RP-LOCATION         PIC X(04).
           05  RP-RECEIPT-QTY      PIC S9(7).
           05  RP-RECEIPT-DATE     PIC 9(08).
           05  RP-LOT-NUMBER       PIC X(15).
           05  RP-EXPIRY-DATE      PIC 9(08).
           05  FILLER              PIC X(15).

       FD  ONHAND-NEW
           RECORDING MODE F
           05  OHN-LAST-COUNT-DATE PIC 9(08).
           05  FILLER              PIC X(38).

      *    Lot on-hand master - one row per part/location/lot.  A
      *    row with LHO-XFER-ID filled is stock XFERMNT has picked
      *    for that transfer and not yet confirmed at the to-
      *    location named on the row; it is not on anyone's shelf.
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

       WORKING-STORAGE SECTION.

       01  WS-ONHOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-LOTOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    The on-hand master in memory - part/location rows, sized
      *    past the part count MKPRTSUP generates.
               10 WS-OH-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-OH-LAST-COUNT-DATE  PIC 9(08)      VALUE 0.

      *    The lot on-hand master in memory.
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

       01  WS-RUN-COUNTS.
           05 WS-POSTINGS-APPLIED        PIC 9(05)      VALUE 0.
           05 WS-NEW-ROWS                PIC 9(05)      VALUE 0.
           05 WS-NEW-LOT-ROWS            PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  RCPTPOST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-POSTINGS                          VALUE 'Y'.
       01  LOTOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-LOTS                          VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-LOAD-OLD-MASTER.
           PERFORM 450-LOAD-OLD-LOTS.
           PERFORM 600-APPLY-POSTINGS UNTIL NO-MORE-POSTINGS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 850-WRITE-NEW-LOTS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'ONHPOST COMPLETE - POSTINGS: '
              WS-POSTINGS-APPLIED
              ' NEW PART/LOCATION ROWS: ' WS-NEW-ROWS
              ' NEW LOT ROWS: ' WS-NEW-LOT-ROWS.
           GOBACK.

       000-INIT.
           INITIALIZE WS-OH-COUNT.
           INITIALIZE WS-ONHAND-TABLE.
           INITIALIZE WS-LH-COUNT.
           INITIALIZE WS-LOT-ONHAND-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 'N' TO ONHOLD-EOF.
           MOVE 'N' TO RCPTPOST-EOF.
           MOVE 'N' TO LOTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT RCPTPOST-REC.
           OPEN OUTPUT ONHAND-NEW.
           OPEN OUTPUT LOTOH-NEW.
           READ RCPTPOST-REC
              AT END MOVE 'Y' TO RCPTPOST-EOF
           END-READ.
           END-IF
           .

      *    A missing lot master (FILE STATUS not '00') is the first
      *    run since lots were kept - stock already on the shelf
      *    has no lot rows and only what comes in from here on does.
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

       600-APPLY-POSTINGS.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING OH-IDX FROM 1 BY 1
           IF WS-SLOT > 0
              ADD RP-RECEIPT-QTY TO WS-OH-ON-HAND-QTY(WS-SLOT)
              ADD 1 TO WS-POSTINGS-APPLIED
              PERFORM 650-POST-TO-LOT
           END-IF
           READ RCPTPOST-REC
              AT END MOVE 'Y' TO RCPTPOST-EOF
           END-READ
           .

      *    The same lot received again at the same location adds
      *    to its row; the row keeps the first receipt date.
       650-POST-TO-LOT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING LH-IDX FROM 1 BY 1
              UNTIL LH-IDX > WS-LH-COUNT OR ENTRY-FOUND
                 IF WS-LH-PART-NUMBER(LH-IDX) = RP-PART-NUMBER
                    AND WS-LH-LOCATION(LH-IDX) = RP-LOCATION
                    AND WS-LH-LOT-NUMBER(LH-IDX) = RP-LOT-NUMBER
                    AND WS-LH-XFER-ID(LH-IDX) = SPACES
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO LH-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-LH-COUNT >= 3000
                 DISPLAY 'ONHPOST LOT TABLE FULL - LOT NOT KEPT: '
                    RP-PART-NUMBER '/' RP-LOT-NUMBER
                 MOVE 0 TO WS-SLOT
              ELSE
                 ADD 1 TO WS-LH-COUNT
                 MOVE WS-LH-COUNT TO WS-SLOT
                 MOVE RP-PART-NUMBER
                    TO WS-LH-PART-NUMBER(WS-SLOT)
                 MOVE RP-LOCATION TO WS-LH-LOCATION(WS-SLOT)
                 MOVE RP-LOT-NUMBER TO WS-LH-LOT-NUMBER(WS-SLOT)
                 IF RP-EXPIRY-DATE NUMERIC
                    MOVE RP-EXPIRY-DATE
                       TO WS-LH-EXPIRY-DATE(WS-SLOT)
                 END-IF
                 MOVE RP-RECEIPT-DATE
                    TO WS-LH-RECEIPT-DATE(WS-SLOT)
                 ADD 1 TO WS-NEW-LOT-ROWS
              END-IF
           END-IF
           IF WS-SLOT > 0
              ADD RP-RECEIPT-QTY TO WS-LH-ON-HAND-QTY(WS-SLOT)
           END-IF
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING OH-IDX FROM 1 BY 1
              UNTIL OH-IDX > WS-OH-COUNT
           END-PERFORM
           .

       850-WRITE-NEW-LOTS.
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
           .

       1000-CLOSE-END.
           CLOSE RCPTPOST-REC.
           CLOSE ONHAND-NEW.
           CLOSE LOTOH-NEW.
