      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    BINMAINT.
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
      * //BINOLD   DD DSN=USER66.EXAM.DEV.BINMSTR.MASTER,DISP=SHR
      * //BSTKOLD  DD DSN=USER66.EXAM.DEV.BINSTOCK.MASTER,DISP=SHR
      * //BINTRN   DD DSN=USER66.EXAM.DEV.BINMAINT.TRANS,DISP=SHR
      *   JCL Output
      * //BINNEW   DD DSN=USER66.EXAM.DEV.BINMSTR.MASTER,DISP=OLD
      * //BSTKNEW  DD DSN=USER66.EXAM.DEV.BINSTOCK.MASTER,DISP=OLD
      ***************************************************************
      * Bin master and bin-to-bin moves.  Each ship-to location
      * (the 4-byte ONHAND location) is laid out in bins, one
      * BINMSTR row per location/bin address:
      *    HOME-PART  the part the bin is slotted for - blank for an
      *               open bin any part can use.
      *    CAPACITY   units the bin holds; zero means not limited.
      *    WALK-SEQ   the bin's place in the stores walk - PUTAWAY
      *               measures "nearest" by it.
      *    STATUS     'A' active, 'I' inactive (takes no putaway,
      *               no moves in).
      * The bin-level on-hand (BINSTOCK, one row per part/
      * location/bin) is posted by PUTAWAY from each day's receipts
      * and drawn by KITWORK's backflush; the moves here shift
      * stock between bins of one location, so the location-level
      * ONHAND totals never change and ONHAND is not read.  A bin
      * address of spaces on BINSTOCK is receipts staged with no
      * bin found - moving them out of it is how they get binned.
      *
      * Transaction codes (BINTRN, position 1):
      *    A  Add a bin - rejected if on file or the capacity or
      *       walk sequence given is not numeric.
      *    C  Change a bin - blank fields keep what is on file; a
      *       home part keyed as all '-' makes the bin open.
      *    I  Inactivate a bin - rejected while it holds stock.
      *    M  Move QTY of PART from BIN to TO-BIN in LOCATION -
      *       rejected if the to-bin is not an active bin of the
      *       location or the from-bin holds less than QTY.  A
      *       move that overfills the to-bin goes through with a
      *       warning - the stock has already been moved.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIN-OLD       ASSIGN TO BINOLD
               FILE STATUS IS WS-BINOLD-FILE-STATUS.
           SELECT BSTK-OLD      ASSIGN TO BSTKOLD
               FILE STATUS IS WS-BSTKOLD-FILE-STATUS.
           SELECT BIN-TRANS     ASSIGN TO BINTRN.
           SELECT BIN-NEW       ASSIGN TO BINNEW.
           SELECT BSTK-NEW      ASSIGN TO BSTKNEW.

       DATA DIVISION.
       FILE SECTION.

       FD  BIN-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BIN-OLD-REC.
       01  BIN-OLD-REC.
           05  BMO-LOCATION        PIC X(04).
           05  BMO-BIN-ADDRESS     PIC X(08).
           05  BMO-HOME-PART       PIC X(23).
           05  BMO-CAPACITY        PIC 9(07).
           05  BMO-WALK-SEQ        PIC 9(05).
           05  BMO-STATUS          PIC X(01).
           05  BMO-UPDATED-DATE    PIC 9(08).
           05  FILLER              PIC X(24).

      *    Bin-level on-hand - one row per part/location/bin.
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

      *    One bin event per transaction.
       FD  BIN-TRANS
           DATA RECORD IS BT-REC.
       01  BT-REC.
           05  BT-TRANS-CODE       PIC X(01).
               88 BT-ADD                    VALUE 'A'.
               88 BT-CHANGE                 VALUE 'C'.
               88 BT-INACTIVATE             VALUE 'I'.
               88 BT-MOVE                   VALUE 'M'.
               88 BT-TRANS-CODE-VALID       VALUES 'A' 'C' 'I' 'M'.
           05  BT-LOCATION         PIC X(04).
           05  BT-BIN-ADDRESS      PIC X(08).
           05  BT-PART-NUMBER      PIC X(23).
           05  BT-CAPACITY         PIC X(07).
           05  BT-CAPACITY-NUM REDEFINES BT-CAPACITY
                                   PIC 9(07).
           05  BT-WALK-SEQ         PIC X(05).
           05  BT-WALK-SEQ-NUM REDEFINES BT-WALK-SEQ
                                   PIC 9(05).
           05  BT-TO-BIN           PIC X(08).
           05  BT-MOVE-QTY         PIC X(07).
           05  BT-MOVE-QTY-NUM REDEFINES BT-MOVE-QTY
                                   PIC 9(07).
           05  FILLER              PIC X(17).

       FD  BIN-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BIN-NEW-REC.
       01  BIN-NEW-REC.
           05  BMN-LOCATION        PIC X(04).
           05  BMN-BIN-ADDRESS     PIC X(08).
           05  BMN-HOME-PART       PIC X(23).
           05  BMN-CAPACITY        PIC 9(07).
           05  BMN-WALK-SEQ        PIC 9(05).
           05  BMN-STATUS          PIC X(01).
           05  BMN-UPDATED-DATE    PIC 9(08).
           05  FILLER              PIC X(24).

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

       WORKING-STORAGE SECTION.

       01  WS-BINOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-BSTKOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-BM-COUNT                   PIC 9(04)      VALUE 0.
       01  WS-BIN-TABLE.
           05  WS-BM-ENTRY OCCURS 2000 TIMES
                  INDEXED BY BM-IDX.
               10 WS-BM-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-BM-BIN-ADDRESS      PIC X(08)      VALUE SPACES.
               10 WS-BM-HOME-PART        PIC X(23)      VALUE SPACES.
               10 WS-BM-CAPACITY         PIC 9(07)      VALUE 0.
               10 WS-BM-WALK-SEQ         PIC 9(05)      VALUE 0.
               10 WS-BM-STATUS           PIC X(01)      VALUE SPACES.
                  88 WS-BM-ACTIVE                       VALUE 'A'.
               10 WS-BM-UPDATED-DATE     PIC 9(08)      VALUE 0.

       01  WS-BS-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-BIN-STOCK-TABLE.
           05  WS-BS-ENTRY OCCURS 4000 TIMES
                  INDEXED BY BS-IDX.
               10 WS-BS-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-BS-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-BS-BIN-ADDRESS      PIC X(08)      VALUE SPACES.
               10 WS-BS-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-BS-LAST-MOVE-DATE   PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADDED-COUNT             PIC 9(05)      VALUE 0.
           05 WS-CHANGED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-INACTIVATED-COUNT       PIC 9(05)      VALUE 0.
           05 WS-MOVED-COUNT             PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(04)      VALUE 0.
       01  WS-TO-BIN-IDX                 PIC 9(04)      VALUE 0.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.
       01  WS-FROM-SLOT                  PIC 9(05)      VALUE 0.
       01  WS-KEY-LOCATION               PIC X(04)      VALUE SPACES.
       01  WS-KEY-BIN-ADDRESS            PIC X(08)      VALUE SPACES.
       01  WS-BIN-HELD-QTY               PIC S9(9)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  BINOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-BINS                          VALUE 'Y'.
       01  BSTKOLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-STOCK                         VALUE 'Y'.
       01  BINTRN-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-LOAD-OLD-BINS.
           PERFORM 450-LOAD-OLD-STOCK.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTERS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'BINMAINT COMPLETE - ADDED: ' WS-ADDED-COUNT
              ' CHANGED: ' WS-CHANGED-COUNT
              ' INACTIVATED: ' WS-INACTIVATED-COUNT
              ' MOVES: ' WS-MOVED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-BM-COUNT.
           INITIALIZE WS-BIN-TABLE.
           INITIALIZE WS-BS-COUNT.
           INITIALIZE WS-BIN-STOCK-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO BINOLD-EOF.
           MOVE 'N' TO BSTKOLD-EOF.
           MOVE 'N' TO BINTRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT BIN-TRANS.
           OPEN OUTPUT BIN-NEW.
           OPEN OUTPUT BSTK-NEW.

      *    A missing bin master (FILE STATUS not '00') is a first
      *    run built from this run's adds.
       400-LOAD-OLD-BINS.
           OPEN INPUT BIN-OLD
           IF WS-BINOLD-FILE-STATUS = '00'
              READ BIN-OLD
                 AT END MOVE 'Y' TO BINOLD-EOF
              END-READ
              PERFORM VARYING BM-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-BINS OR BM-IDX > 2000
                    MOVE BMO-LOCATION TO WS-BM-LOCATION(BM-IDX)
                    MOVE BMO-BIN-ADDRESS
                       TO WS-BM-BIN-ADDRESS(BM-IDX)
                    MOVE BMO-HOME-PART TO WS-BM-HOME-PART(BM-IDX)
                    MOVE BMO-CAPACITY TO WS-BM-CAPACITY(BM-IDX)
                    MOVE BMO-WALK-SEQ TO WS-BM-WALK-SEQ(BM-IDX)
                    MOVE BMO-STATUS TO WS-BM-STATUS(BM-IDX)
                    MOVE BMO-UPDATED-DATE
                       TO WS-BM-UPDATED-DATE(BM-IDX)
                    SET WS-BM-COUNT TO BM-IDX
                    READ BIN-OLD
                       AT END MOVE 'Y' TO BINOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE BIN-OLD
           END-IF
           .

       450-LOAD-OLD-STOCK.
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

       600-APPLY-TRANSACTIONS.
           READ BIN-TRANS
              AT END MOVE 'Y' TO BINTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              MOVE BT-LOCATION TO WS-KEY-LOCATION
              MOVE BT-BIN-ADDRESS TO WS-KEY-BIN-ADDRESS
              PERFORM 610-FIND-BIN
              EVALUATE TRUE
                 WHEN NOT BT-TRANS-CODE-VALID
                    OR BT-LOCATION = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED BIN - BAD TRANS: '
                       BT-TRANS-CODE '/' BT-LOCATION
                       '/' BT-BIN-ADDRESS
                 WHEN BT-MOVE
                    PERFORM 650-MOVE-STOCK
                 WHEN BT-BIN-ADDRESS = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED BIN - NO BIN ADDRESS: '
                       BT-TRANS-CODE '/' BT-LOCATION
                 WHEN BT-ADD
                    PERFORM 620-ADD-BIN
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED BIN - NOT ON FILE: '
                       BT-TRANS-CODE '/' BT-LOCATION
                       '/' BT-BIN-ADDRESS
                 WHEN BT-CHANGE
                    PERFORM 630-CHANGE-BIN
                 WHEN BT-INACTIVATE
                    PERFORM 640-INACTIVATE-BIN
              END-EVALUATE
           END-IF
           .

      *    Looks up WS-KEY-LOCATION/WS-KEY-BIN-ADDRESS on the bin
      *    master - WS-MATCHED-IDX is the row when ENTRY-FOUND.
       610-FIND-BIN.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING BM-IDX FROM 1 BY 1
              UNTIL BM-IDX > WS-BM-COUNT OR ENTRY-FOUND
                 IF WS-BM-LOCATION(BM-IDX) = WS-KEY-LOCATION
                    AND WS-BM-BIN-ADDRESS(BM-IDX) =
                        WS-KEY-BIN-ADDRESS
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO BM-IDX
                 END-IF
           END-PERFORM
           .

       620-ADD-BIN.
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BIN ON FILE: '
                    BT-LOCATION '/' BT-BIN-ADDRESS
              WHEN (BT-CAPACITY NOT = SPACES
                    AND BT-CAPACITY-NUM NOT NUMERIC)
                 OR (BT-WALK-SEQ NOT = SPACES
                    AND BT-WALK-SEQ-NUM NOT NUMERIC)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BAD CAPACITY/SEQ: '
                    BT-LOCATION '/' BT-BIN-ADDRESS
              WHEN WS-BM-COUNT >= 2000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: '
                    BT-LOCATION '/' BT-BIN-ADDRESS
              WHEN OTHER
                 ADD 1 TO WS-BM-COUNT
                 MOVE BT-LOCATION TO WS-BM-LOCATION(WS-BM-COUNT)
                 MOVE BT-BIN-ADDRESS
                    TO WS-BM-BIN-ADDRESS(WS-BM-COUNT)
                 MOVE BT-PART-NUMBER
                    TO WS-BM-HOME-PART(WS-BM-COUNT)
                 IF BT-CAPACITY NOT = SPACES
                    MOVE BT-CAPACITY-NUM
                       TO WS-BM-CAPACITY(WS-BM-COUNT)
                 END-IF
                 IF BT-WALK-SEQ NOT = SPACES
                    MOVE BT-WALK-SEQ-NUM
                       TO WS-BM-WALK-SEQ(WS-BM-COUNT)
                 END-IF
                 MOVE 'A' TO WS-BM-STATUS(WS-BM-COUNT)
                 MOVE WS-TODAYS-DATE
                    TO WS-BM-UPDATED-DATE(WS-BM-COUNT)
                 ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE
           .

      *    A change also re-activates an inactive bin.
       630-CHANGE-BIN.
           IF (BT-CAPACITY NOT = SPACES
               AND BT-CAPACITY-NUM NOT NUMERIC)
              OR (BT-WALK-SEQ NOT = SPACES
               AND BT-WALK-SEQ-NUM NOT NUMERIC)
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CHANGE - BAD CAPACITY/SEQ: '
                 BT-LOCATION '/' BT-BIN-ADDRESS
           ELSE
              IF BT-PART-NUMBER = ALL '-'
                 MOVE SPACES TO WS-BM-HOME-PART(WS-MATCHED-IDX)
              ELSE
                 IF BT-PART-NUMBER NOT = SPACES
                    MOVE BT-PART-NUMBER
                       TO WS-BM-HOME-PART(WS-MATCHED-IDX)
                 END-IF
              END-IF
              IF BT-CAPACITY NOT = SPACES
                 MOVE BT-CAPACITY-NUM
                    TO WS-BM-CAPACITY(WS-MATCHED-IDX)
              END-IF
              IF BT-WALK-SEQ NOT = SPACES
                 MOVE BT-WALK-SEQ-NUM
                    TO WS-BM-WALK-SEQ(WS-MATCHED-IDX)
              END-IF
              MOVE 'A' TO WS-BM-STATUS(WS-MATCHED-IDX)
              MOVE WS-TODAYS-DATE
                 TO WS-BM-UPDATED-DATE(WS-MATCHED-IDX)
              ADD 1 TO WS-CHANGED-COUNT
           END-IF
           .

       640-INACTIVATE-BIN.
           PERFORM 690-SUM-BIN-HELD
           IF WS-BIN-HELD-QTY > 0
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED INACTIVATE - BIN HOLDS STOCK: '
                 BT-LOCATION '/' BT-BIN-ADDRESS
           ELSE
              MOVE 'I' TO WS-BM-STATUS(WS-MATCHED-IDX)
              MOVE WS-TODAYS-DATE
                 TO WS-BM-UPDATED-DATE(WS-MATCHED-IDX)
              ADD 1 TO WS-INACTIVATED-COUNT
           END-IF
           .

      *    Both sides are bins of the one location, so the ONHAND
      *    location total is the same before and after.
       650-MOVE-STOCK.
           MOVE BT-TO-BIN TO WS-KEY-BIN-ADDRESS
           PERFORM 610-FIND-BIN
           MOVE WS-MATCHED-IDX TO WS-TO-BIN-IDX
           MOVE BT-BIN-ADDRESS TO WS-KEY-BIN-ADDRESS
           PERFORM 660-FIND-STOCK-ROW
           MOVE WS-SLOT TO WS-FROM-SLOT
           EVALUATE TRUE
              WHEN BT-PART-NUMBER = SPACES
                 OR BT-MOVE-QTY-NUM NOT NUMERIC
                 OR BT-MOVE-QTY-NUM = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED MOVE - BAD PART/QTY: '
                    BT-LOCATION '/' BT-PART-NUMBER
              WHEN BT-TO-BIN = BT-BIN-ADDRESS
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED MOVE - SAME BIN: '
                    BT-LOCATION '/' BT-BIN-ADDRESS
              WHEN WS-TO-BIN-IDX = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED MOVE - TO-BIN NOT ON FILE: '
                    BT-LOCATION '/' BT-TO-BIN
              WHEN NOT WS-BM-ACTIVE(WS-TO-BIN-IDX)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED MOVE - TO-BIN INACTIVE: '
                    BT-LOCATION '/' BT-TO-BIN
              WHEN WS-FROM-SLOT = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED MOVE - NOT IN FROM-BIN: '
                    BT-LOCATION '/' BT-BIN-ADDRESS
                    '/' BT-PART-NUMBER
              WHEN WS-BS-ON-HAND-QTY(WS-FROM-SLOT) < BT-MOVE-QTY-NUM
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED MOVE - FROM-BIN SHORT: '
                    BT-LOCATION '/' BT-BIN-ADDRESS
                    '/' BT-PART-NUMBER
              WHEN OTHER
                 PERFORM 655-POST-MOVE
           END-EVALUATE
           .

       655-POST-MOVE.
           MOVE BT-TO-BIN TO WS-KEY-BIN-ADDRESS
           PERFORM 660-FIND-STOCK-ROW
           IF WS-SLOT = 0
              IF WS-BS-COUNT >= 4000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED MOVE - STOCK TABLE FULL: '
                    BT-LOCATION '/' BT-TO-BIN '/' BT-PART-NUMBER
              ELSE
                 ADD 1 TO WS-BS-COUNT
                 MOVE WS-BS-COUNT TO WS-SLOT
                 MOVE BT-PART-NUMBER TO WS-BS-PART-NUMBER(WS-SLOT)
                 MOVE BT-LOCATION TO WS-BS-LOCATION(WS-SLOT)
                 MOVE BT-TO-BIN TO WS-BS-BIN-ADDRESS(WS-SLOT)
              END-IF
           END-IF
           IF WS-SLOT > 0
              SUBTRACT BT-MOVE-QTY-NUM
                 FROM WS-BS-ON-HAND-QTY(WS-FROM-SLOT)
              ADD BT-MOVE-QTY-NUM TO WS-BS-ON-HAND-QTY(WS-SLOT)
              MOVE WS-TODAYS-DATE
                 TO WS-BS-LAST-MOVE-DATE(WS-FROM-SLOT)
              MOVE WS-TODAYS-DATE TO WS-BS-LAST-MOVE-DATE(WS-SLOT)
              ADD 1 TO WS-MOVED-COUNT
              MOVE WS-TO-BIN-IDX TO WS-MATCHED-IDX
              PERFORM 690-SUM-BIN-HELD
              IF WS-BM-CAPACITY(WS-TO-BIN-IDX) > 0
                 AND WS-BIN-HELD-QTY > WS-BM-CAPACITY(WS-TO-BIN-IDX)
                 DISPLAY 'WARNING MOVE - TO-BIN OVER CAPACITY: '
                    BT-LOCATION '/' BT-TO-BIN
              END-IF
           END-IF
           .

      *    BT-PART-NUMBER's stock row at BT-LOCATION and bin
      *    WS-KEY-BIN-ADDRESS - WS-SLOT 0 when there is none.
       660-FIND-STOCK-ROW.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT OR ENTRY-FOUND
                 IF WS-BS-PART-NUMBER(BS-IDX) = BT-PART-NUMBER
                    AND WS-BS-LOCATION(BS-IDX) = BT-LOCATION
                    AND WS-BS-BIN-ADDRESS(BS-IDX) =
                        WS-KEY-BIN-ADDRESS
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO BS-IDX
                 END-IF
           END-PERFORM
           .

      *    Everything held in bin WS-MATCHED-IDX, all parts.
       690-SUM-BIN-HELD.
           MOVE 0 TO WS-BIN-HELD-QTY
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT
                 IF WS-BS-LOCATION(BS-IDX) =
                    WS-BM-LOCATION(WS-MATCHED-IDX)
                    AND WS-BS-BIN-ADDRESS(BS-IDX) =
                        WS-BM-BIN-ADDRESS(WS-MATCHED-IDX)
                    ADD WS-BS-ON-HAND-QTY(BS-IDX) TO WS-BIN-HELD-QTY
                 END-IF
           END-PERFORM
           .

      *    A stock row moved down to zero drops off the new master.
       800-WRITE-NEW-MASTERS.
           PERFORM VARYING BM-IDX FROM 1 BY 1
              UNTIL BM-IDX > WS-BM-COUNT
                 MOVE SPACES TO BIN-NEW-REC
                 MOVE WS-BM-LOCATION(BM-IDX)     TO BMN-LOCATION
                 MOVE WS-BM-BIN-ADDRESS(BM-IDX)  TO BMN-BIN-ADDRESS
                 MOVE WS-BM-HOME-PART(BM-IDX)    TO BMN-HOME-PART
                 MOVE WS-BM-CAPACITY(BM-IDX)     TO BMN-CAPACITY
                 MOVE WS-BM-WALK-SEQ(BM-IDX)     TO BMN-WALK-SEQ
                 MOVE WS-BM-STATUS(BM-IDX)       TO BMN-STATUS
                 MOVE WS-BM-UPDATED-DATE(BM-IDX) TO BMN-UPDATED-DATE
                 WRITE BIN-NEW-REC
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
           .

       1000-CLOSE-END.
           CLOSE BIN-TRANS.
           CLOSE BIN-NEW.
           CLOSE BSTK-NEW.
