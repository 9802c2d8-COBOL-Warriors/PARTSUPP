      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    PUTAWAY.
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
      * //RCPTPOST DD DSN=USER66.EXAM.DEV.EDI856IN.RCPTPOST,DISP=SHR
      * //BINMSTR  DD DSN=USER66.EXAM.DEV.BINMSTR.MASTER,DISP=SHR
      * //BSTKOLD  DD DSN=USER66.EXAM.DEV.BINSTOCK.MASTER,DISP=SHR
      *   JCL Output
      * //BSTKNEW  DD DSN=USER66.EXAM.DEV.BINSTOCK.MASTER,DISP=OLD
      * //PUTLIST  DD SYSOUT=*
      ***************************************************************
      * Directed putaway - turns the day's RCPTPOST receipt rows
      * (the same rows ONHPOST rolls into the location-level
      * on-hand) into a putaway list telling the receiver which bin
      * each receipt goes to, and posts the bin-level on-hand
      * (BINSTOCK) the way the list directs.  A receiver who puts
      * stock somewhere else keys a BINMAINT move.
      *
      * For each receipt, at its location on BINMAINT's bin master:
      *    1. the part's home bin, as far as its capacity allows;
      *    2. then the nearest active bin with space - nearest by
      *       walk sequence to the home bin (to the start of the
      *       walk when the part has no home bin) - that is another
      *       home bin of the part, or an open bin empty or already
      *       holding only this part;
      *    3. whatever is left stages on a row with no bin address
      *       and lists as NO BIN WITH SPACE.
      * A bin with zero capacity is not limited.  The list prints
      * by location and walk sequence - the order the stock gets
      * walked out.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPTPOST-REC  ASSIGN TO RCPTPOST.
           SELECT BIN-MSTR      ASSIGN TO BINMSTR.
           SELECT BSTK-OLD      ASSIGN TO BSTKOLD
               FILE STATUS IS WS-BSTKOLD-FILE-STATUS.
           SELECT BSTK-NEW      ASSIGN TO BSTKNEW.
           SELECT PUTLIST-REC   ASSIGN TO PUTLIST.

       DATA DIVISION.
       FILE SECTION.

      *    Same posting row EDI856IN's 680-WRITE-RECEIPT-POST
      *    appends.
       FD  RCPTPOST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCPTPOST-RECORD.
       01  RCPTPOST-RECORD.
           05  RP-PART-NUMBER      PIC X(23).
           05  RP-LOCATION         PIC X(04).
           05  RP-RECEIPT-QTY      PIC S9(7).
           05  RP-RECEIPT-DATE     PIC 9(08).
           05  RP-LOT-NUMBER       PIC X(15).
           05  RP-EXPIRY-DATE      PIC 9(08).
           05  FILLER              PIC X(15).

      *    Same bin row BINMAINT maintains.
       FD  BIN-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BIN-MSTR-REC.
       01  BIN-MSTR-REC.
           05  BMM-LOCATION        PIC X(04).
           05  BMM-BIN-ADDRESS     PIC X(08).
           05  BMM-HOME-PART       PIC X(23).
           05  BMM-CAPACITY        PIC 9(07).
           05  BMM-WALK-SEQ        PIC 9(05).
           05  BMM-STATUS          PIC X(01).
           05  BMM-UPDATED-DATE    PIC 9(08).
           05  FILLER              PIC X(24).

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

       FD  PUTLIST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PUTLIST-RECORD.
       01  PUTLIST-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

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

       01  WS-BS-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-BIN-STOCK-TABLE.
           05  WS-BS-ENTRY OCCURS 4000 TIMES
                  INDEXED BY BS-IDX.
               10 WS-BS-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-BS-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-BS-BIN-ADDRESS      PIC X(08)      VALUE SPACES.
               10 WS-BS-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-BS-LAST-MOVE-DATE   PIC 9(08)      VALUE 0.

      *    The putaway lines, held for printing in walk order.
       01  WS-PL-COUNT                   PIC 9(04)      VALUE 0.
       01  WS-PUT-LINE-TABLE.
           05  WS-PL-ENTRY OCCURS 3000 TIMES
                  INDEXED BY PL-IDX.
               10 WS-PL-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-PL-WALK-SEQ         PIC 9(05)      VALUE 0.
               10 WS-PL-BIN-ADDRESS      PIC X(08)      VALUE SPACES.
               10 WS-PL-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-PL-LOT-NUMBER       PIC X(15)      VALUE SPACES.
               10 WS-PL-PUT-QTY          PIC S9(7)      VALUE 0.
               10 WS-PL-REMARK           PIC X(24)      VALUE SPACES.
               10 WS-PL-PRINTED          PIC X(01)      VALUE 'N'.

       01  WS-RUN-COUNTS.
           05 WS-RECEIPTS-READ           PIC 9(05)      VALUE 0.
           05 WS-UNITS-PLACED            PIC S9(9)      VALUE 0.
           05 WS-HOME-LINES              PIC 9(05)      VALUE 0.
           05 WS-NEAREST-LINES           PIC 9(05)      VALUE 0.
           05 WS-STAGED-LINES            PIC 9(05)      VALUE 0.

       01  WS-PUT-QTY                    PIC S9(9)      VALUE 0.
       01  WS-PLACE-QTY                  PIC S9(9)      VALUE 0.
       01  WS-SPACE-QTY                  PIC S9(9)      VALUE 0.
       01  WS-BIN-HELD-QTY               PIC S9(9)      VALUE 0.
       01  WS-HOME-SEQ                   PIC 9(05)      VALUE 0.
       01  WS-LINE-WALK-SEQ              PIC 9(05)      VALUE 0.
       01  WS-DISTANCE                   PIC 9(05)      VALUE 0.
       01  WS-BEST-DISTANCE              PIC 9(05)      VALUE 0.
       01  WS-HOME-BIN-IDX               PIC 9(04)      VALUE 0.
       01  WS-BIN-SLOT                   PIC 9(04)      VALUE 0.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.
       01  WS-KEY-BIN-ADDRESS            PIC X(08)      VALUE SPACES.
       01  WS-PUT-REMARK                 PIC X(24)      VALUE SPACES.
       01  WS-OTHER-PART-FLAG            PIC X(01)      VALUE 'N'.
           88 BIN-HOLDS-OTHER-PART                      VALUE 'Y'.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  RCPTPOST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-POSTINGS                          VALUE 'Y'.
       01  BINMSTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-BINS                              VALUE 'Y'.
       01  BSTKOLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-STOCK                         VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(16)      VALUE
               'PUTAWAY LIST -  '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(108)     VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(05)      VALUE 'LOC  '.
           05  FILLER              PIC X(09)      VALUE 'BIN      '.
           05  FILLER              PIC X(06)      VALUE ' WALK '.
           05  FILLER              PIC X(24)      VALUE
               'PART NUMBER             '.
           05  FILLER              PIC X(16)      VALUE
               'LOT NUMBER      '.
           05  FILLER              PIC X(11)      VALUE
               '   PUT QTY '.
           05  FILLER              PIC X(61)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-BIN-ADDRESS     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-WALK-SEQ        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-LOT-NUMBER      PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PUT-QTY         PIC Z,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-REMARK          PIC X(24)      VALUE SPACES.
           05  FILLER              PIC X(37)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(10)      VALUE 'RECEIPTS: '.
           05  RTL-RECEIPTS        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE '  UNITS: '.
           05  RTL-UNITS           PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '  HOME BIN: '.
           05  RTL-HOME            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  NEAREST: '.
           05  RTL-NEAREST         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE
               '  STAGED: '.
           05  RTL-STAGED          PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(48)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-BINS.
           PERFORM 400-LOAD-OLD-STOCK.
           PERFORM 600-DIRECT-PUTAWAY UNTIL NO-MORE-POSTINGS.
           PERFORM 200-WRITE-HEADING.
           PERFORM 700-PRINT-PUTAWAY-LIST.
           PERFORM 800-WRITE-NEW-STOCK.
           PERFORM 900-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'PUTAWAY COMPLETE - RECEIPTS: ' WS-RECEIPTS-READ
              ' HOME BIN: ' WS-HOME-LINES
              ' NEAREST: ' WS-NEAREST-LINES
              ' STAGED: ' WS-STAGED-LINES.
           GOBACK.

       000-INIT.
           INITIALIZE WS-BM-COUNT.
           INITIALIZE WS-BIN-TABLE.
           INITIALIZE WS-BS-COUNT.
           INITIALIZE WS-BIN-STOCK-TABLE.
           INITIALIZE WS-PL-COUNT.
           INITIALIZE WS-PUT-LINE-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO RCPTPOST-EOF.
           MOVE 'N' TO BINMSTR-EOF.
           MOVE 'N' TO BSTKOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT RCPTPOST-REC.
           OPEN INPUT BIN-MSTR.
           OPEN OUTPUT BSTK-NEW.
           OPEN OUTPUT PUTLIST-REC.
           READ RCPTPOST-REC
              AT END MOVE 'Y' TO RCPTPOST-EOF
           END-READ.

       200-WRITE-HEADING.
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE.
           WRITE PUTLIST-RECORD FROM WS-RPT-HEADING.
           WRITE PUTLIST-RECORD FROM WS-COLUMN-LINE.

       300-LOAD-BINS.
           READ BIN-MSTR
              AT END MOVE 'Y' TO BINMSTR-EOF
           END-READ
           PERFORM VARYING BM-IDX FROM 1 BY 1
              UNTIL NO-MORE-BINS OR BM-IDX > 2000
                 MOVE BMM-LOCATION TO WS-BM-LOCATION(BM-IDX)
                 MOVE BMM-BIN-ADDRESS TO WS-BM-BIN-ADDRESS(BM-IDX)
                 MOVE BMM-HOME-PART TO WS-BM-HOME-PART(BM-IDX)
                 MOVE BMM-CAPACITY TO WS-BM-CAPACITY(BM-IDX)
                 MOVE BMM-WALK-SEQ TO WS-BM-WALK-SEQ(BM-IDX)
                 MOVE BMM-STATUS TO WS-BM-STATUS(BM-IDX)
                 SET WS-BM-COUNT TO BM-IDX
                 READ BIN-MSTR
                    AT END MOVE 'Y' TO BINMSTR-EOF
                 END-READ
           END-PERFORM
           .

      *    A missing bin-stock master (FILE STATUS not '00') is the
      *    first putaway run - every bin starts empty.
       400-LOAD-OLD-STOCK.
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

      *    Home bin first, then nearest with space, then stage.
       600-DIRECT-PUTAWAY.
           IF RP-RECEIPT-QTY > 0
              ADD 1 TO WS-RECEIPTS-READ
              MOVE RP-RECEIPT-QTY TO WS-PUT-QTY
              PERFORM 610-FIND-HOME-BIN
              IF WS-HOME-BIN-IDX > 0
                 MOVE WS-HOME-BIN-IDX TO WS-BIN-SLOT
                 PERFORM 640-BIN-SPACE
                 IF WS-SPACE-QTY > 0
                    MOVE 'HOME BIN' TO WS-PUT-REMARK
                    PERFORM 650-PLACE-IN-BIN
                    ADD 1 TO WS-HOME-LINES
                 END-IF
              END-IF
              MOVE 1 TO WS-BIN-SLOT
              PERFORM UNTIL WS-PUT-QTY = 0 OR WS-BIN-SLOT = 0
                    PERFORM 620-FIND-NEAREST-BIN
                    IF WS-BIN-SLOT > 0
                       MOVE 'NEAREST BIN WITH SPACE' TO WS-PUT-REMARK
                       PERFORM 650-PLACE-IN-BIN
                       ADD 1 TO WS-NEAREST-LINES
                    END-IF
              END-PERFORM
              IF WS-PUT-QTY > 0
                 MOVE 'NO BIN WITH SPACE - STAGE' TO WS-PUT-REMARK
                 MOVE SPACES TO WS-KEY-BIN-ADDRESS
                 MOVE 0 TO WS-LINE-WALK-SEQ
                 MOVE WS-PUT-QTY TO WS-PLACE-QTY
                 PERFORM 660-POST-STOCK
                 ADD 1 TO WS-STAGED-LINES
              END-IF
           END-IF
           READ RCPTPOST-REC
              AT END MOVE 'Y' TO RCPTPOST-EOF
           END-READ
           .

      *    The active bin at the receipt's location slotted for the
      *    part.  The walk runs from its sequence, or from the
      *    start of the walk when there is none.
       610-FIND-HOME-BIN.
           MOVE 0 TO WS-HOME-BIN-IDX
           MOVE 0 TO WS-HOME-SEQ
           PERFORM VARYING BM-IDX FROM 1 BY 1
              UNTIL BM-IDX > WS-BM-COUNT OR WS-HOME-BIN-IDX > 0
                 IF WS-BM-LOCATION(BM-IDX) = RP-LOCATION
                    AND WS-BM-HOME-PART(BM-IDX) = RP-PART-NUMBER
                    AND WS-BM-ACTIVE(BM-IDX)
                    SET WS-HOME-BIN-IDX TO BM-IDX
                    MOVE WS-BM-WALK-SEQ(BM-IDX) TO WS-HOME-SEQ
                 END-IF
           END-PERFORM
           .

      *    Nearest by walk sequence among the location's active
      *    bins with space that can take the part - another bin
      *    slotted for it, or an open bin empty or holding only
      *    this part.  WS-BIN-SLOT 0 when none is left.
       620-FIND-NEAREST-BIN.
           MOVE 0 TO WS-BIN-SLOT
           MOVE 99999 TO WS-BEST-DISTANCE
           PERFORM VARYING BM-IDX FROM 1 BY 1
              UNTIL BM-IDX > WS-BM-COUNT
                 IF WS-BM-LOCATION(BM-IDX) = RP-LOCATION
                    AND WS-BM-ACTIVE(BM-IDX)
                    AND (WS-BM-HOME-PART(BM-IDX) = RP-PART-NUMBER
                      OR WS-BM-HOME-PART(BM-IDX) = SPACES)
                    PERFORM 630-CHECK-CANDIDATE
                 END-IF
           END-PERFORM
           .

       630-CHECK-CANDIDATE.
           MOVE 'N' TO WS-OTHER-PART-FLAG
           MOVE 0 TO WS-BIN-HELD-QTY
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT
                 IF WS-BS-LOCATION(BS-IDX) = WS-BM-LOCATION(BM-IDX)
                    AND WS-BS-BIN-ADDRESS(BS-IDX) =
                        WS-BM-BIN-ADDRESS(BM-IDX)
                    AND WS-BS-ON-HAND-QTY(BS-IDX) > 0
                    ADD WS-BS-ON-HAND-QTY(BS-IDX) TO WS-BIN-HELD-QTY
                    IF WS-BS-PART-NUMBER(BS-IDX) NOT = RP-PART-NUMBER
                       MOVE 'Y' TO WS-OTHER-PART-FLAG
                    END-IF
                 END-IF
           END-PERFORM
           IF WS-BM-WALK-SEQ(BM-IDX) > WS-HOME-SEQ
              COMPUTE WS-DISTANCE =
                 WS-BM-WALK-SEQ(BM-IDX) - WS-HOME-SEQ
           ELSE
              COMPUTE WS-DISTANCE =
                 WS-HOME-SEQ - WS-BM-WALK-SEQ(BM-IDX)
           END-IF
           IF NOT BIN-HOLDS-OTHER-PART
              AND (WS-BM-CAPACITY(BM-IDX) = 0
                OR WS-BIN-HELD-QTY < WS-BM-CAPACITY(BM-IDX))
              AND WS-DISTANCE < WS-BEST-DISTANCE
              SET WS-BIN-SLOT TO BM-IDX
              MOVE WS-DISTANCE TO WS-BEST-DISTANCE
           END-IF
           .

      *    Room left in bin WS-BIN-SLOT - a bin with no capacity
      *    set takes the whole receipt.
       640-BIN-SPACE.
           MOVE 0 TO WS-BIN-HELD-QTY
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT
                 IF WS-BS-LOCATION(BS-IDX) =
                    WS-BM-LOCATION(WS-BIN-SLOT)
                    AND WS-BS-BIN-ADDRESS(BS-IDX) =
                        WS-BM-BIN-ADDRESS(WS-BIN-SLOT)
                    AND WS-BS-ON-HAND-QTY(BS-IDX) > 0
                    ADD WS-BS-ON-HAND-QTY(BS-IDX) TO WS-BIN-HELD-QTY
                 END-IF
           END-PERFORM
           IF WS-BM-CAPACITY(WS-BIN-SLOT) = 0
              MOVE WS-PUT-QTY TO WS-SPACE-QTY
           ELSE
              COMPUTE WS-SPACE-QTY =
                 WS-BM-CAPACITY(WS-BIN-SLOT) - WS-BIN-HELD-QTY
           END-IF
           .

       650-PLACE-IN-BIN.
           PERFORM 640-BIN-SPACE
           IF WS-SPACE-QTY > WS-PUT-QTY
              MOVE WS-PUT-QTY TO WS-PLACE-QTY
           ELSE
              MOVE WS-SPACE-QTY TO WS-PLACE-QTY
           END-IF
           MOVE WS-BM-BIN-ADDRESS(WS-BIN-SLOT) TO WS-KEY-BIN-ADDRESS
           MOVE WS-BM-WALK-SEQ(WS-BIN-SLOT) TO WS-LINE-WALK-SEQ
           PERFORM 660-POST-STOCK
           .

      *    Posts WS-PLACE-QTY of the receipt to bin WS-KEY-BIN-
      *    ADDRESS and queues the putaway line.
       660-POST-STOCK.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT OR ENTRY-FOUND
                 IF WS-BS-PART-NUMBER(BS-IDX) = RP-PART-NUMBER
                    AND WS-BS-LOCATION(BS-IDX) = RP-LOCATION
                    AND WS-BS-BIN-ADDRESS(BS-IDX) =
                        WS-KEY-BIN-ADDRESS
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO BS-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-BS-COUNT >= 4000
                 DISPLAY 'PUTAWAY STOCK TABLE FULL - NOT POSTED: '
                    RP-PART-NUMBER '/' RP-LOCATION
              ELSE
                 ADD 1 TO WS-BS-COUNT
                 MOVE WS-BS-COUNT TO WS-SLOT
                 MOVE RP-PART-NUMBER TO WS-BS-PART-NUMBER(WS-SLOT)
                 MOVE RP-LOCATION TO WS-BS-LOCATION(WS-SLOT)
                 MOVE WS-KEY-BIN-ADDRESS
                    TO WS-BS-BIN-ADDRESS(WS-SLOT)
              END-IF
           END-IF
           IF WS-SLOT > 0
              ADD WS-PLACE-QTY TO WS-BS-ON-HAND-QTY(WS-SLOT)
              MOVE WS-TODAYS-DATE TO WS-BS-LAST-MOVE-DATE(WS-SLOT)
           END-IF
           SUBTRACT WS-PLACE-QTY FROM WS-PUT-QTY
           ADD WS-PLACE-QTY TO WS-UNITS-PLACED
           IF WS-PL-COUNT >= 3000
              DISPLAY 'PUTAWAY LIST FULL - LINE NOT PRINTED: '
                 RP-PART-NUMBER '/' WS-KEY-BIN-ADDRESS
           ELSE
              ADD 1 TO WS-PL-COUNT
              MOVE RP-LOCATION TO WS-PL-LOCATION(WS-PL-COUNT)
              MOVE WS-LINE-WALK-SEQ TO WS-PL-WALK-SEQ(WS-PL-COUNT)
              MOVE WS-KEY-BIN-ADDRESS
                 TO WS-PL-BIN-ADDRESS(WS-PL-COUNT)
              MOVE RP-PART-NUMBER TO WS-PL-PART-NUMBER(WS-PL-COUNT)
              MOVE RP-LOT-NUMBER TO WS-PL-LOT-NUMBER(WS-PL-COUNT)
              MOVE WS-PLACE-QTY TO WS-PL-PUT-QTY(WS-PL-COUNT)
              MOVE WS-PUT-REMARK TO WS-PL-REMARK(WS-PL-COUNT)
              MOVE 'N' TO WS-PL-PRINTED(WS-PL-COUNT)
           END-IF
           .

      *    Location, then walk sequence - each pass prints the
      *    lowest line not yet printed.
       700-PRINT-PUTAWAY-LIST.
           MOVE 1 TO WS-SLOT
           PERFORM UNTIL WS-SLOT = 0
                 MOVE 0 TO WS-SLOT
                 PERFORM VARYING PL-IDX FROM 1 BY 1
                    UNTIL PL-IDX > WS-PL-COUNT
                       IF WS-PL-PRINTED(PL-IDX) = 'N'
                          PERFORM 710-CHECK-LOWEST
                       END-IF
                 END-PERFORM
                 IF WS-SLOT > 0
                    PERFORM 720-PRINT-PUT-LINE
                 END-IF
           END-PERFORM
           .

       710-CHECK-LOWEST.
           EVALUATE TRUE
              WHEN WS-SLOT = 0
                 SET WS-SLOT TO PL-IDX
              WHEN WS-PL-LOCATION(PL-IDX) < WS-PL-LOCATION(WS-SLOT)
                 SET WS-SLOT TO PL-IDX
              WHEN WS-PL-LOCATION(PL-IDX) = WS-PL-LOCATION(WS-SLOT)
                 IF WS-PL-WALK-SEQ(PL-IDX) < WS-PL-WALK-SEQ(WS-SLOT)
                    SET WS-SLOT TO PL-IDX
                 END-IF
           END-EVALUATE
           .

       720-PRINT-PUT-LINE.
           MOVE 'Y' TO WS-PL-PRINTED(WS-SLOT)
           MOVE WS-PL-LOCATION(WS-SLOT)    TO RPD-LOCATION
           MOVE WS-PL-BIN-ADDRESS(WS-SLOT) TO RPD-BIN-ADDRESS
           MOVE WS-PL-WALK-SEQ(WS-SLOT)    TO RPD-WALK-SEQ
           MOVE WS-PL-PART-NUMBER(WS-SLOT) TO RPD-PART-NUMBER
           MOVE WS-PL-LOT-NUMBER(WS-SLOT)  TO RPD-LOT-NUMBER
           MOVE WS-PL-PUT-QTY(WS-SLOT)     TO RPD-PUT-QTY
           MOVE WS-PL-REMARK(WS-SLOT)      TO RPD-REMARK
           WRITE PUTLIST-RECORD FROM WS-RPT-DETAIL
           .

      *    A stock row drawn down to zero drops off the new master.
       800-WRITE-NEW-STOCK.
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

       900-WRITE-TOTALS.
           MOVE SPACES TO PUTLIST-RECORD
           WRITE PUTLIST-RECORD
           MOVE WS-RECEIPTS-READ TO RTL-RECEIPTS
           MOVE WS-UNITS-PLACED  TO RTL-UNITS
           MOVE WS-HOME-LINES    TO RTL-HOME
           MOVE WS-NEAREST-LINES TO RTL-NEAREST
           MOVE WS-STAGED-LINES  TO RTL-STAGED
           WRITE PUTLIST-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE RCPTPOST-REC.
           CLOSE BIN-MSTR.
           CLOSE BSTK-NEW.
           CLOSE PUTLIST-REC.
