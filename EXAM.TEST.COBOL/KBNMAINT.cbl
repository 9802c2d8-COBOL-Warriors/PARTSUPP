      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    KBNMAINT.
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
      * //KBNOLD   DD DSN=USER66.EXAM.DEV.KANBAN.MASTER,DISP=SHR
      * //KBNTRN   DD DSN=USER66.EXAM.DEV.KANBAN.TRANS,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      *   JCL Output
      * //KBNNEW   DD DSN=USER66.EXAM.DEV.KANBAN.MASTER,DISP=OLD
      * //KBNRELS  DD DSN=USER66.EXAM.DEV.KANBAN.RELEASES,
      * //            DISP=(,CATLG)
      ***************************************************************
      * Kanban loop maintenance and pull-signal scans for the
      * line-side two-bin parts (fasteners, clips) that neither
      * REPLEN's reorder points nor TIMEPHAS's plan suit.  The loop
      * master (KBNLOOP.cpy) carries one row per part and ship-to
      * location with the card count, container quantity and
      * supplier, and the state of every card in the loop; it is
      * rewritten the usual old/new way.
      *
      * Transaction codes (KBNTRN, position 1):
      *    A  Add a loop - every card starts full at the line.
      *       Rejected if the part/location is already on file.
      *    C  Change a loop's supplier, container quantity or card
      *       count (zero/spaces leave a field alone).  Cards added
      *       start full; the count cannot drop below a card that
      *       is still out.
      *    D  Delete a loop - only when every card is full.
      *    E  Empty-card scan - the card must be full at the line.
      *    S  Supplier shipped the card's container - the card
      *       must be at the supplier; it goes in transit.
      *    R  Received full at the line - the card must be at the
      *       supplier or in transit; its trip ends.
      *
      * Every emptied card - this run's scans, and any card still
      * waiting from an earlier run - is then released: a PO-TYPE-
      * RELEASE draft for the container quantity, RELEASE-AGAINST-
      * PO-NUMBER naming the part's open blanket with the loop's
      * supplier (PO-TYPE-BLANKET, not cancelled, not expired - the
      * latest-expiring one if there are several), priced off the
      * supplier's Active PARTSUPL row and due its lead time from
      * today.  The drafts go to KBNRELS in the shape REPLEN's
      * drafts take, PO-NUMBER and BUYER-CODE left for the buyer
      * who keys the release through POEDIT - whose release check
      * draws the blanket down.  A card whose part has no open
      * blanket or no Active price with the supplier stays emptied
      * and is tried again next run.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KBN-OLD       ASSIGN TO KBNOLD
               FILE STATUS IS WS-KBNOLD-FILE-STATUS.
           SELECT KBN-TRANS     ASSIGN TO KBNTRN.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT KBN-NEW       ASSIGN TO KBNNEW.
           SELECT KBN-RELS      ASSIGN TO KBNRELS.

       DATA DIVISION.
       FILE SECTION.

      *    Kanban loop master - see KBNLOOP.cpy.
       FD  KBN-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 400 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KBN-LOOP-ROW.
           COPY 'KBNLOOP'.

      *    One loop change or card scan per transaction.
       FD  KBN-TRANS
           DATA RECORD IS KBT-REC.
       01  KBT-REC.
           05  KBT-TRANS-CODE      PIC X(01).
               88 KBT-ADD-LOOP              VALUE 'A'.
               88 KBT-CHANGE-LOOP           VALUE 'C'.
               88 KBT-DELETE-LOOP           VALUE 'D'.
               88 KBT-EMPTY-SCAN            VALUE 'E'.
               88 KBT-SUPPLIER-SHIPPED      VALUE 'S'.
               88 KBT-RECEIVED-FULL         VALUE 'R'.
               88 KBT-TRANS-CODE-VALID      VALUES 'A' 'C' 'D' 'E'
                                                   'S' 'R'.
           05  KBT-PART-NUMBER     PIC X(23).
           05  KBT-LOCATION        PIC X(04).
           05  KBT-CARD-NUMBER     PIC 9(02).
           05  KBT-SUPPLIER-CODE   PIC X(10).
           05  KBT-CARD-COUNT      PIC 9(02).
           05  KBT-CONTAINER-QTY   PIC 9(07).
           05  FILLER              PIC X(31).

       FD  PART-SUPP-OLD.
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
           05  PSL-QTY-BREAK-1    PIC 9(05).
           05  PSL-PRICE-BREAK-1  PIC S9(7)V99.
           05  PSL-QTY-BREAK-2    PIC 9(05).
           05  PSL-PRICE-BREAK-2  PIC S9(7)V99.
           05  PSL-QTY-BREAK-3    PIC 9(05).
           05  PSL-PRICE-BREAK-3  PIC S9(7)V99.
           05  FILLER             PIC X(06).

       FD  KBN-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 400 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KBN-NEW-REC.
       01  KBN-NEW-REC                   PIC X(400).

      *    One release draft per card released - a buyer keys it
      *    through POEDIT, so PO-NUMBER and BUYER-CODE are left
      *    blank for the buyer to assign.
       FD  KBN-RELS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KBN-RELEASE-RECORD.
       01  KBN-RELEASE-RECORD.
           05  KBR-PART-NUMBER     PIC X(23).
           05  KBR-SUPPLIER-CODE   PIC X(10).
           05  KBR-PO-NUMBER       PIC X(06).
           05  KBR-BUYER-CODE      PIC X(03).
           05  KBR-QUANTITY        PIC 9(07).
           05  KBR-UNIT-PRICE      PIC S9(7)V99.
           05  KBR-ORDER-DATE      PIC 9(08).
           05  KBR-DELIVERY-DATE   PIC 9(08).
           05  KBR-PO-TYPE         PIC X(01).
           05  KBR-RELEASE-AGAINST-PO
                                   PIC X(06).
           05  KBR-LOCATION        PIC X(04).
           05  KBR-CARD-NUMBER     PIC 9(02).
           05  FILLER              PIC X(13).

       WORKING-STORAGE SECTION.

       01  WS-KBNOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    The loop master in memory, byte for byte the KBNLOOP row
      *    so a loop loads and writes back with one group move.  A
      *    deleted loop has its part number blanked and drops off
      *    the new master.
       01  WS-KBN-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-KANBAN-TABLE.
           05  WS-KBN-ENTRY OCCURS 500 TIMES
                  INDEXED BY KBN-IDX.
               10 WS-KBN-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-KBN-LOCATION        PIC X(04)      VALUE SPACES.
               10 WS-KBN-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-KBN-CARD-COUNT      PIC 9(02)      VALUE 0.
               10 WS-KBN-CONTAINER-QTY   PIC 9(07)      VALUE 0.
               10 WS-KBN-BLANKET-PO      PIC X(06)      VALUE SPACES.
               10 WS-KBN-CARD OCCURS 20 TIMES
                     INDEXED BY CRD-IDX.
                  15 WS-KBN-CARD-STATE   PIC X(01)      VALUE SPACES.
                     88 WS-KBN-CARD-FULL                VALUE 'F'.
                     88 WS-KBN-CARD-EMPTIED             VALUE 'E'.
                     88 WS-KBN-CARD-AT-SUPPLIER         VALUE 'S'.
                     88 WS-KBN-CARD-IN-TRANSIT          VALUE 'T'.
                  15 WS-KBN-CARD-STATE-DATE
                                         PIC 9(08)      VALUE 0.
                  15 WS-KBN-CARD-RELEASE-DATE
                                         PIC 9(08)      VALUE 0.
               10 FILLER                 PIC X(08)      VALUE SPACES.

      *    Open blankets off the master - part, supplier, the
      *    blanket PO and when it expires.
       01  WS-BLK-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-BLANKET-TABLE.
           05  WS-BLK-ENTRY OCCURS 1000 TIMES
                  INDEXED BY BLK-IDX.
               10 WS-BLK-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-BLK-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-BLK-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-BLK-EXPIRATION-DATE PIC 9(08)      VALUE 0.

      *    Active price-link rows - price and lead time per part and
      *    supplier.
       01  WS-PSL-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-PARTSUPL-TABLE.
           05  WS-PSL-ENTRY OCCURS 1000 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PSL-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-PSL-LEAD-TIME-WKS   PIC 9(03)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADD-COUNT               PIC 9(05)      VALUE 0.
           05 WS-CHANGE-COUNT            PIC 9(05)      VALUE 0.
           05 WS-DELETE-COUNT            PIC 9(05)      VALUE 0.
           05 WS-SCAN-COUNT              PIC 9(05)      VALUE 0.
           05 WS-SHIPPED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-RECEIVED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.
           05 WS-RELEASE-COUNT           PIC 9(05)      VALUE 0.
           05 WS-HELD-COUNT              PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(03)      VALUE 0.
       01  WS-CARD-NO                    PIC 9(02)      VALUE 0.
       01  WS-CARDS-OUT-FLAG             PIC X(01)      VALUE 'N'.
           88 CARDS-ARE-OUT                             VALUE 'Y'.
       01  WS-BLANKET-PO                 PIC X(06)      VALUE SPACES.
       01  WS-BLANKET-EXPIRATION         PIC 9(08)      VALUE 0.
       01  WS-PRICE-FOUND-FLAG           PIC X(01)      VALUE 'N'.
           88 PRICE-FOUND                               VALUE 'Y'.
       01  WS-RELEASE-PRICE              PIC S9(7)V99   VALUE 0.
       01  WS-RELEASE-LEAD-WKS           PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  KBNOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-LOOPS                         VALUE 'Y'.
       01  KBNTRN-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-OLD-LOOPS.
           PERFORM 400-LOAD-BLANKETS.
           PERFORM 450-LOAD-PARTSUPL.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 700-RELEASE-EMPTIED-CARDS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'KBNMAINT COMPLETE - ADDED: ' WS-ADD-COUNT
              ' CHANGED: ' WS-CHANGE-COUNT
              ' DELETED: ' WS-DELETE-COUNT
              ' SCANNED: ' WS-SCAN-COUNT
              ' SHIPPED: ' WS-SHIPPED-COUNT
              ' RECEIVED: ' WS-RECEIVED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           DISPLAY 'KBNMAINT RELEASES WRITTEN: ' WS-RELEASE-COUNT
              ' CARDS HELD EMPTIED: ' WS-HELD-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-KBN-COUNT.
           INITIALIZE WS-KANBAN-TABLE.
           INITIALIZE WS-BLK-COUNT.
           INITIALIZE WS-BLANKET-TABLE.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PARTSUPL-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO KBNOLD-EOF.
           MOVE 'N' TO KBNTRN-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO PARTSUPL-EOF.

       100-OPEN-FILES.
           OPEN INPUT KBN-TRANS.
           OPEN INPUT PART-SUPP-OLD.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT KBN-NEW.
           OPEN OUTPUT KBN-RELS.

      *    A missing loop master (FILE STATUS not '00') is a first
      *    run built from this run's adds.
       300-LOAD-OLD-LOOPS.
           OPEN INPUT KBN-OLD
           IF WS-KBNOLD-FILE-STATUS = '00'
              READ KBN-OLD
                 AT END MOVE 'Y' TO KBNOLD-EOF
              END-READ
              PERFORM VARYING KBN-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-LOOPS OR KBN-IDX > 500
                    MOVE KBN-LOOP-ROW TO WS-KBN-ENTRY(KBN-IDX)
                    SET WS-KBN-COUNT TO KBN-IDX
                    READ KBN-OLD
                       AT END MOVE 'Y' TO KBNOLD-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-OLD-LOOPS
                 DISPLAY 'KBNMAINT LOOP TABLE FULL - MASTER TRUNCATED'
              END-IF
              CLOSE KBN-OLD
           END-IF
           .

      *    Every blanket slot on the master that is neither
      *    cancelled nor past its expiration date.
       400-LOAD-BLANKETS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM UNTIL NO-MORE-OLD-MASTER
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND PO-TYPE-BLANKET(PO-IDX)
                    AND NOT PO-STATUS-CANCELLED(PO-IDX)
                    AND BLANKET-EXPIRATION-DATE(PO-IDX)
                       >= WS-TODAYS-DATE
                    IF WS-BLK-COUNT < 1000
                       ADD 1 TO WS-BLK-COUNT
                       SET BLK-IDX TO WS-BLK-COUNT
                       MOVE PART-NUMBER
                          TO WS-BLK-PART-NUMBER(BLK-IDX)
                       MOVE SUPPLIER-CODE
                          TO WS-BLK-SUPPLIER-CODE(BLK-IDX)
                       MOVE PO-NUMBER(PO-IDX)
                          TO WS-BLK-PO-NUMBER(BLK-IDX)
                       MOVE BLANKET-EXPIRATION-DATE(PO-IDX)
                          TO WS-BLK-EXPIRATION-DATE(BLK-IDX)
                    ELSE
                       DISPLAY 'KBNMAINT BLANKET TABLE FULL - '
                          PART-NUMBER ' ' PO-NUMBER(PO-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO PSMSTOLD-EOF
              END-READ
           END-PERFORM
           .

       450-LOAD-PARTSUPL.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF PSL-PRICE-STATUS = 'A'
                 IF WS-PSL-COUNT < 1000
                    ADD 1 TO WS-PSL-COUNT
                    SET PSL-IDX TO WS-PSL-COUNT
                    MOVE PSL-PART-NUMBER
                       TO WS-PSL-PART-NUMBER(PSL-IDX)
                    MOVE PSL-SUPPLIER-CODE
                       TO WS-PSL-SUPPLIER-CODE(PSL-IDX)
                    MOVE PSL-UNIT-PRICE TO WS-PSL-UNIT-PRICE(PSL-IDX)
                    MOVE PSL-LEAD-TIME-WKS
                       TO WS-PSL-LEAD-TIME-WKS(PSL-IDX)
                 ELSE
                    DISPLAY 'KBNMAINT PRICE TABLE FULL - '
                       PSL-PART-NUMBER ' ' PSL-SUPPLIER-CODE
                 END-IF
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

       600-APPLY-TRANSACTIONS.
           READ KBN-TRANS
              AT END MOVE 'Y' TO KBNTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-LOOP
              EVALUATE TRUE
                 WHEN NOT KBT-TRANS-CODE-VALID
                    OR KBT-PART-NUMBER = SPACES
                    OR KBT-LOCATION = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED KANBAN - BAD TRANS: '
                       KBT-TRANS-CODE '/' KBT-PART-NUMBER
                       '/' KBT-LOCATION
                 WHEN KBT-ADD-LOOP
                    PERFORM 620-ADD-LOOP
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED KANBAN - LOOP NOT ON FILE: '
                       KBT-TRANS-CODE '/' KBT-PART-NUMBER
                       '/' KBT-LOCATION
                 WHEN KBT-CHANGE-LOOP
                    PERFORM 630-CHANGE-LOOP
                 WHEN KBT-DELETE-LOOP
                    PERFORM 640-DELETE-LOOP
                 WHEN KBT-CARD-NUMBER NOT NUMERIC
                    OR KBT-CARD-NUMBER = 0
                    OR KBT-CARD-NUMBER
                       > WS-KBN-CARD-COUNT(WS-MATCHED-IDX)
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED KANBAN - NO SUCH CARD: '
                       KBT-TRANS-CODE '/' KBT-PART-NUMBER
                       '/' KBT-LOCATION '/' KBT-CARD-NUMBER
                 WHEN KBT-EMPTY-SCAN
                    PERFORM 650-EMPTY-CARD
                 WHEN KBT-SUPPLIER-SHIPPED
                    PERFORM 660-SHIP-CARD
                 WHEN KBT-RECEIVED-FULL
                    PERFORM 670-RECEIVE-CARD
              END-EVALUATE
           END-IF
           .

       610-FIND-LOOP.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING KBN-IDX FROM 1 BY 1
              UNTIL KBN-IDX > WS-KBN-COUNT OR ENTRY-FOUND
                 IF WS-KBN-PART-NUMBER(KBN-IDX) = KBT-PART-NUMBER
                    AND WS-KBN-LOCATION(KBN-IDX) = KBT-LOCATION
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO KBN-IDX
                 END-IF
           END-PERFORM
           .

       620-ADD-LOOP.
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - LOOP ON FILE: '
                    KBT-PART-NUMBER '/' KBT-LOCATION
              WHEN KBT-SUPPLIER-CODE = SPACES
                 OR KBT-CARD-COUNT NOT NUMERIC
                 OR KBT-CARD-COUNT = 0
                 OR KBT-CARD-COUNT > 20
                 OR KBT-CONTAINER-QTY NOT NUMERIC
                 OR KBT-CONTAINER-QTY = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BAD SUPPLIER/CARDS/QTY: '
                    KBT-PART-NUMBER '/' KBT-LOCATION
              WHEN WS-KBN-COUNT >= 500
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: '
                    KBT-PART-NUMBER '/' KBT-LOCATION
              WHEN OTHER
                 ADD 1 TO WS-KBN-COUNT
                 MOVE WS-KBN-COUNT TO WS-MATCHED-IDX
                 MOVE KBT-PART-NUMBER
                    TO WS-KBN-PART-NUMBER(WS-MATCHED-IDX)
                 MOVE KBT-LOCATION TO WS-KBN-LOCATION(WS-MATCHED-IDX)
                 MOVE KBT-SUPPLIER-CODE
                    TO WS-KBN-SUPPLIER-CODE(WS-MATCHED-IDX)
                 MOVE KBT-CONTAINER-QTY
                    TO WS-KBN-CONTAINER-QTY(WS-MATCHED-IDX)
                 MOVE 0 TO WS-KBN-CARD-COUNT(WS-MATCHED-IDX)
                 PERFORM 635-ADD-FULL-CARDS
                 ADD 1 TO WS-ADD-COUNT
           END-EVALUATE
           .

      *    A card that is not full is still out with the supplier
      *    or waiting on a release, so the count may only drop past
      *    full cards.
       630-CHANGE-LOOP.
           MOVE 'N' TO WS-CARDS-OUT-FLAG
           IF KBT-CARD-COUNT NUMERIC
              AND KBT-CARD-COUNT > 0
              AND KBT-CARD-COUNT < WS-KBN-CARD-COUNT(WS-MATCHED-IDX)
              COMPUTE WS-CARD-NO = KBT-CARD-COUNT + 1
              PERFORM VARYING CRD-IDX FROM WS-CARD-NO BY 1
                 UNTIL CRD-IDX > WS-KBN-CARD-COUNT(WS-MATCHED-IDX)
                    IF NOT WS-KBN-CARD-FULL(WS-MATCHED-IDX, CRD-IDX)
                       MOVE 'Y' TO WS-CARDS-OUT-FLAG
                    END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
              WHEN KBT-CARD-COUNT NUMERIC
                 AND KBT-CARD-COUNT > 20
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CHANGE - MORE THAN 20 CARDS: '
                    KBT-PART-NUMBER '/' KBT-LOCATION
              WHEN CARDS-ARE-OUT
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CHANGE - DROPPED CARD IS OUT: '
                    KBT-PART-NUMBER '/' KBT-LOCATION
              WHEN OTHER
                 IF KBT-SUPPLIER-CODE NOT = SPACES
                    MOVE KBT-SUPPLIER-CODE
                       TO WS-KBN-SUPPLIER-CODE(WS-MATCHED-IDX)
                 END-IF
                 IF KBT-CONTAINER-QTY NUMERIC
                    AND KBT-CONTAINER-QTY > 0
                    MOVE KBT-CONTAINER-QTY
                       TO WS-KBN-CONTAINER-QTY(WS-MATCHED-IDX)
                 END-IF
                 IF KBT-CARD-COUNT NUMERIC
                    AND KBT-CARD-COUNT > 0
                    IF KBT-CARD-COUNT
                       > WS-KBN-CARD-COUNT(WS-MATCHED-IDX)
                       PERFORM 635-ADD-FULL-CARDS
                    ELSE
                       PERFORM 638-DROP-CARDS
                    END-IF
                 END-IF
                 ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE
           .

       635-ADD-FULL-CARDS.
           COMPUTE WS-CARD-NO = WS-KBN-CARD-COUNT(WS-MATCHED-IDX) + 1
           PERFORM VARYING CRD-IDX FROM WS-CARD-NO BY 1
              UNTIL CRD-IDX > KBT-CARD-COUNT
                 MOVE 'F' TO WS-KBN-CARD-STATE(WS-MATCHED-IDX, CRD-IDX)
                 MOVE WS-TODAYS-DATE
                    TO WS-KBN-CARD-STATE-DATE(WS-MATCHED-IDX, CRD-IDX)
                 MOVE 0
                    TO WS-KBN-CARD-RELEASE-DATE(WS-MATCHED-IDX,
                                                CRD-IDX)
           END-PERFORM
           MOVE KBT-CARD-COUNT TO WS-KBN-CARD-COUNT(WS-MATCHED-IDX)
           .

       638-DROP-CARDS.
           COMPUTE WS-CARD-NO = KBT-CARD-COUNT + 1
           PERFORM VARYING CRD-IDX FROM WS-CARD-NO BY 1
              UNTIL CRD-IDX > 20
                 MOVE SPACE
                    TO WS-KBN-CARD-STATE(WS-MATCHED-IDX, CRD-IDX)
                 MOVE 0
                    TO WS-KBN-CARD-STATE-DATE(WS-MATCHED-IDX, CRD-IDX)
                 MOVE 0
                    TO WS-KBN-CARD-RELEASE-DATE(WS-MATCHED-IDX,
                                                CRD-IDX)
           END-PERFORM
           MOVE KBT-CARD-COUNT TO WS-KBN-CARD-COUNT(WS-MATCHED-IDX)
           .

       640-DELETE-LOOP.
           MOVE 'N' TO WS-CARDS-OUT-FLAG
           PERFORM VARYING CRD-IDX FROM 1 BY 1
              UNTIL CRD-IDX > WS-KBN-CARD-COUNT(WS-MATCHED-IDX)
                 IF NOT WS-KBN-CARD-FULL(WS-MATCHED-IDX, CRD-IDX)
                    MOVE 'Y' TO WS-CARDS-OUT-FLAG
                 END-IF
           END-PERFORM
           IF CARDS-ARE-OUT
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED DELETE - CARDS STILL OUT: '
                 KBT-PART-NUMBER '/' KBT-LOCATION
           ELSE
              MOVE SPACES TO WS-KBN-PART-NUMBER(WS-MATCHED-IDX)
              ADD 1 TO WS-DELETE-COUNT
           END-IF
           .

      *    The scan only empties the card - 700-RELEASE-EMPTIED-
      *    CARDS issues the release once the transactions are in.
       650-EMPTY-CARD.
           SET CRD-IDX TO KBT-CARD-NUMBER
           IF NOT WS-KBN-CARD-FULL(WS-MATCHED-IDX, CRD-IDX)
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED SCAN - CARD NOT FULL AT LINE: '
                 KBT-PART-NUMBER '/' KBT-LOCATION '/' KBT-CARD-NUMBER
           ELSE
              MOVE 'E' TO WS-KBN-CARD-STATE(WS-MATCHED-IDX, CRD-IDX)
              MOVE WS-TODAYS-DATE
                 TO WS-KBN-CARD-STATE-DATE(WS-MATCHED-IDX, CRD-IDX)
              MOVE WS-TODAYS-DATE
                 TO WS-KBN-CARD-RELEASE-DATE(WS-MATCHED-IDX, CRD-IDX)
              ADD 1 TO WS-SCAN-COUNT
           END-IF
           .

       660-SHIP-CARD.
           SET CRD-IDX TO KBT-CARD-NUMBER
           IF NOT WS-KBN-CARD-AT-SUPPLIER(WS-MATCHED-IDX, CRD-IDX)
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED SHIP - CARD NOT AT SUPPLIER: '
                 KBT-PART-NUMBER '/' KBT-LOCATION '/' KBT-CARD-NUMBER
           ELSE
              MOVE 'T' TO WS-KBN-CARD-STATE(WS-MATCHED-IDX, CRD-IDX)
              MOVE WS-TODAYS-DATE
                 TO WS-KBN-CARD-STATE-DATE(WS-MATCHED-IDX, CRD-IDX)
              ADD 1 TO WS-SHIPPED-COUNT
           END-IF
           .

      *    A container can reach the line without its ship scan, so
      *    a card at the supplier may come straight back full.
       670-RECEIVE-CARD.
           SET CRD-IDX TO KBT-CARD-NUMBER
           IF NOT WS-KBN-CARD-AT-SUPPLIER(WS-MATCHED-IDX, CRD-IDX)
              AND NOT WS-KBN-CARD-IN-TRANSIT(WS-MATCHED-IDX, CRD-IDX)
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED RECEIPT - CARD NOT OUT: '
                 KBT-PART-NUMBER '/' KBT-LOCATION '/' KBT-CARD-NUMBER
           ELSE
              MOVE 'F' TO WS-KBN-CARD-STATE(WS-MATCHED-IDX, CRD-IDX)
              MOVE WS-TODAYS-DATE
                 TO WS-KBN-CARD-STATE-DATE(WS-MATCHED-IDX, CRD-IDX)
              MOVE 0
                 TO WS-KBN-CARD-RELEASE-DATE(WS-MATCHED-IDX, CRD-IDX)
              ADD 1 TO WS-RECEIVED-COUNT
           END-IF
           .

      *    Every emptied card on every live loop, this run's scans
      *    and earlier runs' held cards alike.
       700-RELEASE-EMPTIED-CARDS.
           PERFORM VARYING KBN-IDX FROM 1 BY 1
              UNTIL KBN-IDX > WS-KBN-COUNT
                 IF WS-KBN-PART-NUMBER(KBN-IDX) NOT = SPACES
                    SET WS-MATCHED-IDX TO KBN-IDX
                    PERFORM 710-FIND-BLANKET
                    PERFORM 720-FIND-PRICE
                    PERFORM VARYING CRD-IDX FROM 1 BY 1
                       UNTIL CRD-IDX > WS-KBN-CARD-COUNT(KBN-IDX)
                          IF WS-KBN-CARD-EMPTIED(KBN-IDX, CRD-IDX)
                             PERFORM 730-RELEASE-CARD
                          END-IF
                    END-PERFORM
                 END-IF
           END-PERFORM
           .

      *    The latest-expiring open blanket for the part with the
      *    loop's supplier.
       710-FIND-BLANKET.
           MOVE SPACES TO WS-BLANKET-PO
           MOVE 0 TO WS-BLANKET-EXPIRATION
           PERFORM VARYING BLK-IDX FROM 1 BY 1
              UNTIL BLK-IDX > WS-BLK-COUNT
                 IF WS-BLK-PART-NUMBER(BLK-IDX)
                       = WS-KBN-PART-NUMBER(WS-MATCHED-IDX)
                    AND WS-BLK-SUPPLIER-CODE(BLK-IDX)
                       = WS-KBN-SUPPLIER-CODE(WS-MATCHED-IDX)
                    AND WS-BLK-EXPIRATION-DATE(BLK-IDX)
                       > WS-BLANKET-EXPIRATION
                    MOVE WS-BLK-PO-NUMBER(BLK-IDX) TO WS-BLANKET-PO
                    MOVE WS-BLK-EXPIRATION-DATE(BLK-IDX)
                       TO WS-BLANKET-EXPIRATION
                 END-IF
           END-PERFORM
           .

      *    The supplier's lowest Active price for the part, with
      *    that row's lead time.
       720-FIND-PRICE.
           MOVE 'N' TO WS-PRICE-FOUND-FLAG
           MOVE 0 TO WS-RELEASE-PRICE
           MOVE 0 TO WS-RELEASE-LEAD-WKS
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT
                 IF WS-PSL-PART-NUMBER(PSL-IDX)
                       = WS-KBN-PART-NUMBER(WS-MATCHED-IDX)
                    AND WS-PSL-SUPPLIER-CODE(PSL-IDX)
                       = WS-KBN-SUPPLIER-CODE(WS-MATCHED-IDX)
                    IF NOT PRICE-FOUND
                       OR WS-PSL-UNIT-PRICE(PSL-IDX)
                          < WS-RELEASE-PRICE
                       MOVE 'Y' TO WS-PRICE-FOUND-FLAG
                       MOVE WS-PSL-UNIT-PRICE(PSL-IDX)
                          TO WS-RELEASE-PRICE
                       MOVE WS-PSL-LEAD-TIME-WKS(PSL-IDX)
                          TO WS-RELEASE-LEAD-WKS
                    END-IF
                 END-IF
           END-PERFORM
           .

       730-RELEASE-CARD.
           SET WS-CARD-NO TO CRD-IDX
           EVALUATE TRUE
              WHEN WS-BLANKET-PO = SPACES
                 ADD 1 TO WS-HELD-COUNT
                 DISPLAY 'KANBAN CARD HELD - NO OPEN BLANKET: '
                    WS-KBN-PART-NUMBER(KBN-IDX) '/'
                    WS-KBN-LOCATION(KBN-IDX) '/' WS-CARD-NO
              WHEN NOT PRICE-FOUND
                 ADD 1 TO WS-HELD-COUNT
                 DISPLAY 'KANBAN CARD HELD - NO ACTIVE PRICE: '
                    WS-KBN-PART-NUMBER(KBN-IDX) '/'
                    WS-KBN-LOCATION(KBN-IDX) '/' WS-CARD-NO
              WHEN OTHER
                 MOVE SPACES TO KBN-RELEASE-RECORD
                 MOVE WS-KBN-PART-NUMBER(KBN-IDX) TO KBR-PART-NUMBER
                 MOVE WS-KBN-SUPPLIER-CODE(KBN-IDX)
                    TO KBR-SUPPLIER-CODE
                 MOVE WS-KBN-CONTAINER-QTY(KBN-IDX) TO KBR-QUANTITY
                 MOVE WS-RELEASE-PRICE TO KBR-UNIT-PRICE
                 MOVE WS-TODAYS-DATE TO KBR-ORDER-DATE
                 COMPUTE KBR-DELIVERY-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                    + WS-RELEASE-LEAD-WKS * 7)
                 MOVE 'L' TO KBR-PO-TYPE
                 MOVE WS-BLANKET-PO TO KBR-RELEASE-AGAINST-PO
                 MOVE WS-KBN-LOCATION(KBN-IDX) TO KBR-LOCATION
                 MOVE WS-CARD-NO TO KBR-CARD-NUMBER
                 WRITE KBN-RELEASE-RECORD
                 MOVE 'S' TO WS-KBN-CARD-STATE(KBN-IDX, CRD-IDX)
                 MOVE WS-TODAYS-DATE
                    TO WS-KBN-CARD-STATE-DATE(KBN-IDX, CRD-IDX)
                 MOVE WS-BLANKET-PO TO WS-KBN-BLANKET-PO(KBN-IDX)
                 ADD 1 TO WS-RELEASE-COUNT
           END-EVALUATE
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING KBN-IDX FROM 1 BY 1
              UNTIL KBN-IDX > WS-KBN-COUNT
                 IF WS-KBN-PART-NUMBER(KBN-IDX) NOT = SPACES
                    WRITE KBN-NEW-REC FROM WS-KBN-ENTRY(KBN-IDX)
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE KBN-TRANS.
           CLOSE PART-SUPP-OLD.
           CLOSE PARTSUPL-REC.
           CLOSE KBN-NEW.
           CLOSE KBN-RELS.
