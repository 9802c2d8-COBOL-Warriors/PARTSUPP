      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    KBNSTAT.
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
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      *   JCL Output
      * //KBNSTRPT DD SYSOUT=*
      ***************************************************************
      * Kanban status report off the loop master KBNMAINT keeps
      * (KBNLOOP.cpy).  One line per loop - part, line-side
      * location, supplier, cards and container quantity - with its
      * cards counted where they are: full at the line, emptied
      * and waiting on a release, at the supplier, in transit.
      * Under it, every card whose current trip (since its empty
      * scan) has run longer than the supplier's lead time on the
      * PARTSUPL price link - the Active row KBNMAINT prices the
      * release off, lowest price winning - is listed with the days
      * out, so a loop about to starve the line is seen before it
      * does.  A loop whose supplier has no Active price-link row
      * has no lead time to judge against; its line says so and its
      * cards are not judged.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KBN-OLD       ASSIGN TO KBNOLD
               FILE STATUS IS WS-KBNOLD-FILE-STATUS.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT KBNSTRPT-REC  ASSIGN TO KBNSTRPT.

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

       FD  KBNSTRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KBNSTRPT-RECORD.
       01  KBNSTRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-KBNOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

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

       01  WS-LOOP-COUNTS.
           05 WS-LOOP-FULL               PIC 9(03)      VALUE 0.
           05 WS-LOOP-EMPTIED            PIC 9(03)      VALUE 0.
           05 WS-LOOP-AT-SUPPLIER        PIC 9(03)      VALUE 0.
           05 WS-LOOP-IN-TRANSIT         PIC 9(03)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-LOOPS-READ              PIC 9(05)      VALUE 0.
           05 WS-TOTAL-FULL              PIC 9(05)      VALUE 0.
           05 WS-TOTAL-EMPTIED           PIC 9(05)      VALUE 0.
           05 WS-TOTAL-AT-SUPPLIER       PIC 9(05)      VALUE 0.
           05 WS-TOTAL-IN-TRANSIT        PIC 9(05)      VALUE 0.
           05 WS-TOTAL-OVERDUE           PIC 9(05)      VALUE 0.

       01  WS-CARD-IDX                   PIC 9(02)      VALUE 0.
       01  WS-DAYS-OUT                   PIC S9(05)     VALUE 0.
       01  WS-LEAD-DAYS                  PIC 9(05)      VALUE 0.
       01  WS-BEST-PRICE                 PIC S9(7)V99   VALUE 0.
       01  WS-PRICE-FOUND-FLAG           PIC X(01)      VALUE 'N'.
           88 PRICE-FOUND                               VALUE 'Y'.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  KBNOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-LOOPS                             VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'KANBAN LOOP STATUS - CARDS BY STATE AND OVERDUE TRIPS'.

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(45)      VALUE
               'PART NUMBER             LOC  SUPPLIER   CARDS'.
           05  FILLER              PIC X(47)      VALUE
               '  CONT QTY  FULL EMPTY AT-SUP TRANSIT LEAD DAYS'.
           05  FILLER              PIC X(40)      VALUE SPACES.

       01  WS-LOOP-LINE.
           05  KSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  KSL-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  KSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  KSL-CARDS           PIC Z9         VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  KSL-CONTAINER-QTY   PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  KSL-FULL            PIC Z9         VALUE ZERO.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  KSL-EMPTIED         PIC Z9         VALUE ZERO.
           05  FILLER              PIC X(05)      VALUE SPACES.
           05  KSL-AT-SUPPLIER     PIC Z9         VALUE ZERO.
           05  FILLER              PIC X(06)      VALUE SPACES.
           05  KSL-IN-TRANSIT      PIC Z9         VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  KSL-LEAD-DAYS       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  KSL-REMARK          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(14)      VALUE SPACES.

       01  WS-OVERDUE-LINE.
           05  FILLER              PIC X(09)      VALUE '    CARD '.
           05  KSO-CARD-NUMBER     PIC 99         VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  KSO-STATE           PIC X(24)      VALUE SPACES.
           05  FILLER              PIC X(09)      VALUE ' SCANNED '.
           05  KSO-RELEASE-DATE    PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(05)      VALUE ' OUT '.
           05  KSO-DAYS-OUT        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(15)      VALUE
               ' DAYS - LEAD   '.
           05  KSO-LEAD-DAYS       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(05)      VALUE ' DAYS'.
           05  FILLER              PIC X(44)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(07)      VALUE 'LOOPS: '.
           05  KST-LOOPS           PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE '  FULL: '.
           05  KST-FULL            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  EMPTIED: '.
           05  KST-EMPTIED         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(15)      VALUE
               '  AT SUPPLIER: '.
           05  KST-AT-SUPPLIER     PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(14)      VALUE
               '  IN TRANSIT: '.
           05  KST-IN-TRANSIT      PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  OVERDUE: '.
           05  KST-OVERDUE         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(36)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-PARTSUPL.
           PERFORM 200-WRITE-HEADING.
           PERFORM 500-REPORT-LOOPS.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'KBNSTAT COMPLETE - LOOPS: ' WS-LOOPS-READ
              ' AT SUPPLIER: ' WS-TOTAL-AT-SUPPLIER
              ' IN TRANSIT: ' WS-TOTAL-IN-TRANSIT
              ' OVERDUE: ' WS-TOTAL-OVERDUE.
           GOBACK.

       000-INIT.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PARTSUPL-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO KBNOLD-EOF.
           MOVE 'N' TO PARTSUPL-EOF.

       100-OPEN-FILES.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT KBNSTRPT-REC.

       200-WRITE-HEADING.
           WRITE KBNSTRPT-RECORD FROM WS-RPT-HEADING.
           WRITE KBNSTRPT-RECORD FROM WS-COLUMN-HEADING.

       300-LOAD-PARTSUPL.
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
                    DISPLAY 'KBNSTAT PRICE TABLE FULL - '
                       PSL-PART-NUMBER ' ' PSL-SUPPLIER-CODE
                 END-IF
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

      *    A missing loop master reports no loops.
       500-REPORT-LOOPS.
           OPEN INPUT KBN-OLD
           IF WS-KBNOLD-FILE-STATUS = '00'
              READ KBN-OLD
                 AT END MOVE 'Y' TO KBNOLD-EOF
              END-READ
              PERFORM UNTIL NO-MORE-LOOPS
                 ADD 1 TO WS-LOOPS-READ
                 PERFORM 510-FIND-LEAD-TIME
                 PERFORM 520-WRITE-LOOP-LINE
                 IF PRICE-FOUND
                    PERFORM 530-LIST-OVERDUE-CARDS
                 END-IF
                 READ KBN-OLD
                    AT END MOVE 'Y' TO KBNOLD-EOF
                 END-READ
              END-PERFORM
              CLOSE KBN-OLD
           END-IF
           .

      *    Lead time of the supplier's lowest-priced Active row -
      *    the row KBNMAINT releases against.
       510-FIND-LEAD-TIME.
           MOVE 'N' TO WS-PRICE-FOUND-FLAG
           MOVE 0 TO WS-BEST-PRICE
           MOVE 0 TO WS-LEAD-DAYS
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT
                 IF WS-PSL-PART-NUMBER(PSL-IDX) = KB-PART-NUMBER
                    AND WS-PSL-SUPPLIER-CODE(PSL-IDX)
                       = KB-SUPPLIER-CODE
                    IF NOT PRICE-FOUND
                       OR WS-PSL-UNIT-PRICE(PSL-IDX) < WS-BEST-PRICE
                       MOVE 'Y' TO WS-PRICE-FOUND-FLAG
                       MOVE WS-PSL-UNIT-PRICE(PSL-IDX)
                          TO WS-BEST-PRICE
                       COMPUTE WS-LEAD-DAYS =
                          WS-PSL-LEAD-TIME-WKS(PSL-IDX) * 7
                    END-IF
                 END-IF
           END-PERFORM
           .

       520-WRITE-LOOP-LINE.
           INITIALIZE WS-LOOP-COUNTS
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
              UNTIL WS-CARD-IDX > KB-CARD-COUNT
                 EVALUATE TRUE
                    WHEN KB-CARD-FULL(WS-CARD-IDX)
                       ADD 1 TO WS-LOOP-FULL
                    WHEN KB-CARD-EMPTIED(WS-CARD-IDX)
                       ADD 1 TO WS-LOOP-EMPTIED
                    WHEN KB-CARD-AT-SUPPLIER(WS-CARD-IDX)
                       ADD 1 TO WS-LOOP-AT-SUPPLIER
                    WHEN KB-CARD-IN-TRANSIT(WS-CARD-IDX)
                       ADD 1 TO WS-LOOP-IN-TRANSIT
                 END-EVALUATE
           END-PERFORM
           ADD WS-LOOP-FULL        TO WS-TOTAL-FULL
           ADD WS-LOOP-EMPTIED     TO WS-TOTAL-EMPTIED
           ADD WS-LOOP-AT-SUPPLIER TO WS-TOTAL-AT-SUPPLIER
           ADD WS-LOOP-IN-TRANSIT  TO WS-TOTAL-IN-TRANSIT
           MOVE KB-PART-NUMBER      TO KSL-PART-NUMBER
           MOVE KB-LOCATION         TO KSL-LOCATION
           MOVE KB-SUPPLIER-CODE    TO KSL-SUPPLIER-CODE
           MOVE KB-CARD-COUNT       TO KSL-CARDS
           MOVE KB-CONTAINER-QTY    TO KSL-CONTAINER-QTY
           MOVE WS-LOOP-FULL        TO KSL-FULL
           MOVE WS-LOOP-EMPTIED     TO KSL-EMPTIED
           MOVE WS-LOOP-AT-SUPPLIER TO KSL-AT-SUPPLIER
           MOVE WS-LOOP-IN-TRANSIT  TO KSL-IN-TRANSIT
           MOVE WS-LEAD-DAYS        TO KSL-LEAD-DAYS
           IF PRICE-FOUND
              MOVE SPACES TO KSL-REMARK
           ELSE
              MOVE 'NO ACTIVE PRICE-LINK ROW' TO KSL-REMARK
           END-IF
           WRITE KBNSTRPT-RECORD FROM WS-LOOP-LINE
           .

      *    A card still out (emptied, at the supplier, in transit)
      *    whose trip has run past the lead time.
       530-LIST-OVERDUE-CARDS.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
              UNTIL WS-CARD-IDX > KB-CARD-COUNT
                 IF NOT KB-CARD-FULL(WS-CARD-IDX)
                    AND KB-CARD-RELEASE-DATE(WS-CARD-IDX) > 0
                    COMPUTE WS-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                          KB-CARD-RELEASE-DATE(WS-CARD-IDX))
                    IF WS-DAYS-OUT > WS-LEAD-DAYS
                       PERFORM 540-WRITE-OVERDUE-LINE
                    END-IF
                 END-IF
           END-PERFORM
           .

       540-WRITE-OVERDUE-LINE.
           ADD 1 TO WS-TOTAL-OVERDUE
           MOVE WS-CARD-IDX TO KSO-CARD-NUMBER
           EVALUATE TRUE
              WHEN KB-CARD-EMPTIED(WS-CARD-IDX)
                 MOVE 'EMPTIED - NOT RELEASED' TO KSO-STATE
              WHEN KB-CARD-AT-SUPPLIER(WS-CARD-IDX)
                 MOVE 'AT SUPPLIER' TO KSO-STATE
              WHEN OTHER
                 MOVE 'IN TRANSIT' TO KSO-STATE
           END-EVALUATE
           MOVE KB-CARD-RELEASE-DATE(WS-CARD-IDX) TO KSO-RELEASE-DATE
           MOVE WS-DAYS-OUT TO KSO-DAYS-OUT
           MOVE WS-LEAD-DAYS TO KSO-LEAD-DAYS
           WRITE KBNSTRPT-RECORD FROM WS-OVERDUE-LINE
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO KBNSTRPT-RECORD
           WRITE KBNSTRPT-RECORD
           MOVE WS-LOOPS-READ        TO KST-LOOPS
           MOVE WS-TOTAL-FULL        TO KST-FULL
           MOVE WS-TOTAL-EMPTIED     TO KST-EMPTIED
           MOVE WS-TOTAL-AT-SUPPLIER TO KST-AT-SUPPLIER
           MOVE WS-TOTAL-IN-TRANSIT  TO KST-IN-TRANSIT
           MOVE WS-TOTAL-OVERDUE     TO KST-OVERDUE
           WRITE KBNSTRPT-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE PARTSUPL-REC.
           CLOSE KBNSTRPT-REC.
