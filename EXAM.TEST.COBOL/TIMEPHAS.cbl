      * //BOMFILE  DD DSN=USER66.EXAM.DEV.BOMFILE.MASTER,DISP=SHR
      *   JCL Output
      * //TIMEPRPT DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Returns to stock (DEMDHIST type R rows, posted by
      *   MATISSUE) now net off the usage instead of adding to it;
      *   a window where returns outrun issues plans on zero.
      *
      * 2026-10-15 maruca V0R0M3
      *   The week-by-week projection is no longer only for the
      *   planner: every planned part's net requirements across the
      *   whole 26-week grid are written to the new TIMENETR
      *   extract (layout TIMENETR.cpy), one row per part per week,
      *   for EDI830OT to forecast to the suppliers from.  The
      *   report itself is unchanged.
      *   JCL Output (new)
      * //TIMENETR DD DSN=USER66.EXAM.DEV.TIMEPHAS.NETREQT,
      * //            DISP=(,CATLG)
      *
      * 2026-10-15 maruca V0R0M4
      *   Supplier plant shutdowns (optional SHUTCAL DD, the SUPSHUT
      *   calendar SHUTMAIN maintains) are zero supply: an Open PO
      *   whose DELIVERY-DATE falls inside its supplier's shutdown is
      *   bucketed at the day after the shutdown ends instead, the
      *   earliest it can really ship, so both the report and the
      *   TIMENETR extract carry nothing in the shutdown weeks.  A
      *   part going negative with such a PO shows PO DUE IN
      *   SUPPLIER SHUTDOWN so the planner pulls it forward (see
      *   SHUTLOOK).  No SHUTCAL plans exactly as before.
      *   JCL Input (new)
      * //SHUTCAL  DD DSN=USER66.EXAM.DEV.SUPSHUT.MASTER,DISP=SHR
      ***************************************************************
      * Time-phased requirements planning - REPLEN answers "are we
      * below reorder point today"; this answers "when do we run
               FILE STATUS IS WS-DEMDHIST-FILE-STATUS.
           SELECT BOMFILE-REC   ASSIGN TO BOMFILE
               FILE STATUS IS WS-BOMFILE-FILE-STATUS.
           SELECT SUPSHUT-REC   ASSIGN TO SHUTCAL
               FILE STATUS IS WS-SHUTCAL-FILE-STATUS.
           SELECT TIMEPRPT-REC  ASSIGN TO TIMEPRPT.
           SELECT TIMENETR-REC  ASSIGN TO TIMENETR.

       DATA DIVISION.
       FILE SECTION.
           05  DH-PART-NUMBER      PIC X(23).
           05  DH-USAGE-QTY        PIC 9(07).
           05  DH-USAGE-DATE       PIC 9(08).
           05  DH-USAGE-TYPE       PIC X(01).
               88 DH-COUNT-SHORTFALL              VALUE SPACE 'C'.
               88 DH-ISSUE                        VALUE 'I'.
               88 DH-RETURN-TO-STOCK              VALUE 'R'.
           05  FILLER              PIC X(01).

      *    One row per parent/component link on the bill of
      *    materials.
           05  BOM-QTY-PER         PIC 9(05).
           05  FILLER              PIC X(09).

       FD  SUPSHUT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUP-SHUTDOWN-ROW.
           COPY 'SUPSHUT'.

       FD  TIMEPRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TIMEPRPT-RECORD.
       01  TIMEPRPT-RECORD               PIC X(132).

      *    Weekly net requirements per part.  See TIMENETR.cpy.
       FD  TIMENETR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIME-NET-REQT-ROW.
           COPY 'TIMENETR'.

       WORKING-STORAGE SECTION.

       01  WS-ONHOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-DEMDHIST-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-BOMFILE-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-SHUTCAL-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    One planning row per distinct part - starting balance,
      *    weekly demand, lead time, and inbound supply bucketed
               10 WS-PLN-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PLN-ON-HAND         PIC S9(7)      VALUE 0.
               10 WS-PLN-WEEKLY-DEMAND   PIC S9(7)      VALUE 0.
               10 WS-PLN-USAGE-TOTAL     PIC S9(09)     VALUE 0.
               10 WS-PLN-LEAD-WEEKS      PIC 9(03)      VALUE 0.
               10 WS-PLN-SHUT-FLAG       PIC X(01)      VALUE 'N'.
                  88 WS-PLN-PO-IN-SHUTDOWN              VALUE 'Y'.
               10 WS-PLN-SUPPLY-WEEK OCCURS 26 TIMES
                                         PIC S9(7)      VALUE 0.

               10 WS-BOM-COMPONENT       PIC X(23)      VALUE SPACES.
               10 WS-BOM-QTY-PER         PIC 9(05)      VALUE 0.

      *    Shutdown windows not yet over by the run date.
       01  WS-SHUT-COUNT                 PIC 9(04)      VALUE 0.
       01  WS-SHUT-TABLE.
           05  WS-SHUT-ENTRY OCCURS 2000 TIMES
                  INDEXED BY SHUT-IDX.
               10 WS-SHUT-SUPPLIER-CODE  PIC X(10)      VALUE SPACES.
               10 WS-SHUT-START-DATE     PIC 9(08)      VALUE 0.
               10 WS-SHUT-END-DATE       PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-PARTS-PLANNED           PIC 9(05)      VALUE 0.
           05 WS-SHORTAGES               PIC 9(05)      VALUE 0.
           05 WS-NETR-ROWS               PIC 9(07)      VALUE 0.

       01  WS-BALANCE                    PIC S9(9)      VALUE 0.
       01  WS-NET-BALANCE                PIC S9(9)      VALUE 0.
       01  WS-WEEK-SUB                   PIC 9(03)      VALUE 0.
       01  WS-HORIZON-WEEKS              PIC 9(03)      VALUE 0.
       01  WS-NEG-WEEK                   PIC 9(03)      VALUE 0.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.
       01  WS-DEMAND-PASS                PIC S9(7)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-SUPPLY-DATE                PIC 9(08)      VALUE 0.

       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
           88 NO-MORE-USAGE                             VALUE 'Y'.
       01  BOMFILE-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-BOM-LINKS                         VALUE 'Y'.
       01  SUPSHUT-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-SHUTDOWNS                         VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'TIME-PHASED REQUIREMENTS - FIRST NEGATIVE WEEK PER PART'.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 250-LOAD-SHUTDOWNS.
           PERFORM 300-LOAD-PARTS-AND-SUPPLY UNTIL NO-MORE-OLD-MASTER.
           PERFORM 400-FOLD-IN-ONHAND.
           PERFORM 500-FOLD-IN-USAGE.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'TIMEPHAS COMPLETE - PARTS PLANNED: '
              WS-PARTS-PLANNED
              ' GOING NEGATIVE: ' WS-SHORTAGES
              ' NET REQT ROWS: ' WS-NETR-ROWS.
           GOBACK.

       000-INIT.
           INITIALIZE WS-PLANNING-TABLE.
           INITIALIZE WS-BOM-COUNT.
           INITIALIZE WS-BOM-TABLE.
           INITIALIZE WS-SHUT-COUNT.
           INITIALIZE WS-SHUT-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           COMPUTE WS-TODAY-INT =
           MOVE 'N' TO ONHOLD-EOF.
           MOVE 'N' TO DEMDHIST-EOF.
           MOVE 'N' TO BOMFILE-EOF.
           MOVE 'N' TO SUPSHUT-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT TIMEPRPT-REC.
           OPEN OUTPUT TIMENETR-REC.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.
       200-WRITE-HEADING.
           WRITE TIMEPRPT-RECORD FROM WS-RPT-HEADING.

      *    A missing shutdown calendar (FILE STATUS not '00')
      *    leaves every PO bucketed at its own DELIVERY-DATE.
       250-LOAD-SHUTDOWNS.
           OPEN INPUT SUPSHUT-REC
           IF WS-SHUTCAL-FILE-STATUS = '00'
              READ SUPSHUT-REC
                 AT END MOVE 'Y' TO SUPSHUT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-SHUTDOWNS
                 IF SS-END-DATE NOT < WS-TODAYS-DATE
                    AND WS-SHUT-COUNT < 2000
                    ADD 1 TO WS-SHUT-COUNT
                    SET SHUT-IDX TO WS-SHUT-COUNT
                    MOVE SS-SUPPLIER-CODE
                       TO WS-SHUT-SUPPLIER-CODE(SHUT-IDX)
                    MOVE SS-START-DATE TO WS-SHUT-START-DATE(SHUT-IDX)
                    MOVE SS-END-DATE TO WS-SHUT-END-DATE(SHUT-IDX)
                 END-IF
                 READ SUPSHUT-REC
                    AT END MOVE 'Y' TO SUPSHUT-EOF
                 END-READ
              END-PERFORM
              CLOSE SUPSHUT-REC
           END-IF
           .

      *    One planning row per distinct part, lead time off the
      *    part record, and each Open/Shipped PO's quantity dropped
      *    into the week its DELIVERY-DATE falls in.
           .

       320-BUCKET-INBOUND-SUPPLY.
           MOVE DELIVERY-DATE(PO-IDX) TO WS-SUPPLY-DATE
           IF PO-STATUS-OPEN(PO-IDX)
              PERFORM 330-SLIP-PAST-SHUTDOWN
           END-IF
           COMPUTE WS-DAYS-OUT =
              FUNCTION INTEGER-OF-DATE(WS-SUPPLY-DATE)
              - WS-TODAY-INT
           EVALUATE TRUE
              WHEN WS-DAYS-OUT < 0
              TO WS-PLN-SUPPLY-WEEK(WS-SLOT WS-WEEK-SUB)
           .

      *    A supplier ships nothing while its plant is shut, so an
      *    Open PO due in the window lands the day after it ends.
      *    A Shipped PO has already left the plant and keeps its
      *    date.
       330-SLIP-PAST-SHUTDOWN.
           PERFORM VARYING SHUT-IDX FROM 1 BY 1
              UNTIL SHUT-IDX > WS-SHUT-COUNT
                 IF WS-SHUT-SUPPLIER-CODE(SHUT-IDX) = SUPPLIER-CODE
                    AND WS-SUPPLY-DATE NOT <
                        WS-SHUT-START-DATE(SHUT-IDX)
                    AND WS-SUPPLY-DATE NOT >
                        WS-SHUT-END-DATE(SHUT-IDX)
                    COMPUTE WS-SUPPLY-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                          WS-SHUT-END-DATE(SHUT-IDX)) + 1)
                    MOVE 'Y' TO WS-PLN-SHUT-FLAG(WS-SLOT)
                 END-IF
           END-PERFORM
           .

      *    On-hand summed across locations; a missing on-hand
      *    master (FILE STATUS not '00') plans from zero stock.
       400-FOLD-IN-ONHAND.
                       UNTIL PLN-IDX > WS-PLN-COUNT
                          IF WS-PLN-PART-NUMBER(PLN-IDX) =
                             DH-PART-NUMBER
                             IF DH-RETURN-TO-STOCK
                                SUBTRACT DH-USAGE-QTY
                                   FROM WS-PLN-USAGE-TOTAL(PLN-IDX)
                             ELSE
                                ADD DH-USAGE-QTY
                                   TO WS-PLN-USAGE-TOTAL(PLN-IDX)
                             END-IF
                          END-IF
                    END-PERFORM
                 END-IF
           END-IF
           PERFORM VARYING PLN-IDX FROM 1 BY 1
              UNTIL PLN-IDX > WS-PLN-COUNT
                 IF WS-PLN-USAGE-TOTAL(PLN-IDX) < 0
                    MOVE 0 TO WS-PLN-USAGE-TOTAL(PLN-IDX)
                 END-IF
                 COMPUTE WS-PLN-WEEKLY-DEMAND(PLN-IDX) ROUNDED =
                    WS-PLN-USAGE-TOTAL(PLN-IDX) / 26
           END-PERFORM
              UNTIL PLN-IDX > WS-PLN-COUNT
                 ADD 1 TO WS-PARTS-PLANNED
                 PERFORM 610-PROJECT-ONE-PART
                 PERFORM 650-WRITE-NET-REQUIREMENTS
           END-PERFORM
           .

              MOVE WS-ORDER-BY-DATE            TO TPD-ORDER-BY
              IF WS-ORDER-BY-DATE < WS-TODAYS-DATE
                 MOVE 'ORDER-BY ALREADY PASSED' TO TPD-REMARK
              ELSE
                 IF WS-PLN-PO-IN-SHUTDOWN(PLN-IDX)
                    MOVE 'PO DUE IN SUPPLIER SHUTDOWN' TO TPD-REMARK
                 END-IF
              END-IF
              WRITE TIMEPRPT-RECORD FROM WS-RPT-DETAIL
           END-IF
           .

      *    All 26 weeks, whatever the report's own horizon - a
      *    supplier forecast runs past our lead time.  A week the
      *    balance would go below zero nets a requirement for the
      *    shortfall and the balance restarts from zero, so each
      *    week's requirement is only what that week itself adds.
       650-WRITE-NET-REQUIREMENTS.
           MOVE WS-PLN-ON-HAND(PLN-IDX) TO WS-NET-BALANCE
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
              UNTIL WS-WEEK-SUB > 26
                 MOVE SPACES TO TIME-NET-REQT-ROW
                 MOVE WS-PLN-PART-NUMBER(PLN-IDX) TO TN-PART-NUMBER
                 MOVE WS-WEEK-SUB TO TN-WEEK-NUMBER
                 COMPUTE TN-WEEK-START-DATE = FUNCTION DATE-OF-INTEGER(
                    WS-TODAY-INT + ((WS-WEEK-SUB - 1) * 7))
                 MOVE WS-PLN-WEEKLY-DEMAND(PLN-IDX) TO TN-GROSS-DEMAND
                 MOVE WS-PLN-SUPPLY-WEEK(PLN-IDX WS-WEEK-SUB)
                    TO TN-SCHED-SUPPLY
                 COMPUTE WS-NET-BALANCE = WS-NET-BALANCE
                    + WS-PLN-SUPPLY-WEEK(PLN-IDX WS-WEEK-SUB)
                    - WS-PLN-WEEKLY-DEMAND(PLN-IDX)
                 IF WS-NET-BALANCE < 0
                    COMPUTE TN-NET-REQT = 0 - WS-NET-BALANCE
                    MOVE 0 TO WS-NET-BALANCE
                 ELSE
                    MOVE 0 TO TN-NET-REQT
                 END-IF
                 MOVE WS-NET-BALANCE TO TN-PROJ-BALANCE
                 MOVE WS-PLN-LEAD-WEEKS(PLN-IDX) TO TN-LEAD-WEEKS
                 MOVE WS-TODAYS-DATE TO TN-RUN-DATE
                 WRITE TIME-NET-REQT-ROW
                 ADD 1 TO WS-NETR-ROWS
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE TIMEPRPT-REC.
           CLOSE TIMENETR-REC.
