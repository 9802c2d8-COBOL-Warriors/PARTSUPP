      * //CNTSHEET DD DSN=USER66.EXAM.DEV.CYCCOUNT.SHEETS,
      * //            DISP=(,CATLG)
      * //CYCCRPT  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Count sheets print bin addresses - one sheet line per bin
      *   holding the part at the location, off the bin-level
      *   on-hand BINMAINT and PUTAWAY keep.  A part with no bin
      *   stock prints one line with no bin.
      *   JCL Input
      * //BSTKMSTR DD DSN=USER66.EXAM.DEV.BINSTOCK.MASTER,DISP=SHR
      ***************************************************************
      * Cycle-count schedule generator with ABC classification - the
      * on-hand master posted from receipts has never once been
       FILE-CONTROL.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT ONHAND-OLD    ASSIGN TO ONHOLD.
           SELECT BSTK-MSTR     ASSIGN TO BSTKMSTR
               FILE STATUS IS WS-BSTKMSTR-FILE-STATUS.
           SELECT CNTSHEET-REC  ASSIGN TO CNTSHEET.
           SELECT CYCCRPT-REC   ASSIGN TO CYCCRPT.

           05  OHO-LAST-COUNT-DATE PIC 9(08).
           05  FILLER              PIC X(38).

      *    Same bin-level on-hand row BINMAINT maintains.
       FD  BSTK-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BSTK-MSTR-REC.
       01  BSTK-MSTR-REC.
           05  BSM-PART-NUMBER     PIC X(23).
           05  BSM-LOCATION        PIC X(04).
           05  BSM-BIN-ADDRESS     PIC X(08).
           05  BSM-ON-HAND-QTY     PIC S9(7).
           05  BSM-LAST-MOVE-DATE  PIC 9(08).
           05  FILLER              PIC X(30).

      *    One count-sheet line per part/location/bin due - the book
      *    quantity is NOT printed, a blind count is the point.
       FD  CNTSHEET-REC
           RECORDING MODE F
           05  CS-LOCATION         PIC X(04).
           05  CS-ABC-CLASS        PIC X(01).
           05  CS-SHEET-DATE       PIC 9(08).
           05  CS-BIN-ADDRESS      PIC X(08).
           05  FILLER              PIC X(36).

       FD  CYCCRPT-REC
           RECORDING MODE F
               10 WS-PRT-RECEIVED-AMT    PIC S9(11)V99  VALUE 0.
               10 WS-PRT-ABC-CLASS       PIC X(01)      VALUE SPACES.

       01  WS-BSTKMSTR-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    Bin-level on-hand, for the bin addresses on the sheets.
       01  WS-BS-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-BIN-STOCK-TABLE.
           05  WS-BS-ENTRY OCCURS 4000 TIMES
                  INDEXED BY BS-IDX.
               10 WS-BS-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-BS-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-BS-BIN-ADDRESS      PIC X(08)      VALUE SPACES.
               10 WS-BS-ON-HAND-QTY      PIC S9(7)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-SHEETS-WRITTEN          PIC 9(05)      VALUE 0.
           05 WS-A-COUNT                 PIC 9(05)      VALUE 0.
       01  WS-SORT-PASS-LIMIT            PIC 9(05)      VALUE 0.
       01  WS-SORT-COMPARE-LIMIT         PIC 9(05)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-BIN-LINES                  PIC 9(03)      VALUE 0.
       01  WS-SHEET-BIN-ADDRESS          PIC X(08)      VALUE SPACES.

       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  ONHOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  BSTKMSTR-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-BIN-STOCK                         VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'CYCLE COUNT SCHEDULE - SHEETS DEALT THIS RUN'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  CCD-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  CCD-BIN-ADDRESS     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  CCD-ABC-CLASS       PIC X(01)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  CCD-LAST-COUNT      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  CCD-REMARK          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(53)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-SUM-PART-DOLLARS UNTIL NO-MORE-OLD-MASTER.
           PERFORM 500-RANK-AND-CLASSIFY.
           PERFORM 550-LOAD-BIN-STOCK.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-DEAL-COUNT-SHEETS UNTIL NO-MORE-ONHAND.
           PERFORM 1000-CLOSE-END.
       000-INIT.
           INITIALIZE WS-PRT-COUNT.
           INITIALIZE WS-PART-DOLLAR-TABLE.
           INITIALIZE WS-BS-COUNT.
           INITIALIZE WS-BIN-STOCK-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO ONHOLD-EOF.
           MOVE 'N' TO BSTKMSTR-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           END-PERFORM
           .

      *    No bin-stock master (FILE STATUS not '00') means no
      *    bins are set up yet - the sheets print without bins.
       550-LOAD-BIN-STOCK.
           OPEN INPUT BSTK-MSTR
           IF WS-BSTKMSTR-FILE-STATUS = '00'
              READ BSTK-MSTR
                 AT END MOVE 'Y' TO BSTKMSTR-EOF
              END-READ
              PERFORM VARYING BS-IDX FROM 1 BY 1
                 UNTIL NO-MORE-BIN-STOCK OR BS-IDX > 4000
                    MOVE BSM-PART-NUMBER
                       TO WS-BS-PART-NUMBER(BS-IDX)
                    MOVE BSM-LOCATION TO WS-BS-LOCATION(BS-IDX)
                    MOVE BSM-BIN-ADDRESS
                       TO WS-BS-BIN-ADDRESS(BS-IDX)
                    MOVE BSM-ON-HAND-QTY
                       TO WS-BS-ON-HAND-QTY(BS-IDX)
                    SET WS-BS-COUNT TO BS-IDX
                    READ BSTK-MSTR
                       AT END MOVE 'Y' TO BSTKMSTR-EOF
                    END-READ
              END-PERFORM
              CLOSE BSTK-MSTR
           END-IF
           .

      *    A part is due when its last count is older than its
      *    class allows - A every 7 days, B every 30, C every 90,
      *    never-counted always due.  A part on the shelf with no
                 - FUNCTION INTEGER-OF-DATE(OHO-LAST-COUNT-DATE)
           END-IF
           IF WS-DAYS-SINCE-COUNT > WS-DUE-DAYS
              MOVE 0 TO WS-BIN-LINES
              PERFORM VARYING BS-IDX FROM 1 BY 1
                 UNTIL BS-IDX > WS-BS-COUNT
                    IF WS-BS-PART-NUMBER(BS-IDX) = OHO-PART-NUMBER
                       AND WS-BS-LOCATION(BS-IDX) = OHO-LOCATION
                       AND WS-BS-ON-HAND-QTY(BS-IDX) NOT = 0
                       MOVE WS-BS-BIN-ADDRESS(BS-IDX)
                          TO WS-SHEET-BIN-ADDRESS
                       PERFORM 610-WRITE-SHEET-LINE
                    END-IF
              END-PERFORM
              IF WS-BIN-LINES = 0
                 MOVE SPACES TO WS-SHEET-BIN-ADDRESS
                 PERFORM 610-WRITE-SHEET-LINE
              END-IF
              ADD 1 TO WS-SHEETS-WRITTEN
              EVALUATE WS-PART-CLASS
                 WHEN 'A'
                 WHEN OTHER
                    ADD 1 TO WS-C-COUNT
              END-EVALUATE
           END-IF
           READ ONHAND-OLD
              AT END MOVE 'Y' TO ONHOLD-EOF
           END-READ
           .

      *    One sheet line and one report line for bin WS-SHEET-
      *    BIN-ADDRESS - no bin is stock staged at the location, or
      *    a part with no bin stock on file at all.
       610-WRITE-SHEET-LINE.
           ADD 1 TO WS-BIN-LINES
           MOVE SPACES TO CNTSHEET-RECORD
           MOVE OHO-PART-NUMBER TO CS-PART-NUMBER
           MOVE OHO-LOCATION    TO CS-LOCATION
           MOVE WS-PART-CLASS   TO CS-ABC-CLASS
           MOVE WS-TODAYS-DATE  TO CS-SHEET-DATE
           MOVE WS-SHEET-BIN-ADDRESS TO CS-BIN-ADDRESS
           WRITE CNTSHEET-RECORD
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE OHO-PART-NUMBER TO CCD-PART-NUMBER
           MOVE OHO-LOCATION    TO CCD-LOCATION
           MOVE WS-SHEET-BIN-ADDRESS TO CCD-BIN-ADDRESS
           MOVE WS-PART-CLASS   TO CCD-ABC-CLASS
           MOVE OHO-LAST-COUNT-DATE TO CCD-LAST-COUNT
           EVALUATE TRUE
              WHEN OHO-LAST-COUNT-DATE = 0
                 AND WS-SHEET-BIN-ADDRESS = SPACES
                 MOVE 'NEVER COUNTED - NO BIN ON FILE' TO CCD-REMARK
              WHEN OHO-LAST-COUNT-DATE = 0
                 MOVE 'NEVER COUNTED' TO CCD-REMARK
              WHEN WS-SHEET-BIN-ADDRESS = SPACES
                 MOVE 'NO BIN ON FILE' TO CCD-REMARK
           END-EVALUATE
           WRITE CYCCRPT-RECORD FROM WS-RPT-DETAIL
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE ONHAND-OLD.
