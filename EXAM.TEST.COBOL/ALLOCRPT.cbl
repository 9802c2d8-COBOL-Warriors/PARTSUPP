      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    ALLOCRPT.
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
      * //ONHMSTR  DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=SHR
      * //ALLOCMST DD DSN=USER66.EXAM.DEV.ALLOCMST.MASTER,DISP=SHR
      * //ALLOCPRM DD *
      *   JCL Output
      * //ALLOCRPT DD SYSOUT=*
      ***************************************************************
      * Allocation exception report off the allocation master
      * KITWORK and XFERMNT maintain.  Two sections:
      *    OVER-ALLOCATED - part/locations where the quantity
      *                     reserved to work orders and transfers
      *                     is more than the on-hand master holds
      *                     (a count or an issue took the stock
      *                     down after it was promised).  Someone
      *                     has to decide which document waits.
      *    AGED           - allocations older than the age limit,
      *                     the work orders and transfers sitting
      *                     on stock nobody has built or shipped.
      *
      * The age limit is days, keyed in columns 1-3 of the optional
      * ALLOCPRM card (e.g. 014).  No card, or a card that isn't
      * numeric, runs the standard 30 days.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONHAND-MSTR   ASSIGN TO ONHMSTR.
           SELECT ALLOC-MSTR    ASSIGN TO ALLOCMST.
           SELECT ALLOCPRM-REC  ASSIGN TO ALLOCPRM
               FILE STATUS IS WS-ALLOCPRM-FILE-STATUS.
           SELECT ALLOCRPT-REC  ASSIGN TO ALLOCRPT.

       DATA DIVISION.
       FILE SECTION.

      *    Same on-hand row ONHPOST maintains.
       FD  ONHAND-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-MSTR-REC.
       01  ONHAND-MSTR-REC.
           05  OHM-PART-NUMBER     PIC X(23).
           05  OHM-LOCATION        PIC X(04).
           05  OHM-ON-HAND-QTY     PIC S9(7).
           05  OHM-LAST-COUNT-DATE PIC 9(08).
           05  FILLER              PIC X(38).

      *    Same allocation row XFERMNT and KITWORK maintain.
       FD  ALLOC-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOC-MSTR-REC.
       01  ALLOC-MSTR-REC.
           05  ALM-PART-NUMBER     PIC X(23).
           05  ALM-LOCATION        PIC X(04).
           05  ALM-SOURCE          PIC X(01).
               88 ALM-WORK-ORDER            VALUE 'W'.
               88 ALM-TRANSFER              VALUE 'T'.
           05  ALM-DOC-ID          PIC X(08).
           05  ALM-QTY             PIC S9(7).
           05  ALM-ALLOC-DATE      PIC 9(08).
           05  FILLER              PIC X(29).

      *    Run control card - the age limit in days.
       FD  ALLOCPRM-REC
           DATA RECORD IS ALLOCPRM-RECORD.
       01  ALLOCPRM-RECORD.
           05  APM-AGE-DAYS        PIC X(03).
           05  FILLER              PIC X(77).

       FD  ALLOCRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOCRPT-RECORD.
       01  ALLOCRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-ALLOCPRM-FILE-STATUS       PIC X(02)      VALUE SPACES.

       01  WS-OH-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-ONHAND-TABLE.
           05  WS-OH-ENTRY OCCURS 2000 TIMES
                  INDEXED BY OH-IDX.
               10 WS-OH-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-OH-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-OH-ON-HAND-QTY      PIC S9(7)      VALUE 0.

      *    Allocated quantity summed by part/location, with the
      *    number of documents holding it.
       01  WS-AS-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-ALLOC-SUM-TABLE.
           05  WS-AS-ENTRY OCCURS 3000 TIMES
                  INDEXED BY AS-IDX.
               10 WS-AS-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-AS-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-AS-ALLOC-QTY        PIC S9(9)      VALUE 0.
               10 WS-AS-DOC-COUNT        PIC 9(05)      VALUE 0.

      *    Allocations past the age limit, in master order.
       01  WS-AG-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-AGED-TABLE.
           05  WS-AG-ENTRY OCCURS 3000 TIMES
                  INDEXED BY AG-IDX.
               10 WS-AG-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-AG-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-AG-SOURCE           PIC X(01)      VALUE SPACES.
               10 WS-AG-DOC-ID           PIC X(08)      VALUE SPACES.
               10 WS-AG-QTY              PIC S9(7)      VALUE 0.
               10 WS-AG-ALLOC-DATE       PIC 9(08)      VALUE 0.
               10 WS-AG-DAYS             PIC 9(05)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ALLOCS-READ             PIC 9(05)      VALUE 0.
           05 WS-OVER-COUNT              PIC 9(05)      VALUE 0.
           05 WS-OVER-QTY                PIC S9(9)      VALUE 0.
           05 WS-AGED-QTY                PIC S9(9)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-ON-HAND-QTY                PIC S9(9)      VALUE 0.
       01  WS-OVER-BY-QTY                PIC S9(9)      VALUE 0.
       01  WS-AGE-DAYS                   PIC 9(03)      VALUE 30.
       01  WS-ALLOC-AGE                  PIC S9(7)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  ONHMSTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  ALLOCMST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-ALLOCS                            VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(33)      VALUE
               'ALLOCATION EXCEPTIONS - AS OF '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(13)      VALUE
               ' - AGE LIMIT '.
           05  RHD-AGE-DAYS        PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(05)      VALUE ' DAYS'.
           05  FILLER              PIC X(70)      VALUE SPACES.

       01  WS-SECTION-LINE.
           05  RSL-TITLE           PIC X(50)      VALUE SPACES.
           05  FILLER              PIC X(82)      VALUE SPACES.

       01  WS-OVER-COLUMN-LINE.
           05  FILLER              PIC X(28)      VALUE
               '    PART NUMBER            '.
           05  FILLER              PIC X(05)      VALUE 'LOC  '.
           05  FILLER              PIC X(12)      VALUE
               '   ON HAND  '.
           05  FILLER              PIC X(12)      VALUE
               ' ALLOCATED  '.
           05  FILLER              PIC X(13)      VALUE
               '  OVER BY    '.
           05  FILLER              PIC X(05)      VALUE 'DOCS '.
           05  FILLER              PIC X(57)      VALUE SPACES.

       01  WS-OVER-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  ROD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  ROD-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  ROD-ON-HAND-QTY     PIC Z,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ROD-ALLOC-QTY       PIC Z,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ROD-OVER-QTY        PIC Z,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  ROD-DOC-COUNT       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(57)      VALUE SPACES.

       01  WS-AGED-COLUMN-LINE.
           05  FILLER              PIC X(28)      VALUE
               '    PART NUMBER            '.
           05  FILLER              PIC X(05)      VALUE 'LOC  '.
           05  FILLER              PIC X(11)      VALUE
               'FOR        '.
           05  FILLER              PIC X(09)      VALUE 'DOCUMENT '.
           05  FILLER              PIC X(11)      VALUE
               ' ALLOCATED '.
           05  FILLER              PIC X(09)      VALUE 'SINCE    '.
           05  FILLER              PIC X(05)      VALUE ' AGE '.
           05  FILLER              PIC X(54)      VALUE SPACES.

       01  WS-AGED-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RAD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RAD-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RAD-SOURCE          PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RAD-DOC-ID          PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RAD-QTY             PIC Z,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RAD-ALLOC-DATE      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RAD-DAYS            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(05)      VALUE ' DAYS'.
           05  FILLER              PIC X(49)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  RTL-TITLE           PIC X(20)      VALUE SPACES.
           05  RTL-COUNT           PIC ZZZZ9      VALUE ZERO.
           05  RTL-COUNT-TEXT      PIC X(08)      VALUE SPACES.
           05  RTL-QTY             PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  RTL-QTY-TEXT        PIC X(11)      VALUE SPACES.
           05  FILLER              PIC X(76)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-AGE-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-ONHAND.
           PERFORM 400-LOAD-ALLOCATIONS UNTIL NO-MORE-ALLOCS.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-PRINT-OVER-ALLOCATED.
           PERFORM 700-PRINT-AGED.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'ALLOCRPT COMPLETE - ALLOCATIONS READ: '
              WS-ALLOCS-READ
              ' OVER-ALLOCATED: ' WS-OVER-COUNT
              ' AGED: ' WS-AG-COUNT
              ' AGE LIMIT DAYS: ' WS-AGE-DAYS.
           GOBACK.

       000-INIT.
           INITIALIZE WS-OH-COUNT.
           INITIALIZE WS-ONHAND-TABLE.
           INITIALIZE WS-AS-COUNT.
           INITIALIZE WS-ALLOC-SUM-TABLE.
           INITIALIZE WS-AG-COUNT.
           INITIALIZE WS-AGED-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 30 TO WS-AGE-DAYS.
           MOVE 'N' TO ONHMSTR-EOF.
           MOVE 'N' TO ALLOCMST-EOF.

      *    A missing card, or columns 1-3 not numeric, leaves the
      *    standard age limit.
       050-READ-AGE-CARD.
           OPEN INPUT ALLOCPRM-REC
           IF WS-ALLOCPRM-FILE-STATUS = '00'
              READ ALLOCPRM-REC
                 AT END MOVE SPACES TO ALLOCPRM-RECORD
              END-READ
              IF APM-AGE-DAYS NUMERIC
                 MOVE APM-AGE-DAYS TO WS-AGE-DAYS
              ELSE
                 DISPLAY 'ALLOCRPT AGE CARD NOT NUMERIC - USING '
                    WS-AGE-DAYS ' DAYS'
              END-IF
              CLOSE ALLOCPRM-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT ONHAND-MSTR.
           OPEN INPUT ALLOC-MSTR.
           OPEN OUTPUT ALLOCRPT-REC.
           READ ALLOC-MSTR
              AT END MOVE 'Y' TO ALLOCMST-EOF
           END-READ.

       200-WRITE-HEADING.
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE.
           MOVE WS-AGE-DAYS TO RHD-AGE-DAYS.
           WRITE ALLOCRPT-RECORD FROM WS-RPT-HEADING.

       300-LOAD-ONHAND.
           READ ONHAND-MSTR
              AT END MOVE 'Y' TO ONHMSTR-EOF
           END-READ
           PERFORM VARYING OH-IDX FROM 1 BY 1
              UNTIL NO-MORE-ONHAND OR OH-IDX > 2000
                 MOVE OHM-PART-NUMBER TO WS-OH-PART-NUMBER(OH-IDX)
                 MOVE OHM-LOCATION    TO WS-OH-LOCATION(OH-IDX)
                 MOVE OHM-ON-HAND-QTY TO WS-OH-ON-HAND-QTY(OH-IDX)
                 SET WS-OH-COUNT TO OH-IDX
                 READ ONHAND-MSTR
                    AT END MOVE 'Y' TO ONHMSTR-EOF
                 END-READ
           END-PERFORM
           .

      *    Every row sums into its part/location; a row allocated
      *    more than the age limit ago is also kept for the aged
      *    section.
       400-LOAD-ALLOCATIONS.
           ADD 1 TO WS-ALLOCS-READ
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING AS-IDX FROM 1 BY 1
              UNTIL AS-IDX > WS-AS-COUNT OR ENTRY-FOUND
                 IF WS-AS-PART-NUMBER(AS-IDX) = ALM-PART-NUMBER
                    AND WS-AS-LOCATION(AS-IDX) = ALM-LOCATION
                    MOVE 'Y' TO WS-FOUND-FLAG
                    ADD ALM-QTY TO WS-AS-ALLOC-QTY(AS-IDX)
                    ADD 1 TO WS-AS-DOC-COUNT(AS-IDX)
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-AS-COUNT >= 3000
                 DISPLAY 'ALLOCRPT TABLE FULL - NOT SUMMED: '
                    ALM-PART-NUMBER '/' ALM-LOCATION
              ELSE
                 ADD 1 TO WS-AS-COUNT
                 MOVE ALM-PART-NUMBER
                    TO WS-AS-PART-NUMBER(WS-AS-COUNT)
                 MOVE ALM-LOCATION TO WS-AS-LOCATION(WS-AS-COUNT)
                 MOVE ALM-QTY TO WS-AS-ALLOC-QTY(WS-AS-COUNT)
                 MOVE 1 TO WS-AS-DOC-COUNT(WS-AS-COUNT)
              END-IF
           END-IF
           IF ALM-ALLOC-DATE NUMERIC
              AND ALM-ALLOC-DATE NOT = 0
              COMPUTE WS-ALLOC-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                 - FUNCTION INTEGER-OF-DATE(ALM-ALLOC-DATE)
              IF WS-ALLOC-AGE > WS-AGE-DAYS
                 AND WS-AG-COUNT < 3000
                 ADD 1 TO WS-AG-COUNT
                 MOVE ALM-PART-NUMBER
                    TO WS-AG-PART-NUMBER(WS-AG-COUNT)
                 MOVE ALM-LOCATION TO WS-AG-LOCATION(WS-AG-COUNT)
                 MOVE ALM-SOURCE TO WS-AG-SOURCE(WS-AG-COUNT)
                 MOVE ALM-DOC-ID TO WS-AG-DOC-ID(WS-AG-COUNT)
                 MOVE ALM-QTY TO WS-AG-QTY(WS-AG-COUNT)
                 MOVE ALM-ALLOC-DATE
                    TO WS-AG-ALLOC-DATE(WS-AG-COUNT)
                 MOVE WS-ALLOC-AGE TO WS-AG-DAYS(WS-AG-COUNT)
                 ADD ALM-QTY TO WS-AGED-QTY
              END-IF
           END-IF
           READ ALLOC-MSTR
              AT END MOVE 'Y' TO ALLOCMST-EOF
           END-READ
           .

      *    A part/location missing from the on-hand master has
      *    nothing to cover its allocation - all of it is over.
       600-PRINT-OVER-ALLOCATED.
           MOVE SPACES TO ALLOCRPT-RECORD
           WRITE ALLOCRPT-RECORD
           MOVE 'OVER-ALLOCATED - RESERVED EXCEEDS ON HAND'
              TO RSL-TITLE
           WRITE ALLOCRPT-RECORD FROM WS-SECTION-LINE
           WRITE ALLOCRPT-RECORD FROM WS-OVER-COLUMN-LINE
           PERFORM VARYING AS-IDX FROM 1 BY 1
              UNTIL AS-IDX > WS-AS-COUNT
                 MOVE 0 TO WS-ON-HAND-QTY
                 PERFORM VARYING OH-IDX FROM 1 BY 1
                    UNTIL OH-IDX > WS-OH-COUNT
                       IF WS-OH-PART-NUMBER(OH-IDX) =
                          WS-AS-PART-NUMBER(AS-IDX)
                          AND WS-OH-LOCATION(OH-IDX) =
                          WS-AS-LOCATION(AS-IDX)
                          MOVE WS-OH-ON-HAND-QTY(OH-IDX)
                             TO WS-ON-HAND-QTY
                       END-IF
                 END-PERFORM
                 IF WS-AS-ALLOC-QTY(AS-IDX) > WS-ON-HAND-QTY
                    PERFORM 610-PRINT-OVER-LINE
                 END-IF
           END-PERFORM
           .

       610-PRINT-OVER-LINE.
           COMPUTE WS-OVER-BY-QTY =
              WS-AS-ALLOC-QTY(AS-IDX) - WS-ON-HAND-QTY
           ADD 1 TO WS-OVER-COUNT
           ADD WS-OVER-BY-QTY TO WS-OVER-QTY
           MOVE WS-AS-PART-NUMBER(AS-IDX) TO ROD-PART-NUMBER
           MOVE WS-AS-LOCATION(AS-IDX)    TO ROD-LOCATION
           MOVE WS-ON-HAND-QTY            TO ROD-ON-HAND-QTY
           MOVE WS-AS-ALLOC-QTY(AS-IDX)   TO ROD-ALLOC-QTY
           MOVE WS-OVER-BY-QTY            TO ROD-OVER-QTY
           MOVE WS-AS-DOC-COUNT(AS-IDX)   TO ROD-DOC-COUNT
           WRITE ALLOCRPT-RECORD FROM WS-OVER-DETAIL
           .

       700-PRINT-AGED.
           MOVE SPACES TO ALLOCRPT-RECORD
           WRITE ALLOCRPT-RECORD
           MOVE 'AGED - ALLOCATED LONGER THAN THE AGE LIMIT'
              TO RSL-TITLE
           WRITE ALLOCRPT-RECORD FROM WS-SECTION-LINE
           WRITE ALLOCRPT-RECORD FROM WS-AGED-COLUMN-LINE
           PERFORM VARYING AG-IDX FROM 1 BY 1
              UNTIL AG-IDX > WS-AG-COUNT
                 MOVE WS-AG-PART-NUMBER(AG-IDX) TO RAD-PART-NUMBER
                 MOVE WS-AG-LOCATION(AG-IDX)    TO RAD-LOCATION
                 EVALUATE WS-AG-SOURCE(AG-IDX)
                    WHEN 'W'
                       MOVE 'WORK ORDER' TO RAD-SOURCE
                    WHEN 'T'
                       MOVE 'TRANSFER' TO RAD-SOURCE
                    WHEN OTHER
                       MOVE WS-AG-SOURCE(AG-IDX) TO RAD-SOURCE
                 END-EVALUATE
                 MOVE WS-AG-DOC-ID(AG-IDX)      TO RAD-DOC-ID
                 MOVE WS-AG-QTY(AG-IDX)         TO RAD-QTY
                 MOVE WS-AG-ALLOC-DATE(AG-IDX)  TO RAD-ALLOC-DATE
                 MOVE WS-AG-DAYS(AG-IDX)        TO RAD-DAYS
                 WRITE ALLOCRPT-RECORD FROM WS-AGED-DETAIL
           END-PERFORM
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO ALLOCRPT-RECORD
           WRITE ALLOCRPT-RECORD
           MOVE 'OVER-ALLOCATED:' TO RTL-TITLE
           MOVE WS-OVER-COUNT TO RTL-COUNT
           MOVE ' ROWS  ' TO RTL-COUNT-TEXT
           MOVE WS-OVER-QTY TO RTL-QTY
           MOVE ' SHORT' TO RTL-QTY-TEXT
           WRITE ALLOCRPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'AGED ALLOCATIONS:' TO RTL-TITLE
           MOVE WS-AG-COUNT TO RTL-COUNT
           MOVE ' ROWS  ' TO RTL-COUNT-TEXT
           MOVE WS-AGED-QTY TO RTL-QTY
           MOVE ' RESERVED' TO RTL-QTY-TEXT
           WRITE ALLOCRPT-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE ONHAND-MSTR.
           CLOSE ALLOC-MSTR.
           CLOSE ALLOCRPT-REC.
