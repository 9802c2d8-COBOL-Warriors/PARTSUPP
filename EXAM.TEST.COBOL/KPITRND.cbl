      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    KPITRND.
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
      * //KPIHIST  DD DSN=USER66.EXAM.DEV.KPISNAP.KPIHIST,DISP=SHR
      * //KPITARG  DD DSN=USER66.EXAM.DEV.KPITRND.TARGETS,DISP=SHR
      *   JCL Output
      * //KPITRPT  DD SYSOUT=*
      ***************************************************************
      * Procurement KPI trend against target.  Reads back the
      * KPIHIST trail KPISNAP appends to each night and prints,
      * for every KPI on it:
      *
      *   - today's value against its target, flagged BREACH when
      *     today's snapshot missed the target (first section, so
      *     the morning's problems are on page one), and
      *   - the last 13 weeks, one row per week ending today,
      *     today-7, ... today-84, carrying the latest snapshot
      *     taken in that week (a same-day rerun replaces the
      *     earlier row, as the trail is in run order).
      *
      * KPITARG is the optional target parameter file, one row per
      * KPI: code in columns 1-8, target in 9-21 (S9(11)V99, zoned),
      * and direction in 22 - 'H' when the KPI should be at least
      * the target (on-time %, fill rate, turns), 'L' when it
      * should be at most the target (overdue value, exceptions,
      * stockouts).  A KPI with no target row prints NO TARGET and
      * is never flagged.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KPIHIST-REC   ASSIGN TO KPIHIST
               FILE STATUS IS WS-KPIHIST-FILE-STATUS.
           SELECT KPITARG-REC   ASSIGN TO KPITARG
               FILE STATUS IS WS-KPITARG-FILE-STATUS.
           SELECT KPITRPT-REC   ASSIGN TO KPITRPT.

       DATA DIVISION.
       FILE SECTION.

      *    KPI history trail.  See KPIHIST.cpy.
       FD  KPIHIST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KPI-HISTORY-ROW.
           COPY 'KPIHIST'.

       FD  KPITARG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KPITARG-RECORD.
       01  KPITARG-RECORD.
           05  KT-KPI-CODE         PIC X(08).
           05  KT-TARGET           PIC S9(11)V99.
           05  KT-DIRECTION        PIC X(01).
               88 KT-AT-MOST                      VALUE 'L'.
           05  FILLER              PIC X(58).

       FD  KPITRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KPITRPT-RECORD.
       01  KPITRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-KPIHIST-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-KPITARG-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-TODAY-INT                  PIC S9(09)     VALUE 0.
       01  WS-DATE-INT                   PIC S9(09)     VALUE 0.
       01  WS-DAYS-AGO                   PIC S9(09)     VALUE 0.
       01  WS-WEEK-NO                    PIC 9(02)      VALUE 0.
       01  WS-TREND-WEEKS                PIC 9(02)      VALUE 13.

      *    One entry per KPI code on the trail, in the order first
      *    seen - KPISNAP writes them in a fixed order, so the report
      *    follows it.  Week 1 is the week ending today.
       01  WS-KPI-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-KPI-TABLE.
           05  WS-KPI-ENTRY OCCURS 50 TIMES
                  INDEXED BY KPI-IDX.
               10 WS-KPI-CODE            PIC X(08)      VALUE SPACES.
               10 WS-KPI-NAME            PIC X(30)      VALUE SPACES.
               10 WS-KPI-TARGET          PIC S9(11)V99  VALUE 0.
               10 WS-KPI-DIRECTION       PIC X(01)      VALUE SPACE.
                  88 WS-KPI-AT-MOST                     VALUE 'L'.
               10 WS-KPI-TARGET-FLAG     PIC X(01)      VALUE 'N'.
                  88 WS-KPI-HAS-TARGET                  VALUE 'Y'.
               10 WS-KPI-WEEK OCCURS 13 TIMES
                     INDEXED BY WK-IDX.
                  15 WS-WK-SNAP-DATE     PIC 9(08)      VALUE 0.
                  15 WS-WK-VALUE         PIC S9(11)V99  VALUE 0.

      *    Targets read before the trail, matched up afterward.
       01  WS-TGT-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-TGT-TABLE.
           05  WS-TGT-ENTRY OCCURS 50 TIMES
                  INDEXED BY TGT-IDX.
               10 WS-TGT-KPI-CODE        PIC X(08)      VALUE SPACES.
               10 WS-TGT-TARGET          PIC S9(11)V99  VALUE 0.
               10 WS-TGT-DIRECTION       PIC X(01)      VALUE SPACE.

       01  WS-ROWS-READ                  PIC 9(07)      VALUE 0.
       01  WS-ROWS-IN-WINDOW             PIC 9(07)      VALUE 0.
       01  WS-BREACH-COUNT               PIC 9(03)      VALUE 0.
       01  WS-CHECK-VALUE                PIC S9(11)V99  VALUE 0.
       01  WS-STATUS-TEXT                PIC X(17)      VALUE SPACES.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(03)      VALUE 0.

       01  KPIHIST-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-KPIHIST                           VALUE 'Y'.
       01  KPITARG-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-KPITARG                           VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(40)      VALUE
               'PROCUREMENT KPI TREND AGAINST TARGET - A'.
           05  FILLER              PIC X(05)      VALUE 'S OF '.
           05  RPH-TODAY           PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(79)      VALUE SPACES.

       01  WS-RPT-SECTION-1.
           05  FILLER              PIC X(40)      VALUE
               'TODAY AGAINST TARGET                    '.
           05  FILLER              PIC X(92)      VALUE SPACES.

       01  WS-RPT-COLUMNS-1.
           05  FILLER              PIC X(40)      VALUE
               'KPI       NAME                          '.
           05  FILLER              PIC X(40)      VALUE
               '                VALUE               TARG'.
           05  FILLER              PIC X(40)      VALUE
               'ET  DIR  STATUS                         '.
           05  FILLER              PIC X(12)      VALUE SPACES.

       01  WS-RPT-TODAY-LINE.
           05  RPT-KPI-CODE        PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPT-KPI-NAME        PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPT-VALUE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                                  VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPT-TARGET          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                                  VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPT-DIRECTION       PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  RPT-STATUS          PIC X(17)      VALUE SPACES.
           05  FILLER              PIC X(26)      VALUE SPACES.

       01  WS-RPT-SECTION-2.
           05  FILLER              PIC X(40)      VALUE
               'LAST 13 WEEKS BY KPI - WEEK ENDING DATES'.
           05  FILLER              PIC X(40)      VALUE
               ' RUN BACK FROM TODAY IN STEPS OF 7 DAYS '.
           05  FILLER              PIC X(52)      VALUE SPACES.

       01  WS-RPT-KPI-BREAK.
           05  RPB-KPI-CODE        PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPB-KPI-NAME        PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE '  TARGET: '.
           05  RPB-TARGET          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                                  VALUE ZERO.
           05  RPB-TARGET-NONE     REDEFINES RPB-TARGET
                                   PIC X(19).
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPB-DIRECTION       PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(53)      VALUE SPACES.

       01  WS-RPT-COLUMNS-2.
           05  FILLER              PIC X(40)      VALUE
               '    WEEK ENDING  SNAPSHOT               '.
           05  FILLER              PIC X(40)      VALUE
               ' VALUE  STATUS                          '.
           05  FILLER              PIC X(52)      VALUE SPACES.

       01  WS-RPT-WEEK-LINE.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RPW-WEEK-ENDING     PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(05)      VALUE SPACES.
           05  RPW-SNAP-DATE       PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPW-VALUE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                                  VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPW-STATUS          PIC X(17)      VALUE SPACES.
           05  FILLER              PIC X(67)      VALUE SPACES.

       01  WS-RPT-BLANK                  PIC X(132)     VALUE SPACES.

       01  WS-RPT-TRAILER.
           05  FILLER              PIC X(40)      VALUE
               'KPIS BREACHING TARGET TODAY:            '.
           05  RPX-BREACH-COUNT    PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(89)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-TARGETS.
           PERFORM 300-LOAD-KPI-HISTORY.
           PERFORM 350-APPLY-TARGETS.
           PERFORM 400-PRINT-TODAY.
           PERFORM 500-PRINT-TREND.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'KPITRND COMPLETE - HISTORY ROWS READ: '
              WS-ROWS-READ
              ' KPIS BREACHING TODAY: ' WS-BREACH-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-KPI-COUNT.
           INITIALIZE WS-KPI-TABLE.
           INITIALIZE WS-TGT-COUNT.
           INITIALIZE WS-TGT-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE).
           MOVE 'N' TO KPIHIST-EOF.
           MOVE 'N' TO KPITARG-EOF.

       100-OPEN-FILES.
           OPEN OUTPUT KPITRPT-REC.
           MOVE WS-TODAYS-DATE TO RPH-TODAY
           WRITE KPITRPT-RECORD FROM WS-RPT-HEADING.

       200-LOAD-TARGETS.
           OPEN INPUT KPITARG-REC
           IF WS-KPITARG-FILE-STATUS = '00'
              READ KPITARG-REC
                 AT END MOVE 'Y' TO KPITARG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-KPITARG
                 IF KT-KPI-CODE NOT = SPACES
                    AND KT-TARGET IS NUMERIC
                    IF WS-TGT-COUNT < 50
                       ADD 1 TO WS-TGT-COUNT
                       SET TGT-IDX TO WS-TGT-COUNT
                       MOVE KT-KPI-CODE TO WS-TGT-KPI-CODE(TGT-IDX)
                       MOVE KT-TARGET TO WS-TGT-TARGET(TGT-IDX)
                       IF KT-AT-MOST
                          MOVE 'L' TO WS-TGT-DIRECTION(TGT-IDX)
                       ELSE
                          MOVE 'H' TO WS-TGT-DIRECTION(TGT-IDX)
                       END-IF
                    ELSE
                       DISPLAY 'KPITRND TARGET TABLE FULL: '
                          KT-KPI-CODE
                    END-IF
                 ELSE
                    DISPLAY 'KPITRND TARGET ROW IGNORED: '
                       KPITARG-RECORD(1:22)
                 END-IF
                 READ KPITARG-REC
                    AT END MOVE 'Y' TO KPITARG-EOF
                 END-READ
              END-PERFORM
              CLOSE KPITARG-REC
           END-IF
           .

      *    Only rows snapped in the last 13 weeks count; within a
      *    week the latest snapshot wins, and a later row for the
      *    same date (a rerun) replaces the earlier one.
       300-LOAD-KPI-HISTORY.
           OPEN INPUT KPIHIST-REC
           IF WS-KPIHIST-FILE-STATUS = '00'
              READ KPIHIST-REC
                 AT END MOVE 'Y' TO KPIHIST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-KPIHIST
                 ADD 1 TO WS-ROWS-READ
                 IF KH-SNAP-DATE IS NUMERIC
                    AND KH-SNAP-DATE > 0
                    AND KH-SNAP-DATE NOT > WS-TODAYS-DATE
                    AND KH-KPI-VALUE IS NUMERIC
                    PERFORM 310-POST-KPI-ROW
                 END-IF
                 READ KPIHIST-REC
                    AT END MOVE 'Y' TO KPIHIST-EOF
                 END-READ
              END-PERFORM
              CLOSE KPIHIST-REC
           ELSE
              DISPLAY 'KPITRND NO KPI HISTORY - STATUS '
                 WS-KPIHIST-FILE-STATUS
           END-IF
           .

       310-POST-KPI-ROW.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(KH-SNAP-DATE)
           COMPUTE WS-DAYS-AGO = WS-TODAY-INT - WS-DATE-INT
           IF WS-DAYS-AGO >= 0
              AND WS-DAYS-AGO < WS-TREND-WEEKS * 7
              ADD 1 TO WS-ROWS-IN-WINDOW
              COMPUTE WS-WEEK-NO = WS-DAYS-AGO / 7 + 1
              PERFORM 320-FIND-OR-ADD-KPI
              IF WS-SLOT > 0
                 MOVE KH-KPI-NAME TO WS-KPI-NAME(WS-SLOT)
                 IF KH-SNAP-DATE NOT <
                    WS-WK-SNAP-DATE(WS-SLOT, WS-WEEK-NO)
                    MOVE KH-SNAP-DATE
                       TO WS-WK-SNAP-DATE(WS-SLOT, WS-WEEK-NO)
                    MOVE KH-KPI-VALUE
                       TO WS-WK-VALUE(WS-SLOT, WS-WEEK-NO)
                 END-IF
              END-IF
           END-IF
           .

       320-FIND-OR-ADD-KPI.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING KPI-IDX FROM 1 BY 1
              UNTIL KPI-IDX > WS-KPI-COUNT OR ENTRY-FOUND
                 IF WS-KPI-CODE(KPI-IDX) = KH-KPI-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO KPI-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-KPI-COUNT < 50
                 ADD 1 TO WS-KPI-COUNT
                 MOVE WS-KPI-COUNT TO WS-SLOT
                 MOVE KH-KPI-CODE TO WS-KPI-CODE(WS-SLOT)
              ELSE
                 DISPLAY 'KPITRND KPI TABLE FULL: ' KH-KPI-CODE
              END-IF
           END-IF
           .

       350-APPLY-TARGETS.
           PERFORM VARYING KPI-IDX FROM 1 BY 1
              UNTIL KPI-IDX > WS-KPI-COUNT
                 PERFORM VARYING TGT-IDX FROM 1 BY 1
                    UNTIL TGT-IDX > WS-TGT-COUNT
                       IF WS-TGT-KPI-CODE(TGT-IDX) =
                          WS-KPI-CODE(KPI-IDX)
                          MOVE WS-TGT-TARGET(TGT-IDX)
                             TO WS-KPI-TARGET(KPI-IDX)
                          MOVE WS-TGT-DIRECTION(TGT-IDX)
                             TO WS-KPI-DIRECTION(KPI-IDX)
                          MOVE 'Y' TO WS-KPI-TARGET-FLAG(KPI-IDX)
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       400-PRINT-TODAY.
           WRITE KPITRPT-RECORD FROM WS-RPT-BLANK
           WRITE KPITRPT-RECORD FROM WS-RPT-SECTION-1
           WRITE KPITRPT-RECORD FROM WS-RPT-COLUMNS-1
           PERFORM VARYING KPI-IDX FROM 1 BY 1
              UNTIL KPI-IDX > WS-KPI-COUNT
                 MOVE SPACES TO WS-RPT-TODAY-LINE
                 MOVE WS-KPI-CODE(KPI-IDX) TO RPT-KPI-CODE
                 MOVE WS-KPI-NAME(KPI-IDX) TO RPT-KPI-NAME
                 SET WK-IDX TO 1
                 IF WS-KPI-HAS-TARGET(KPI-IDX)
                    MOVE WS-KPI-TARGET(KPI-IDX) TO RPT-TARGET
                    MOVE WS-KPI-DIRECTION(KPI-IDX) TO RPT-DIRECTION
                 END-IF
                 IF WS-WK-SNAP-DATE(KPI-IDX, WK-IDX) =
                    WS-TODAYS-DATE
                    MOVE WS-WK-VALUE(KPI-IDX, WK-IDX) TO RPT-VALUE
                    PERFORM 450-CHECK-TARGET
                    IF WS-STATUS-TEXT = 'BREACH'
                       ADD 1 TO WS-BREACH-COUNT
                    END-IF
                 ELSE
                    MOVE 'NO SNAPSHOT TODAY' TO WS-STATUS-TEXT
                 END-IF
                 MOVE WS-STATUS-TEXT TO RPT-STATUS
                 WRITE KPITRPT-RECORD FROM WS-RPT-TODAY-LINE
           END-PERFORM
           WRITE KPITRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-BREACH-COUNT TO RPX-BREACH-COUNT
           WRITE KPITRPT-RECORD FROM WS-RPT-TRAILER
           .

      *    WS-STATUS-TEXT for the value in (KPI-IDX, WK-IDX).
       450-CHECK-TARGET.
           MOVE WS-WK-VALUE(KPI-IDX, WK-IDX) TO WS-CHECK-VALUE
           EVALUATE TRUE
              WHEN NOT WS-KPI-HAS-TARGET(KPI-IDX)
                 MOVE 'NO TARGET' TO WS-STATUS-TEXT
              WHEN WS-KPI-AT-MOST(KPI-IDX)
                   AND WS-CHECK-VALUE > WS-KPI-TARGET(KPI-IDX)
                 MOVE 'BREACH' TO WS-STATUS-TEXT
              WHEN NOT WS-KPI-AT-MOST(KPI-IDX)
                   AND WS-CHECK-VALUE < WS-KPI-TARGET(KPI-IDX)
                 MOVE 'BREACH' TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE 'MET' TO WS-STATUS-TEXT
           END-EVALUATE
           .

      *    Oldest week first, so each block reads down to today.
       500-PRINT-TREND.
           WRITE KPITRPT-RECORD FROM WS-RPT-BLANK
           WRITE KPITRPT-RECORD FROM WS-RPT-SECTION-2
           PERFORM VARYING KPI-IDX FROM 1 BY 1
              UNTIL KPI-IDX > WS-KPI-COUNT
                 WRITE KPITRPT-RECORD FROM WS-RPT-BLANK
                 MOVE WS-KPI-CODE(KPI-IDX) TO RPB-KPI-CODE
                 MOVE WS-KPI-NAME(KPI-IDX) TO RPB-KPI-NAME
                 MOVE SPACES TO RPB-DIRECTION
                 IF WS-KPI-HAS-TARGET(KPI-IDX)
                    MOVE WS-KPI-TARGET(KPI-IDX) TO RPB-TARGET
                    IF WS-KPI-AT-MOST(KPI-IDX)
                       MOVE 'AT MOST' TO RPB-DIRECTION
                    ELSE
                       MOVE 'AT LEAST' TO RPB-DIRECTION
                    END-IF
                 ELSE
                    MOVE 'NONE' TO RPB-TARGET-NONE
                 END-IF
                 WRITE KPITRPT-RECORD FROM WS-RPT-KPI-BREAK
                 WRITE KPITRPT-RECORD FROM WS-RPT-COLUMNS-2
                 PERFORM VARYING WK-IDX FROM WS-TREND-WEEKS BY -1
                    UNTIL WK-IDX < 1
                       PERFORM 510-PRINT-WEEK
                 END-PERFORM
           END-PERFORM
           .

       510-PRINT-WEEK.
           MOVE SPACES TO WS-RPT-WEEK-LINE
           SET WS-WEEK-NO TO WK-IDX
           COMPUTE WS-DATE-INT = WS-TODAY-INT - (WS-WEEK-NO - 1) * 7
           COMPUTE RPW-WEEK-ENDING =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           IF WS-WK-SNAP-DATE(KPI-IDX, WK-IDX) > 0
              MOVE WS-WK-SNAP-DATE(KPI-IDX, WK-IDX) TO RPW-SNAP-DATE
              MOVE WS-WK-VALUE(KPI-IDX, WK-IDX) TO RPW-VALUE
              PERFORM 450-CHECK-TARGET
              MOVE WS-STATUS-TEXT TO RPW-STATUS
           ELSE
              MOVE 'NONE' TO RPW-SNAP-DATE
              MOVE 'NO SNAPSHOT' TO RPW-STATUS
           END-IF
           WRITE KPITRPT-RECORD FROM WS-RPT-WEEK-LINE
           .

       1000-CLOSE-END.
           CLOSE KPITRPT-REC.
