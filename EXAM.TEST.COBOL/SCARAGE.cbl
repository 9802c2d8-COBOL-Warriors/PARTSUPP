      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    SCARAGE.
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
      * //SCAROLD  DD DSN=USER66.EXAM.DEV.SCARMAIN.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //SCARARPT DD SYSOUT=*
      ***************************************************************
      * Nightly SCAR aging and escalation - reads the SCAR file
      * SCARMAIN maintains and, for every SCAR not yet verified
      * closed, ages whichever deadline has gone by unanswered:
      * containment due with no containment on file, or the root-
      * cause/8D response due with no response on file.  Overdue
      * SCARs print grouped by supplier with the days overdue and
      * the escalation level the age calls for:
      *    1-7 days    BUYER     - the buyer chases the supplier,
      *    8-30 days   QUALITY   - supplier quality manager,
      *    over 30     DIRECTOR  - purchasing director.
      * A second section names every supplier with two or more
      * overdue SCARs as a SUPPLIER-HOLD-FLAG candidate, with the
      * supplier's name and current hold flag off the master -
      * quality puts the hold on through SUPPEDIT, this run only
      * proposes it, the same way NCRRATE proposes rating changes.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAR-OLD      ASSIGN TO SCAROLD.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT SCARARPT-REC  ASSIGN TO SCARARPT.

       DATA DIVISION.
       FILE SECTION.

      *    Same SCAR row SCARMAIN maintains.
       FD  SCAR-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCAR-OLD-REC.
       01  SCAR-OLD-REC.
           05  SCO-SCAR-ID         PIC X(08).
           05  SCO-SUPPLIER-CODE   PIC X(10).
           05  SCO-NCR-ID          PIC X(08) OCCURS 5 TIMES.
           05  SCO-OPENED-DATE     PIC 9(08).
           05  SCO-CONTAIN-DUE     PIC 9(08).
           05  SCO-CONTAIN-DATE    PIC 9(08).
           05  SCO-RESPONSE-DUE    PIC 9(08).
           05  SCO-RESPONSE-DATE   PIC 9(08).
           05  SCO-RESPONSE-CODE   PIC X(04).
           05  SCO-RESPONSE-TEXT   PIC X(30).
           05  SCO-CLOSED-DATE     PIC 9(08).
           05  SCO-STATUS          PIC X(01).
               88 SCO-CLOSED                VALUE 'V'.
           05  FILLER              PIC X(09).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  SCARARPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCARARPT-RECORD.
       01  SCARARPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      *    Overdue SCARs, gathered so they can print grouped by
      *    supplier whatever order the SCAR ids arrive in.
       01  WS-OVD-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-OVERDUE-TABLE.
           05  WS-OVD-ENTRY OCCURS 500 TIMES
                  INDEXED BY OVD-IDX.
               10 WS-OVD-SCAR-ID         PIC X(08)      VALUE SPACES.
               10 WS-OVD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-OVD-FIRST-NCR-ID    PIC X(08)      VALUE SPACES.
               10 WS-OVD-MISSED          PIC X(11)      VALUE SPACES.
               10 WS-OVD-DUE-DATE        PIC 9(08)      VALUE 0.
               10 WS-OVD-DAYS            PIC 9(05)      VALUE 0.
               10 WS-OVD-ESCALATE-TO     PIC X(08)      VALUE SPACES.

       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 200 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SUP-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
               10 WS-SUP-HOLD-FLAG       PIC X(01)      VALUE SPACES.
               10 WS-SUP-OVERDUE-COUNT   PIC 9(03)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-SCARS-READ              PIC 9(05)      VALUE 0.
           05 WS-SCARS-OPEN              PIC 9(05)      VALUE 0.
           05 WS-SCARS-OVERDUE           PIC 9(05)      VALUE 0.
           05 WS-HOLD-CANDIDATES         PIC 9(03)      VALUE 0.

       01  WS-CONTAIN-LATE               PIC S9(05)     VALUE 0.
       01  WS-RESPONSE-LATE              PIC S9(05)     VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  SCAROLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-SCARS                             VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'SCAR AGING - OVERDUE CORRECTIVE ACTIONS BY SUPPLIER'.
       01  WS-HOLD-HEADING               PIC X(132)     VALUE
           'SUPPLIER HOLD CANDIDATES - TWO OR MORE OVERDUE SCARS'.

       01  WS-SUP-LINE.
           05  FILLER              PIC X(10)      VALUE 'SUPPLIER: '.
           05  SSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  SSL-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE '  OVERDUE '.
           05  SSL-OVERDUE-COUNT   PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(83)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  SRD-SCAR-ID         PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  SRD-FIRST-NCR-ID    PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  SRD-MISSED          PIC X(11)      VALUE SPACES.
           05  FILLER              PIC X(05)      VALUE ' DUE '.
           05  SRD-DUE-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  SRD-DAYS            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(18)      VALUE
               ' DAYS  ESCALATE: '.
           05  SRD-ESCALATE-TO     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(54)      VALUE SPACES.

       01  WS-HOLD-DETAIL.
           05  HCD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  HCD-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE '  OVERDUE '.
           05  HCD-OVERDUE-COUNT   PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(07)      VALUE '  HOLD '.
           05  HCD-HOLD-FLAG       PIC X(01)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  HCD-REMARK          PIC X(34)      VALUE SPACES.
           05  FILLER              PIC X(49)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(12)      VALUE
               'OPEN SCARS: '.
           05  STL-OPEN            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  OVERDUE: '.
           05  STL-OVERDUE         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(19)      VALUE
               '  HOLD CANDIDATES: '.
           05  STL-CANDIDATES      PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(77)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-AGE-SCARS UNTIL NO-MORE-SCARS.
           PERFORM 500-FOLD-IN-SUPPLIERS UNTIL NO-MORE-OLD-MASTER.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-PRINT-BY-SUPPLIER.
           PERFORM 700-PRINT-HOLD-CANDIDATES.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'SCARAGE COMPLETE - OPEN: ' WS-SCARS-OPEN
              ' OVERDUE: ' WS-SCARS-OVERDUE
              ' HOLD CANDIDATES: ' WS-HOLD-CANDIDATES.
           GOBACK.

       000-INIT.
           INITIALIZE WS-OVD-COUNT.
           INITIALIZE WS-OVERDUE-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO SCAROLD-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT SCAR-OLD.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT SCARARPT-REC.
           READ SCAR-OLD
              AT END MOVE 'Y' TO SCAROLD-EOF
           END-READ
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

       200-WRITE-HEADING.
           WRITE SCARARPT-RECORD FROM WS-RPT-HEADING.

      *    A SCAR is overdue on whichever deadline is furthest
      *    behind - containment first, since suspect material still
      *    shipping is the more urgent miss when both are late.
       400-AGE-SCARS.
           ADD 1 TO WS-SCARS-READ
           IF NOT SCO-CLOSED
              ADD 1 TO WS-SCARS-OPEN
              MOVE 0 TO WS-CONTAIN-LATE
              MOVE 0 TO WS-RESPONSE-LATE
              IF SCO-CONTAIN-DATE = ZERO
                 AND SCO-CONTAIN-DUE > ZERO
                 AND SCO-CONTAIN-DUE < WS-TODAYS-DATE
                 COMPUTE WS-CONTAIN-LATE =
                    FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                    - FUNCTION INTEGER-OF-DATE(SCO-CONTAIN-DUE)
              END-IF
              IF SCO-RESPONSE-DATE = ZERO
                 AND SCO-RESPONSE-DUE > ZERO
                 AND SCO-RESPONSE-DUE < WS-TODAYS-DATE
                 COMPUTE WS-RESPONSE-LATE =
                    FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                    - FUNCTION INTEGER-OF-DATE(SCO-RESPONSE-DUE)
              END-IF
              IF WS-CONTAIN-LATE > 0 OR WS-RESPONSE-LATE > 0
                 PERFORM 410-ADD-OVERDUE
              END-IF
           END-IF
           READ SCAR-OLD
              AT END MOVE 'Y' TO SCAROLD-EOF
           END-READ
           .

       410-ADD-OVERDUE.
           IF WS-OVD-COUNT >= 500
              DISPLAY 'SCARAGE TABLE FULL: ' SCO-SCAR-ID
           ELSE
              ADD 1 TO WS-OVD-COUNT
              ADD 1 TO WS-SCARS-OVERDUE
              MOVE SCO-SCAR-ID TO WS-OVD-SCAR-ID(WS-OVD-COUNT)
              MOVE SCO-SUPPLIER-CODE
                 TO WS-OVD-SUPPLIER-CODE(WS-OVD-COUNT)
              MOVE SCO-NCR-ID(1) TO WS-OVD-FIRST-NCR-ID(WS-OVD-COUNT)
              IF WS-CONTAIN-LATE > 0
                 MOVE 'CONTAINMENT' TO WS-OVD-MISSED(WS-OVD-COUNT)
                 MOVE SCO-CONTAIN-DUE
                    TO WS-OVD-DUE-DATE(WS-OVD-COUNT)
                 MOVE WS-CONTAIN-LATE TO WS-OVD-DAYS(WS-OVD-COUNT)
              ELSE
                 MOVE 'ROOT CAUSE' TO WS-OVD-MISSED(WS-OVD-COUNT)
                 MOVE SCO-RESPONSE-DUE
                    TO WS-OVD-DUE-DATE(WS-OVD-COUNT)
                 MOVE WS-RESPONSE-LATE TO WS-OVD-DAYS(WS-OVD-COUNT)
              END-IF
              EVALUATE TRUE
                 WHEN WS-OVD-DAYS(WS-OVD-COUNT) > 30
                    MOVE 'DIRECTOR'
                       TO WS-OVD-ESCALATE-TO(WS-OVD-COUNT)
                 WHEN WS-OVD-DAYS(WS-OVD-COUNT) > 7
                    MOVE 'QUALITY'
                       TO WS-OVD-ESCALATE-TO(WS-OVD-COUNT)
                 WHEN OTHER
                    MOVE 'BUYER'
                       TO WS-OVD-ESCALATE-TO(WS-OVD-COUNT)
              END-EVALUATE
              PERFORM 420-FIND-OR-ADD-SUPPLIER
              IF WS-SLOT > 0
                 ADD 1 TO WS-SUP-OVERDUE-COUNT(WS-SLOT)
              END-IF
           END-IF
           .

       420-FIND-OR-ADD-SUPPLIER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) =
                    SCO-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO SUP-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-SUP-COUNT >= 200
                 DISPLAY 'SCARAGE SUPPLIER TABLE FULL: '
                    SCO-SUPPLIER-CODE
                 MOVE 0 TO WS-SLOT
              ELSE
                 ADD 1 TO WS-SUP-COUNT
                 MOVE WS-SUP-COUNT TO WS-SLOT
                 MOVE SCO-SUPPLIER-CODE
                    TO WS-SUP-SUPPLIER-CODE(WS-SLOT)
              END-IF
           END-IF
           .

      *    Name and current hold flag off the master, for the
      *    suppliers that have anything overdue - every record for a
      *    supplier carries the same SUPPLIERS group, so the first
      *    one seen is as good as any.
       500-FOLD-IN-SUPPLIERS.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = SUPPLIER-CODE
                    AND WS-SUP-SUPPLIER-NAME(SUP-IDX) = SPACES
                    MOVE SUPPLIER-NAME
                       TO WS-SUP-SUPPLIER-NAME(SUP-IDX)
                    MOVE SUPPLIER-HOLD-FLAG
                       TO WS-SUP-HOLD-FLAG(SUP-IDX)
                 END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       600-PRINT-BY-SUPPLIER.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 MOVE SPACES TO SCARARPT-RECORD
                 WRITE SCARARPT-RECORD
                 MOVE WS-SUP-SUPPLIER-CODE(SUP-IDX)
                    TO SSL-SUPPLIER-CODE
                 MOVE WS-SUP-SUPPLIER-NAME(SUP-IDX)
                    TO SSL-SUPPLIER-NAME
                 MOVE WS-SUP-OVERDUE-COUNT(SUP-IDX)
                    TO SSL-OVERDUE-COUNT
                 WRITE SCARARPT-RECORD FROM WS-SUP-LINE
                 PERFORM 610-PRINT-SUPPLIER-SCARS
           END-PERFORM
           .

       610-PRINT-SUPPLIER-SCARS.
           PERFORM VARYING OVD-IDX FROM 1 BY 1
              UNTIL OVD-IDX > WS-OVD-COUNT
                 IF WS-OVD-SUPPLIER-CODE(OVD-IDX) =
                    WS-SUP-SUPPLIER-CODE(SUP-IDX)
                    MOVE WS-OVD-SCAR-ID(OVD-IDX)  TO SRD-SCAR-ID
                    MOVE WS-OVD-FIRST-NCR-ID(OVD-IDX)
                       TO SRD-FIRST-NCR-ID
                    MOVE WS-OVD-MISSED(OVD-IDX)   TO SRD-MISSED
                    MOVE WS-OVD-DUE-DATE(OVD-IDX) TO SRD-DUE-DATE
                    MOVE WS-OVD-DAYS(OVD-IDX)     TO SRD-DAYS
                    MOVE WS-OVD-ESCALATE-TO(OVD-IDX)
                       TO SRD-ESCALATE-TO
                    WRITE SCARARPT-RECORD FROM WS-RPT-DETAIL
                 END-IF
           END-PERFORM
           .

       700-PRINT-HOLD-CANDIDATES.
           MOVE SPACES TO SCARARPT-RECORD
           WRITE SCARARPT-RECORD
           WRITE SCARARPT-RECORD FROM WS-HOLD-HEADING
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 IF WS-SUP-OVERDUE-COUNT(SUP-IDX) >= 2
                    ADD 1 TO WS-HOLD-CANDIDATES
                    MOVE WS-SUP-SUPPLIER-CODE(SUP-IDX)
                       TO HCD-SUPPLIER-CODE
                    MOVE WS-SUP-SUPPLIER-NAME(SUP-IDX)
                       TO HCD-SUPPLIER-NAME
                    MOVE WS-SUP-OVERDUE-COUNT(SUP-IDX)
                       TO HCD-OVERDUE-COUNT
                    MOVE WS-SUP-HOLD-FLAG(SUP-IDX) TO HCD-HOLD-FLAG
                    EVALUATE TRUE
                       WHEN WS-SUP-HOLD-FLAG(SUP-IDX) = 'Y'
                          MOVE 'ALREADY ON HOLD' TO HCD-REMARK
                       WHEN WS-SUP-SUPPLIER-NAME(SUP-IDX) = SPACES
                          MOVE 'NOT ON MASTER - INVESTIGATE'
                             TO HCD-REMARK
                       WHEN OTHER
                          MOVE 'PROPOSED - KEY HOLD VIA SUPPEDIT'
                             TO HCD-REMARK
                    END-EVALUATE
                    WRITE SCARARPT-RECORD FROM WS-HOLD-DETAIL
                 END-IF
           END-PERFORM
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO SCARARPT-RECORD
           WRITE SCARARPT-RECORD
           MOVE WS-SCARS-OPEN      TO STL-OPEN
           MOVE WS-SCARS-OVERDUE   TO STL-OVERDUE
           MOVE WS-HOLD-CANDIDATES TO STL-CANDIDATES
           WRITE SCARARPT-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE SCAR-OLD.
           CLOSE PART-SUPP-OLD.
           CLOSE SCARARPT-REC.
