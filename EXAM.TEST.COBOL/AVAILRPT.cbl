      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    AVAILRPT.
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
      * //TIMENETR DD DSN=USER66.EXAM.DEV.TIMEPHAS.NETREQT,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //SUPAVAIL DD DSN=USER66.EXAM.DEV.SUPAVAIL.MASTER(0),DISP=SHR
      *   JCL Output
      * //AVAILRPT DD SYSOUT=*
      ***************************************************************
      * Parts with open demand that no supplier reports stock on -
      * the shortages REPLEN's stock-aware supplier choice cannot
      * help with, listed so a buyer can go and find stock (or a
      * new source) before the week the part is needed.
      *
      * Open demand is a net requirement in any week of TIMEPHAS's
      * TIMENETR extract; the first such week and the total over
      * the horizon are printed.  Each part's ACTIVE suppliers on
      * the PARTSUPL price link are then looked up on the SUPAVAIL
      * master EDI846IN keeps, believing only an advice dated in
      * the last 30 days, the same rule REPLEN applies.  A part
      * prints when none of them reports any quantity available,
      * with a remark saying why:
      *    NO ACTIVE SUPPLIER ON LINK  - nobody to ask
      *    NO SUPPLIER HAS SENT AN 846 - nobody has said either way
      *    NO STOCK REPORTED           - at least one advice, and
      *                                  every advice is zero
      * A missing SUPAVAIL reads as no advices at all.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMENETR-REC  ASSIGN TO TIMENETR.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT SUPAVAIL-REC  ASSIGN TO SUPAVAIL
               FILE STATUS IS WS-SUPAVAIL-FILE-STATUS.
           SELECT AVAILRPT-REC  ASSIGN TO AVAILRPT.

       DATA DIVISION.
       FILE SECTION.

      *    Weekly net requirements per part.  See TIMENETR.cpy.
       FD  TIMENETR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIME-NET-REQT-ROW.
           COPY 'TIMENETR'.

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
               88 PSL-ACTIVE               VALUE 'A'.
           05  FILLER             PIC X(48).

      *    Suppliers' reported stock per part.  See SUPAVAIL.cpy.
       FD  SUPAVAIL-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUP-AVAIL-ROW.
           COPY 'SUPAVAIL'.

       FD  AVAILRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AVAILRPT-RECORD.
       01  AVAILRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      *    One entry per part with a net requirement, in TIMENETR
      *    order.
       01  WS-DMD-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-DEMAND-TABLE.
           05  WS-DMD-ENTRY OCCURS 1000 TIMES
                  INDEXED BY DMD-IDX.
               10 WS-DMD-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-DMD-FIRST-NEED      PIC 9(08)      VALUE 0.
               10 WS-DMD-NET-REQT        PIC S9(9)      VALUE 0.

       01  WS-PSL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PSL-TABLE.
           05  WS-PSL-ENTRY OCCURS 500 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.

      *    Current advices only - dated on or after WS-CUTOFF-DATE.
       01  WS-SUPAVAIL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-AVL-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-AVAIL-TABLE.
           05  WS-AVL-ENTRY OCCURS 1000 TIMES
                  INDEXED BY AVL-IDX.
               10 WS-AVL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-AVL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-AVL-AVAIL-QTY       PIC 9(07)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-PARTS-WITH-DEMAND       PIC 9(05)      VALUE 0.
           05 WS-PARTS-NO-STOCK          PIC 9(05)      VALUE 0.

       01  WS-SUPPLIER-COUNT             PIC 9(05)      VALUE 0.
       01  WS-ADVISED-COUNT              PIC 9(05)      VALUE 0.
       01  WS-STOCKED-COUNT              PIC 9(05)      VALUE 0.
       01  WS-PSL-SUB                    PIC 9(05)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-CUTOFF-DATE                PIC 9(08)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.

       01  TIMENETR-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-NET-REQTS                         VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.
       01  SUPAVAIL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-ADVICES                           VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(51)      VALUE
               'PARTS WITH OPEN DEMAND AND NO SUPPLIER STOCK - RUN '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(17)      VALUE
               ' - ADVICES SINCE '.
           05  RHD-CUTOFF-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(48)      VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(25)      VALUE 'PART NUMBER'.
           05  FILLER              PIC X(10)      VALUE 'FIRST NEED'.
           05  FILLER              PIC X(14)      VALUE
               '   NET REQT'.
           05  FILLER              PIC X(11)      VALUE 'SUPPLIERS'.
           05  FILLER              PIC X(09)      VALUE 'ADVISED'.
           05  FILLER              PIC X(63)      VALUE 'REMARK'.

       01  WS-RPT-DETAIL.
           05  ARD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ARD-FIRST-NEED      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ARD-NET-REQT        PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  ARD-SUPPLIERS       PIC ZZZZZZZZ9  VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ARD-ADVISED         PIC ZZZZZZ9    VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ARD-REMARK          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(33)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(19)      VALUE
               'PARTS WITH DEMAND  '.
           05  RTL-DEMAND          PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(27)      VALUE
               '   WITH NO STOCK REPORTED  '.
           05  RTL-NO-STOCK        PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(74)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-WRITE-HEADING.
           PERFORM 300-LOAD-NET-REQUIREMENTS.
           PERFORM 320-LOAD-PRICE-LINK.
           PERFORM 340-LOAD-SUPPLIER-AVAIL.
           PERFORM 800-PRINT-EXCEPTIONS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'AVAILRPT COMPLETE - PARTS WITH DEMAND: '
              WS-PARTS-WITH-DEMAND
              ' NO STOCK REPORTED: ' WS-PARTS-NO-STOCK.
           GOBACK.

       000-INIT.
           INITIALIZE WS-DMD-COUNT.
           INITIALIZE WS-DEMAND-TABLE.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PSL-TABLE.
           INITIALIZE WS-AVL-COUNT.
           INITIALIZE WS-AVAIL-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE) - 30).
           MOVE 'N' TO TIMENETR-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO SUPAVAIL-EOF.

       100-OPEN-FILES.
           OPEN INPUT TIMENETR-REC.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT AVAILRPT-REC.

       200-WRITE-HEADING.
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE
           MOVE WS-CUTOFF-DATE TO RHD-CUTOFF-DATE
           WRITE AVAILRPT-RECORD FROM WS-RPT-HEADING
           WRITE AVAILRPT-RECORD FROM WS-COLUMN-LINE
           .

      *    TIMENETR is written part by part, week 1 first, so the
      *    first week a part turns up with a requirement is its
      *    first need.
       300-LOAD-NET-REQUIREMENTS.
           READ TIMENETR-REC
              AT END MOVE 'Y' TO TIMENETR-EOF
           END-READ
           PERFORM UNTIL NO-MORE-NET-REQTS
              IF TN-NET-REQT > 0
                 PERFORM 310-ADD-DEMAND-WEEK
              END-IF
              READ TIMENETR-REC
                 AT END MOVE 'Y' TO TIMENETR-EOF
              END-READ
           END-PERFORM
           .

       310-ADD-DEMAND-WEEK.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING DMD-IDX FROM 1 BY 1
              UNTIL DMD-IDX > WS-DMD-COUNT OR ENTRY-FOUND
                 IF WS-DMD-PART-NUMBER(DMD-IDX) = TN-PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    ADD TN-NET-REQT TO WS-DMD-NET-REQT(DMD-IDX)
                    IF TN-WEEK-START-DATE < WS-DMD-FIRST-NEED(DMD-IDX)
                       MOVE TN-WEEK-START-DATE
                          TO WS-DMD-FIRST-NEED(DMD-IDX)
                    END-IF
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-DMD-COUNT < 1000
                 ADD 1 TO WS-DMD-COUNT
                 SET DMD-IDX TO WS-DMD-COUNT
                 MOVE TN-PART-NUMBER TO WS-DMD-PART-NUMBER(DMD-IDX)
                 MOVE TN-WEEK-START-DATE TO WS-DMD-FIRST-NEED(DMD-IDX)
                 MOVE TN-NET-REQT TO WS-DMD-NET-REQT(DMD-IDX)
              ELSE
                 DISPLAY 'AVAILRPT DEMAND TABLE FULL: ' TN-PART-NUMBER
              END-IF
           END-IF
           .

       320-LOAD-PRICE-LINK.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF PSL-ACTIVE
                 IF WS-PSL-COUNT < 500
                    ADD 1 TO WS-PSL-COUNT
                    MOVE PSL-PART-NUMBER
                       TO WS-PSL-PART-NUMBER(WS-PSL-COUNT)
                    MOVE PSL-SUPPLIER-CODE
                       TO WS-PSL-SUPPLIER-CODE(WS-PSL-COUNT)
                 ELSE
                    DISPLAY 'AVAILRPT PRICE-LINK TABLE FULL: '
                       PSL-PART-NUMBER ' ' PSL-SUPPLIER-CODE
                 END-IF
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

      *    A missing SUPAVAIL leaves the table empty - every part
      *    with demand then prints as never advised.
       340-LOAD-SUPPLIER-AVAIL.
           OPEN INPUT SUPAVAIL-REC
           IF WS-SUPAVAIL-FILE-STATUS = '00'
              READ SUPAVAIL-REC
                 AT END MOVE 'Y' TO SUPAVAIL-EOF
              END-READ
              PERFORM UNTIL NO-MORE-ADVICES
                 IF SA-ADVICE-DATE NUMERIC
                    AND SA-ADVICE-DATE >= WS-CUTOFF-DATE
                    AND SA-AVAIL-QTY NUMERIC
                    IF WS-AVL-COUNT < 1000
                       ADD 1 TO WS-AVL-COUNT
                       SET AVL-IDX TO WS-AVL-COUNT
                       MOVE SA-PART-NUMBER
                          TO WS-AVL-PART-NUMBER(AVL-IDX)
                       MOVE SA-SUPPLIER-CODE
                          TO WS-AVL-SUPPLIER-CODE(AVL-IDX)
                       MOVE SA-AVAIL-QTY TO WS-AVL-AVAIL-QTY(AVL-IDX)
                    ELSE
                       DISPLAY 'AVAILRPT AVAILABILITY TABLE FULL: '
                          SA-PART-NUMBER ' ' SA-SUPPLIER-CODE
                    END-IF
                 END-IF
                 READ SUPAVAIL-REC
                    AT END MOVE 'Y' TO SUPAVAIL-EOF
                 END-READ
              END-PERFORM
              CLOSE SUPAVAIL-REC
           END-IF
           .

       800-PRINT-EXCEPTIONS.
           PERFORM VARYING DMD-IDX FROM 1 BY 1
              UNTIL DMD-IDX > WS-DMD-COUNT
                 ADD 1 TO WS-PARTS-WITH-DEMAND
                 PERFORM 810-CHECK-ONE-PART
           END-PERFORM
           MOVE WS-PARTS-WITH-DEMAND TO RTL-DEMAND
           MOVE WS-PARTS-NO-STOCK TO RTL-NO-STOCK
           WRITE AVAILRPT-RECORD FROM WS-TOTAL-LINE
           .

      *    Counts the part's distinct ACTIVE suppliers (a supplier
      *    with more than one price row counted once), how many of
      *    them have a current advice, and how many of those report
      *    anything available.
       810-CHECK-ONE-PART.
           MOVE 0 TO WS-SUPPLIER-COUNT
           MOVE 0 TO WS-ADVISED-COUNT
           MOVE 0 TO WS-STOCKED-COUNT
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT
                 IF WS-PSL-PART-NUMBER(PSL-IDX) =
                    WS-DMD-PART-NUMBER(DMD-IDX)
                    MOVE 'N' TO WS-FOUND-FLAG
                    PERFORM VARYING WS-PSL-SUB FROM 1 BY 1
                       UNTIL WS-PSL-SUB >= PSL-IDX OR ENTRY-FOUND
                          IF WS-PSL-PART-NUMBER(WS-PSL-SUB) =
                             WS-PSL-PART-NUMBER(PSL-IDX)
                             AND WS-PSL-SUPPLIER-CODE(WS-PSL-SUB) =
                                 WS-PSL-SUPPLIER-CODE(PSL-IDX)
                             MOVE 'Y' TO WS-FOUND-FLAG
                          END-IF
                    END-PERFORM
                    IF NOT ENTRY-FOUND
                       ADD 1 TO WS-SUPPLIER-COUNT
                       PERFORM 820-CHECK-SUPPLIER-ADVICE
                    END-IF
                 END-IF
           END-PERFORM
           IF WS-STOCKED-COUNT = 0
              ADD 1 TO WS-PARTS-NO-STOCK
              MOVE SPACES TO WS-RPT-DETAIL
              MOVE WS-DMD-PART-NUMBER(DMD-IDX) TO ARD-PART-NUMBER
              MOVE WS-DMD-FIRST-NEED(DMD-IDX)  TO ARD-FIRST-NEED
              MOVE WS-DMD-NET-REQT(DMD-IDX)    TO ARD-NET-REQT
              MOVE WS-SUPPLIER-COUNT           TO ARD-SUPPLIERS
              MOVE WS-ADVISED-COUNT            TO ARD-ADVISED
              EVALUATE TRUE
                 WHEN WS-SUPPLIER-COUNT = 0
                    MOVE 'NO ACTIVE SUPPLIER ON LINK' TO ARD-REMARK
                 WHEN WS-ADVISED-COUNT = 0
                    MOVE 'NO SUPPLIER HAS SENT AN 846' TO ARD-REMARK
                 WHEN OTHER
                    MOVE 'NO STOCK REPORTED' TO ARD-REMARK
              END-EVALUATE
              WRITE AVAILRPT-RECORD FROM WS-RPT-DETAIL
           END-IF
           .

       820-CHECK-SUPPLIER-ADVICE.
           PERFORM VARYING AVL-IDX FROM 1 BY 1
              UNTIL AVL-IDX > WS-AVL-COUNT
                 IF WS-AVL-PART-NUMBER(AVL-IDX) =
                    WS-PSL-PART-NUMBER(PSL-IDX)
                    AND WS-AVL-SUPPLIER-CODE(AVL-IDX) =
                        WS-PSL-SUPPLIER-CODE(PSL-IDX)
                    ADD 1 TO WS-ADVISED-COUNT
                    IF WS-AVL-AVAIL-QTY(AVL-IDX) > 0
                       ADD 1 TO WS-STOCKED-COUNT
                    END-IF
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE TIMENETR-REC.
           CLOSE PARTSUPL-REC.
           CLOSE AVAILRPT-REC.
