      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    SHUTLOOK.
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
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //SHUTCAL  DD DSN=USER66.EXAM.DEV.SUPSHUT.MASTER,DISP=SHR
      * //SHUTPARM DD *
      *   JCL Output
      * //SHUTRPT  DD SYSOUT=*
      ***************************************************************
      * Supplier shutdown look-ahead.  Lists every open PO whose
      * DELIVERY-DATE falls inside a supplier plant shutdown (the
      * SUPSHUT calendar SHUTMAIN maintains) that has not ended
      * yet and starts within the look-ahead horizon, so the
      * planner can pull the order forward before the plant shuts.
      *
      * Only Open POs are listed - a Shipped PO has already left
      * the supplier's plant.  Blanket POs (no delivery of their
      * own) and returns are skipped, as are POs with no delivery
      * date.  PULL BY is the day before the shutdown starts - the
      * last day the supplier can still ship - and OPEN QTY is the
      * ordered quantity less anything already received.
      *
      * The horizon is columns 1-3 of the optional SHUTPARM card
      * (days ahead of the run date); no card, or a card that is
      * not numeric, takes 90 days.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-IN  ASSIGN TO RPTINPUT.
           SELECT SUPSHUT-REC   ASSIGN TO SHUTCAL
               FILE STATUS IS WS-SHUTCAL-FILE-STATUS.
           SELECT SHUTPARM-REC  ASSIGN TO SHUTPARM
               FILE STATUS IS WS-SHUTPARM-FILE-STATUS.
           SELECT SHUTRPT-REC   ASSIGN TO SHUTRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-IN.
           COPY 'PARTSUPP'.

       FD  SUPSHUT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUP-SHUTDOWN-ROW.
           COPY 'SUPSHUT'.

       FD  SHUTPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHUTPARM-RECORD.
       01  SHUTPARM-RECORD.
           05  SPM-HORIZON-DAYS    PIC X(03).
           05  FILLER              PIC X(77).

       FD  SHUTRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHUTRPT-RECORD.
       01  SHUTRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SHUTCAL-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-SHUTPARM-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    Only the windows that end on or after the run date and
      *    start on or before the horizon date are kept.
       01  WS-SHUT-COUNT                 PIC 9(04)      VALUE 0.
       01  WS-SHUT-TABLE.
           05  WS-SHUT-ENTRY OCCURS 2000 TIMES
                  INDEXED BY SHUT-IDX.
               10 WS-SHUT-SUPPLIER-CODE  PIC X(10)      VALUE SPACES.
               10 WS-SHUT-START-DATE     PIC 9(08)      VALUE 0.
               10 WS-SHUT-END-DATE       PIC 9(08)      VALUE 0.
               10 WS-SHUT-REASON         PIC X(30)      VALUE SPACES.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-HORIZON-DAYS               PIC 9(03)      VALUE 0.
       01  WS-HORIZON-DATE               PIC 9(08)      VALUE 0.
       01  WS-PULL-BY-DATE               PIC 9(08)      VALUE 0.
       01  WS-OPEN-QTY                   PIC S9(7)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-RECORD-COUNT            PIC 9(05)      VALUE 0.
           05 WS-OPEN-PO-COUNT           PIC 9(05)      VALUE 0.
           05 WS-AT-RISK-COUNT           PIC 9(05)      VALUE 0.

       01  PART-SUPP-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PART-SUPP                         VALUE 'Y'.
       01  SUPSHUT-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-SHUTDOWNS                         VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(40)      VALUE
               'SUPPLIER SHUTDOWN LOOK-AHEAD - HORIZON '.
           05  RPH-HORIZON-DAYS    PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(15)      VALUE
               ' DAYS TO       '.
           05  RPH-HORIZON-DATE    PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '   RUN DATE'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(46)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'SUPPLIER   PO     PART                  '.
           05  FILLER              PIC X(40)      VALUE
               '  DELIVERY SHUT BGN SHUT END PULL BY  OP'.
           05  FILLER              PIC X(40)      VALUE
               'EN QTY SHUTDOWN REASON                  '.
           05  FILLER              PIC X(12)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-DELIVERY-DATE   PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-SHUT-START      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-SHUT-END        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PULL-BY-DATE    PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-OPEN-QTY        PIC ZZZ,ZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-REASON          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(06)      VALUE SPACES.

       01  WS-RPT-NONE.
           05  FILLER              PIC X(40)      VALUE
               'NO OPEN PO IS DUE DURING AN UPCOMING SUP'.
           05  FILLER              PIC X(17)      VALUE
               'PLIER SHUTDOWN.'.
           05  FILLER              PIC X(75)      VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER              PIC X(24)      VALUE
               'SHUTDOWNS IN HORIZON:  '.
           05  RPT-SHUTDOWNS       PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(17)      VALUE
               '  OPEN POS READ: '.
           05  RPT-OPEN-POS        PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(24)      VALUE
               '  DUE DURING SHUTDOWN: '.
           05  RPT-AT-RISK         PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(49)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RUN-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-SHUTDOWNS.
           PERFORM 600-SCAN-OPEN-POS UNTIL NO-MORE-PART-SUPP.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'SHUTLOOK COMPLETE - SHUTDOWNS: ' WS-SHUT-COUNT
              ' OPEN POS: ' WS-OPEN-PO-COUNT
              ' DUE IN SHUTDOWN: ' WS-AT-RISK-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-SHUT-COUNT.
           INITIALIZE WS-SHUT-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PART-SUPP-EOF.
           MOVE 'N' TO SUPSHUT-EOF.

       050-READ-RUN-PARM.
           MOVE 90 TO WS-HORIZON-DAYS
           OPEN INPUT SHUTPARM-REC
           IF WS-SHUTPARM-FILE-STATUS = '00'
              READ SHUTPARM-REC
                 AT END MOVE SPACES TO SPM-HORIZON-DAYS
              END-READ
              IF SPM-HORIZON-DAYS IS NUMERIC
                 MOVE SPM-HORIZON-DAYS TO WS-HORIZON-DAYS
              END-IF
              CLOSE SHUTPARM-REC
           END-IF
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
              + WS-HORIZON-DAYS)
           .

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-IN.
           OPEN OUTPUT SHUTRPT-REC.
           MOVE WS-HORIZON-DAYS TO RPH-HORIZON-DAYS
           MOVE WS-HORIZON-DATE TO RPH-HORIZON-DATE
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE SHUTRPT-RECORD FROM WS-RPT-HEADING
           WRITE SHUTRPT-RECORD FROM WS-RPT-COLUMNS.

      *    No calendar yet simply means nothing is at risk.
       200-LOAD-SHUTDOWNS.
           OPEN INPUT SUPSHUT-REC
           IF WS-SHUTCAL-FILE-STATUS = '00'
              READ SUPSHUT-REC
                 AT END MOVE 'Y' TO SUPSHUT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-SHUTDOWNS
                 IF SS-END-DATE NOT < WS-TODAYS-DATE
                    AND SS-START-DATE NOT > WS-HORIZON-DATE
                    AND WS-SHUT-COUNT < 2000
                    ADD 1 TO WS-SHUT-COUNT
                    SET SHUT-IDX TO WS-SHUT-COUNT
                    MOVE SS-SUPPLIER-CODE
                       TO WS-SHUT-SUPPLIER-CODE(SHUT-IDX)
                    MOVE SS-START-DATE TO WS-SHUT-START-DATE(SHUT-IDX)
                    MOVE SS-END-DATE TO WS-SHUT-END-DATE(SHUT-IDX)
                    MOVE SS-REASON TO WS-SHUT-REASON(SHUT-IDX)
                 END-IF
                 READ SUPSHUT-REC
                    AT END MOVE 'Y' TO SUPSHUT-EOF
                 END-READ
              END-PERFORM
              CLOSE SUPSHUT-REC
           END-IF
           .

       600-SCAN-OPEN-POS.
           READ PART-SUPP-IN
              AT END MOVE 'Y' TO PART-SUPP-EOF
           END-READ
           IF NOT NO-MORE-PART-SUPP
              ADD 1 TO WS-RECORD-COUNT
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND PO-STATUS-OPEN(PO-IDX)
                    AND NOT PO-TYPE-BLANKET(PO-IDX)
                    AND NOT PO-TYPE-RETURN(PO-IDX)
                    AND DELIVERY-DATE(PO-IDX) > 0
                    ADD 1 TO WS-OPEN-PO-COUNT
                    PERFORM 610-MATCH-SHUTDOWN
                 END-IF
              END-PERFORM
           END-IF
           .

      *    A supplier's windows never overlap (SHUTMAIN rejects it),
      *    so a delivery date falls in at most one of them.
       610-MATCH-SHUTDOWN.
           PERFORM VARYING SHUT-IDX FROM 1 BY 1
              UNTIL SHUT-IDX > WS-SHUT-COUNT
                 IF WS-SHUT-SUPPLIER-CODE(SHUT-IDX) = SUPPLIER-CODE
                    AND DELIVERY-DATE(PO-IDX) NOT <
                        WS-SHUT-START-DATE(SHUT-IDX)
                    AND DELIVERY-DATE(PO-IDX) NOT >
                        WS-SHUT-END-DATE(SHUT-IDX)
                    PERFORM 620-WRITE-DETAIL
                 END-IF
           END-PERFORM
           .

       620-WRITE-DETAIL.
           ADD 1 TO WS-AT-RISK-COUNT
           COMPUTE WS-PULL-BY-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-SHUT-START-DATE(SHUT-IDX))
              - 1)
           COMPUTE WS-OPEN-QTY =
              QUANTITY(PO-IDX) - RECEIVED-QUANTITY(PO-IDX)
           MOVE SUPPLIER-CODE TO RPD-SUPPLIER-CODE
           MOVE PO-NUMBER(PO-IDX) TO RPD-PO-NUMBER
           MOVE PART-NUMBER TO RPD-PART-NUMBER
           MOVE DELIVERY-DATE(PO-IDX) TO RPD-DELIVERY-DATE
           MOVE WS-SHUT-START-DATE(SHUT-IDX) TO RPD-SHUT-START
           MOVE WS-SHUT-END-DATE(SHUT-IDX) TO RPD-SHUT-END
           MOVE WS-PULL-BY-DATE TO RPD-PULL-BY-DATE
           MOVE WS-OPEN-QTY TO RPD-OPEN-QTY
           MOVE WS-SHUT-REASON(SHUT-IDX) TO RPD-REASON
           WRITE SHUTRPT-RECORD FROM WS-RPT-DETAIL
           .

       800-WRITE-TOTALS.
           IF WS-AT-RISK-COUNT = 0
              WRITE SHUTRPT-RECORD FROM WS-RPT-NONE
           END-IF
           MOVE WS-SHUT-COUNT TO RPT-SHUTDOWNS
           MOVE WS-OPEN-PO-COUNT TO RPT-OPEN-POS
           MOVE WS-AT-RISK-COUNT TO RPT-AT-RISK
           WRITE SHUTRPT-RECORD FROM WS-RPT-TOTALS
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-IN.
           CLOSE SHUTRPT-REC.
