      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    KPISNAP.
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
      * //POACKREG DD DSN=USER66.EXAM.DEV.EDI855IN.ACKREG,DISP=SHR
      * //EXCPWORK DD DSN=USER66.EXAM.DEV.EXCPWRKV.UNLOAD,DISP=SHR
      * //STDCOST  DD DSN=USER66.EXAM.DEV.STDCOST.MASTER,DISP=SHR
      * //ONHAND   DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=SHR
      * //DEMDHIST DD DSN=USER66.EXAM.DEV.DEMDHIST.MASTER,DISP=SHR
      *   JCL Output
      * //KPIHIST  DD DSN=USER66.EXAM.DEV.KPISNAP.KPIHIST,DISP=MOD
      * //KPISRPT  DD SYSOUT=*
      ***************************************************************
      * Nightly procurement KPI snapshot.  Computes the fixed set
      * of KPIs below as of today and appends one dated row per KPI
      * to the KPIHIST trail (layout KPIHIST.cpy, same OPEN EXTEND
      * shape as RPTPRINT's PERFHIST); KPITRND reads the trail back
      * for the 13-week trend against target.
      *
      *    OTDPCT    PO lines received in the last 30 days, percent
      *              received on or before DELIVERY-DATE.  The
      *              receipt date is LAST-UPDATE-DATE on a Received
      *              line - RPTPRINT's cycle-time measure.
      *    FILLRATE  PO lines due in the last 30 days, received
      *              quantity (up to the ordered quantity) as a
      *              percent of ordered quantity.
      *    OPENPOS   distinct POs with an Open, Shipped or
      *    OPENVAL   Inspection Hold line, and QUANTITY x UNIT-PRICE
      *              over those lines - COMMITPO's committed rule.
      *    OVDUEVAL  QUANTITY x UNIT-PRICE over lines past their
      *              DELIVERY-DATE and not Received or Cancelled -
      *              RPTPRINT's overdue-PO exposure.
      *    UNACK855  distinct Open POs with no acknowledgment on
      *              EDI855IN's register, whatever their age.
      *    INVEXCP   EXCPWORK invoice exceptions not yet Resolved.
      *    INVVALUE  positive on-hand across every ONHAND location
      *              at STDCOST standard cost.
      *    INVTURNS  last 365 days of DEMDHIST usage (returns to
      *              stock netted off, as EOQCALC does) at standard
      *              cost, over INVVALUE.
      *    DAYSSUPL  INVVALUE over that usage's value per day.
      *    STOCKOUT  parts with usage in the last 365 days and no
      *              on-hand (zero or less across all locations).
      *
      * Blanket headers and returns are not PO lines for OTDPCT,
      * FILLRATE or UNACK855.  Every input but the master is
      * optional - a missing one (FILE STATUS not '00') leaves the
      * KPIs it feeds at zero, the shop's missing-optional-file
      * default.  A rerun on the same day appends a second set of
      * rows; KPITRND takes the last row for a date.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-IN  ASSIGN TO RPTINPUT.
           SELECT POACKREG-REC  ASSIGN TO POACKREG
               FILE STATUS IS WS-POACKREG-FILE-STATUS.
           SELECT EXCPWORK-REC  ASSIGN TO EXCPWORK
               FILE STATUS IS WS-EXCPWORK-FILE-STATUS.
           SELECT STDCOST-REC   ASSIGN TO STDCOST
               FILE STATUS IS WS-STDCOST-FILE-STATUS.
           SELECT ONHAND-MSTR   ASSIGN TO ONHAND
               FILE STATUS IS WS-ONHAND-FILE-STATUS.
           SELECT DEMDHIST-REC  ASSIGN TO DEMDHIST
               FILE STATUS IS WS-DEMDHIST-FILE-STATUS.
           SELECT KPIHIST-REC   ASSIGN TO KPIHIST.
           SELECT KPISRPT-REC   ASSIGN TO KPISRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-IN.
           COPY 'PARTSUPP'.

      *    EDI855IN's acknowledgment register - one row per
      *    acknowledged PO.
       FD  POACKREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POACKREG-RECORD.
       01  POACKREG-RECORD.
           05  PKR-SUPPLIER-CODE   PIC X(10).
           05  PKR-PO-NUMBER       PIC X(06).
           05  PKR-RESP-CODE       PIC X(01).
           05  PKR-PROMISE-DATE    PIC 9(08).
           05  PKR-ACK-DATE        PIC 9(08).
           05  FILLER              PIC X(47).

      *    Same EXCPWORK row EDI810IN appends and APEXCWRK updates.
       FD  EXCPWORK-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCPWORK-RECORD.
       01  EXCPWORK-RECORD.
           05  EX-INV-NUMBER       PIC X(10).
           05  EX-PO-NUMBER        PIC X(06).
           05  EX-SUPPLIER-CODE    PIC X(10).
           05  EX-QUANTITY         PIC S9(7).
           05  EX-UNIT-PRICE       PIC S9(7)V99.
           05  EX-REASON-CODE      PIC X(01).
           05  EX-STATUS           PIC X(01).
               88 EX-STATUS-RESOLVED        VALUE 'R'.
           05  EX-RESOLUTION-CODE  PIC X(01).
           05  EX-EXCEPTION-DATE   PIC 9(08).
           05  EX-WORKED-BY        PIC X(08).
           05  FILLER              PIC X(19).

      *    Standard cost per part.  See STDCOST.cpy.
       FD  STDCOST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STD-COST-ROW.
           COPY 'STDCOST'.

      *    Same on-hand row ALLOCRPT reads.
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

      *    Same dated usage row TIMEPHAS reads.
       FD  DEMDHIST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEMDHIST-RECORD.
       01  DEMDHIST-RECORD.
           05  DH-PART-NUMBER      PIC X(23).
           05  DH-USAGE-QTY        PIC 9(07).
           05  DH-USAGE-DATE       PIC 9(08).
           05  DH-USAGE-TYPE       PIC X(01).
               88 DH-RETURN-TO-STOCK              VALUE 'R'.
           05  FILLER              PIC X(01).

      *    KPI history trail.  See KPIHIST.cpy.
       FD  KPIHIST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KPI-HISTORY-ROW.
           COPY 'KPIHIST'.

       FD  KPISRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KPISRPT-RECORD.
       01  KPISRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-POACKREG-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-EXCPWORK-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-STDCOST-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-ONHAND-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-DEMDHIST-FILE-STATUS       PIC X(02)      VALUE SPACES.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-TODAY-INT                  PIC S9(09)     VALUE 0.
       01  WS-WINDOW-START-INT           PIC S9(09)     VALUE 0.
       01  WS-USAGE-CUTOFF-INT           PIC S9(09)     VALUE 0.
       01  WS-DATE-INT                   PIC S9(09)     VALUE 0.
       01  WS-MEASURE-WINDOW-DAYS        PIC 9(03)      VALUE 30.

      *    Acknowledged POs off the register.
       01  WS-ACK-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 6000 TIMES
                  INDEXED BY ACK-IDX.
               10 WS-ACK-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-ACK-PO-NUMBER       PIC X(06)      VALUE SPACES.

      *    Distinct open POs, and whether any line is still Open
      *    with no acknowledgment.
       01  WS-OPN-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-OPN-TABLE.
           05  WS-OPN-ENTRY OCCURS 6000 TIMES
                  INDEXED BY OPN-IDX.
               10 WS-OPN-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-OPN-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-OPN-UNACK-FLAG      PIC X(01)      VALUE 'N'.
                  88 WS-OPN-UNACKNOWLEDGED              VALUE 'Y'.

      *    Per part - standard cost, on-hand across locations and
      *    last-year usage.
       01  WS-PRT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PRT-TABLE.
           05  WS-PRT-ENTRY OCCURS 3000 TIMES
                  INDEXED BY PRT-IDX.
               10 WS-PRT-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PRT-STD-COST        PIC S9(7)V99   VALUE 0.
               10 WS-PRT-ON-HAND         PIC S9(09)     VALUE 0.
               10 WS-PRT-USAGE           PIC S9(09)     VALUE 0.
       01  WS-PART-KEY                   PIC X(23)      VALUE SPACES.

       01  WS-KPI-WORK.
           05 WS-OTD-LINES               PIC 9(07)      VALUE 0.
           05 WS-OTD-ON-TIME             PIC 9(07)      VALUE 0.
           05 WS-FILL-LINES              PIC 9(07)      VALUE 0.
           05 WS-FILL-ORDERED            PIC S9(11)     VALUE 0.
           05 WS-FILL-FILLED             PIC S9(11)     VALUE 0.
           05 WS-OPEN-LINES              PIC 9(07)      VALUE 0.
           05 WS-OPEN-VALUE              PIC S9(11)V99  VALUE 0.
           05 WS-OVERDUE-LINES           PIC 9(07)      VALUE 0.
           05 WS-OVERDUE-VALUE           PIC S9(11)V99  VALUE 0.
           05 WS-UNACK-POS               PIC 9(07)      VALUE 0.
           05 WS-EXCEPTIONS-READ         PIC 9(07)      VALUE 0.
           05 WS-EXCEPTIONS-OPEN         PIC 9(07)      VALUE 0.
           05 WS-STOCKED-PARTS           PIC 9(07)      VALUE 0.
           05 WS-INVENTORY-VALUE         PIC S9(11)V99  VALUE 0.
           05 WS-USED-PARTS              PIC 9(07)      VALUE 0.
           05 WS-USAGE-VALUE             PIC S9(11)V99  VALUE 0.
           05 WS-STOCKOUTS               PIC 9(07)      VALUE 0.
       01  WS-LINE-FILLED                PIC S9(07)     VALUE 0.

      *    The KPI row being written.
       01  WS-KPI-CODE                   PIC X(08)      VALUE SPACES.
       01  WS-KPI-NAME                   PIC X(30)      VALUE SPACES.
       01  WS-KPI-VALUE                  PIC S9(11)V99  VALUE 0.
       01  WS-KPI-BASIS                  PIC 9(07)      VALUE 0.
       01  WS-KPI-ROWS-WRITTEN           PIC 9(03)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.

       01  PART-SUPP-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PART-SUPP                         VALUE 'Y'.
       01  POACKREG-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-ACKS                              VALUE 'Y'.
       01  EXCPWORK-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-EXCEPTIONS                        VALUE 'Y'.
       01  STDCOST-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-STDCOST                           VALUE 'Y'.
       01  ONHAND-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  DEMDHIST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-USAGE                             VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(40)      VALUE
               'PROCUREMENT KPI SNAPSHOT - SNAPSHOT DATE'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPH-SNAP-DATE       PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(83)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'KPI       NAME                          '.
           05  FILLER              PIC X(40)      VALUE
               '                VALUE    BASIS          '.
           05  FILLER              PIC X(52)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-KPI-CODE        PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-KPI-NAME        PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-KPI-VALUE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                                  VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-BASIS           PIC ZZZZZZ9    VALUE ZERO.
           05  FILLER              PIC X(62)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-ACKNOWLEDGMENTS.
           PERFORM 300-MEASURE-PURCHASE-ORDERS.
           PERFORM 400-COUNT-INVOICE-EXCEPTIONS.
           PERFORM 500-LOAD-STANDARD-COSTS.
           PERFORM 520-FOLD-IN-ON-HAND.
           PERFORM 540-FOLD-IN-USAGE.
           PERFORM 600-MEASURE-INVENTORY.
           PERFORM 700-WRITE-SNAPSHOT.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'KPISNAP COMPLETE - SNAPSHOT DATE: '
              WS-TODAYS-DATE
              ' KPI ROWS WRITTEN: ' WS-KPI-ROWS-WRITTEN.
           GOBACK.

       000-INIT.
           INITIALIZE WS-ACK-COUNT.
           INITIALIZE WS-ACK-TABLE.
           INITIALIZE WS-OPN-COUNT.
           INITIALIZE WS-OPN-TABLE.
           INITIALIZE WS-PRT-COUNT.
           INITIALIZE WS-PRT-TABLE.
           INITIALIZE WS-KPI-WORK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE).
           COMPUTE WS-WINDOW-START-INT =
              WS-TODAY-INT - WS-MEASURE-WINDOW-DAYS.
           COMPUTE WS-USAGE-CUTOFF-INT = WS-TODAY-INT - 365.
           MOVE 'N' TO PART-SUPP-EOF.
           MOVE 'N' TO POACKREG-EOF.
           MOVE 'N' TO EXCPWORK-EOF.
           MOVE 'N' TO STDCOST-EOF.
           MOVE 'N' TO ONHAND-EOF.
           MOVE 'N' TO DEMDHIST-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-IN.
           OPEN EXTEND KPIHIST-REC.
           OPEN OUTPUT KPISRPT-REC.
           MOVE WS-TODAYS-DATE TO RPH-SNAP-DATE
           WRITE KPISRPT-RECORD FROM WS-RPT-HEADING
           WRITE KPISRPT-RECORD FROM WS-RPT-COLUMNS.

       200-LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT POACKREG-REC
           IF WS-POACKREG-FILE-STATUS = '00'
              READ POACKREG-REC
                 AT END MOVE 'Y' TO POACKREG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-ACKS
                 IF WS-ACK-COUNT < 6000
                    ADD 1 TO WS-ACK-COUNT
                    SET ACK-IDX TO WS-ACK-COUNT
                    MOVE PKR-SUPPLIER-CODE
                       TO WS-ACK-SUPPLIER-CODE(ACK-IDX)
                    MOVE PKR-PO-NUMBER TO WS-ACK-PO-NUMBER(ACK-IDX)
                 ELSE
                    DISPLAY 'KPISNAP ACKNOWLEDGMENT TABLE FULL: '
                       PKR-PO-NUMBER
                 END-IF
                 READ POACKREG-REC
                    AT END MOVE 'Y' TO POACKREG-EOF
                 END-READ
              END-PERFORM
              CLOSE POACKREG-REC
           END-IF
           .

       300-MEASURE-PURCHASE-ORDERS.
           READ PART-SUPP-IN
              AT END MOVE 'Y' TO PART-SUPP-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PART-SUPP
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    PERFORM 310-MEASURE-PO-LINE
                 END-IF
              END-PERFORM
              READ PART-SUPP-IN
                 AT END MOVE 'Y' TO PART-SUPP-EOF
              END-READ
           END-PERFORM
           PERFORM VARYING OPN-IDX FROM 1 BY 1
              UNTIL OPN-IDX > WS-OPN-COUNT
                 IF WS-OPN-UNACKNOWLEDGED(OPN-IDX)
                    ADD 1 TO WS-UNACK-POS
                 END-IF
           END-PERFORM
           .

       310-MEASURE-PO-LINE.
      *    Committed - COMMITPO's Open/Shipped/Inspection Hold lines.
           IF NOT PO-TYPE-BLANKET(PO-IDX)
              AND (PO-STATUS-OPEN(PO-IDX)
                   OR PO-STATUS-SHIPPED(PO-IDX)
                   OR PO-STATUS-INSP-HOLD(PO-IDX))
              ADD 1 TO WS-OPEN-LINES
              COMPUTE WS-OPEN-VALUE = WS-OPEN-VALUE
                 + QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
              PERFORM 320-FIND-OR-ADD-OPEN-PO
           END-IF
      *    Overdue - RPTPRINT's 500-SUB-TRACK-OVERDUE-PO test.
           IF DELIVERY-DATE(PO-IDX) IS NUMERIC
              AND DELIVERY-DATE(PO-IDX) > 0
              AND DELIVERY-DATE(PO-IDX) < WS-TODAYS-DATE
              AND NOT PO-STATUS-RECEIVED(PO-IDX)
              AND NOT PO-STATUS-CANCELLED(PO-IDX)
              ADD 1 TO WS-OVERDUE-LINES
              COMPUTE WS-OVERDUE-VALUE = WS-OVERDUE-VALUE
                 + QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
           END-IF
           IF NOT PO-TYPE-BLANKET(PO-IDX)
              AND NOT PO-TYPE-RETURN(PO-IDX)
              PERFORM 330-MEASURE-DELIVERY
           END-IF
           .

      *    A PO spans several master records - one row per distinct
      *    supplier/PO, flagged while any of its lines is still Open
      *    with no acknowledgment on the register.
       320-FIND-OR-ADD-OPEN-PO.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING OPN-IDX FROM 1 BY 1
              UNTIL OPN-IDX > WS-OPN-COUNT OR ENTRY-FOUND
                 IF WS-OPN-SUPPLIER-CODE(OPN-IDX) = SUPPLIER-CODE
                    AND WS-OPN-PO-NUMBER(OPN-IDX) = PO-NUMBER(PO-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO OPN-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-OPN-COUNT < 6000
                 ADD 1 TO WS-OPN-COUNT
                 MOVE WS-OPN-COUNT TO WS-SLOT
                 MOVE SUPPLIER-CODE TO WS-OPN-SUPPLIER-CODE(WS-SLOT)
                 MOVE PO-NUMBER(PO-IDX) TO WS-OPN-PO-NUMBER(WS-SLOT)
              ELSE
                 DISPLAY 'KPISNAP OPEN PO TABLE FULL: '
                    PO-NUMBER(PO-IDX)
              END-IF
           END-IF
           IF WS-SLOT > 0
              AND PO-STATUS-OPEN(PO-IDX)
              AND NOT PO-TYPE-RETURN(PO-IDX)
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING ACK-IDX FROM 1 BY 1
                 UNTIL ACK-IDX > WS-ACK-COUNT OR ENTRY-FOUND
                    IF WS-ACK-SUPPLIER-CODE(ACK-IDX) = SUPPLIER-CODE
                       AND WS-ACK-PO-NUMBER(ACK-IDX) =
                           PO-NUMBER(PO-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF NOT ENTRY-FOUND
                 MOVE 'Y' TO WS-OPN-UNACK-FLAG(WS-SLOT)
              END-IF
           END-IF
           .

      *    On time over lines received in the window; fill rate over
      *    lines due in the window.
       330-MEASURE-DELIVERY.
           IF PO-STATUS-RECEIVED(PO-IDX)
              AND LAST-UPDATE-DATE IS NUMERIC
              AND LAST-UPDATE-DATE > 0
              AND LAST-UPDATE-DATE NOT > WS-TODAYS-DATE
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(LAST-UPDATE-DATE)
              IF WS-DATE-INT > WS-WINDOW-START-INT
                 ADD 1 TO WS-OTD-LINES
                 IF LAST-UPDATE-DATE NOT > DELIVERY-DATE(PO-IDX)
                    ADD 1 TO WS-OTD-ON-TIME
                 END-IF
              END-IF
           END-IF
           IF NOT PO-STATUS-CANCELLED(PO-IDX)
              AND DELIVERY-DATE(PO-IDX) IS NUMERIC
              AND DELIVERY-DATE(PO-IDX) > 0
              AND DELIVERY-DATE(PO-IDX) NOT > WS-TODAYS-DATE
              AND QUANTITY(PO-IDX) > 0
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(DELIVERY-DATE(PO-IDX))
              IF WS-DATE-INT > WS-WINDOW-START-INT
                 ADD 1 TO WS-FILL-LINES
                 ADD QUANTITY(PO-IDX) TO WS-FILL-ORDERED
                 MOVE RECEIVED-QUANTITY(PO-IDX) TO WS-LINE-FILLED
                 IF WS-LINE-FILLED > QUANTITY(PO-IDX)
                    MOVE QUANTITY(PO-IDX) TO WS-LINE-FILLED
                 END-IF
                 IF WS-LINE-FILLED > 0
                    ADD WS-LINE-FILLED TO WS-FILL-FILLED
                 END-IF
              END-IF
           END-IF
           .

       400-COUNT-INVOICE-EXCEPTIONS.
           OPEN INPUT EXCPWORK-REC
           IF WS-EXCPWORK-FILE-STATUS = '00'
              READ EXCPWORK-REC
                 AT END MOVE 'Y' TO EXCPWORK-EOF
              END-READ
              PERFORM UNTIL NO-MORE-EXCEPTIONS
                 ADD 1 TO WS-EXCEPTIONS-READ
                 IF NOT EX-STATUS-RESOLVED
                    ADD 1 TO WS-EXCEPTIONS-OPEN
                 END-IF
                 READ EXCPWORK-REC
                    AT END MOVE 'Y' TO EXCPWORK-EOF
                 END-READ
              END-PERFORM
              CLOSE EXCPWORK-REC
           END-IF
           .

       500-LOAD-STANDARD-COSTS.
           OPEN INPUT STDCOST-REC
           IF WS-STDCOST-FILE-STATUS = '00'
              READ STDCOST-REC
                 AT END MOVE 'Y' TO STDCOST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-STDCOST
                 MOVE STD-PART-NUMBER TO WS-PART-KEY
                 PERFORM 510-FIND-OR-ADD-PART
                 IF WS-SLOT > 0
                    MOVE STD-UNIT-COST TO WS-PRT-STD-COST(WS-SLOT)
                 END-IF
                 READ STDCOST-REC
                    AT END MOVE 'Y' TO STDCOST-EOF
                 END-READ
              END-PERFORM
              CLOSE STDCOST-REC
           END-IF
           .

       510-FIND-OR-ADD-PART.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT OR ENTRY-FOUND
                 IF WS-PRT-PART-NUMBER(PRT-IDX) = WS-PART-KEY
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO PRT-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-PRT-COUNT < 3000
                 ADD 1 TO WS-PRT-COUNT
                 MOVE WS-PRT-COUNT TO WS-SLOT
                 MOVE WS-PART-KEY TO WS-PRT-PART-NUMBER(WS-SLOT)
              ELSE
                 DISPLAY 'KPISNAP PART TABLE FULL: ' WS-PART-KEY
              END-IF
           END-IF
           .

       520-FOLD-IN-ON-HAND.
           OPEN INPUT ONHAND-MSTR
           IF WS-ONHAND-FILE-STATUS = '00'
              READ ONHAND-MSTR
                 AT END MOVE 'Y' TO ONHAND-EOF
              END-READ
              PERFORM UNTIL NO-MORE-ONHAND
                 MOVE OHM-PART-NUMBER TO WS-PART-KEY
                 PERFORM 510-FIND-OR-ADD-PART
                 IF WS-SLOT > 0
                    ADD OHM-ON-HAND-QTY TO WS-PRT-ON-HAND(WS-SLOT)
                 END-IF
                 READ ONHAND-MSTR
                    AT END MOVE 'Y' TO ONHAND-EOF
                 END-READ
              END-PERFORM
              CLOSE ONHAND-MSTR
           END-IF
           .

      *    The last 365 days of usage, returns to stock netted off.
       540-FOLD-IN-USAGE.
           OPEN INPUT DEMDHIST-REC
           IF WS-DEMDHIST-FILE-STATUS = '00'
              READ DEMDHIST-REC
                 AT END MOVE 'Y' TO DEMDHIST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-USAGE
                 IF FUNCTION INTEGER-OF-DATE(DH-USAGE-DATE) >=
                    WS-USAGE-CUTOFF-INT
                    MOVE DH-PART-NUMBER TO WS-PART-KEY
                    PERFORM 510-FIND-OR-ADD-PART
                    IF WS-SLOT > 0
                       IF DH-RETURN-TO-STOCK
                          SUBTRACT DH-USAGE-QTY
                             FROM WS-PRT-USAGE(WS-SLOT)
                       ELSE
                          ADD DH-USAGE-QTY TO WS-PRT-USAGE(WS-SLOT)
                       END-IF
                    END-IF
                 END-IF
                 READ DEMDHIST-REC
                    AT END MOVE 'Y' TO DEMDHIST-EOF
                 END-READ
              END-PERFORM
              CLOSE DEMDHIST-REC
           END-IF
           .

       600-MEASURE-INVENTORY.
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT
                 IF WS-PRT-ON-HAND(PRT-IDX) > 0
                    ADD 1 TO WS-STOCKED-PARTS
                    COMPUTE WS-INVENTORY-VALUE = WS-INVENTORY-VALUE
                       + WS-PRT-ON-HAND(PRT-IDX)
                       * WS-PRT-STD-COST(PRT-IDX)
                 END-IF
                 IF WS-PRT-USAGE(PRT-IDX) > 0
                    ADD 1 TO WS-USED-PARTS
                    COMPUTE WS-USAGE-VALUE = WS-USAGE-VALUE
                       + WS-PRT-USAGE(PRT-IDX)
                       * WS-PRT-STD-COST(PRT-IDX)
                    IF WS-PRT-ON-HAND(PRT-IDX) NOT > 0
                       ADD 1 TO WS-STOCKOUTS
                    END-IF
                 END-IF
           END-PERFORM
           .

       700-WRITE-SNAPSHOT.
           MOVE 'OTDPCT' TO WS-KPI-CODE
           MOVE 'SUPPLIER ON-TIME DELIVERY %' TO WS-KPI-NAME
           IF WS-OTD-LINES > 0
              COMPUTE WS-KPI-VALUE ROUNDED =
                 WS-OTD-ON-TIME * 100 / WS-OTD-LINES
           ELSE
              MOVE 0 TO WS-KPI-VALUE
           END-IF
           MOVE WS-OTD-LINES TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           MOVE 'FILLRATE' TO WS-KPI-CODE
           MOVE 'FILL RATE %' TO WS-KPI-NAME
           IF WS-FILL-ORDERED > 0
              COMPUTE WS-KPI-VALUE ROUNDED =
                 WS-FILL-FILLED * 100 / WS-FILL-ORDERED
           ELSE
              MOVE 0 TO WS-KPI-VALUE
           END-IF
           MOVE WS-FILL-LINES TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           MOVE 'OPENPOS' TO WS-KPI-CODE
           MOVE 'OPEN PO COUNT' TO WS-KPI-NAME
           MOVE WS-OPN-COUNT TO WS-KPI-VALUE
           MOVE WS-OPEN-LINES TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           MOVE 'OPENVAL' TO WS-KPI-CODE
           MOVE 'OPEN PO VALUE' TO WS-KPI-NAME
           MOVE WS-OPEN-VALUE TO WS-KPI-VALUE
           MOVE WS-OPEN-LINES TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           MOVE 'OVDUEVAL' TO WS-KPI-CODE
           MOVE 'OVERDUE PO VALUE' TO WS-KPI-NAME
           MOVE WS-OVERDUE-VALUE TO WS-KPI-VALUE
           MOVE WS-OVERDUE-LINES TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           MOVE 'UNACK855' TO WS-KPI-CODE
           MOVE 'POS AWAITING 855 ACK' TO WS-KPI-NAME
           MOVE WS-UNACK-POS TO WS-KPI-VALUE
           MOVE WS-OPN-COUNT TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           MOVE 'INVEXCP' TO WS-KPI-CODE
           MOVE 'OPEN INVOICE EXCEPTIONS' TO WS-KPI-NAME
           MOVE WS-EXCEPTIONS-OPEN TO WS-KPI-VALUE
           MOVE WS-EXCEPTIONS-READ TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           MOVE 'INVVALUE' TO WS-KPI-CODE
           MOVE 'INVENTORY VALUE' TO WS-KPI-NAME
           MOVE WS-INVENTORY-VALUE TO WS-KPI-VALUE
           MOVE WS-STOCKED-PARTS TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           MOVE 'INVTURNS' TO WS-KPI-CODE
           MOVE 'INVENTORY TURNS' TO WS-KPI-NAME
           IF WS-INVENTORY-VALUE > 0
              COMPUTE WS-KPI-VALUE ROUNDED =
                 WS-USAGE-VALUE / WS-INVENTORY-VALUE
           ELSE
              MOVE 0 TO WS-KPI-VALUE
           END-IF
           MOVE WS-USED-PARTS TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           MOVE 'DAYSSUPL' TO WS-KPI-CODE
           MOVE 'DAYS OF SUPPLY' TO WS-KPI-NAME
           IF WS-USAGE-VALUE > 0
              COMPUTE WS-KPI-VALUE ROUNDED =
                 WS-INVENTORY-VALUE * 365 / WS-USAGE-VALUE
           ELSE
              MOVE 0 TO WS-KPI-VALUE
           END-IF
           MOVE WS-USED-PARTS TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           MOVE 'STOCKOUT' TO WS-KPI-CODE
           MOVE 'STOCKOUTS' TO WS-KPI-NAME
           MOVE WS-STOCKOUTS TO WS-KPI-VALUE
           MOVE WS-USED-PARTS TO WS-KPI-BASIS
           PERFORM 790-WRITE-KPI-ROW
           .

       790-WRITE-KPI-ROW.
           MOVE SPACES TO KPI-HISTORY-ROW
           MOVE WS-TODAYS-DATE TO KH-SNAP-DATE
           MOVE WS-KPI-CODE TO KH-KPI-CODE
           MOVE WS-KPI-NAME TO KH-KPI-NAME
           MOVE WS-KPI-VALUE TO KH-KPI-VALUE
           MOVE WS-KPI-BASIS TO KH-BASIS-COUNT
           WRITE KPI-HISTORY-ROW
           ADD 1 TO WS-KPI-ROWS-WRITTEN
           MOVE WS-KPI-CODE TO RPD-KPI-CODE
           MOVE WS-KPI-NAME TO RPD-KPI-NAME
           MOVE WS-KPI-VALUE TO RPD-KPI-VALUE
           MOVE WS-KPI-BASIS TO RPD-BASIS
           WRITE KPISRPT-RECORD FROM WS-RPT-DETAIL
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-IN.
           CLOSE KPIHIST-REC.
           CLOSE KPISRPT-REC.
