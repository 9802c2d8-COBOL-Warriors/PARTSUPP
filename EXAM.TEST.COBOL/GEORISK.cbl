      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    GEORISK.
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
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //ONHAND   DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=SHR
      * //GEOPARM  DD *
      *   JCL Output
      * //GEORPT   DD SYSOUT=*
      ***************************************************************
      * Supplier geographic concentration risk.  Every supplier's
      * ship-from location is its SCHED-ADDRESS on the master, with
      * the ADDR-LATITUDE/ADDR-LONGITUDE MKPRTSUP geocoded onto it.
      *
      * Concentration view - for each PART-NUMBER with ACTIVE
      * PARTSUPL links, the ship-from of every ACTIVE supplier is
      * compared.  A part is listed when its whole supply is:
      *
      *    WITHIN RADIUS  every ship-from within the GEOPARM radius
      *                   of the group's centre point (needs every
      *                   ship-from geocoded);
      *    ONE STATE      every ship-from in one state/province;
      *    ONE COUNTRY    every ship-from in one country.
      *
      * A single ACTIVE supplier is all three by definition and is
      * listed too - one hurricane away from nothing.  A supplier
      * with no SCHED-ADDRESS, or one the lookup did not geocode
      * (zero/zero), is named in the remark.
      *
      * Disaster view - given a centre point and radius on the
      * GEOPARM card, every supplier whose ship-from is inside the
      * area, every part with an ACTIVE link to one of them (with
      * its on-hand off the ONHAND master, its open PO quantity
      * still due from the area, and whether any ACTIVE source is
      * left outside it), and every open or shipped PO line placed
      * with one of them.
      *
      * Distances are in miles on a flat-earth approximation
      * (longitude scaled by the cosine of the mean latitude) -
      * close enough at the few-hundred-mile scale of a storm
      * track or a regional closure.
      *
      * GEOPARM (optional, one card):
      *    1-4    concentration radius in miles (default 250)
      *    5-13   disaster centre latitude  999V999999
      *    14     N or S
      *    15-23  disaster centre longitude 999V999999
      *    24     E or W
      *    25-28  disaster radius in miles (zero - no disaster view)
      *    29-58  disaster name for the heading
      * ONHAND is optional; without it the on-hand column is zero.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-IN  ASSIGN TO RPTINPUT.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT ONHAND-MSTR   ASSIGN TO ONHAND
               FILE STATUS IS WS-ONHAND-FILE-STATUS.
           SELECT GEOPARM-REC   ASSIGN TO GEOPARM
               FILE STATUS IS WS-GEOPARM-FILE-STATUS.
           SELECT GEORPT-REC    ASSIGN TO GEORPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-IN.
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
               88 PSL-PRICE-ACTIVE          VALUE 'A'.
           05  FILLER             PIC X(48).

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

       FD  GEOPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GEOPARM-RECORD.
       01  GEOPARM-RECORD.
           05  GP-CLUSTER-RADIUS   PIC 9(04).
           05  GP-DISASTER-LAT     PIC 9(03)V9(06).
           05  GP-LAT-HEMISPHERE   PIC X(01).
               88 GP-SOUTH                  VALUE 'S'.
           05  GP-DISASTER-LON     PIC 9(03)V9(06).
           05  GP-LON-HEMISPHERE   PIC X(01).
               88 GP-WEST                   VALUE 'W'.
           05  GP-DISASTER-RADIUS  PIC 9(04).
           05  GP-DISASTER-NAME    PIC X(30).
           05  FILLER              PIC X(22).

       FD  GEORPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GEORPT-RECORD.
       01  GEORPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-ONHAND-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-GEOPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-CLUSTER-RADIUS             PIC 9(04)      VALUE 250.
       01  WS-DISASTER-RADIUS            PIC 9(04)      VALUE 0.
       01  WS-DISASTER-LAT               PIC S9(3)V9(6) VALUE 0.
       01  WS-DISASTER-LON               PIC S9(3)V9(6) VALUE 0.
       01  WS-DISASTER-NAME              PIC X(30)      VALUE SPACES.

      *    One row per supplier - its ship-from, and whether it
      *    sits in the disaster area.
       01  WS-SUP-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-SUP-TABLE.
           05  WS-SUP-ENTRY OCCURS 1000 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SUP-CITY            PIC X(15)      VALUE SPACES.
               10 WS-SUP-STATE           PIC X(02)      VALUE SPACES.
               10 WS-SUP-COUNTRY         PIC X(02)      VALUE SPACES.
               10 WS-SUP-LATITUDE        PIC S9(3)V9(6) VALUE 0.
               10 WS-SUP-LONGITUDE       PIC S9(3)V9(6) VALUE 0.
               10 WS-SUP-DISTANCE        PIC 9(05)      VALUE 0.
               10 WS-SUP-LOCATION-FLAG   PIC X(01)      VALUE 'N'.
                  88 WS-SUP-HAS-SHIP-FROM               VALUE 'A' 'G'.
                  88 WS-SUP-GEOCODED                    VALUE 'G'.
               10 WS-SUP-AREA-FLAG       PIC X(01)      VALUE 'N'.
                  88 WS-SUP-IN-AREA                     VALUE 'Y'.

      *    ACTIVE links, by part.
       01  WS-PSL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PSL-TABLE.
           05  WS-PSL-ENTRY OCCURS 5000 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PSL-SUP-SLOT        PIC 9(05)      VALUE 0.

      *    Distinct parts with an ACTIVE link, and their on-hand.
       01  WS-PRT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PRT-TABLE.
           05  WS-PRT-ENTRY OCCURS 3000 TIMES
                  INDEXED BY PRT-IDX.
               10 WS-PRT-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PRT-ON-HAND         PIC S9(09)     VALUE 0.

      *    Open and shipped PO lines still due.
       01  WS-OPO-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-OPO-TABLE.
           05  WS-OPO-ENTRY OCCURS 6000 TIMES
                  INDEXED BY OPO-IDX.
               10 WS-OPO-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-OPO-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-OPO-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-OPO-PO-STATUS       PIC X(01)      VALUE SPACES.
               10 WS-OPO-QTY-DUE         PIC S9(07)     VALUE 0.
               10 WS-OPO-DELIVERY-DATE   PIC 9(08)      VALUE 0.

      *    The part being assessed.
       01  WS-GROUP-WORK.
           05 WS-GRP-SUPPLIERS           PIC 9(05)      VALUE 0.
           05 WS-GRP-IN-AREA             PIC 9(05)      VALUE 0.
           05 WS-GRP-GEOCODED            PIC 9(05)      VALUE 0.
           05 WS-GRP-FIRST-SUPPLIER      PIC X(10)      VALUE SPACES.
           05 WS-GRP-COUNTRY             PIC X(02)      VALUE SPACES.
           05 WS-GRP-STATE               PIC X(02)      VALUE SPACES.
           05 WS-GRP-LAT-TOTAL           PIC S9(7)V9(6) VALUE 0.
           05 WS-GRP-LON-TOTAL           PIC S9(7)V9(6) VALUE 0.
           05 WS-GRP-SPREAD              PIC 9(05)      VALUE 0.
           05 WS-GRP-OPEN-DUE            PIC S9(09)     VALUE 0.
           05 WS-GRP-UNLOCATED           PIC X(10)      VALUE SPACES.
           05 WS-GRP-ONE-COUNTRY-FLAG    PIC X(01)      VALUE 'Y'.
              88 WS-GRP-ONE-COUNTRY                     VALUE 'Y'.
           05 WS-GRP-ONE-STATE-FLAG      PIC X(01)      VALUE 'Y'.
              88 WS-GRP-ONE-STATE                       VALUE 'Y'.
           05 WS-GRP-IN-RADIUS-FLAG      PIC X(01)      VALUE 'N'.
              88 WS-GRP-IN-RADIUS                       VALUE 'Y'.

      *    In/out of 900-COMPUTE-DISTANCE.
       01  WS-DIST-WORK.
           05 WS-FROM-LAT                PIC S9(3)V9(6) VALUE 0.
           05 WS-FROM-LON                PIC S9(3)V9(6) VALUE 0.
           05 WS-TO-LAT                  PIC S9(3)V9(6) VALUE 0.
           05 WS-TO-LON                  PIC S9(3)V9(6) VALUE 0.
           05 WS-NORTH-MILES             PIC S9(7)V9(4) VALUE 0.
           05 WS-EAST-MILES              PIC S9(7)V9(4) VALUE 0.
           05 WS-DISTANCE-MILES          PIC 9(07)V9(2) VALUE 0.
       01  WS-MILES-PER-DEGREE           PIC 9(02)V9(2) VALUE 69.10.

       01  WS-REMARK                     PIC X(60)      VALUE SPACES.
       01  WS-REMARK-PTR                 PIC 9(03)      VALUE 1.

       01  WS-RUN-COUNTS.
           05 WS-PARTS-ASSESSED          PIC 9(05)      VALUE 0.
           05 WS-PARTS-CONCENTRATED      PIC 9(05)      VALUE 0.
           05 WS-SUPPLIERS-IN-AREA       PIC 9(05)      VALUE 0.
           05 WS-PARTS-IN-AREA           PIC 9(05)      VALUE 0.
           05 WS-POS-IN-AREA             PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.

       01  PART-SUPP-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PART-SUPP                         VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.
       01  ONHAND-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(40)      VALUE
               'SUPPLIER GEOGRAPHIC CONCENTRATION RISK -'.
           05  FILLER              PIC X(10)      VALUE
               ' RUN DATE '.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(74)      VALUE SPACES.

       01  WS-RPT-CONC-TITLE.
           05  FILLER              PIC X(40)      VALUE
               'PARTS WHOSE ACTIVE SUPPLY SITS IN ONE AR'.
           05  FILLER              PIC X(11)      VALUE
               'EA - RADIUS'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCT-RADIUS          PIC ZZZ9       VALUE ZERO.
           05  FILLER              PIC X(06)      VALUE ' MILES'.
           05  FILLER              PIC X(70)      VALUE SPACES.

       01  WS-RPT-CONC-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'PART                     SUPPS  SUPPLIER'.
           05  FILLER              PIC X(36)      VALUE
               '    CTRY  ST   SPREAD  CONCENTRATION'.
           05  FILLER              PIC X(56)      VALUE SPACES.

       01  WS-RPT-CONC-DETAIL.
           05  RCD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-SUPPLIERS       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-COUNTRY         PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-STATE           PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-SPREAD          PIC ZZZZ9      VALUE ZERO.
           05  RCD-SPREAD-X REDEFINES RCD-SPREAD
                                   PIC X(05).
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-REMARK          PIC X(60)      VALUE SPACES.
           05  FILLER              PIC X(09)      VALUE SPACES.

       01  WS-RPT-AREA-TITLE.
           05  FILLER              PIC X(15)      VALUE
               'DISASTER AREA -'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RAT-NAME            PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(08)      VALUE ' CENTRE '.
           05  RAT-LATITUDE        PIC ---9.999999 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RAT-LONGITUDE       PIC ---9.999999 VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE ' RADIUS '.
           05  RAT-RADIUS          PIC ZZZ9       VALUE ZERO.
           05  FILLER              PIC X(06)      VALUE ' MILES'.
           05  FILLER              PIC X(37)      VALUE SPACES.

       01  WS-RPT-AREA-SUBTITLE.
           05  RAS-TEXT            PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(92)      VALUE SPACES.

       01  WS-RPT-SUPP-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'SUPPLIER    CITY             ST  CTRY  M'.
           05  FILLER              PIC X(04)      VALUE
               'ILES'.
           05  FILLER              PIC X(88)      VALUE SPACES.

       01  WS-RPT-SUPP-DETAIL.
           05  RSD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSD-CITY            PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSD-STATE           PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSD-COUNTRY         PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSD-DISTANCE        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(88)      VALUE SPACES.

       01  WS-RPT-PART-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'PART                     SUPPS  IN AREA '.
           05  FILLER              PIC X(29)      VALUE
               ' ON HAND  OPEN DUE   EXPOSURE'.
           05  FILLER              PIC X(63)      VALUE SPACES.

       01  WS-RPT-PART-DETAIL.
           05  RPD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-SUPPLIERS       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-IN-AREA         PIC ZZZZZZ9    VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-ON-HAND         PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-OPEN-DUE        PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  RPD-EXPOSURE        PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(40)      VALUE SPACES.

       01  WS-RPT-PO-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'PO      PART                     SUPPLIE'.
           05  FILLER              PIC X(26)      VALUE
               'R    ST QTY DUE   DELIVERY'.
           05  FILLER              PIC X(66)      VALUE SPACES.

       01  WS-RPT-PO-DETAIL.
           05  ROD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ROD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ROD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ROD-PO-STATUS       PIC X(01)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ROD-QTY-DUE         PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  ROD-DELIVERY-DATE   PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(66)      VALUE SPACES.

       01  WS-RPT-NONE.
           05  RPN-TEXT            PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(92)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RUN-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-SHIP-FROM.
           PERFORM 250-LOAD-ACTIVE-LINKS.
           PERFORM 300-LOAD-ON-HAND.
           PERFORM 600-CONCENTRATION-VIEW.
           IF WS-DISASTER-RADIUS > 0
              PERFORM 700-DISASTER-VIEW
           END-IF.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'GEORISK COMPLETE - PARTS ASSESSED: '
              WS-PARTS-ASSESSED
              ' CONCENTRATED: ' WS-PARTS-CONCENTRATED
              ' SUPPLIERS IN AREA: ' WS-SUPPLIERS-IN-AREA
              ' PARTS IN AREA: ' WS-PARTS-IN-AREA
              ' POS IN AREA: ' WS-POS-IN-AREA.
           GOBACK.

       000-INIT.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUP-TABLE.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PSL-TABLE.
           INITIALIZE WS-PRT-COUNT.
           INITIALIZE WS-PRT-TABLE.
           INITIALIZE WS-OPO-COUNT.
           INITIALIZE WS-OPO-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PART-SUPP-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO ONHAND-EOF.

      *    No card leaves the default concentration radius and no
      *    disaster view; a field that is not numeric is ignored.
       050-READ-RUN-PARM.
           OPEN INPUT GEOPARM-REC
           IF WS-GEOPARM-FILE-STATUS = '00'
              READ GEOPARM-REC
                 AT END MOVE SPACES TO GEOPARM-RECORD
              END-READ
              IF GP-CLUSTER-RADIUS IS NUMERIC
                 AND GP-CLUSTER-RADIUS > 0
                 MOVE GP-CLUSTER-RADIUS TO WS-CLUSTER-RADIUS
              END-IF
              IF GP-DISASTER-RADIUS IS NUMERIC
                 AND GP-DISASTER-LAT IS NUMERIC
                 AND GP-DISASTER-LON IS NUMERIC
                 MOVE GP-DISASTER-RADIUS TO WS-DISASTER-RADIUS
                 MOVE GP-DISASTER-LAT TO WS-DISASTER-LAT
                 MOVE GP-DISASTER-LON TO WS-DISASTER-LON
                 IF GP-SOUTH
                    MULTIPLY -1 BY WS-DISASTER-LAT
                 END-IF
                 IF GP-WEST
                    MULTIPLY -1 BY WS-DISASTER-LON
                 END-IF
                 MOVE GP-DISASTER-NAME TO WS-DISASTER-NAME
              END-IF
              CLOSE GEOPARM-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-IN.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT GEORPT-REC.
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE GEORPT-RECORD FROM WS-RPT-HEADING.

      *    Each supplier's ship-from, off the first master record
      *    that carries its SCHED-ADDRESS, and every open or
      *    shipped PO line still due.
       200-LOAD-SHIP-FROM.
           READ PART-SUPP-IN
              AT END MOVE 'Y' TO PART-SUPP-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PART-SUPP
              PERFORM 210-FIND-OR-ADD-SUPPLIER
              IF WS-SLOT > 0
                 AND NOT WS-SUP-HAS-SHIP-FROM(WS-SLOT)
                 PERFORM VARYING ADDR-IDX FROM 1 BY 1
                    UNTIL ADDR-IDX > 4
                       OR WS-SUP-HAS-SHIP-FROM(WS-SLOT)
                       IF SCHED-ADDRESS(ADDR-IDX)
                          PERFORM 220-TAKE-SHIP-FROM
                       END-IF
                 END-PERFORM
              END-IF
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND (PO-STATUS-OPEN(PO-IDX)
                         OR PO-STATUS-SHIPPED(PO-IDX))
                    AND NOT PO-TYPE-BLANKET(PO-IDX)
                    AND NOT PO-TYPE-RETURN(PO-IDX)
                    AND WS-OPO-COUNT < 6000
                    ADD 1 TO WS-OPO-COUNT
                    SET OPO-IDX TO WS-OPO-COUNT
                    MOVE PO-NUMBER(PO-IDX) TO WS-OPO-PO-NUMBER(OPO-IDX)
                    MOVE PART-NUMBER TO WS-OPO-PART-NUMBER(OPO-IDX)
                    MOVE SUPPLIER-CODE
                       TO WS-OPO-SUPPLIER-CODE(OPO-IDX)
                    MOVE PO-STATUS(PO-IDX) TO WS-OPO-PO-STATUS(OPO-IDX)
                    COMPUTE WS-OPO-QTY-DUE(OPO-IDX) =
                       QUANTITY(PO-IDX) - RECEIVED-QUANTITY(PO-IDX)
                    MOVE DELIVERY-DATE(PO-IDX)
                       TO WS-OPO-DELIVERY-DATE(OPO-IDX)
                 END-IF
              END-PERFORM
              READ PART-SUPP-IN
                 AT END MOVE 'Y' TO PART-SUPP-EOF
              END-READ
           END-PERFORM
           .

       210-FIND-OR-ADD-SUPPLIER.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO SUP-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-SUP-COUNT < 1000
                 ADD 1 TO WS-SUP-COUNT
                 MOVE WS-SUP-COUNT TO WS-SLOT
                 MOVE SUPPLIER-CODE TO WS-SUP-SUPPLIER-CODE(WS-SLOT)
              ELSE
                 DISPLAY 'GEORISK SUPPLIER TABLE FULL: '
                    SUPPLIER-CODE
              END-IF
           END-IF
           .

      *    Spaces in ADDR-COUNTRY-CODE is an older US record.
      *    Zero/zero is an address the geocode lookup missed.
       220-TAKE-SHIP-FROM.
           MOVE CITY(ADDR-IDX) TO WS-SUP-CITY(WS-SLOT)
           MOVE ADDR-STATE(ADDR-IDX) TO WS-SUP-STATE(WS-SLOT)
           IF ADDR-COUNTRY-CODE(ADDR-IDX) = SPACES
              MOVE 'US' TO WS-SUP-COUNTRY(WS-SLOT)
           ELSE
              MOVE ADDR-COUNTRY-CODE(ADDR-IDX)
                 TO WS-SUP-COUNTRY(WS-SLOT)
           END-IF
           MOVE ADDR-LATITUDE(ADDR-IDX) TO WS-SUP-LATITUDE(WS-SLOT)
           MOVE ADDR-LONGITUDE(ADDR-IDX) TO WS-SUP-LONGITUDE(WS-SLOT)
           IF ADDR-LATITUDE(ADDR-IDX) = 0
              AND ADDR-LONGITUDE(ADDR-IDX) = 0
              MOVE 'A' TO WS-SUP-LOCATION-FLAG(WS-SLOT)
           ELSE
              MOVE 'G' TO WS-SUP-LOCATION-FLAG(WS-SLOT)
           END-IF
           .

       250-LOAD-ACTIVE-LINKS.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF PSL-PRICE-ACTIVE
                 AND WS-PSL-COUNT < 5000
                 ADD 1 TO WS-PSL-COUNT
                 SET PSL-IDX TO WS-PSL-COUNT
                 MOVE PSL-PART-NUMBER TO WS-PSL-PART-NUMBER(PSL-IDX)
                 MOVE PSL-SUPPLIER-CODE
                    TO WS-PSL-SUPPLIER-CODE(PSL-IDX)
                 MOVE 0 TO WS-PSL-SUP-SLOT(PSL-IDX)
                 PERFORM VARYING SUP-IDX FROM 1 BY 1
                    UNTIL SUP-IDX > WS-SUP-COUNT
                       OR WS-PSL-SUP-SLOT(PSL-IDX) > 0
                       IF WS-SUP-SUPPLIER-CODE(SUP-IDX) =
                          PSL-SUPPLIER-CODE
                          SET WS-PSL-SUP-SLOT(PSL-IDX) TO SUP-IDX
                       END-IF
                 END-PERFORM
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING PRT-IDX FROM 1 BY 1
                    UNTIL PRT-IDX > WS-PRT-COUNT OR ENTRY-FOUND
                       IF WS-PRT-PART-NUMBER(PRT-IDX) =
                          PSL-PART-NUMBER
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
                 IF NOT ENTRY-FOUND AND WS-PRT-COUNT < 3000
                    ADD 1 TO WS-PRT-COUNT
                    SET PRT-IDX TO WS-PRT-COUNT
                    MOVE PSL-PART-NUMBER TO WS-PRT-PART-NUMBER(PRT-IDX)
                 END-IF
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

      *    A missing ONHAND (FILE STATUS not '00') leaves every
      *    part's on-hand at zero.
       300-LOAD-ON-HAND.
           OPEN INPUT ONHAND-MSTR
           IF WS-ONHAND-FILE-STATUS = '00'
              READ ONHAND-MSTR
                 AT END MOVE 'Y' TO ONHAND-EOF
              END-READ
              PERFORM UNTIL NO-MORE-ONHAND
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING PRT-IDX FROM 1 BY 1
                    UNTIL PRT-IDX > WS-PRT-COUNT OR ENTRY-FOUND
                       IF WS-PRT-PART-NUMBER(PRT-IDX) =
                          OHM-PART-NUMBER
                          MOVE 'Y' TO WS-FOUND-FLAG
                          ADD OHM-ON-HAND-QTY
                             TO WS-PRT-ON-HAND(PRT-IDX)
                       END-IF
                 END-PERFORM
                 READ ONHAND-MSTR
                    AT END MOVE 'Y' TO ONHAND-EOF
                 END-READ
              END-PERFORM
              CLOSE ONHAND-MSTR
           END-IF
           .

       600-CONCENTRATION-VIEW.
           MOVE WS-CLUSTER-RADIUS TO RCT-RADIUS
           WRITE GEORPT-RECORD FROM WS-RPT-CONC-TITLE
           WRITE GEORPT-RECORD FROM WS-RPT-CONC-COLUMNS
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT
                 ADD 1 TO WS-PARTS-ASSESSED
                 PERFORM 610-ASSESS-PART
                 IF WS-GRP-IN-RADIUS OR WS-GRP-ONE-STATE
                    OR WS-GRP-ONE-COUNTRY
                    ADD 1 TO WS-PARTS-CONCENTRATED
                    PERFORM 630-WRITE-CONCENTRATION
                 END-IF
           END-PERFORM
           IF WS-PARTS-CONCENTRATED = 0
              MOVE 'NO CONCENTRATED PARTS.' TO RPN-TEXT
              WRITE GEORPT-RECORD FROM WS-RPT-NONE
           END-IF
           .

      *    One state only counts where every ship-from is known;
      *    the radius test also needs every one geocoded.
       610-ASSESS-PART.
           INITIALIZE WS-GROUP-WORK
           MOVE 'Y' TO WS-GRP-ONE-COUNTRY-FLAG
           MOVE 'Y' TO WS-GRP-ONE-STATE-FLAG
           MOVE 'N' TO WS-GRP-IN-RADIUS-FLAG
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT
                 IF WS-PSL-PART-NUMBER(PSL-IDX) =
                    WS-PRT-PART-NUMBER(PRT-IDX)
                    PERFORM 615-ADD-TO-GROUP
                 END-IF
           END-PERFORM
           IF WS-GRP-GEOCODED = WS-GRP-SUPPLIERS
              AND WS-GRP-SUPPLIERS > 0
              PERFORM 620-MEASURE-SPREAD
              IF WS-GRP-SPREAD NOT > WS-CLUSTER-RADIUS
                 MOVE 'Y' TO WS-GRP-IN-RADIUS-FLAG
              END-IF
           END-IF
           .

       615-ADD-TO-GROUP.
           ADD 1 TO WS-GRP-SUPPLIERS
           MOVE WS-PSL-SUP-SLOT(PSL-IDX) TO WS-SLOT
           IF WS-GRP-SUPPLIERS = 1
              MOVE WS-PSL-SUPPLIER-CODE(PSL-IDX)
                 TO WS-GRP-FIRST-SUPPLIER
           END-IF
           IF WS-SLOT = 0
              MOVE 'N' TO WS-GRP-ONE-COUNTRY-FLAG
              MOVE 'N' TO WS-GRP-ONE-STATE-FLAG
              MOVE WS-PSL-SUPPLIER-CODE(PSL-IDX) TO WS-GRP-UNLOCATED
           ELSE
              IF NOT WS-SUP-HAS-SHIP-FROM(WS-SLOT)
                 MOVE 'N' TO WS-GRP-ONE-COUNTRY-FLAG
                 MOVE 'N' TO WS-GRP-ONE-STATE-FLAG
                 MOVE WS-PSL-SUPPLIER-CODE(PSL-IDX)
                    TO WS-GRP-UNLOCATED
              ELSE
                 IF WS-GRP-COUNTRY = SPACES
                    MOVE WS-SUP-COUNTRY(WS-SLOT) TO WS-GRP-COUNTRY
                    MOVE WS-SUP-STATE(WS-SLOT) TO WS-GRP-STATE
                 END-IF
                 IF WS-SUP-COUNTRY(WS-SLOT) NOT = WS-GRP-COUNTRY
                    MOVE 'N' TO WS-GRP-ONE-COUNTRY-FLAG
                    MOVE 'N' TO WS-GRP-ONE-STATE-FLAG
                 END-IF
                 IF WS-SUP-STATE(WS-SLOT) NOT = WS-GRP-STATE
                    OR WS-SUP-STATE(WS-SLOT) = SPACES
                    MOVE 'N' TO WS-GRP-ONE-STATE-FLAG
                 END-IF
                 IF WS-SUP-GEOCODED(WS-SLOT)
                    ADD 1 TO WS-GRP-GEOCODED
                    ADD WS-SUP-LATITUDE(WS-SLOT) TO WS-GRP-LAT-TOTAL
                    ADD WS-SUP-LONGITUDE(WS-SLOT) TO WS-GRP-LON-TOTAL
                 ELSE
                    MOVE WS-PSL-SUPPLIER-CODE(PSL-IDX)
                       TO WS-GRP-UNLOCATED
                 END-IF
              END-IF
           END-IF
           .

      *    Spread is the farthest ship-from from the group's centre.
       620-MEASURE-SPREAD.
           COMPUTE WS-FROM-LAT ROUNDED =
              WS-GRP-LAT-TOTAL / WS-GRP-GEOCODED
           COMPUTE WS-FROM-LON ROUNDED =
              WS-GRP-LON-TOTAL / WS-GRP-GEOCODED
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT
                 IF WS-PSL-PART-NUMBER(PSL-IDX) =
                    WS-PRT-PART-NUMBER(PRT-IDX)
                    MOVE WS-PSL-SUP-SLOT(PSL-IDX) TO WS-SLOT
                    MOVE WS-SUP-LATITUDE(WS-SLOT) TO WS-TO-LAT
                    MOVE WS-SUP-LONGITUDE(WS-SLOT) TO WS-TO-LON
                    PERFORM 900-COMPUTE-DISTANCE
                    IF WS-DISTANCE-MILES > WS-GRP-SPREAD
                       COMPUTE WS-GRP-SPREAD ROUNDED =
                          WS-DISTANCE-MILES
                    END-IF
                 END-IF
           END-PERFORM
           .

       630-WRITE-CONCENTRATION.
           MOVE WS-PRT-PART-NUMBER(PRT-IDX) TO RCD-PART-NUMBER
           MOVE WS-GRP-SUPPLIERS TO RCD-SUPPLIERS
           MOVE WS-GRP-FIRST-SUPPLIER TO RCD-SUPPLIER-CODE
           IF WS-GRP-ONE-COUNTRY
              MOVE WS-GRP-COUNTRY TO RCD-COUNTRY
           ELSE
              MOVE 'MIX' TO RCD-COUNTRY
           END-IF
           IF WS-GRP-ONE-STATE
              MOVE WS-GRP-STATE TO RCD-STATE
           ELSE
              MOVE 'MIX' TO RCD-STATE
           END-IF
           IF WS-GRP-GEOCODED = WS-GRP-SUPPLIERS
              MOVE WS-GRP-SPREAD TO RCD-SPREAD
           ELSE
              MOVE '   --' TO RCD-SPREAD-X
           END-IF
           MOVE SPACES TO WS-REMARK
           MOVE 1 TO WS-REMARK-PTR
           IF WS-GRP-IN-RADIUS
              STRING 'WITHIN RADIUS ' DELIMITED BY SIZE
                 INTO WS-REMARK WITH POINTER WS-REMARK-PTR
           END-IF
           IF WS-GRP-ONE-STATE
              STRING 'ONE STATE ' DELIMITED BY SIZE
                 INTO WS-REMARK WITH POINTER WS-REMARK-PTR
           END-IF
           IF WS-GRP-ONE-COUNTRY
              STRING 'ONE COUNTRY ' DELIMITED BY SIZE
                 INTO WS-REMARK WITH POINTER WS-REMARK-PTR
           END-IF
           IF WS-GRP-UNLOCATED NOT = SPACES
              STRING '- NOT GEOCODED: ' DELIMITED BY SIZE
                 WS-GRP-UNLOCATED DELIMITED BY SPACE
                 INTO WS-REMARK WITH POINTER WS-REMARK-PTR
           END-IF
           MOVE WS-REMARK TO RCD-REMARK
           WRITE GEORPT-RECORD FROM WS-RPT-CONC-DETAIL
           .

      *    The area's suppliers, then its parts, then its POs.
       700-DISASTER-VIEW.
           MOVE SPACES TO GEORPT-RECORD
           WRITE GEORPT-RECORD
           MOVE WS-DISASTER-NAME TO RAT-NAME
           MOVE WS-DISASTER-LAT TO RAT-LATITUDE
           MOVE WS-DISASTER-LON TO RAT-LONGITUDE
           MOVE WS-DISASTER-RADIUS TO RAT-RADIUS
           WRITE GEORPT-RECORD FROM WS-RPT-AREA-TITLE
           PERFORM 710-SUPPLIERS-IN-AREA
           PERFORM 720-PARTS-IN-AREA
           PERFORM 740-POS-IN-AREA
           .

       710-SUPPLIERS-IN-AREA.
           MOVE SPACES TO GEORPT-RECORD
           WRITE GEORPT-RECORD
           MOVE 'SUPPLIERS SHIPPING FROM THE AREA' TO RAS-TEXT
           WRITE GEORPT-RECORD FROM WS-RPT-AREA-SUBTITLE
           WRITE GEORPT-RECORD FROM WS-RPT-SUPP-COLUMNS
           MOVE WS-DISASTER-LAT TO WS-FROM-LAT
           MOVE WS-DISASTER-LON TO WS-FROM-LON
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 IF WS-SUP-GEOCODED(SUP-IDX)
                    MOVE WS-SUP-LATITUDE(SUP-IDX) TO WS-TO-LAT
                    MOVE WS-SUP-LONGITUDE(SUP-IDX) TO WS-TO-LON
                    PERFORM 900-COMPUTE-DISTANCE
                    IF WS-DISTANCE-MILES NOT > WS-DISASTER-RADIUS
                       MOVE 'Y' TO WS-SUP-AREA-FLAG(SUP-IDX)
                       COMPUTE WS-SUP-DISTANCE(SUP-IDX) ROUNDED =
                          WS-DISTANCE-MILES
                       ADD 1 TO WS-SUPPLIERS-IN-AREA
                       MOVE WS-SUP-SUPPLIER-CODE(SUP-IDX)
                          TO RSD-SUPPLIER-CODE
                       MOVE WS-SUP-CITY(SUP-IDX) TO RSD-CITY
                       MOVE WS-SUP-STATE(SUP-IDX) TO RSD-STATE
                       MOVE WS-SUP-COUNTRY(SUP-IDX) TO RSD-COUNTRY
                       MOVE WS-SUP-DISTANCE(SUP-IDX) TO RSD-DISTANCE
                       WRITE GEORPT-RECORD FROM WS-RPT-SUPP-DETAIL
                    END-IF
                 END-IF
           END-PERFORM
           IF WS-SUPPLIERS-IN-AREA = 0
              MOVE 'NO SUPPLIER SHIPS FROM THE AREA.' TO RPN-TEXT
              WRITE GEORPT-RECORD FROM WS-RPT-NONE
           END-IF
           .

       720-PARTS-IN-AREA.
           MOVE SPACES TO GEORPT-RECORD
           WRITE GEORPT-RECORD
           MOVE 'PARTS WITH AN ACTIVE SOURCE IN THE AREA'
              TO RAS-TEXT
           WRITE GEORPT-RECORD FROM WS-RPT-AREA-SUBTITLE
           WRITE GEORPT-RECORD FROM WS-RPT-PART-COLUMNS
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT
                 MOVE 0 TO WS-GRP-SUPPLIERS
                 MOVE 0 TO WS-GRP-IN-AREA
                 PERFORM VARYING PSL-IDX FROM 1 BY 1
                    UNTIL PSL-IDX > WS-PSL-COUNT
                       IF WS-PSL-PART-NUMBER(PSL-IDX) =
                          WS-PRT-PART-NUMBER(PRT-IDX)
                          ADD 1 TO WS-GRP-SUPPLIERS
                          MOVE WS-PSL-SUP-SLOT(PSL-IDX) TO WS-SLOT
                          IF WS-SLOT > 0
                             IF WS-SUP-IN-AREA(WS-SLOT)
                                ADD 1 TO WS-GRP-IN-AREA
                             END-IF
                          END-IF
                       END-IF
                 END-PERFORM
                 IF WS-GRP-IN-AREA > 0
                    PERFORM 730-WRITE-PART-IN-AREA
                 END-IF
           END-PERFORM
           IF WS-PARTS-IN-AREA = 0
              MOVE 'NO PART HAS AN ACTIVE SOURCE THERE.' TO RPN-TEXT
              WRITE GEORPT-RECORD FROM WS-RPT-NONE
           END-IF
           .

      *    Open quantity still due from inside the area only.
       730-WRITE-PART-IN-AREA.
           ADD 1 TO WS-PARTS-IN-AREA
           MOVE 0 TO WS-GRP-OPEN-DUE
           PERFORM VARYING OPO-IDX FROM 1 BY 1
              UNTIL OPO-IDX > WS-OPO-COUNT
                 IF WS-OPO-PART-NUMBER(OPO-IDX) =
                    WS-PRT-PART-NUMBER(PRT-IDX)
                    PERFORM 760-FIND-PO-SUPPLIER
                    IF WS-SLOT > 0
                       IF WS-SUP-IN-AREA(WS-SLOT)
                          ADD WS-OPO-QTY-DUE(OPO-IDX)
                             TO WS-GRP-OPEN-DUE
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM
           MOVE WS-PRT-PART-NUMBER(PRT-IDX) TO RPD-PART-NUMBER
           MOVE WS-GRP-SUPPLIERS TO RPD-SUPPLIERS
           MOVE WS-GRP-IN-AREA TO RPD-IN-AREA
           MOVE WS-PRT-ON-HAND(PRT-IDX) TO RPD-ON-HAND
           MOVE WS-GRP-OPEN-DUE TO RPD-OPEN-DUE
           IF WS-GRP-IN-AREA = WS-GRP-SUPPLIERS
              MOVE 'ALL ACTIVE SUPPLY IN AREA' TO RPD-EXPOSURE
           ELSE
              MOVE 'ALTERNATE SOURCE OUTSIDE' TO RPD-EXPOSURE
           END-IF
           WRITE GEORPT-RECORD FROM WS-RPT-PART-DETAIL
           .

       740-POS-IN-AREA.
           MOVE SPACES TO GEORPT-RECORD
           WRITE GEORPT-RECORD
           MOVE 'OPEN PO LINES PLACED IN THE AREA' TO RAS-TEXT
           WRITE GEORPT-RECORD FROM WS-RPT-AREA-SUBTITLE
           WRITE GEORPT-RECORD FROM WS-RPT-PO-COLUMNS
           PERFORM VARYING OPO-IDX FROM 1 BY 1
              UNTIL OPO-IDX > WS-OPO-COUNT
                 PERFORM 760-FIND-PO-SUPPLIER
                 IF WS-SLOT > 0
                    IF WS-SUP-IN-AREA(WS-SLOT)
                       ADD 1 TO WS-POS-IN-AREA
                       MOVE WS-OPO-PO-NUMBER(OPO-IDX) TO ROD-PO-NUMBER
                       MOVE WS-OPO-PART-NUMBER(OPO-IDX)
                          TO ROD-PART-NUMBER
                       MOVE WS-OPO-SUPPLIER-CODE(OPO-IDX)
                          TO ROD-SUPPLIER-CODE
                       MOVE WS-OPO-PO-STATUS(OPO-IDX) TO ROD-PO-STATUS
                       MOVE WS-OPO-QTY-DUE(OPO-IDX) TO ROD-QTY-DUE
                       MOVE WS-OPO-DELIVERY-DATE(OPO-IDX)
                          TO ROD-DELIVERY-DATE
                       WRITE GEORPT-RECORD FROM WS-RPT-PO-DETAIL
                    END-IF
                 END-IF
           END-PERFORM
           IF WS-POS-IN-AREA = 0
              MOVE 'NO OPEN PO IS PLACED THERE.' TO RPN-TEXT
              WRITE GEORPT-RECORD FROM WS-RPT-NONE
           END-IF
           .

       760-FIND-PO-SUPPLIER.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR WS-SLOT > 0
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) =
                    WS-OPO-SUPPLIER-CODE(OPO-IDX)
                    SET WS-SLOT TO SUP-IDX
                 END-IF
           END-PERFORM
           .

      *    Flat-earth miles between WS-FROM and WS-TO.
       900-COMPUTE-DISTANCE.
           COMPUTE WS-NORTH-MILES =
              (WS-TO-LAT - WS-FROM-LAT) * WS-MILES-PER-DEGREE
           COMPUTE WS-EAST-MILES =
              (WS-TO-LON - WS-FROM-LON) * WS-MILES-PER-DEGREE
              * FUNCTION COS((WS-TO-LAT + WS-FROM-LAT) / 2
                             * FUNCTION PI / 180)
           COMPUTE WS-DISTANCE-MILES = FUNCTION SQRT(
              WS-NORTH-MILES ** 2 + WS-EAST-MILES ** 2)
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-IN.
           CLOSE PARTSUPL-REC.
           CLOSE GEORPT-REC.
