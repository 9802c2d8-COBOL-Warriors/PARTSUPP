      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    FRTEMISS.
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
      * //RCPTPOST DD DSN=USER66.EXAM.DEV.EDI856IN.RCPTPOST,DISP=SHR
      * //FRTZONE  DD DSN=USER66.EXAM.DEV.RPTPRINT.FRTZONE,DISP=SHR
      * //DOCKCFG  DD DSN=USER66.EXAM.DEV.DOCKCFG.MASTER,DISP=SHR
      * //EMFACTOR DD DSN=USER66.EXAM.DEV.EMFACTOR,DISP=SHR
      * //EMISPARM DD *
      *   JCL Output
      * //EMISRPT  DD SYSOUT=*
      * //EMISXTR  DD DSN=USER66.EXAM.DEV.FRTEMISS.EXTRACT,
      * //            DISP=(NEW,CATLG,DELETE)
      ***************************************************************
      * Inbound freight carbon-emissions estimate (Scope 3,
      * upstream transportation).  Every RCPTPOST row received in
      * the period is one inbound shipment leg:
      *
      *    from   the supplier's SCHED-ADDRESS (ADDR-LATITUDE/
      *           ADDR-LONGITUDE on the master);
      *    to     the receiving dock, DK-LATITUDE/DK-LONGITUDE on
      *           DOCKCFG for the row's RP-LOCATION;
      *    weight RP-RECEIPT-QTY times PART-UNIT-WEIGHT (kg);
      *    mode   FRZ-TRANSPORT-MODE of the FRTZONE lane the
      *           ship-from state/zip falls in (the same Sched lane
      *           lookup CARRPERF uses), which also names the
      *           carrier.
      *
      * Distance is great-circle kilometres, stretched by the
      * mode's distance factor on EMFACTOR (roads and rails do not
      * run straight).  Estimated kg CO2e is tonnes x km x the
      * mode's kg CO2e per tonne-km.
      *
      * The report totals receipts, tonnes, tonne-km and kg CO2e
      * by month, supplier, carrier and mode, then lists every
      * receipt that could not be estimated and why.  EMISXTR is
      * the customer reporting template - a heading row, then one
      * comma-separated row per month/supplier/carrier/mode.
      *
      * EMISPARM (optional, one card):
      *    1-6    first month YYYYMM
      *    7-12   last month  YYYYMM (spaces - same as first)
      * No card runs January of this year through this month.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-IN  ASSIGN TO RPTINPUT.
           SELECT RCPTPOST-REC  ASSIGN TO RCPTPOST.
           SELECT FRTZONE-REC   ASSIGN TO FRTZONE.
           SELECT DOCKCFG-REC   ASSIGN TO DOCKCFG.
           SELECT EMFACTOR-REC  ASSIGN TO EMFACTOR.
           SELECT EMISPARM-REC  ASSIGN TO EMISPARM
               FILE STATUS IS WS-EMISPARM-FILE-STATUS.
           SELECT EMISRPT-REC   ASSIGN TO EMISRPT.
           SELECT EMISXTR-REC   ASSIGN TO EMISXTR.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-IN.
           COPY 'PARTSUPP'.

      *    Same receipt row EDI856IN, MSTAPPLY and RCVDOCK append.
       FD  RCPTPOST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCPTPOST-RECORD.
       01  RCPTPOST-RECORD.
           05  RP-PART-NUMBER      PIC X(23).
           05  RP-LOCATION         PIC X(04).
           05  RP-RECEIPT-QTY      PIC S9(7).
           05  RP-RECEIPT-DATE     PIC 9(08).
           05  RP-LOT-NUMBER       PIC X(15).
           05  RP-EXPIRY-DATE      PIC 9(08).
           05  RP-SUPPLIER-CODE    PIC X(10).
           05  FILLER              PIC X(05).

      *    Same layout FRTMAINT maintains.
       FD  FRTZONE-REC
           DATA RECORD IS FRTZONE-RECORD.
       01  FRTZONE-RECORD.
           05  FRZ-STATE           PIC X(02).
           05  FRZ-ZIP-LOW         PIC 9(05).
           05  FRZ-ZIP-HIGH        PIC 9(05).
           05  FRZ-ZONE-CODE       PIC X(02).
           05  FRZ-CARRIER         PIC X(15).
           05  FRZ-ZONE-RATE       PIC 9(5)V99.
           05  FRZ-HAZMAT-OK       PIC X(01).
           05  FRZ-TRANSPORT-MODE  PIC X(01).

      *    Dock configuration per location - see DOCKCFG.cpy.
       FD  DOCKCFG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCK-CONFIG-ROW.
           COPY 'DOCKCFG'.

      *    Emission factor per transport mode (the FRZ-TRANSPORT-MODE
      *    codes): kg CO2e per tonne-km, and the factor great-circle
      *    distance is multiplied by for the real route (zero is
      *    taken as 1.00).
       FD  EMFACTOR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMFACTOR-RECORD.
       01  EMFACTOR-RECORD.
           05  EF-TRANSPORT-MODE   PIC X(01).
           05  EF-MODE-NAME        PIC X(20).
           05  EF-KG-PER-TONNE-KM  PIC 9(01)V9(05).
           05  EF-DISTANCE-FACTOR  PIC 9(01)V9(02).
           05  FILLER              PIC X(50).

       FD  EMISPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMISPARM-RECORD.
       01  EMISPARM-RECORD.
           05  EP-FIRST-MONTH      PIC X(06).
           05  EP-LAST-MONTH       PIC X(06).
           05  FILLER              PIC X(68).

       FD  EMISRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMISRPT-RECORD.
       01  EMISRPT-RECORD                PIC X(132).

       FD  EMISXTR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMISXTR-RECORD.
       01  EMISXTR-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EMISPARM-FILE-STATUS       PIC X(02)      VALUE SPACES.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-FIRST-MONTH                PIC 9(06)      VALUE 0.
       01  WS-LAST-MONTH                 PIC 9(06)      VALUE 0.
       01  WS-PARM-MONTH                 PIC 9(06)      VALUE 0.
       01  WS-PARM-MONTH-X REDEFINES WS-PARM-MONTH.
           05  WS-PARM-YEAR              PIC 9(04).
           05  WS-PARM-MM                PIC 9(02).
       01  WS-PARM-VALID-FLAG            PIC X(01)      VALUE 'Y'.
           88 WS-PARM-VALID                             VALUE 'Y'.
       01  WS-RECEIPT-MONTH              PIC 9(06)      VALUE 0.

      *    FRTZONE lanes.
       01  WS-FRZ-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-FRZ-TABLE.
           05  WS-FRZ-ENTRY OCCURS 200 TIMES
                  INDEXED BY FRZ-IDX.
               10 WS-FRZ-STATE           PIC X(02)      VALUE SPACES.
               10 WS-FRZ-ZIPLOW          PIC 9(05)      VALUE 0.
               10 WS-FRZ-ZIPHIGH         PIC 9(05)      VALUE 0.
               10 WS-FRZ-CARRIER         PIC X(15)      VALUE SPACES.
               10 WS-FRZ-MODE            PIC X(01)      VALUE SPACES.
       01  WS-ZIP5                       PIC 9(05)      VALUE 0.

      *    Receiving docks that are located.
       01  WS-DOCK-COUNT                 PIC 9(03)      VALUE 0.
       01  WS-DOCK-TABLE.
           05  WS-DOCK-ENTRY OCCURS 50 TIMES
                  INDEXED BY DOCK-IDX.
               10 WS-DOCK-LOCATION       PIC X(04)      VALUE SPACES.
               10 WS-DOCK-LATITUDE       PIC S9(3)V9(6) VALUE 0.
               10 WS-DOCK-LONGITUDE      PIC S9(3)V9(6) VALUE 0.

      *    Emission factors by mode.
       01  WS-EMF-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-EMF-TABLE.
           05  WS-EMF-ENTRY OCCURS 20 TIMES
                  INDEXED BY EMF-IDX.
               10 WS-EMF-MODE            PIC X(01)      VALUE SPACES.
               10 WS-EMF-NAME            PIC X(20)      VALUE SPACES.
               10 WS-EMF-KG-PER-TKM      PIC 9(01)V9(05) VALUE 0.
               10 WS-EMF-DIST-FACTOR     PIC 9(01)V9(02) VALUE 0.

      *    One row per supplier - its ship-from and inbound lane.
       01  WS-SUP-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-SUP-TABLE.
           05  WS-SUP-ENTRY OCCURS 1000 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SUP-NAME            PIC X(15)      VALUE SPACES.
               10 WS-SUP-STATE           PIC X(02)      VALUE SPACES.
               10 WS-SUP-COUNTRY         PIC X(02)      VALUE SPACES.
               10 WS-SUP-LATITUDE        PIC S9(3)V9(6) VALUE 0.
               10 WS-SUP-LONGITUDE       PIC S9(3)V9(6) VALUE 0.
               10 WS-SUP-CARRIER         PIC X(15)      VALUE SPACES.
               10 WS-SUP-MODE            PIC X(01)      VALUE SPACES.
               10 WS-SUP-LOCATION-FLAG   PIC X(01)      VALUE 'N'.
                  88 WS-SUP-HAS-SHIP-FROM               VALUE 'A' 'G'.
                  88 WS-SUP-GEOCODED                    VALUE 'G'.
               10 WS-SUP-LANE-FLAG       PIC X(01)      VALUE 'N'.
                  88 WS-SUP-HAS-LANE                    VALUE 'Y'.

      *    Unit weight per part, off the first master record that
      *    carries one.
       01  WS-PRT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PRT-TABLE.
           05  WS-PRT-ENTRY OCCURS 3000 TIMES
                  INDEXED BY PRT-IDX.
               10 WS-PRT-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PRT-UNIT-WEIGHT     PIC 9(05)V9(03) VALUE 0.

      *    Estimated receipts, one row per month/supplier/carrier/
      *    mode - kept in key order for the extract.
       01  WS-CMB-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-CMB-TABLE.
           05  WS-CMB-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CMB-IDX CMB-IDX2.
               10 WS-CMB-KEY.
                  15 WS-CMB-MONTH        PIC 9(06)      VALUE 0.
                  15 WS-CMB-SUPPLIER     PIC X(10)      VALUE SPACES.
                  15 WS-CMB-CARRIER      PIC X(15)      VALUE SPACES.
                  15 WS-CMB-MODE         PIC X(01)      VALUE SPACES.
               10 WS-CMB-SUP-SLOT        PIC 9(05)      VALUE 0.
               10 WS-CMB-RECEIPTS        PIC 9(07)      VALUE 0.
               10 WS-CMB-TONNES          PIC 9(09)V9(06) VALUE 0.
               10 WS-CMB-TONNE-KM        PIC 9(13)V9(04) VALUE 0.
               10 WS-CMB-KG-CO2E         PIC 9(13)V9(04) VALUE 0.
       01  WS-CMB-TEMP-ENTRY             PIC X(93)      VALUE SPACES.

      *    One section's totals, rolled up off the combination rows.
       01  WS-ROLL-LEVEL                 PIC X(01)      VALUE SPACES.
           88 WS-ROLL-BY-MONTH                          VALUE 'M'.
           88 WS-ROLL-BY-SUPPLIER                       VALUE 'S'.
           88 WS-ROLL-BY-CARRIER                        VALUE 'C'.
           88 WS-ROLL-BY-MODE                           VALUE 'T'.
       01  WS-ROLL-KEY                   PIC X(20)      VALUE SPACES.
       01  WS-ROLL-COUNT                 PIC 9(05)      VALUE 0.
       01  WS-ROLL-TABLE.
           05  WS-ROLL-ENTRY OCCURS 2000 TIMES
                  INDEXED BY ROLL-IDX ROLL-IDX2.
               10 WS-ROLL-ENTRY-KEY      PIC X(20)      VALUE SPACES.
               10 WS-ROLL-DESCRIPTION    PIC X(20)      VALUE SPACES.
               10 WS-ROLL-RECEIPTS       PIC 9(07)      VALUE 0.
               10 WS-ROLL-TONNES         PIC 9(09)V9(06) VALUE 0.
               10 WS-ROLL-TONNE-KM       PIC 9(13)V9(04) VALUE 0.
               10 WS-ROLL-KG-CO2E        PIC 9(13)V9(04) VALUE 0.
       01  WS-ROLL-TEMP-ENTRY            PIC X(96)      VALUE SPACES.

       01  WS-GRAND-TOTALS.
           05 WS-TOT-RECEIPTS            PIC 9(07)      VALUE 0.
           05 WS-TOT-TONNES              PIC 9(09)V9(06) VALUE 0.
           05 WS-TOT-TONNE-KM            PIC 9(13)V9(04) VALUE 0.
           05 WS-TOT-KG-CO2E             PIC 9(13)V9(04) VALUE 0.

      *    The receipt being estimated.
       01  WS-RECEIPT-WORK.
           05 WS-RCV-SUP-SLOT            PIC 9(05)      VALUE 0.
           05 WS-RCV-UNIT-WEIGHT         PIC 9(05)V9(03) VALUE 0.
           05 WS-RCV-DOCK-LAT            PIC S9(3)V9(6) VALUE 0.
           05 WS-RCV-DOCK-LON            PIC S9(3)V9(6) VALUE 0.
           05 WS-RCV-KG-PER-TKM          PIC 9(01)V9(05) VALUE 0.
           05 WS-RCV-DIST-FACTOR         PIC 9(01)V9(02) VALUE 0.
           05 WS-RCV-KM                  PIC 9(07)V9(02) VALUE 0.
           05 WS-RCV-TONNES              PIC 9(09)V9(06) VALUE 0.
           05 WS-RCV-TONNE-KM            PIC 9(13)V9(04) VALUE 0.
           05 WS-RCV-KG-CO2E             PIC 9(13)V9(04) VALUE 0.
           05 WS-RCV-REASON              PIC 9(02)      VALUE 0.

      *    In/out of 900-COMPUTE-DISTANCE - spherical law of
      *    cosines on a 6371 km earth.
       01  WS-DIST-WORK.
           05 WS-FROM-LAT                PIC S9(3)V9(6) VALUE 0.
           05 WS-FROM-LON                PIC S9(3)V9(6) VALUE 0.
           05 WS-TO-LAT                  PIC S9(3)V9(6) VALUE 0.
           05 WS-TO-LON                  PIC S9(3)V9(6) VALUE 0.
           05 WS-FROM-LAT-RAD            PIC S9(1)V9(15) VALUE 0.
           05 WS-TO-LAT-RAD              PIC S9(1)V9(15) VALUE 0.
           05 WS-DELTA-LON-RAD           PIC S9(1)V9(15) VALUE 0.
           05 WS-SIN-FROM-LAT            PIC S9(1)V9(15) VALUE 0.
           05 WS-SIN-TO-LAT              PIC S9(1)V9(15) VALUE 0.
           05 WS-COS-FROM-LAT            PIC S9(1)V9(15) VALUE 0.
           05 WS-COS-TO-LAT              PIC S9(1)V9(15) VALUE 0.
           05 WS-COS-DELTA-LON           PIC S9(1)V9(15) VALUE 0.
           05 WS-COS-ANGLE               PIC S9(1)V9(15) VALUE 0.
           05 WS-DISTANCE-KM             PIC 9(07)V9(02) VALUE 0.
       01  WS-EARTH-RADIUS-KM            PIC 9(04)      VALUE 6371.

      *    Why a receipt could not be estimated.
       01  WS-REASON-TEXTS.
           05  FILLER  PIC X(30) VALUE 'NO SUPPLIER ON RECEIPT'.
           05  FILLER  PIC X(30) VALUE 'SUPPLIER NOT ON MASTER'.
           05  FILLER  PIC X(30) VALUE 'NO UNIT WEIGHT FOR PART'.
           05  FILLER  PIC X(30) VALUE 'SHIP-FROM NOT GEOCODED'.
           05  FILLER  PIC X(30) VALUE 'RECEIVING DOCK NOT LOCATED'.
           05  FILLER  PIC X(30) VALUE 'NO FREIGHT LANE FOR SHIP-FROM'.
           05  FILLER  PIC X(30) VALUE 'NO TRANSPORT MODE ON LANE'.
           05  FILLER  PIC X(30) VALUE 'NO EMISSION FACTOR FOR MODE'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-TEXTS.
           05  WS-REASON-TEXT OCCURS 8 TIMES
                                         PIC X(30).
       01  WS-REASON-COUNTS.
           05  WS-REASON-COUNT OCCURS 8 TIMES
                                         PIC 9(07)      VALUE 0.
       01  WS-REASON-SUB                 PIC 9(02)      VALUE 0.

      *    Receipts that could not be estimated, for the listing.
       01  WS-UNR-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-UNR-TABLE.
           05  WS-UNR-ENTRY OCCURS 2000 TIMES
                  INDEXED BY UNR-IDX.
               10 WS-UNR-RECEIPT-DATE    PIC 9(08)      VALUE 0.
               10 WS-UNR-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-UNR-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-UNR-LOCATION        PIC X(04)      VALUE SPACES.
               10 WS-UNR-QTY             PIC S9(07)     VALUE 0.
               10 WS-UNR-REASON          PIC 9(02)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-RECEIPTS-READ           PIC 9(07)      VALUE 0.
           05 WS-RECEIPTS-IN-PERIOD      PIC 9(07)      VALUE 0.
           05 WS-RECEIPTS-ESTIMATED      PIC 9(07)      VALUE 0.
           05 WS-RECEIPTS-UNRATED        PIC 9(07)      VALUE 0.
           05 WS-EXTRACT-ROWS            PIC 9(07)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SWAP-FLAG                  PIC X(01)      VALUE 'N'.
           88 ENTRIES-SWAPPED                           VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.

       01  PART-SUPP-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PART-SUPP                         VALUE 'Y'.
       01  RCPTPOST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-RECEIPTS                          VALUE 'Y'.
       01  FRTZONE-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-ZONES                             VALUE 'Y'.
       01  DOCKCFG-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-DOCKS                             VALUE 'Y'.
       01  EMFACTOR-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-FACTORS                           VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(40)      VALUE
               'INBOUND FREIGHT EMISSIONS ESTIMATE (SCOP'.
           05  FILLER              PIC X(15)      VALUE
               'E 3) - RUN DATE'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(68)      VALUE SPACES.

       01  WS-RPT-PERIOD.
           05  FILLER              PIC X(07)      VALUE 'PERIOD '.
           05  RPP-FIRST-MONTH     PIC X(07)      VALUE SPACES.
           05  FILLER              PIC X(09)      VALUE ' THROUGH '.
           05  RPP-LAST-MONTH      PIC X(07)      VALUE SPACES.
           05  FILLER              PIC X(102)     VALUE SPACES.

       01  WS-RPT-SECTION-TITLE.
           05  RST-TEXT            PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(92)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  RSC-KEY-TITLE       PIC X(22)      VALUE SPACES.
           05  FILLER              PIC X(40)      VALUE
               'RECEIPTS       TONNES     TONNE-KM      '.
           05  FILLER              PIC X(30)      VALUE
               '   KG CO2E SHARE%  DESCRIPTION'.
           05  FILLER              PIC X(40)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RSD-KEY             PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  RSD-RECEIPTS        PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSD-TONNES          PIC ZZZ,ZZ9.999 VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSD-TONNE-KM        PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSD-KG-CO2E         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSD-SHARE           PIC ZZ9.9      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSD-DESCRIPTION     PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(31)      VALUE SPACES.

       01  WS-RPT-UNRATED-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'DATE      PART                     SUPPL'.
           05  FILLER              PIC X(29)      VALUE
               'IER    LOC       QTY   REASON'.
           05  FILLER              PIC X(63)      VALUE SPACES.

       01  WS-RPT-UNRATED-DETAIL.
           05  RUD-RECEIPT-DATE    PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RUD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RUD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RUD-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RUD-QTY             PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RUD-REASON          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(39)      VALUE SPACES.

       01  WS-RPT-REASON-TOTAL.
           05  RRT-REASON          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRT-COUNT           PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER              PIC X(93)      VALUE SPACES.

       01  WS-RPT-NONE.
           05  RPN-TEXT            PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(92)      VALUE SPACES.

      *    Customer reporting template - heading row, then one row
      *    per month/supplier/carrier/mode.
       01  WS-XTR-HEADING.
           05  FILLER              PIC X(40)      VALUE
               'PERIOD,SUPPLIER,SUPPLIER NAME,ORIGIN COU'.
           05  FILLER              PIC X(40)      VALUE
               'NTRY,ORIGIN STATE,CARRIER,TRANSPORT MODE'.
           05  FILLER              PIC X(40)      VALUE
               ',SHIPMENTS,NET TONNES,TONNE-KM,KG CO2E,C'.
           05  FILLER              PIC X(07)      VALUE
               'ATEGORY'.
           05  FILLER              PIC X(05)      VALUE SPACES.

       01  WS-XTR-DETAIL.
           05  EXR-PERIOD          PIC X(07)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-ORIGIN-COUNTRY  PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-ORIGIN-STATE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-CARRIER         PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-TRANSPORT-MODE  PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-SHIPMENTS       PIC 9(05)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-TONNES          PIC 9(07).9(03) VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-TONNE-KM        PIC 9(11)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-KG-CO2E         PIC 9(09).9(02) VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE ','.
           05  EXR-CATEGORY        PIC X(04)      VALUE 'CAT4'.
           05  FILLER              PIC X(07)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RUN-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-LANES.
           PERFORM 220-LOAD-DOCKS.
           PERFORM 240-LOAD-FACTORS.
           PERFORM 300-LOAD-MASTER.
           PERFORM 400-ESTIMATE-RECEIPTS.
           PERFORM 500-SORT-COMBINATIONS.
           PERFORM 600-WRITE-REPORT.
           PERFORM 800-WRITE-EXTRACT.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'FRTEMISS COMPLETE - RECEIPTS READ: '
              WS-RECEIPTS-READ
              ' IN PERIOD: ' WS-RECEIPTS-IN-PERIOD
              ' ESTIMATED: ' WS-RECEIPTS-ESTIMATED
              ' NOT ESTIMATED: ' WS-RECEIPTS-UNRATED
              ' EXTRACT ROWS: ' WS-EXTRACT-ROWS.
           GOBACK.

       000-INIT.
           INITIALIZE WS-FRZ-COUNT.
           INITIALIZE WS-FRZ-TABLE.
           INITIALIZE WS-DOCK-COUNT.
           INITIALIZE WS-DOCK-TABLE.
           INITIALIZE WS-EMF-COUNT.
           INITIALIZE WS-EMF-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUP-TABLE.
           INITIALIZE WS-PRT-COUNT.
           INITIALIZE WS-PRT-TABLE.
           INITIALIZE WS-CMB-COUNT.
           INITIALIZE WS-CMB-TABLE.
           INITIALIZE WS-UNR-COUNT.
           INITIALIZE WS-UNR-TABLE.
           INITIALIZE WS-REASON-COUNTS.
           INITIALIZE WS-GRAND-TOTALS.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE WS-TODAYS-DATE(1:6) TO WS-LAST-MONTH.
           MOVE WS-TODAYS-DATE(1:4) TO WS-PARM-YEAR.
           MOVE 1 TO WS-PARM-MM.
           MOVE WS-PARM-MONTH TO WS-FIRST-MONTH.
           MOVE 'N' TO PART-SUPP-EOF.
           MOVE 'N' TO RCPTPOST-EOF.
           MOVE 'N' TO FRTZONE-EOF.
           MOVE 'N' TO DOCKCFG-EOF.
           MOVE 'N' TO EMFACTOR-EOF.

      *    A card with a month that is not YYYYMM, or a last month
      *    before the first, is reported and the default period
      *    stands.
       050-READ-RUN-PARM.
           OPEN INPUT EMISPARM-REC
           IF WS-EMISPARM-FILE-STATUS = '00'
              READ EMISPARM-REC
                 AT END MOVE SPACES TO EMISPARM-RECORD
              END-READ
              IF EP-FIRST-MONTH NOT = SPACES
                 IF EP-LAST-MONTH = SPACES
                    MOVE EP-FIRST-MONTH TO EP-LAST-MONTH
                 END-IF
                 MOVE 'Y' TO WS-PARM-VALID-FLAG
                 IF EP-FIRST-MONTH IS NUMERIC
                    AND EP-LAST-MONTH IS NUMERIC
                    MOVE EP-FIRST-MONTH TO WS-PARM-MONTH
                    IF WS-PARM-MM < 1 OR WS-PARM-MM > 12
                       MOVE 'N' TO WS-PARM-VALID-FLAG
                    END-IF
                    MOVE EP-LAST-MONTH TO WS-PARM-MONTH
                    IF WS-PARM-MM < 1 OR WS-PARM-MM > 12
                       MOVE 'N' TO WS-PARM-VALID-FLAG
                    END-IF
                    IF EP-LAST-MONTH < EP-FIRST-MONTH
                       MOVE 'N' TO WS-PARM-VALID-FLAG
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-PARM-VALID-FLAG
                 END-IF
                 IF WS-PARM-VALID
                    MOVE EP-FIRST-MONTH TO WS-FIRST-MONTH
                    MOVE EP-LAST-MONTH TO WS-LAST-MONTH
                 ELSE
                    DISPLAY 'FRTEMISS PARM PERIOD NOT VALID: '
                       EP-FIRST-MONTH ' ' EP-LAST-MONTH
                       ' - DEFAULT PERIOD USED'
                 END-IF
              END-IF
              CLOSE EMISPARM-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-IN.
           OPEN INPUT RCPTPOST-REC.
           OPEN INPUT FRTZONE-REC.
           OPEN INPUT DOCKCFG-REC.
           OPEN INPUT EMFACTOR-REC.
           OPEN OUTPUT EMISRPT-REC.
           OPEN OUTPUT EMISXTR-REC.
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE EMISRPT-RECORD FROM WS-RPT-HEADING
           MOVE WS-FIRST-MONTH TO WS-PARM-MONTH
           STRING WS-PARM-YEAR '-' WS-PARM-MM DELIMITED BY SIZE
              INTO RPP-FIRST-MONTH
           MOVE WS-LAST-MONTH TO WS-PARM-MONTH
           STRING WS-PARM-YEAR '-' WS-PARM-MM DELIMITED BY SIZE
              INTO RPP-LAST-MONTH
           WRITE EMISRPT-RECORD FROM WS-RPT-PERIOD.

       200-LOAD-LANES.
           READ FRTZONE-REC
              AT END MOVE 'Y' TO FRTZONE-EOF
           END-READ
           PERFORM VARYING FRZ-IDX FROM 1 BY 1
              UNTIL NO-MORE-ZONES OR FRZ-IDX > 200
                 MOVE FRZ-STATE    TO WS-FRZ-STATE(FRZ-IDX)
                 MOVE FRZ-ZIP-LOW  TO WS-FRZ-ZIPLOW(FRZ-IDX)
                 MOVE FRZ-ZIP-HIGH TO WS-FRZ-ZIPHIGH(FRZ-IDX)
                 MOVE FRZ-CARRIER  TO WS-FRZ-CARRIER(FRZ-IDX)
                 MOVE FRZ-TRANSPORT-MODE TO WS-FRZ-MODE(FRZ-IDX)
                 SET WS-FRZ-COUNT TO FRZ-IDX
                 READ FRTZONE-REC
                    AT END MOVE 'Y' TO FRTZONE-EOF
                 END-READ
           END-PERFORM
           .

      *    Only docks with coordinates are kept - any other
      *    RP-LOCATION is not located.
       220-LOAD-DOCKS.
           READ DOCKCFG-REC
              AT END MOVE 'Y' TO DOCKCFG-EOF
           END-READ
           PERFORM UNTIL NO-MORE-DOCKS
              IF (DK-LATITUDE NOT = 0 OR DK-LONGITUDE NOT = 0)
                 AND WS-DOCK-COUNT < 50
                 ADD 1 TO WS-DOCK-COUNT
                 SET DOCK-IDX TO WS-DOCK-COUNT
                 MOVE DK-LOCATION TO WS-DOCK-LOCATION(DOCK-IDX)
                 MOVE DK-LATITUDE TO WS-DOCK-LATITUDE(DOCK-IDX)
                 MOVE DK-LONGITUDE TO WS-DOCK-LONGITUDE(DOCK-IDX)
              END-IF
              READ DOCKCFG-REC
                 AT END MOVE 'Y' TO DOCKCFG-EOF
              END-READ
           END-PERFORM
           .

       240-LOAD-FACTORS.
           READ EMFACTOR-REC
              AT END MOVE 'Y' TO EMFACTOR-EOF
           END-READ
           PERFORM UNTIL NO-MORE-FACTORS
              IF EF-TRANSPORT-MODE NOT = SPACE
                 AND EF-KG-PER-TONNE-KM IS NUMERIC
                 AND WS-EMF-COUNT < 20
                 ADD 1 TO WS-EMF-COUNT
                 SET EMF-IDX TO WS-EMF-COUNT
                 MOVE EF-TRANSPORT-MODE TO WS-EMF-MODE(EMF-IDX)
                 MOVE EF-MODE-NAME TO WS-EMF-NAME(EMF-IDX)
                 MOVE EF-KG-PER-TONNE-KM TO WS-EMF-KG-PER-TKM(EMF-IDX)
                 IF EF-DISTANCE-FACTOR IS NUMERIC
                    AND EF-DISTANCE-FACTOR > 0
                    MOVE EF-DISTANCE-FACTOR
                       TO WS-EMF-DIST-FACTOR(EMF-IDX)
                 ELSE
                    MOVE 1 TO WS-EMF-DIST-FACTOR(EMF-IDX)
                 END-IF
              END-IF
              READ EMFACTOR-REC
                 AT END MOVE 'Y' TO EMFACTOR-EOF
              END-READ
           END-PERFORM
           .

      *    Each supplier's name, ship-from and Sched lane off the
      *    first master record that carries its SCHED-ADDRESS, and
      *    each part's unit weight.
       300-LOAD-MASTER.
           READ PART-SUPP-IN
              AT END MOVE 'Y' TO PART-SUPP-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PART-SUPP
              PERFORM 310-FIND-OR-ADD-SUPPLIER
              IF WS-SLOT > 0
                 AND NOT WS-SUP-HAS-SHIP-FROM(WS-SLOT)
                 PERFORM VARYING ADDR-IDX FROM 1 BY 1
                    UNTIL ADDR-IDX > 4
                       OR WS-SUP-HAS-SHIP-FROM(WS-SLOT)
                       IF SCHED-ADDRESS(ADDR-IDX)
                          PERFORM 320-TAKE-SHIP-FROM
                       END-IF
                 END-PERFORM
              END-IF
              PERFORM 330-TAKE-PART-WEIGHT
              READ PART-SUPP-IN
                 AT END MOVE 'Y' TO PART-SUPP-EOF
              END-READ
           END-PERFORM
           .

       310-FIND-OR-ADD-SUPPLIER.
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
                 MOVE SUPPLIER-NAME TO WS-SUP-NAME(WS-SLOT)
              ELSE
                 DISPLAY 'FRTEMISS SUPPLIER TABLE FULL: '
                    SUPPLIER-CODE
              END-IF
           END-IF
           .

      *    Spaces in ADDR-COUNTRY-CODE is an older US record.
      *    Zero/zero is an address the geocode lookup missed.  The
      *    lane is the first FRTZONE row the ship-from state/zip
      *    falls in.
       320-TAKE-SHIP-FROM.
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
           MOVE ZIP-CODE(ADDR-IDX)(1:5) TO WS-ZIP5
           PERFORM VARYING FRZ-IDX FROM 1 BY 1
              UNTIL FRZ-IDX > WS-FRZ-COUNT
                 OR WS-SUP-HAS-LANE(WS-SLOT)
                 IF WS-FRZ-STATE(FRZ-IDX) = ADDR-STATE(ADDR-IDX)
                    AND WS-ZIP5 >= WS-FRZ-ZIPLOW(FRZ-IDX)
                    AND WS-ZIP5 <= WS-FRZ-ZIPHIGH(FRZ-IDX)
                    MOVE 'Y' TO WS-SUP-LANE-FLAG(WS-SLOT)
                    MOVE WS-FRZ-CARRIER(FRZ-IDX)
                       TO WS-SUP-CARRIER(WS-SLOT)
                    MOVE WS-FRZ-MODE(FRZ-IDX) TO WS-SUP-MODE(WS-SLOT)
                 END-IF
           END-PERFORM
           .

       330-TAKE-PART-WEIGHT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT OR ENTRY-FOUND
                 IF WS-PRT-PART-NUMBER(PRT-IDX) = PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    IF WS-PRT-UNIT-WEIGHT(PRT-IDX) = 0
                       MOVE PART-UNIT-WEIGHT
                          TO WS-PRT-UNIT-WEIGHT(PRT-IDX)
                    END-IF
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-PRT-COUNT < 3000
                 ADD 1 TO WS-PRT-COUNT
                 SET PRT-IDX TO WS-PRT-COUNT
                 MOVE PART-NUMBER TO WS-PRT-PART-NUMBER(PRT-IDX)
                 MOVE PART-UNIT-WEIGHT TO WS-PRT-UNIT-WEIGHT(PRT-IDX)
              ELSE
                 DISPLAY 'FRTEMISS PART TABLE FULL: ' PART-NUMBER
              END-IF
           END-IF
           .

      *    Returns (RP-RECEIPT-QTY not above zero) are not freight
      *    in and are skipped.
       400-ESTIMATE-RECEIPTS.
           READ RCPTPOST-REC
              AT END MOVE 'Y' TO RCPTPOST-EOF
           END-READ
           PERFORM UNTIL NO-MORE-RECEIPTS
              ADD 1 TO WS-RECEIPTS-READ
              MOVE RP-RECEIPT-DATE(1:6) TO WS-RECEIPT-MONTH
              IF WS-RECEIPT-MONTH >= WS-FIRST-MONTH
                 AND WS-RECEIPT-MONTH <= WS-LAST-MONTH
                 AND RP-RECEIPT-QTY > 0
                 ADD 1 TO WS-RECEIPTS-IN-PERIOD
                 PERFORM 410-RATE-RECEIPT
                 IF WS-RCV-REASON = 0
                    ADD 1 TO WS-RECEIPTS-ESTIMATED
                    PERFORM 450-ADD-TO-COMBINATION
                 ELSE
                    PERFORM 470-RECORD-UNRATED
                 END-IF
              END-IF
              READ RCPTPOST-REC
                 AT END MOVE 'Y' TO RCPTPOST-EOF
              END-READ
           END-PERFORM
           .

      *    Each test sets WS-RCV-REASON to the first thing missing;
      *    zero at the end means the receipt is estimated.
       410-RATE-RECEIPT.
           INITIALIZE WS-RECEIPT-WORK
           IF RP-SUPPLIER-CODE = SPACES
              MOVE 1 TO WS-RCV-REASON
           END-IF
           IF WS-RCV-REASON = 0
              PERFORM VARYING SUP-IDX FROM 1 BY 1
                 UNTIL SUP-IDX > WS-SUP-COUNT OR WS-RCV-SUP-SLOT > 0
                    IF WS-SUP-SUPPLIER-CODE(SUP-IDX) =
                       RP-SUPPLIER-CODE
                       SET WS-RCV-SUP-SLOT TO SUP-IDX
                    END-IF
              END-PERFORM
              IF WS-RCV-SUP-SLOT = 0
                 MOVE 2 TO WS-RCV-REASON
              END-IF
           END-IF
           IF WS-RCV-REASON = 0
              PERFORM VARYING PRT-IDX FROM 1 BY 1
                 UNTIL PRT-IDX > WS-PRT-COUNT
                    OR WS-RCV-UNIT-WEIGHT > 0
                    IF WS-PRT-PART-NUMBER(PRT-IDX) = RP-PART-NUMBER
                       MOVE WS-PRT-UNIT-WEIGHT(PRT-IDX)
                          TO WS-RCV-UNIT-WEIGHT
                    END-IF
              END-PERFORM
              IF WS-RCV-UNIT-WEIGHT = 0
                 MOVE 3 TO WS-RCV-REASON
              END-IF
           END-IF
           IF WS-RCV-REASON = 0
              MOVE WS-RCV-SUP-SLOT TO WS-SLOT
              IF NOT WS-SUP-GEOCODED(WS-SLOT)
                 MOVE 4 TO WS-RCV-REASON
              END-IF
           END-IF
           IF WS-RCV-REASON = 0
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING DOCK-IDX FROM 1 BY 1
                 UNTIL DOCK-IDX > WS-DOCK-COUNT OR ENTRY-FOUND
                    IF WS-DOCK-LOCATION(DOCK-IDX) = RP-LOCATION
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE WS-DOCK-LATITUDE(DOCK-IDX)
                          TO WS-RCV-DOCK-LAT
                       MOVE WS-DOCK-LONGITUDE(DOCK-IDX)
                          TO WS-RCV-DOCK-LON
                    END-IF
              END-PERFORM
              IF NOT ENTRY-FOUND
                 MOVE 5 TO WS-RCV-REASON
              END-IF
           END-IF
           IF WS-RCV-REASON = 0
              EVALUATE TRUE
                 WHEN NOT WS-SUP-HAS-LANE(WS-SLOT)
                    MOVE 6 TO WS-RCV-REASON
                 WHEN WS-SUP-MODE(WS-SLOT) = SPACE
                    MOVE 7 TO WS-RCV-REASON
                 WHEN OTHER
                    PERFORM 420-FIND-FACTOR
              END-EVALUATE
           END-IF
           IF WS-RCV-REASON = 0
              PERFORM 430-COMPUTE-EMISSIONS
           END-IF
           .

       420-FIND-FACTOR.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING EMF-IDX FROM 1 BY 1
              UNTIL EMF-IDX > WS-EMF-COUNT OR ENTRY-FOUND
                 IF WS-EMF-MODE(EMF-IDX) = WS-SUP-MODE(WS-SLOT)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    MOVE WS-EMF-KG-PER-TKM(EMF-IDX)
                       TO WS-RCV-KG-PER-TKM
                    MOVE WS-EMF-DIST-FACTOR(EMF-IDX)
                       TO WS-RCV-DIST-FACTOR
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              MOVE 8 TO WS-RCV-REASON
           END-IF
           .

       430-COMPUTE-EMISSIONS.
           MOVE WS-SUP-LATITUDE(WS-SLOT) TO WS-FROM-LAT
           MOVE WS-SUP-LONGITUDE(WS-SLOT) TO WS-FROM-LON
           MOVE WS-RCV-DOCK-LAT TO WS-TO-LAT
           MOVE WS-RCV-DOCK-LON TO WS-TO-LON
           PERFORM 900-COMPUTE-DISTANCE
           COMPUTE WS-RCV-KM ROUNDED =
              WS-DISTANCE-KM * WS-RCV-DIST-FACTOR
           COMPUTE WS-RCV-TONNES ROUNDED =
              RP-RECEIPT-QTY * WS-RCV-UNIT-WEIGHT / 1000
           COMPUTE WS-RCV-TONNE-KM ROUNDED =
              WS-RCV-TONNES * WS-RCV-KM
           COMPUTE WS-RCV-KG-CO2E ROUNDED =
              WS-RCV-TONNE-KM * WS-RCV-KG-PER-TKM
           .

       450-ADD-TO-COMBINATION.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING CMB-IDX FROM 1 BY 1
              UNTIL CMB-IDX > WS-CMB-COUNT OR ENTRY-FOUND
                 IF WS-CMB-MONTH(CMB-IDX) = WS-RECEIPT-MONTH
                    AND WS-CMB-SUPPLIER(CMB-IDX) = RP-SUPPLIER-CODE
                    AND WS-CMB-CARRIER(CMB-IDX) =
                        WS-SUP-CARRIER(WS-SLOT)
                    AND WS-CMB-MODE(CMB-IDX) = WS-SUP-MODE(WS-SLOT)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    PERFORM 460-ACCUMULATE-COMBINATION
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-CMB-COUNT < 2000
                 ADD 1 TO WS-CMB-COUNT
                 SET CMB-IDX TO WS-CMB-COUNT
                 MOVE WS-RECEIPT-MONTH TO WS-CMB-MONTH(CMB-IDX)
                 MOVE RP-SUPPLIER-CODE TO WS-CMB-SUPPLIER(CMB-IDX)
                 MOVE WS-SUP-CARRIER(WS-SLOT)
                    TO WS-CMB-CARRIER(CMB-IDX)
                 MOVE WS-SUP-MODE(WS-SLOT) TO WS-CMB-MODE(CMB-IDX)
                 MOVE WS-SLOT TO WS-CMB-SUP-SLOT(CMB-IDX)
                 PERFORM 460-ACCUMULATE-COMBINATION
              ELSE
                 DISPLAY 'FRTEMISS COMBINATION TABLE FULL: '
                    WS-RECEIPT-MONTH ' ' RP-SUPPLIER-CODE
              END-IF
           END-IF
           .

       460-ACCUMULATE-COMBINATION.
           ADD 1 TO WS-CMB-RECEIPTS(CMB-IDX)
           ADD WS-RCV-TONNES TO WS-CMB-TONNES(CMB-IDX)
           ADD WS-RCV-TONNE-KM TO WS-CMB-TONNE-KM(CMB-IDX)
           ADD WS-RCV-KG-CO2E TO WS-CMB-KG-CO2E(CMB-IDX)
           ADD 1 TO WS-TOT-RECEIPTS
           ADD WS-RCV-TONNES TO WS-TOT-TONNES
           ADD WS-RCV-TONNE-KM TO WS-TOT-TONNE-KM
           ADD WS-RCV-KG-CO2E TO WS-TOT-KG-CO2E
           .

       470-RECORD-UNRATED.
           ADD 1 TO WS-RECEIPTS-UNRATED
           ADD 1 TO WS-REASON-COUNT(WS-RCV-REASON)
           IF WS-UNR-COUNT < 2000
              ADD 1 TO WS-UNR-COUNT
              SET UNR-IDX TO WS-UNR-COUNT
              MOVE RP-RECEIPT-DATE TO WS-UNR-RECEIPT-DATE(UNR-IDX)
              MOVE RP-PART-NUMBER TO WS-UNR-PART-NUMBER(UNR-IDX)
              MOVE RP-SUPPLIER-CODE TO WS-UNR-SUPPLIER-CODE(UNR-IDX)
              MOVE RP-LOCATION TO WS-UNR-LOCATION(UNR-IDX)
              MOVE RP-RECEIPT-QTY TO WS-UNR-QTY(UNR-IDX)
              MOVE WS-RCV-REASON TO WS-UNR-REASON(UNR-IDX)
           END-IF
           .

      *    Month, supplier, carrier, mode order for the extract.
       500-SORT-COMBINATIONS.
           MOVE 'Y' TO WS-SWAP-FLAG
           PERFORM UNTIL NOT ENTRIES-SWAPPED
              MOVE 'N' TO WS-SWAP-FLAG
              PERFORM VARYING CMB-IDX FROM 1 BY 1
                 UNTIL CMB-IDX >= WS-CMB-COUNT
                    SET CMB-IDX2 TO CMB-IDX
                    SET CMB-IDX2 UP BY 1
                    IF WS-CMB-KEY(CMB-IDX) > WS-CMB-KEY(CMB-IDX2)
                       MOVE WS-CMB-ENTRY(CMB-IDX) TO WS-CMB-TEMP-ENTRY
                       MOVE WS-CMB-ENTRY(CMB-IDX2)
                          TO WS-CMB-ENTRY(CMB-IDX)
                       MOVE WS-CMB-TEMP-ENTRY TO WS-CMB-ENTRY(CMB-IDX2)
                       MOVE 'Y' TO WS-SWAP-FLAG
                    END-IF
              END-PERFORM
           END-PERFORM
           .

       600-WRITE-REPORT.
           MOVE 'M' TO WS-ROLL-LEVEL
           MOVE 'EMISSIONS BY MONTH' TO RST-TEXT
           MOVE 'MONTH' TO RSC-KEY-TITLE
           PERFORM 610-ROLL-UP-SECTION
           MOVE 'S' TO WS-ROLL-LEVEL
           MOVE 'EMISSIONS BY SUPPLIER' TO RST-TEXT
           MOVE 'SUPPLIER' TO RSC-KEY-TITLE
           PERFORM 610-ROLL-UP-SECTION
           MOVE 'C' TO WS-ROLL-LEVEL
           MOVE 'EMISSIONS BY CARRIER' TO RST-TEXT
           MOVE 'CARRIER' TO RSC-KEY-TITLE
           PERFORM 610-ROLL-UP-SECTION
           MOVE 'T' TO WS-ROLL-LEVEL
           MOVE 'EMISSIONS BY TRANSPORT MODE' TO RST-TEXT
           MOVE 'MODE' TO RSC-KEY-TITLE
           PERFORM 610-ROLL-UP-SECTION
           PERFORM 700-WRITE-UNRATED
           .

       610-ROLL-UP-SECTION.
           MOVE SPACES TO EMISRPT-RECORD
           WRITE EMISRPT-RECORD
           WRITE EMISRPT-RECORD FROM WS-RPT-SECTION-TITLE
           WRITE EMISRPT-RECORD FROM WS-RPT-COLUMNS
           INITIALIZE WS-ROLL-COUNT
           INITIALIZE WS-ROLL-TABLE
           PERFORM VARYING CMB-IDX FROM 1 BY 1
              UNTIL CMB-IDX > WS-CMB-COUNT
                 PERFORM 620-ADD-TO-ROLL
           END-PERFORM
           PERFORM 640-SORT-ROLL
           PERFORM VARYING ROLL-IDX FROM 1 BY 1
              UNTIL ROLL-IDX > WS-ROLL-COUNT
                 MOVE WS-ROLL-ENTRY-KEY(ROLL-IDX) TO RSD-KEY
                 MOVE WS-ROLL-DESCRIPTION(ROLL-IDX) TO RSD-DESCRIPTION
                 MOVE WS-ROLL-RECEIPTS(ROLL-IDX) TO RSD-RECEIPTS
                 COMPUTE RSD-TONNES ROUNDED = WS-ROLL-TONNES(ROLL-IDX)
                 COMPUTE RSD-TONNE-KM ROUNDED =
                    WS-ROLL-TONNE-KM(ROLL-IDX)
                 COMPUTE RSD-KG-CO2E ROUNDED =
                    WS-ROLL-KG-CO2E(ROLL-IDX)
                 IF WS-TOT-KG-CO2E > 0
                    COMPUTE RSD-SHARE ROUNDED =
                       WS-ROLL-KG-CO2E(ROLL-IDX) * 100
                       / WS-TOT-KG-CO2E
                 ELSE
                    MOVE 0 TO RSD-SHARE
                 END-IF
                 WRITE EMISRPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           IF WS-ROLL-COUNT = 0
              MOVE 'NO RECEIPTS ESTIMATED.' TO RPN-TEXT
              WRITE EMISRPT-RECORD FROM WS-RPT-NONE
           ELSE
              MOVE 'TOTAL' TO RSD-KEY
              MOVE SPACES TO RSD-DESCRIPTION
              MOVE WS-TOT-RECEIPTS TO RSD-RECEIPTS
              COMPUTE RSD-TONNES ROUNDED = WS-TOT-TONNES
              COMPUTE RSD-TONNE-KM ROUNDED = WS-TOT-TONNE-KM
              COMPUTE RSD-KG-CO2E ROUNDED = WS-TOT-KG-CO2E
              MOVE 100 TO RSD-SHARE
              WRITE EMISRPT-RECORD FROM WS-RPT-DETAIL
           END-IF
           .

       620-ADD-TO-ROLL.
           MOVE SPACES TO WS-ROLL-KEY
           EVALUATE TRUE
              WHEN WS-ROLL-BY-MONTH
                 MOVE WS-CMB-MONTH(CMB-IDX) TO WS-PARM-MONTH
                 STRING WS-PARM-YEAR '-' WS-PARM-MM
                    DELIMITED BY SIZE INTO WS-ROLL-KEY
              WHEN WS-ROLL-BY-SUPPLIER
                 MOVE WS-CMB-SUPPLIER(CMB-IDX) TO WS-ROLL-KEY
              WHEN WS-ROLL-BY-CARRIER
                 MOVE WS-CMB-CARRIER(CMB-IDX) TO WS-ROLL-KEY
              WHEN WS-ROLL-BY-MODE
                 MOVE WS-CMB-MODE(CMB-IDX) TO WS-ROLL-KEY
           END-EVALUATE
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING ROLL-IDX FROM 1 BY 1
              UNTIL ROLL-IDX > WS-ROLL-COUNT OR ENTRY-FOUND
                 IF WS-ROLL-ENTRY-KEY(ROLL-IDX) = WS-ROLL-KEY
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET ROLL-IDX2 TO ROLL-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              ADD 1 TO WS-ROLL-COUNT
              SET ROLL-IDX2 TO WS-ROLL-COUNT
              MOVE WS-ROLL-KEY TO WS-ROLL-ENTRY-KEY(ROLL-IDX2)
              PERFORM 630-DESCRIBE-ROLL
           END-IF
           ADD WS-CMB-RECEIPTS(CMB-IDX) TO WS-ROLL-RECEIPTS(ROLL-IDX2)
           ADD WS-CMB-TONNES(CMB-IDX) TO WS-ROLL-TONNES(ROLL-IDX2)
           ADD WS-CMB-TONNE-KM(CMB-IDX) TO WS-ROLL-TONNE-KM(ROLL-IDX2)
           ADD WS-CMB-KG-CO2E(CMB-IDX) TO WS-ROLL-KG-CO2E(ROLL-IDX2)
           .

      *    Supplier name, or the mode's name off EMFACTOR.
       630-DESCRIBE-ROLL.
           EVALUATE TRUE
              WHEN WS-ROLL-BY-SUPPLIER
                 MOVE WS-CMB-SUP-SLOT(CMB-IDX) TO WS-SLOT
                 MOVE WS-SUP-NAME(WS-SLOT)
                    TO WS-ROLL-DESCRIPTION(ROLL-IDX2)
              WHEN WS-ROLL-BY-MODE
                 PERFORM VARYING EMF-IDX FROM 1 BY 1
                    UNTIL EMF-IDX > WS-EMF-COUNT
                       IF WS-EMF-MODE(EMF-IDX) = WS-CMB-MODE(CMB-IDX)
                          MOVE WS-EMF-NAME(EMF-IDX)
                             TO WS-ROLL-DESCRIPTION(ROLL-IDX2)
                       END-IF
                 END-PERFORM
           END-EVALUATE
           .

       640-SORT-ROLL.
           MOVE 'Y' TO WS-SWAP-FLAG
           PERFORM UNTIL NOT ENTRIES-SWAPPED
              MOVE 'N' TO WS-SWAP-FLAG
              PERFORM VARYING ROLL-IDX FROM 1 BY 1
                 UNTIL ROLL-IDX >= WS-ROLL-COUNT
                    SET ROLL-IDX2 TO ROLL-IDX
                    SET ROLL-IDX2 UP BY 1
                    IF WS-ROLL-ENTRY-KEY(ROLL-IDX) >
                       WS-ROLL-ENTRY-KEY(ROLL-IDX2)
                       MOVE WS-ROLL-ENTRY(ROLL-IDX)
                          TO WS-ROLL-TEMP-ENTRY
                       MOVE WS-ROLL-ENTRY(ROLL-IDX2)
                          TO WS-ROLL-ENTRY(ROLL-IDX)
                       MOVE WS-ROLL-TEMP-ENTRY
                          TO WS-ROLL-ENTRY(ROLL-IDX2)
                       MOVE 'Y' TO WS-SWAP-FLAG
                    END-IF
              END-PERFORM
           END-PERFORM
           .

       700-WRITE-UNRATED.
           MOVE SPACES TO EMISRPT-RECORD
           WRITE EMISRPT-RECORD
           MOVE 'RECEIPTS NOT ESTIMATED' TO RST-TEXT
           WRITE EMISRPT-RECORD FROM WS-RPT-SECTION-TITLE
           IF WS-RECEIPTS-UNRATED = 0
              MOVE 'EVERY RECEIPT IN THE PERIOD ESTIMATED.'
                 TO RPN-TEXT
              WRITE EMISRPT-RECORD FROM WS-RPT-NONE
           ELSE
              WRITE EMISRPT-RECORD FROM WS-RPT-UNRATED-COLUMNS
              PERFORM VARYING UNR-IDX FROM 1 BY 1
                 UNTIL UNR-IDX > WS-UNR-COUNT
                    MOVE WS-UNR-RECEIPT-DATE(UNR-IDX)
                       TO RUD-RECEIPT-DATE
                    MOVE WS-UNR-PART-NUMBER(UNR-IDX) TO RUD-PART-NUMBER
                    MOVE WS-UNR-SUPPLIER-CODE(UNR-IDX)
                       TO RUD-SUPPLIER-CODE
                    MOVE WS-UNR-LOCATION(UNR-IDX) TO RUD-LOCATION
                    MOVE WS-UNR-QTY(UNR-IDX) TO RUD-QTY
                    MOVE WS-UNR-REASON(UNR-IDX) TO WS-REASON-SUB
                    MOVE WS-REASON-TEXT(WS-REASON-SUB) TO RUD-REASON
                    WRITE EMISRPT-RECORD FROM WS-RPT-UNRATED-DETAIL
              END-PERFORM
              MOVE SPACES TO EMISRPT-RECORD
              WRITE EMISRPT-RECORD
              PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                 UNTIL WS-REASON-SUB > 8
                    IF WS-REASON-COUNT(WS-REASON-SUB) > 0
                       MOVE WS-REASON-TEXT(WS-REASON-SUB) TO RRT-REASON
                       MOVE WS-REASON-COUNT(WS-REASON-SUB) TO RRT-COUNT
                       WRITE EMISRPT-RECORD FROM WS-RPT-REASON-TOTAL
                    END-IF
              END-PERFORM
           END-IF
           .

       800-WRITE-EXTRACT.
           WRITE EMISXTR-RECORD FROM WS-XTR-HEADING
           PERFORM VARYING CMB-IDX FROM 1 BY 1
              UNTIL CMB-IDX > WS-CMB-COUNT
                 MOVE WS-CMB-MONTH(CMB-IDX) TO WS-PARM-MONTH
                 MOVE SPACES TO EXR-PERIOD
                 STRING WS-PARM-YEAR '-' WS-PARM-MM
                    DELIMITED BY SIZE INTO EXR-PERIOD
                 MOVE WS-CMB-SUP-SLOT(CMB-IDX) TO WS-SLOT
                 MOVE WS-CMB-SUPPLIER(CMB-IDX) TO EXR-SUPPLIER-CODE
                 MOVE WS-SUP-NAME(WS-SLOT) TO EXR-SUPPLIER-NAME
                 MOVE WS-SUP-COUNTRY(WS-SLOT) TO EXR-ORIGIN-COUNTRY
                 MOVE WS-SUP-STATE(WS-SLOT) TO EXR-ORIGIN-STATE
                 MOVE WS-CMB-CARRIER(CMB-IDX) TO EXR-CARRIER
                 MOVE SPACES TO EXR-TRANSPORT-MODE
                 PERFORM VARYING EMF-IDX FROM 1 BY 1
                    UNTIL EMF-IDX > WS-EMF-COUNT
                       IF WS-EMF-MODE(EMF-IDX) = WS-CMB-MODE(CMB-IDX)
                          MOVE WS-EMF-NAME(EMF-IDX)
                             TO EXR-TRANSPORT-MODE
                       END-IF
                 END-PERFORM
                 MOVE WS-CMB-RECEIPTS(CMB-IDX) TO EXR-SHIPMENTS
                 COMPUTE EXR-TONNES ROUNDED = WS-CMB-TONNES(CMB-IDX)
                 COMPUTE EXR-TONNE-KM ROUNDED =
                    WS-CMB-TONNE-KM(CMB-IDX)
                 COMPUTE EXR-KG-CO2E ROUNDED = WS-CMB-KG-CO2E(CMB-IDX)
                 WRITE EMISXTR-RECORD FROM WS-XTR-DETAIL
                 ADD 1 TO WS-EXTRACT-ROWS
           END-PERFORM
           .

      *    Great-circle kilometres between WS-FROM and WS-TO.  Each
      *    sine and cosine is taken into its own field before they
      *    are combined, and the cosine of the angle is held inside
      *    -1..+1 so rounding on a near-zero leg cannot take ACOS
      *    out of range.
       900-COMPUTE-DISTANCE.
           COMPUTE WS-FROM-LAT-RAD = WS-FROM-LAT * FUNCTION PI / 180
           COMPUTE WS-TO-LAT-RAD = WS-TO-LAT * FUNCTION PI / 180
           COMPUTE WS-DELTA-LON-RAD =
              (WS-TO-LON - WS-FROM-LON) * FUNCTION PI / 180
           COMPUTE WS-SIN-FROM-LAT = FUNCTION SIN(WS-FROM-LAT-RAD)
           COMPUTE WS-SIN-TO-LAT = FUNCTION SIN(WS-TO-LAT-RAD)
           COMPUTE WS-COS-FROM-LAT = FUNCTION COS(WS-FROM-LAT-RAD)
           COMPUTE WS-COS-TO-LAT = FUNCTION COS(WS-TO-LAT-RAD)
           COMPUTE WS-COS-DELTA-LON = FUNCTION COS(WS-DELTA-LON-RAD)
           COMPUTE WS-COS-ANGLE =
              WS-SIN-FROM-LAT * WS-SIN-TO-LAT
              + WS-COS-FROM-LAT * WS-COS-TO-LAT * WS-COS-DELTA-LON
           IF WS-COS-ANGLE > 1
              MOVE 1 TO WS-COS-ANGLE
           END-IF
           IF WS-COS-ANGLE < -1
              MOVE -1 TO WS-COS-ANGLE
           END-IF
           COMPUTE WS-DISTANCE-KM ROUNDED =
              FUNCTION ACOS(WS-COS-ANGLE) * WS-EARTH-RADIUS-KM
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-IN.
           CLOSE RCPTPOST-REC.
           CLOSE FRTZONE-REC.
           CLOSE DOCKCFG-REC.
           CLOSE EMFACTOR-REC.
           CLOSE EMISRPT-REC.
           CLOSE EMISXTR-REC.
