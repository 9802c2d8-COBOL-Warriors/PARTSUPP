      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    CMPLCHG.
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
      * //COMPOLCY DD DSN=USER66.EXAM.DEV.CMPLCHG.POLICY,DISP=SHR
      * //CHGBKOLD DD DSN=USER66.EXAM.DEV.CHGBACK.MASTER,DISP=SHR
      *   (optional - the first run starts an empty master)
      * //SHIPEVNT DD DSN=USER66.EXAM.DEV.EDI214IN.SHIPEVNT,DISP=SHR
      * //ASN856IN DD DSN=USER66.EXAM.DEV.EDI856.ASN,DISP=SHR
      * //FRTINV   DD DSN=USER66.EXAM.DEV.FRTAUDIT.INVOICES,DISP=SHR
      * //APPREJCT DD DSN=USER66.EXAM.DEV.EDI.APPREJCT,DISP=SHR
      * //TPPROF   DD DSN=USER66.EXAM.DEV.TPPROF.MASTER,DISP=SHR
      *   (SHIPEVNT, ASN856IN, FRTINV, APPREJCT and TPPROF are all
      *   optional - a missing one just finds nothing of its kind)
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //FRTZONE  DD DSN=USER66.EXAM.DEV.RPTPRINT.FRTZONE,DISP=SHR
      *   JCL Output
      * //CHGBKNEW DD DSN=USER66.EXAM.DEV.CHGBACK.MASTER,DISP=OLD
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=MOD
      * //CMPLRPT  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   FRTZONE grew FRZ-TRANSPORT-MODE on the end (38 bytes
      *   now); the FRTZONE-RECORD layout is trued to match.
      ***************************************************************
      * Nightly supplier compliance chargeback run.  Suppliers ship
      * early, ship late, skip the ASN, ship by a carrier other than
      * the lane's preferred one, or over-ship, and every time we
      * absorb the freight and handling.  This run finds each of
      * those against the policy file (COMPOLCY, layout CMPLPOL.cpy)
      * and charges the policy's fee back to the supplier:
      *    ERL/LAT  the arrival date - the ASN receipt date off
      *             today's 856 batch, else the latest out-for-
      *             delivery scan on the SHIPEVNT trail - more than
      *             the policy's grace days before/after the PO's
      *             DELIVERY-DATE;
      *    ASN      the carrier has the shipment out for delivery
      *             but the PO is still Open - no 856 shipment
      *             notice - from a supplier whose TPPROF profile
      *             has the 856 switch on (no TPPROF, nobody is
      *             expected to send one);
      *    CAR      a freight bill from a carrier other than the
      *             FRTZONE preferred carrier for the lane, resolved
      *             off the Sched address the way FRTAUDIT does;
      *    OVR      an 856 receipt EDI856IN rejected as an
      *             over-receipt (APPREJCT reason OVR).
      * Run after EDI856IN and EDI214IN so the night's ASNs and
      * carrier scans are already on the master and the trail.
      *
      * Each violation is one row on the chargeback master
      * (CHGBACK.cpy), keyed supplier + PO + type, so the same
      * violation found again on a later night is not charged
      * twice.  The first CP-FREE-PER-MONTH violations of a type
      * in a supplier's calendar month are kept as waived; the
      * rest are assessed and raised on the common DEBITMEM
      * adjustment feed - source 'CMPL', reason CMP, memo id 'C' +
      * type + PO - for PAYREG to net and EDI812OT to advise.
      * CMPLSTMT prints the monthly statements off the master and
      * RPTPRINT's scorecard carries the twelve-month totals.
      * Rows older than WS-RETAIN-DAYS drop off the master.
      *
      * FRTAUDIT's shape - the night's events loaded up front, the
      * master streamed once.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-REC    ASSIGN TO COMPOLCY.
           SELECT CHGBK-OLD     ASSIGN TO CHGBKOLD
               FILE STATUS IS WS-CHGBKOLD-FILE-STATUS.
           SELECT SHIPEVNT-REC  ASSIGN TO SHIPEVNT
               FILE STATUS IS WS-SHIPEVNT-FILE-STATUS.
           SELECT ASN-TRANS     ASSIGN TO ASN856IN
               FILE STATUS IS WS-ASN-FILE-STATUS.
           SELECT FRT-INV-TRANS ASSIGN TO FRTINV
               FILE STATUS IS WS-FRTINV-FILE-STATUS.
           SELECT APPREJCT-REC  ASSIGN TO APPREJCT
               FILE STATUS IS WS-APPREJCT-FILE-STATUS.
           SELECT TPPROF-REC    ASSIGN TO TPPROF
               FILE STATUS IS WS-TPPROF-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT FRTZONE-REC   ASSIGN TO FRTZONE.
           SELECT CHGBK-NEW     ASSIGN TO CHGBKNEW.
           SELECT DEBITMEM-REC  ASSIGN TO DEBITMEM.
           SELECT CMPLRPT-REC   ASSIGN TO CMPLRPT.

       DATA DIVISION.
       FILE SECTION.

      *    Compliance policy - see CMPLPOL.cpy.
       FD  POLICY-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CMPL-POLICY-ROW.
           COPY 'CMPLPOL'.

      *    Chargeback master - see CHGBACK.cpy.
       FD  CHGBK-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHARGEBACK-ROW.
           COPY 'CHGBACK'.

      *    Same event row EDI214IN's 650-WRITE-SHIP-EVENT appends.
       FD  SHIPEVNT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHIPEVNT-RECORD.
       01  SHIPEVNT-RECORD.
           05  SE-SUPPLIER-CODE    PIC X(10).
           05  SE-PO-NUMBER        PIC X(06).
           05  SE-STATUS-CODE      PIC X(01).
               88 SE-OUT-FOR-DELIVERY       VALUE 'D'.
           05  SE-STATUS-DATE      PIC 9(08).
           05  SE-APPLIED-DATE     PIC 9(08).
           05  FILLER              PIC X(47).

      *    Same ASN line item EDI856IN takes - only the receipt
      *    confirmations and their dates matter here.
       FD  ASN-TRANS
           DATA RECORD IS ASN-REC.
       01  ASN-REC.
           05  ASN-TRANS-CODE      PIC X(01).
               88 ASN-RECEIVED              VALUE 'R'.
           05  ASN-SUPPLIER-CODE   PIC X(10).
           05  ASN-PO-NUMBER       PIC X(06).
           05  ASN-SHIP-DATE       PIC 9(08).
           05  FILLER              PIC X(45).

      *    Same freight bill line FRTAUDIT audits.
       FD  FRT-INV-TRANS
           DATA RECORD IS FIV-REC.
       01  FIV-REC.
           05  FIV-CARRIER         PIC X(15).
           05  FIV-SUPPLIER-CODE   PIC X(10).
           05  FIV-PO-NUMBER       PIC X(06).
           05  FIV-BILLED-AMOUNT   PIC 9(5)V99.
           05  FIV-BILL-DATE       PIC 9(08).
           05  FILLER              PIC X(14).

      *    Application-reject log - see APPREJCT.cpy.
       FD  APPREJCT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APP-REJECT-ROW.
           COPY 'APPREJCT'.

      *    Trading-partner profile master TPMAINT maintains - only
      *    the supplier code and document switches matter here.
       FD  TPPROF-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TPPROF-RECORD.
       01  TPPROF-RECORD.
           05  TPP-SUPPLIER-CODE   PIC X(10).
           05  FILLER              PIC X(34).
           05  TPP-DOC-SWITCHES    PIC X(10).
           05  FILLER              PIC X(26).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    Same freight-zone row FRTMAINT maintains, rate included.
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

       FD  CHGBK-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGBK-NEW-REC.
       01  CHGBK-NEW-REC                 PIC X(80).

      *    Common debit/credit adjustment feed - see DEBITMEM.cpy.
       FD  DEBITMEM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
           COPY 'DEBITMEM'.

       FD  CMPLRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CMPLRPT-RECORD.
       01  CMPLRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CHGBKOLD-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-SHIPEVNT-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-ASN-FILE-STATUS            PIC X(02)      VALUE SPACES.
       01  WS-FRTINV-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-APPREJCT-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-TPPROF-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    Chargeback rows older than this drop off the master -
      *    long enough for a twelve-month scorecard and the
      *    statement of the month just closed.
       01  WS-RETAIN-DAYS                PIC 9(03)      VALUE 400.

       01  WS-POL-COUNT                  PIC 9(02)      VALUE 0.
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY OCCURS 20 TIMES
                  INDEXED BY POL-IDX.
               10 WS-POL-TYPE            PIC X(03)      VALUE SPACES.
               10 WS-POL-DESCRIPTION     PIC X(20)      VALUE SPACES.
               10 WS-POL-FEE             PIC 9(5)V99    VALUE 0.
               10 WS-POL-GRACE-DAYS      PIC 9(03)      VALUE 0.
               10 WS-POL-FREE-PER-MONTH  PIC 9(03)      VALUE 0.
               10 WS-POL-ACTIVE-FLAG     PIC X(01)      VALUE 'N'.

      *    The chargeback master in memory - the old rows, then the
      *    ones this run adds.  Same layout as CHGBACK.cpy.
       01  WS-CB-COUNT                   PIC 9(04)      VALUE 0.
       01  WS-CHARGEBACK-TABLE.
           05  WS-CB-ENTRY OCCURS 5000 TIMES
                  INDEXED BY CB-IDX.
               10 WS-CB-SUPPLIER-CODE    PIC X(10)      VALUE SPACES.
               10 WS-CB-PO-NUMBER        PIC X(06)      VALUE SPACES.
               10 WS-CB-VIOLATION-TYPE   PIC X(03)      VALUE SPACES.
               10 WS-CB-EVENT-DATE       PIC 9(08)      VALUE 0.
               10 WS-CB-ASSESSED-DATE    PIC 9(08)      VALUE 0.
               10 WS-CB-DAYS-OFF         PIC S9(03)     VALUE 0.
               10 WS-CB-FEE-AMOUNT       PIC 9(5)V99    VALUE 0.
               10 WS-CB-STATUS           PIC X(01)      VALUE SPACES.
               10 WS-CB-MEMO-ID          PIC X(10)      VALUE SPACES.
               10 WS-CB-CARRIER          PIC X(15)      VALUE SPACES.
               10 FILLER                 PIC X(09)      VALUE SPACES.

      *    Trading-partner profiles - switch position 3 is the 856.
       01  WS-TPP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-TPP-TABLE.
           05  WS-TPP-ENTRY OCCURS 200 TIMES
                  INDEXED BY TPP-IDX.
               10 WS-TPP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-TPP-DOC-SWITCHES    PIC X(10)      VALUE SPACES.

       01  WS-FRZ-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-FREIGHT-ZONE-TABLE.
           05  WS-FRZ-ENTRY OCCURS 200 TIMES
                  INDEXED BY FRZ-IDX.
               10 WS-FRZ-STATE           PIC X(02)      VALUE SPACES.
               10 WS-FRZ-ZIPLOW          PIC 9(05)      VALUE 0.
               10 WS-FRZ-ZIPHIGH         PIC 9(05)      VALUE 0.
               10 WS-FRZ-CARRIER         PIC X(15)      VALUE SPACES.

      *    What the night's files say happened to each PO.
       01  WS-EVT-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-EVENT-TABLE.
           05  WS-EVT-ENTRY OCCURS 3000 TIMES
                  INDEXED BY EVT-IDX.
               10 WS-EVT-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-EVT-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-EVT-DELIVERY-SCAN   PIC 9(08)      VALUE 0.
               10 WS-EVT-RECEIPT-DATE    PIC 9(08)      VALUE 0.
               10 WS-EVT-BILL-CARRIER    PIC X(15)      VALUE SPACES.
               10 WS-EVT-BILL-DATE       PIC 9(08)      VALUE 0.
               10 WS-EVT-OVER-DATE       PIC 9(08)      VALUE 0.
               10 WS-EVT-MATCHED-FLAG    PIC X(01)      VALUE 'N'.

       01  WS-RUN-COUNTS.
           05 WS-OLD-ROWS-READ           PIC 9(05)      VALUE 0.
           05 WS-EVENTS-LOADED           PIC 9(05)      VALUE 0.
           05 WS-VIOLATIONS-FOUND        PIC 9(05)      VALUE 0.
           05 WS-ALREADY-CHARGED         PIC 9(05)      VALUE 0.
           05 WS-NO-POLICY-COUNT         PIC 9(05)      VALUE 0.
           05 WS-ASSESSED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-WAIVED-COUNT            PIC 9(05)      VALUE 0.
           05 WS-UNMATCHED-EVENTS        PIC 9(05)      VALUE 0.
           05 WS-PURGED-COUNT            PIC 9(05)      VALUE 0.
           05 WS-ASSESSED-TOTAL          PIC 9(7)V99    VALUE 0.

       01  WS-SEARCH-SUPPLIER            PIC X(10)      VALUE SPACES.
       01  WS-SEARCH-PO                  PIC X(06)      VALUE SPACES.
       01  WS-EVT-SUB                    PIC S9(04) COMP VALUE 0.
       01  WS-POL-SUB                    PIC S9(04) COMP VALUE 0.

      *    The violation being assessed.
       01  WS-VIO-TYPE                   PIC X(03)      VALUE SPACES.
       01  WS-VIO-EVENT-DATE             PIC 9(08)      VALUE 0.
       01  WS-VIO-DAYS-OFF               PIC S9(03)     VALUE 0.
       01  WS-VIO-CARRIER                PIC X(15)      VALUE SPACES.
       01  WS-MONTH-COUNT                PIC 9(05)      VALUE 0.

       01  WS-ARRIVAL-DATE               PIC 9(08)      VALUE 0.
       01  WS-DAYS-OFF                   PIC S9(05)     VALUE 0.
       01  WS-GRACE-DAYS                 PIC 9(03)      VALUE 0.
       01  WS-LANE-CARRIER               PIC X(15)      VALUE SPACES.
       01  WS-LANE-FOUND-FLAG            PIC X(01)      VALUE 'N'.
           88 LANE-FOUND                                VALUE 'Y'.
       01  WS-ASN-EXPECTED-FLAG          PIC X(01)      VALUE 'N'.
           88 ASN-EXPECTED                              VALUE 'Y'.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-EVT-FULL-FLAG              PIC X(01)      VALUE 'N'.
       01  WS-ZIP5                       PIC 9(05)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-PURGE-DATE                 PIC 9(08)      VALUE 0.

       01  POLICY-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-POLICIES                          VALUE 'Y'.
       01  CHGBKOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-CHARGEBACKS                   VALUE 'Y'.
       01  SHIPEVNT-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-EVENTS                            VALUE 'Y'.
       01  ASN-EOF                       PIC X(01)      VALUE 'N'.
           88 NO-MORE-ASN-TRANS                         VALUE 'Y'.
       01  FRTINV-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-FRT-INV                           VALUE 'Y'.
       01  APPREJCT-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-APP-REJECTS                       VALUE 'Y'.
       01  TPPROF-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TPP-ROWS                          VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  FRTZONE-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-ZONES                             VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(44)      VALUE
               'SUPPLIER COMPLIANCE CHARGEBACKS - RUN DATE '.
           05  CRH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(80)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(50)      VALUE
               'SUPPLIER   PO     TYPE DESCRIPTION          EVENT '.
           05  FILLER              PIC X(50)      VALUE
               '    DAYS  CARRIER         STATUS         FEE      '.
           05  FILLER              PIC X(32)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  CRD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  CRD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  CRD-TYPE            PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  CRD-DESCRIPTION     PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  CRD-EVENT-DATE      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  CRD-DAYS-OFF        PIC ---9       VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  CRD-CARRIER         PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  CRD-STATUS          PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  CRD-FEE             PIC ZZ,ZZ9.99  VALUE ZERO.
           05  FILLER              PIC X(37)      VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER              PIC X(20)      VALUE
               'VIOLATIONS NEW:     '.
           05  CRT-FOUND           PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '  ASSESSED: '.
           05  CRT-ASSESSED        PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE
               '  WAIVED: '.
           05  CRT-WAIVED          PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE
               '  CHARGED '.
           05  CRT-TOTAL           PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(50)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-LOAD-POLICIES.
           PERFORM 200-LOAD-OLD-CHARGEBACKS.
           PERFORM 250-LOAD-TRADING-PARTNERS.
           PERFORM 300-LOAD-FREIGHT-ZONES.
           PERFORM 400-LOAD-SHIP-EVENTS.
           PERFORM 420-LOAD-ASN-RECEIPTS.
           PERFORM 440-LOAD-FREIGHT-BILLS.
           PERFORM 460-LOAD-OVER-RECEIPTS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.
           PERFORM 600-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 750-COUNT-UNMATCHED-EVENTS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 900-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'CMPLCHG COMPLETE - VIOLATIONS: '
              WS-VIOLATIONS-FOUND
              ' ASSESSED: ' WS-ASSESSED-COUNT
              ' WAIVED: ' WS-WAIVED-COUNT
              ' ALREADY CHARGED: ' WS-ALREADY-CHARGED
              ' NO POLICY: ' WS-NO-POLICY-COUNT
              ' UNMATCHED EVENTS: ' WS-UNMATCHED-EVENTS
              ' PURGED: ' WS-PURGED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-POL-COUNT.
           INITIALIZE WS-POLICY-TABLE.
           INITIALIZE WS-CB-COUNT.
           INITIALIZE WS-CHARGEBACK-TABLE.
           INITIALIZE WS-TPP-COUNT.
           INITIALIZE WS-TPP-TABLE.
           INITIALIZE WS-FRZ-COUNT.
           INITIALIZE WS-FREIGHT-ZONE-TABLE.
           INITIALIZE WS-EVT-COUNT.
           INITIALIZE WS-EVENT-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           COMPUTE WS-PURGE-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
               - WS-RETAIN-DAYS).
           MOVE 'N' TO POLICY-EOF.
           MOVE 'N' TO CHGBKOLD-EOF.
           MOVE 'N' TO SHIPEVNT-EOF.
           MOVE 'N' TO ASN-EOF.
           MOVE 'N' TO FRTINV-EOF.
           MOVE 'N' TO APPREJCT-EOF.
           MOVE 'N' TO TPPROF-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO FRTZONE-EOF.
           MOVE 'N' TO WS-EVT-FULL-FLAG.

       100-OPEN-FILES.
           OPEN INPUT POLICY-REC.
           OPEN INPUT PART-SUPP-OLD.
           OPEN INPUT FRTZONE-REC.
           OPEN OUTPUT CHGBK-NEW.
           OPEN EXTEND DEBITMEM-REC.
           OPEN OUTPUT CMPLRPT-REC.
           MOVE WS-TODAYS-DATE TO CRH-RUN-DATE.
           WRITE CMPLRPT-RECORD FROM WS-RPT-HEADING.
           MOVE SPACES TO CMPLRPT-RECORD.
           WRITE CMPLRPT-RECORD.
           WRITE CMPLRPT-RECORD FROM WS-RPT-COLUMNS.

       150-LOAD-POLICIES.
           READ POLICY-REC
              AT END MOVE 'Y' TO POLICY-EOF
           END-READ
           PERFORM VARYING POL-IDX FROM 1 BY 1
              UNTIL NO-MORE-POLICIES OR POL-IDX > 20
                 MOVE CP-VIOLATION-TYPE TO WS-POL-TYPE(POL-IDX)
                 MOVE CP-DESCRIPTION TO WS-POL-DESCRIPTION(POL-IDX)
                 MOVE CP-FEE-AMOUNT TO WS-POL-FEE(POL-IDX)
                 MOVE CP-GRACE-DAYS TO WS-POL-GRACE-DAYS(POL-IDX)
                 MOVE CP-FREE-PER-MONTH
                    TO WS-POL-FREE-PER-MONTH(POL-IDX)
                 MOVE CP-ACTIVE-FLAG TO WS-POL-ACTIVE-FLAG(POL-IDX)
                 SET WS-POL-COUNT TO POL-IDX
                 READ POLICY-REC
                    AT END MOVE 'Y' TO POLICY-EOF
                 END-READ
           END-PERFORM
           CLOSE POLICY-REC
           .

       200-LOAD-OLD-CHARGEBACKS.
           OPEN INPUT CHGBK-OLD
           IF WS-CHGBKOLD-FILE-STATUS = '00'
              READ CHGBK-OLD
                 AT END MOVE 'Y' TO CHGBKOLD-EOF
              END-READ
              PERFORM VARYING CB-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-CHARGEBACKS OR CB-IDX > 5000
                    MOVE CHARGEBACK-ROW TO WS-CB-ENTRY(CB-IDX)
                    SET WS-CB-COUNT TO CB-IDX
                    ADD 1 TO WS-OLD-ROWS-READ
                    READ CHGBK-OLD
                       AT END MOVE 'Y' TO CHGBKOLD-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-OLD-CHARGEBACKS
                 DISPLAY 'CMPLCHG CHARGEBACK TABLE FULL - '
                    'MASTER TRUNCATED'
              END-IF
              CLOSE CHGBK-OLD
           END-IF
           .

       250-LOAD-TRADING-PARTNERS.
           OPEN INPUT TPPROF-REC
           IF WS-TPPROF-FILE-STATUS = '00'
              READ TPPROF-REC
                 AT END MOVE 'Y' TO TPPROF-EOF
              END-READ
              PERFORM VARYING TPP-IDX FROM 1 BY 1
                 UNTIL NO-MORE-TPP-ROWS OR TPP-IDX > 200
                    MOVE TPP-SUPPLIER-CODE
                       TO WS-TPP-SUPPLIER-CODE(TPP-IDX)
                    MOVE TPP-DOC-SWITCHES
                       TO WS-TPP-DOC-SWITCHES(TPP-IDX)
                    SET WS-TPP-COUNT TO TPP-IDX
                    READ TPPROF-REC
                       AT END MOVE 'Y' TO TPPROF-EOF
                    END-READ
              END-PERFORM
              CLOSE TPPROF-REC
           END-IF
           .

       300-LOAD-FREIGHT-ZONES.
           READ FRTZONE-REC
              AT END MOVE 'Y' TO FRTZONE-EOF
           END-READ
           PERFORM VARYING FRZ-IDX FROM 1 BY 1
              UNTIL NO-MORE-ZONES OR FRZ-IDX > 200
                 MOVE FRZ-STATE     TO WS-FRZ-STATE(FRZ-IDX)
                 MOVE FRZ-ZIP-LOW   TO WS-FRZ-ZIPLOW(FRZ-IDX)
                 MOVE FRZ-ZIP-HIGH  TO WS-FRZ-ZIPHIGH(FRZ-IDX)
                 MOVE FRZ-CARRIER   TO WS-FRZ-CARRIER(FRZ-IDX)
                 SET WS-FRZ-COUNT TO FRZ-IDX
                 READ FRTZONE-REC
                    AT END MOVE 'Y' TO FRTZONE-EOF
                 END-READ
           END-PERFORM
           .

      *    The latest out-for-delivery scan per PO.
       400-LOAD-SHIP-EVENTS.
           OPEN INPUT SHIPEVNT-REC
           IF WS-SHIPEVNT-FILE-STATUS = '00'
              READ SHIPEVNT-REC
                 AT END MOVE 'Y' TO SHIPEVNT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-EVENTS
                 IF SE-OUT-FOR-DELIVERY
                    MOVE SE-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER
                    MOVE SE-PO-NUMBER TO WS-SEARCH-PO
                    PERFORM 470-FIND-EVENT-ENTRY
                    IF WS-EVT-SUB > 0
                       AND SE-STATUS-DATE
                           > WS-EVT-DELIVERY-SCAN(WS-EVT-SUB)
                       MOVE SE-STATUS-DATE
                          TO WS-EVT-DELIVERY-SCAN(WS-EVT-SUB)
                    END-IF
                 END-IF
                 READ SHIPEVNT-REC
                    AT END MOVE 'Y' TO SHIPEVNT-EOF
                 END-READ
              END-PERFORM
              CLOSE SHIPEVNT-REC
           END-IF
           .

      *    The earliest receipt confirmation per PO in the batch.
       420-LOAD-ASN-RECEIPTS.
           OPEN INPUT ASN-TRANS
           IF WS-ASN-FILE-STATUS = '00'
              READ ASN-TRANS
                 AT END MOVE 'Y' TO ASN-EOF
              END-READ
              PERFORM UNTIL NO-MORE-ASN-TRANS
                 IF ASN-RECEIVED
                    AND ASN-SHIP-DATE IS NUMERIC
                    AND ASN-SHIP-DATE > 0
                    MOVE ASN-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER
                    MOVE ASN-PO-NUMBER TO WS-SEARCH-PO
                    PERFORM 470-FIND-EVENT-ENTRY
                    IF WS-EVT-SUB > 0
                       IF WS-EVT-RECEIPT-DATE(WS-EVT-SUB) = 0
                          OR ASN-SHIP-DATE
                             < WS-EVT-RECEIPT-DATE(WS-EVT-SUB)
                          MOVE ASN-SHIP-DATE
                             TO WS-EVT-RECEIPT-DATE(WS-EVT-SUB)
                       END-IF
                    END-IF
                 END-IF
                 READ ASN-TRANS
                    AT END MOVE 'Y' TO ASN-EOF
                 END-READ
              END-PERFORM
              CLOSE ASN-TRANS
           END-IF
           .

       440-LOAD-FREIGHT-BILLS.
           OPEN INPUT FRT-INV-TRANS
           IF WS-FRTINV-FILE-STATUS = '00'
              READ FRT-INV-TRANS
                 AT END MOVE 'Y' TO FRTINV-EOF
              END-READ
              PERFORM UNTIL NO-MORE-FRT-INV
                 MOVE FIV-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER
                 MOVE FIV-PO-NUMBER TO WS-SEARCH-PO
                 PERFORM 470-FIND-EVENT-ENTRY
                 IF WS-EVT-SUB > 0
                    MOVE FIV-CARRIER TO WS-EVT-BILL-CARRIER(WS-EVT-SUB)
                    IF FIV-BILL-DATE = 0
                       MOVE WS-TODAYS-DATE
                          TO WS-EVT-BILL-DATE(WS-EVT-SUB)
                    ELSE
                       MOVE FIV-BILL-DATE
                          TO WS-EVT-BILL-DATE(WS-EVT-SUB)
                    END-IF
                 END-IF
                 READ FRT-INV-TRANS
                    AT END MOVE 'Y' TO FRTINV-EOF
                 END-READ
              END-PERFORM
              CLOSE FRT-INV-TRANS
           END-IF
           .

       460-LOAD-OVER-RECEIPTS.
           OPEN INPUT APPREJCT-REC
           IF WS-APPREJCT-FILE-STATUS = '00'
              READ APPREJCT-REC
                 AT END MOVE 'Y' TO APPREJCT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-APP-REJECTS
                 IF AR-DOC-TYPE = '856'
                    AND AR-REASON-CODE = 'OVR'
                    MOVE AR-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER
                    MOVE AR-PO-NUMBER TO WS-SEARCH-PO
                    PERFORM 470-FIND-EVENT-ENTRY
                    IF WS-EVT-SUB > 0
                       AND WS-EVT-OVER-DATE(WS-EVT-SUB) = 0
                       MOVE AR-REJECT-DATE
                          TO WS-EVT-OVER-DATE(WS-EVT-SUB)
                    END-IF
                 END-IF
                 READ APPREJCT-REC
                    AT END MOVE 'Y' TO APPREJCT-EOF
                 END-READ
              END-PERFORM
              CLOSE APPREJCT-REC
           END-IF
           .

      *    Sets WS-EVT-SUB to the WS-SEARCH-SUPPLIER/WS-SEARCH-PO
      *    entry, adding it if it is new; zero when the table is
      *    full.
       470-FIND-EVENT-ENTRY.
           MOVE 0 TO WS-EVT-SUB
           PERFORM VARYING EVT-IDX FROM 1 BY 1
              UNTIL EVT-IDX > WS-EVT-COUNT OR WS-EVT-SUB > 0
                 IF WS-EVT-SUPPLIER-CODE(EVT-IDX) = WS-SEARCH-SUPPLIER
                    AND WS-EVT-PO-NUMBER(EVT-IDX) = WS-SEARCH-PO
                    SET WS-EVT-SUB TO EVT-IDX
                 END-IF
           END-PERFORM
           IF WS-EVT-SUB = 0
              IF WS-EVT-COUNT < 3000
                 ADD 1 TO WS-EVT-COUNT
                 ADD 1 TO WS-EVENTS-LOADED
                 MOVE WS-EVT-COUNT TO WS-EVT-SUB
                 MOVE WS-SEARCH-SUPPLIER
                    TO WS-EVT-SUPPLIER-CODE(WS-EVT-SUB)
                 MOVE WS-SEARCH-PO TO WS-EVT-PO-NUMBER(WS-EVT-SUB)
                 MOVE 'N' TO WS-EVT-MATCHED-FLAG(WS-EVT-SUB)
              ELSE
                 IF WS-EVT-FULL-FLAG = 'N'
                    DISPLAY 'CMPLCHG EVENT TABLE FULL - EVENTS '
                       'DROPPED FROM ' WS-SEARCH-SUPPLIER '/'
                       WS-SEARCH-PO
                    MOVE 'Y' TO WS-EVT-FULL-FLAG
                 END-IF
              END-IF
           END-IF
           .

       600-PROCESS-MASTER.
           PERFORM 605-CHECK-ASN-EXPECTED
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              IF PO-NUMBER(PO-IDX) NOT = SPACES
                 MOVE 0 TO WS-EVT-SUB
                 PERFORM VARYING EVT-IDX FROM 1 BY 1
                    UNTIL EVT-IDX > WS-EVT-COUNT OR WS-EVT-SUB > 0
                       IF WS-EVT-SUPPLIER-CODE(EVT-IDX) = SUPPLIER-CODE
                          AND WS-EVT-PO-NUMBER(EVT-IDX)
                              = PO-NUMBER(PO-IDX)
                          SET WS-EVT-SUB TO EVT-IDX
                       END-IF
                 END-PERFORM
                 IF WS-EVT-SUB > 0
                    MOVE 'Y' TO WS-EVT-MATCHED-FLAG(WS-EVT-SUB)
                    PERFORM 610-CHECK-PO-VIOLATIONS
                 END-IF
              END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

      *    Only a supplier profiled with the 856 switch on owes us
      *    an ASN.
       605-CHECK-ASN-EXPECTED.
           MOVE 'N' TO WS-ASN-EXPECTED-FLAG
           PERFORM VARYING TPP-IDX FROM 1 BY 1
              UNTIL TPP-IDX > WS-TPP-COUNT
                 IF WS-TPP-SUPPLIER-CODE(TPP-IDX) = SUPPLIER-CODE
                    AND WS-TPP-DOC-SWITCHES(TPP-IDX)(3:1) = 'Y'
                    MOVE 'Y' TO WS-ASN-EXPECTED-FLAG
                 END-IF
           END-PERFORM
           .

       610-CHECK-PO-VIOLATIONS.
           IF WS-EVT-RECEIPT-DATE(WS-EVT-SUB) > 0
              MOVE WS-EVT-RECEIPT-DATE(WS-EVT-SUB) TO WS-ARRIVAL-DATE
           ELSE
              MOVE WS-EVT-DELIVERY-SCAN(WS-EVT-SUB) TO WS-ARRIVAL-DATE
           END-IF
           IF WS-ARRIVAL-DATE > 0
              AND DELIVERY-DATE(PO-IDX) > 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-ARRIVAL-DATE) = 0
              AND FUNCTION TEST-DATE-YYYYMMDD(DELIVERY-DATE(PO-IDX))
                  = 0
              PERFORM 620-CHECK-ARRIVAL-TIMING
           END-IF
           IF WS-EVT-DELIVERY-SCAN(WS-EVT-SUB) > 0
              AND PO-STATUS-OPEN(PO-IDX)
              AND ASN-EXPECTED
              MOVE 'ASN' TO WS-VIO-TYPE
              MOVE WS-EVT-DELIVERY-SCAN(WS-EVT-SUB)
                 TO WS-VIO-EVENT-DATE
              MOVE 0 TO WS-VIO-DAYS-OFF
              MOVE SPACES TO WS-VIO-CARRIER
              PERFORM 700-ASSESS-VIOLATION
           END-IF
           IF WS-EVT-BILL-CARRIER(WS-EVT-SUB) NOT = SPACES
              PERFORM 630-CHECK-CARRIER
           END-IF
           IF WS-EVT-OVER-DATE(WS-EVT-SUB) > 0
              MOVE 'OVR' TO WS-VIO-TYPE
              MOVE WS-EVT-OVER-DATE(WS-EVT-SUB) TO WS-VIO-EVENT-DATE
              MOVE 0 TO WS-VIO-DAYS-OFF
              MOVE SPACES TO WS-VIO-CARRIER
              PERFORM 700-ASSESS-VIOLATION
           END-IF
           .

       620-CHECK-ARRIVAL-TIMING.
           COMPUTE WS-DAYS-OFF =
              FUNCTION INTEGER-OF-DATE(WS-ARRIVAL-DATE)
              - FUNCTION INTEGER-OF-DATE(DELIVERY-DATE(PO-IDX))
           MOVE WS-ARRIVAL-DATE TO WS-VIO-EVENT-DATE
           MOVE SPACES TO WS-VIO-CARRIER
           IF WS-DAYS-OFF < 0
              MOVE 'ERL' TO WS-VIO-TYPE
              PERFORM 720-FIND-POLICY
              MOVE 0 TO WS-GRACE-DAYS
              IF WS-POL-SUB > 0
                 MOVE WS-POL-GRACE-DAYS(WS-POL-SUB) TO WS-GRACE-DAYS
              END-IF
              IF WS-DAYS-OFF < 0 - WS-GRACE-DAYS
                 MOVE WS-DAYS-OFF TO WS-VIO-DAYS-OFF
                 PERFORM 700-ASSESS-VIOLATION
              END-IF
           END-IF
           IF WS-DAYS-OFF > 0
              MOVE 'LAT' TO WS-VIO-TYPE
              PERFORM 720-FIND-POLICY
              MOVE 0 TO WS-GRACE-DAYS
              IF WS-POL-SUB > 0
                 MOVE WS-POL-GRACE-DAYS(WS-POL-SUB) TO WS-GRACE-DAYS
              END-IF
              IF WS-DAYS-OFF > WS-GRACE-DAYS
                 MOVE WS-DAYS-OFF TO WS-VIO-DAYS-OFF
                 PERFORM 700-ASSESS-VIOLATION
              END-IF
           END-IF
           .

      *    The lane is the record's Sched ('2') address resolved
      *    against the zone table, the same range match FRTAUDIT's
      *    630-AUDIT-FREIGHT-BILL makes.  A lane matching no zone
      *    is FRTAUDIT's exception to chase, not a chargeback.
       630-CHECK-CARRIER.
           MOVE 'N' TO WS-LANE-FOUND-FLAG
           MOVE SPACES TO WS-LANE-CARRIER
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 4
              IF ADDRESS-TYPE(ADDR-IDX) = '2'
                 MOVE ZIP-CODE(ADDR-IDX)(1:5) TO WS-ZIP5
                 PERFORM VARYING FRZ-IDX FROM 1 BY 1
                    UNTIL FRZ-IDX > WS-FRZ-COUNT
                       IF WS-FRZ-STATE(FRZ-IDX) =
                          ADDR-STATE(ADDR-IDX)
                          AND WS-ZIP5 >= WS-FRZ-ZIPLOW(FRZ-IDX)
                          AND WS-ZIP5 <= WS-FRZ-ZIPHIGH(FRZ-IDX)
                          MOVE 'Y' TO WS-LANE-FOUND-FLAG
                          MOVE WS-FRZ-CARRIER(FRZ-IDX)
                             TO WS-LANE-CARRIER
                       END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF LANE-FOUND
              AND WS-EVT-BILL-CARRIER(WS-EVT-SUB) NOT = WS-LANE-CARRIER
              MOVE 'CAR' TO WS-VIO-TYPE
              MOVE WS-EVT-BILL-DATE(WS-EVT-SUB) TO WS-VIO-EVENT-DATE
              MOVE 0 TO WS-VIO-DAYS-OFF
              MOVE WS-EVT-BILL-CARRIER(WS-EVT-SUB) TO WS-VIO-CARRIER
              PERFORM 700-ASSESS-VIOLATION
           END-IF
           .

      *    One violation of WS-VIO-TYPE on the current supplier's
      *    PO-NUMBER(PO-IDX).  Already on the master - charged on
      *    an earlier night - it is left alone.
       700-ASSESS-VIOLATION.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING CB-IDX FROM 1 BY 1
              UNTIL CB-IDX > WS-CB-COUNT OR ENTRY-FOUND
                 IF WS-CB-SUPPLIER-CODE(CB-IDX) = SUPPLIER-CODE
                    AND WS-CB-PO-NUMBER(CB-IDX) = PO-NUMBER(PO-IDX)
                    AND WS-CB-VIOLATION-TYPE(CB-IDX) = WS-VIO-TYPE
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           PERFORM 720-FIND-POLICY
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-ALREADY-CHARGED
              WHEN WS-POL-SUB = 0
                 ADD 1 TO WS-NO-POLICY-COUNT
              WHEN WS-POL-ACTIVE-FLAG(WS-POL-SUB) NOT = 'Y'
                 ADD 1 TO WS-NO-POLICY-COUNT
              WHEN WS-CB-COUNT NOT < 5000
                 DISPLAY 'CMPLCHG CHARGEBACK TABLE FULL - NOT '
                    'CHARGED: ' SUPPLIER-CODE '/' PO-NUMBER(PO-IDX)
                    ' ' WS-VIO-TYPE
              WHEN OTHER
                 PERFORM 730-ADD-CHARGEBACK
           END-EVALUATE
           .

       720-FIND-POLICY.
           MOVE 0 TO WS-POL-SUB
           PERFORM VARYING POL-IDX FROM 1 BY 1
              UNTIL POL-IDX > WS-POL-COUNT OR WS-POL-SUB > 0
                 IF WS-POL-TYPE(POL-IDX) = WS-VIO-TYPE
                    SET WS-POL-SUB TO POL-IDX
                 END-IF
           END-PERFORM
           .

      *    Violations of the type the supplier already has this
      *    calendar month decide whether this one is still inside
      *    the free allowance.
       730-ADD-CHARGEBACK.
           ADD 1 TO WS-VIOLATIONS-FOUND
           MOVE 0 TO WS-MONTH-COUNT
           PERFORM VARYING CB-IDX FROM 1 BY 1
              UNTIL CB-IDX > WS-CB-COUNT
                 IF WS-CB-SUPPLIER-CODE(CB-IDX) = SUPPLIER-CODE
                    AND WS-CB-VIOLATION-TYPE(CB-IDX) = WS-VIO-TYPE
                    AND WS-CB-ASSESSED-DATE(CB-IDX)(1:6)
                        = WS-TODAYS-DATE(1:6)
                    ADD 1 TO WS-MONTH-COUNT
                 END-IF
           END-PERFORM
           ADD 1 TO WS-CB-COUNT
           SET CB-IDX TO WS-CB-COUNT
           MOVE SPACES TO WS-CB-ENTRY(CB-IDX)
           MOVE SUPPLIER-CODE TO WS-CB-SUPPLIER-CODE(CB-IDX)
           MOVE PO-NUMBER(PO-IDX) TO WS-CB-PO-NUMBER(CB-IDX)
           MOVE WS-VIO-TYPE TO WS-CB-VIOLATION-TYPE(CB-IDX)
           MOVE WS-VIO-EVENT-DATE TO WS-CB-EVENT-DATE(CB-IDX)
           MOVE WS-TODAYS-DATE TO WS-CB-ASSESSED-DATE(CB-IDX)
           MOVE WS-VIO-DAYS-OFF TO WS-CB-DAYS-OFF(CB-IDX)
           MOVE WS-VIO-CARRIER TO WS-CB-CARRIER(CB-IDX)
           IF WS-MONTH-COUNT < WS-POL-FREE-PER-MONTH(WS-POL-SUB)
              OR WS-POL-FEE(WS-POL-SUB) = 0
              MOVE 'W' TO WS-CB-STATUS(CB-IDX)
              MOVE 0 TO WS-CB-FEE-AMOUNT(CB-IDX)
              ADD 1 TO WS-WAIVED-COUNT
           ELSE
              MOVE 'A' TO WS-CB-STATUS(CB-IDX)
              MOVE WS-POL-FEE(WS-POL-SUB) TO WS-CB-FEE-AMOUNT(CB-IDX)
              STRING 'C' WS-VIO-TYPE PO-NUMBER(PO-IDX)
                 DELIMITED BY SIZE INTO WS-CB-MEMO-ID(CB-IDX)
              ADD 1 TO WS-ASSESSED-COUNT
              ADD WS-POL-FEE(WS-POL-SUB) TO WS-ASSESSED-TOTAL
              PERFORM 740-WRITE-DEBIT-MEMO
           END-IF
           PERFORM 745-WRITE-DETAIL-LINE
           .

       740-WRITE-DEBIT-MEMO.
           MOVE SPACES TO DEBITMEM-RECORD
           MOVE WS-CB-MEMO-ID(CB-IDX) TO DM-MEMO-ID
           MOVE SUPPLIER-CODE TO DM-SUPPLIER-CODE
           MOVE PO-NUMBER(PO-IDX) TO DM-PO-NUMBER
           MOVE 'CMPL' TO DM-SOURCE
           MOVE 'CMP' TO DM-REASON-CODE
           MOVE WS-CB-FEE-AMOUNT(CB-IDX) TO DM-AMOUNT
           MOVE WS-TODAYS-DATE TO DM-MEMO-DATE
           MOVE WS-VIO-TYPE TO DM-REFERENCE
           WRITE DEBITMEM-RECORD
           .

       745-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE SUPPLIER-CODE TO CRD-SUPPLIER-CODE
           MOVE PO-NUMBER(PO-IDX) TO CRD-PO-NUMBER
           MOVE WS-VIO-TYPE TO CRD-TYPE
           MOVE WS-POL-DESCRIPTION(WS-POL-SUB) TO CRD-DESCRIPTION
           MOVE WS-VIO-EVENT-DATE TO CRD-EVENT-DATE
           MOVE WS-VIO-DAYS-OFF TO CRD-DAYS-OFF
           MOVE WS-VIO-CARRIER TO CRD-CARRIER
           IF WS-CB-STATUS(CB-IDX) = 'A'
              MOVE 'ASSESSED' TO CRD-STATUS
           ELSE
              MOVE 'WAIVED' TO CRD-STATUS
           END-IF
           MOVE WS-CB-FEE-AMOUNT(CB-IDX) TO CRD-FEE
           WRITE CMPLRPT-RECORD FROM WS-RPT-DETAIL
           .

      *    An event whose supplier/PO is on no master record is
      *    counted only - FRTAUDIT and EDI214IN already report
      *    their own unmatched rows.
       750-COUNT-UNMATCHED-EVENTS.
           PERFORM VARYING EVT-IDX FROM 1 BY 1
              UNTIL EVT-IDX > WS-EVT-COUNT
                 IF WS-EVT-MATCHED-FLAG(EVT-IDX) = 'N'
                    ADD 1 TO WS-UNMATCHED-EVENTS
                 END-IF
           END-PERFORM
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING CB-IDX FROM 1 BY 1
              UNTIL CB-IDX > WS-CB-COUNT
                 IF WS-CB-ASSESSED-DATE(CB-IDX) < WS-PURGE-DATE
                    ADD 1 TO WS-PURGED-COUNT
                 ELSE
                    WRITE CHGBK-NEW-REC FROM WS-CB-ENTRY(CB-IDX)
                 END-IF
           END-PERFORM
           .

       900-WRITE-TOTALS.
           MOVE SPACES TO CMPLRPT-RECORD
           WRITE CMPLRPT-RECORD
           MOVE WS-VIOLATIONS-FOUND TO CRT-FOUND
           MOVE WS-ASSESSED-COUNT TO CRT-ASSESSED
           MOVE WS-WAIVED-COUNT TO CRT-WAIVED
           MOVE WS-ASSESSED-TOTAL TO CRT-TOTAL
           WRITE CMPLRPT-RECORD FROM WS-RPT-TOTALS
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE FRTZONE-REC.
           CLOSE CHGBK-NEW.
           CLOSE DEBITMEM-REC.
           CLOSE CMPLRPT-REC.
