      *   loads with the rest of WS-PARTSUPL-TABLE and both
      *   accumulators skip flagged rows; CONSETTL is where
      *   consumption becomes the settlement owed.
      *
      * 2026-10-15 maruca V0R0M50
      *   The trailer scorecard now shows each supplier's compliance
      *   chargebacks over the last twelve months - how many
      *   violations CMPLCHG recorded and the total assessed - off
      *   the chargeback master (optional CHGBACK DD).  A missing
      *   master prints zeros, same as a supplier with a clean
      *   year.
      *   JCL Input (new)
      * //CHGBACK  DD DSN=USER66.EXAM.DEV.CHGBACK.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M51
      *   FRTZONE grew FRZ-TRANSPORT-MODE on the end (38 bytes
      *   now); the FRTZONE-RECORD layout is trued to match.
      *
      * 2026-10-15 maruca V0R0M52
      *   RPTPARM grew a section-control list (positions 5-132, up
      *   to 32 four-character codes - see WS-SECTION-CODE-TABLE)
      *   naming the trailer sections and extracts to produce.  A
      *   blank list still produces everything.  A section left off
      *   the list skips its reference-table load (PARTSUPL,
      *   FRTZONE, GEOZONE, UOMCONV, RECALLS, TPPROF, CHGBACK) and
      *   its per-record tracking, and is named in a new "Sections
      *   Suppressed This Run" list at the end of the trailer page.
      *   RPTPARM is now 132 bytes.
      *
      * 2026-10-15 maruca V0R0M53
      *   RPTEXTR carries the freight zone and carrier too, but the
      *   FRTZONE load and the Sched Address lookup only ran when
      *   the freight-zone section was selected, so a run producing
      *   the extract without that section wrote blank zone and
      *   carrier columns.  Both now run when either is selected
      *   (NEED-FRTZONE-LOOKUP, set in 000-SET-SECTION-TRACKING).
      *
      * 2026-10-15 maruca V0R0M54
      *   The Report Distribution section still listed RCVMANIF,
      *   REMITBAT and POOVERDUE when the section-control list had
      *   left their extracts off.  Each WS-DISTRIB-ROUTING-TABLE
      *   entry now carries WS-DRT-PRODUCED-FLAG, set in 000-SET-
      *   SECTION-TRACKING from PRODUCE-MANIFEST, PRODUCE-REMIT-
      *   BATCH and PRODUCE-OVERDUE, and only the extracts this run
      *   wrote are listed.
      ***************************************************************

      *--------------------------------------------------------------
               FILE STATUS IS WS-EDIREG-FILE-STATUS.
           SELECT TPPROF-REC  ASSIGN TO TPPROF
               FILE STATUS IS WS-TPPROF-FILE-STATUS.
           SELECT CHGBACK-REC ASSIGN TO CHGBACK
               FILE STATUS IS WS-CHGBACK-FILE-STATUS.
      *--------------------------------------------------------------
       DATA DIVISION.
      *--------------------------------------------------------------
           05  TPP-DOC-SWITCHES    PIC X(10).
           05  FILLER              PIC X(26).

      *    Compliance chargeback master CMPLCHG maintains - see
      *    CHGBACK.cpy.
       FD CHGBACK-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHARGEBACK-ROW.
           COPY 'CHGBACK'.

      *    Restart checkpoint - how many INPUT-RECORDs had already
      *    been processed as of the last checkpoint write.  Read at
      *    startup to skip back to that point; rewritten every
      *    limit this run's report/EDI/extract output to, plus a
      *    trailing report-mode byte ('S' groups the detail section
      *    by supplier instead of by part - see WS-RPT-MODE below).
      *    Positions 5-132 are the section-control list - see
      *    WS-PARM-SECTION-LIST below.
      *    A missing or blank record (or FILE STATUS not '00') means
      *    no filter, the normal by-part grouping, and every section.
       FD RPTPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTPARM-RECORD.
       01 RPTPARM-RECORD.
          05 RPTPARM-MAKE-FILTER        PIC X(03)      VALUE SPACES.
          05 RPTPARM-MODE               PIC X(01)      VALUE SPACES.
          05 RPTPARM-SECTION-LIST       PIC X(128)     VALUE SPACES.

      *    Append-only change-history trail.  There is no persisted
      *    PARTSUPP master file anywhere upstream of this report for
          05 FRZ-ZIP-HIGH               PIC 9(05).
          05 FRZ-ZONE-CODE              PIC X(02).
          05 FRZ-CARRIER                PIC X(15).
          05 FILLER                     PIC X(09).

      *    Unit-of-measure conversion reference, same load-at-startup
      *    pattern as FRTZONE-REC - one row per UNIT-OF-MEASURE code
       01 WS-TPP-AUTH-FLAG              PIC X(01)      VALUE 'Y'.
          88 PARTNER-850-AUTHORIZED                    VALUE 'Y'.

      *  Compliance chargebacks per supplier code over the last
      *  twelve months (assessed on or after WS-CBK-WINDOW-START) -
      *  every violation counts, waived ones included; only the
      *  assessed fees add to the amount.  500-SUB-TRACK-SUPPLIER-
      *  SCORE stamps the supplier's name in when it first sees the
      *  supplier, since the scorecard itself is kept by name.
       01 WS-CHGBACK-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01 WS-CHGBACK-EOF                PIC X(01)      VALUE 'N'.
          88 NO-MORE-CHGBACK-ROWS                      VALUE 'Y'.
       01 WS-CBK-WINDOW-START           PIC 9(08)      VALUE 0.
       01 WS-CBK-COUNT                  PIC 9(03)      VALUE 0.
       01 WS-CBK-FOUND                  PIC X(01)      VALUE 'N'.
       01 WS-CBK-TABLE.
          05 WS-CBK-ENTRY OCCURS 200 TIMES
                 INDEXED BY CBK-IDX.
             10 WS-CBK-SUPPLIER-CODE    PIC X(10)      VALUE SPACES.
             10 WS-CBK-SUPPLIER-NAME    PIC X(15)      VALUE SPACES.
             10 WS-CBK-VIOLATIONS       PIC 9(03)      VALUE 0.
             10 WS-CBK-ASSESSED         PIC 9(7)V99    VALUE 0.

      *  Checkpoint/restart for large sorted runs - see FD CHKPT-REC.
       01 WS-CHECKPOINT-INTERVAL        PIC 9(5)       VALUE 1000.
       01 WS-RECORDS-READ               PIC 9(9)       VALUE 0.
       01 WS-RPT-MODE                   PIC X(01)      VALUE SPACES.
           88 RPT-MODE-BY-SUPPLIER                     VALUE 'S'.

      ***************************************************************
      *  Section control (RPTPARM positions 5-132) - up to 32
      *  four-character codes naming the trailer sections and
      *  extracts this run is to produce.  A blank list means every
      *  section, which is how the report ran before sections were
      *  selectable.  The Report Total block and the detail lines
      *  themselves are always produced.  WS-SECTION-CODE-TABLE's
      *  entries line up one for one with WS-SECTION-SWITCHES below
      *  - add a section to both, in the same position.
      ***************************************************************
       01 WS-PARM-SECTION-LIST          PIC X(128)     VALUE SPACES.
       01 WS-PARM-SECTION-TABLE REDEFINES WS-PARM-SECTION-LIST.
          05 WS-PARM-SECTION-CODE OCCURS 32 TIMES
                                INDEXED BY PSC-IDX
                                        PIC X(04).
       01 WS-SECTION-CODE-VALUES.
          05 FILLER PIC X(44) VALUE
             'MAKEVehicle Make Subtotals                  '.
          05 FILLER PIC X(44) VALUE
             'SCORSupplier Scorecard                      '.
          05 FILLER PIC X(44) VALUE
             'OVDUOverdue Purchase Orders/POOVERDUE       '.
          05 FILLER PIC X(44) VALUE
             'STALSuppliers Due for Reverification        '.
          05 FILLER PIC X(44) VALUE
             'CERTCert/Insurance Expiring Soon            '.
          05 FILLER PIC X(44) VALUE
             'MANFDaily Receiving Manifest/RCVMANIF       '.
          05 FILLER PIC X(44) VALUE
             'ADUPDuplicate Supplier Addresses            '.
          05 FILLER PIC X(44) VALUE
             'ADQLAddress-Quality Exceptions              '.
          05 FILLER PIC X(44) VALUE
             'REMTSupplier Remittance Batch/REMITBAT      '.
          05 FILLER PIC X(44) VALUE
             'ERRFError-Type Frequency Summary            '.
          05 FILLER PIC X(44) VALUE
             'DISTReport Distribution                     '.
          05 FILLER PIC X(44) VALUE
             'ACTVSupplier Activity Trend                 '.
          05 FILLER PIC X(44) VALUE
             'REORReorder-Point Exceptions                '.
          05 FILLER PIC X(44) VALUE
             'SNGLSingle-Source-Part Risk                 '.
          05 FILLER PIC X(44) VALUE
             'NACTParts With No Active Supplier           '.
          05 FILLER PIC X(44) VALUE
             'SUPSPart Supersession Chains                '.
          05 FILLER PIC X(44) VALUE
             'PBRKQuantity-Discount Opportunities         '.
          05 FILLER PIC X(44) VALUE
             'FITGVehicle-Fitment Coverage Gaps           '.
          05 FILLER PIC X(44) VALUE
             'CYCLPO Cycle-Time by Supplier               '.
          05 FILLER PIC X(44) VALUE
             'DIVRSupplier Diversity Spend                '.
          05 FILLER PIC X(44) VALUE
             'CALLEmergency Supplier Call List            '.
          05 FILLER PIC X(44) VALUE
             'BLUEBlueprint/Spec Cross-Reference          '.
          05 FILLER PIC X(44) VALUE
             'RCLLRecalled Vehicle Applications           '.
          05 FILLER PIC X(44) VALUE
             'FRTZFreight Zone/Carrier Assignment         '.
          05 FILLER PIC X(44) VALUE
             'UOMCUnit-of-Measure Conversion              '.
          05 FILLER PIC X(44) VALUE
             'E850EDI 850 Purchase Order Extract          '.
          05 FILLER PIC X(44) VALUE
             'MAILMailing Label Extract (MAILLABL)        '.
          05 FILLER PIC X(44) VALUE
             'EXTRMachine-Readable Extract (RPTEXTR)      '.
          05 FILLER PIC X(44) VALUE
             'CHGHChange-History Trail (CHGHIST)          '.
          05 FILLER PIC X(44) VALUE
             'PERFPerformance-History Trail (PERFHIST)    '.
          05 FILLER PIC X(44) VALUE
             'APCSGL/AP Cost Extract (APCOST)             '.
          05 FILLER PIC X(44) VALUE
             'INVVInventory Valuation Extract (INVVAL)    '.
       01 WS-SECTION-CODE-TABLE REDEFINES WS-SECTION-CODE-VALUES.
          05 WS-SCT-ENTRY OCCURS 32 TIMES
                                INDEXED BY SCT-IDX.
             10 WS-SCT-CODE             PIC X(04).
             10 WS-SCT-LABEL            PIC X(40).
       01 WS-SECTION-SWITCHES.
          05 WS-SEC-MAKE-SUBTOTALS      PIC X(01)      VALUE 'Y'.
             88 PRODUCE-MAKE-SUBTOTALS                 VALUE 'Y'.
          05 WS-SEC-SCORECARD           PIC X(01)      VALUE 'Y'.
             88 PRODUCE-SCORECARD                      VALUE 'Y'.
          05 WS-SEC-OVERDUE             PIC X(01)      VALUE 'Y'.
             88 PRODUCE-OVERDUE                        VALUE 'Y'.
          05 WS-SEC-STALE               PIC X(01)      VALUE 'Y'.
             88 PRODUCE-STALE                          VALUE 'Y'.
          05 WS-SEC-CERT-EXPIRE         PIC X(01)      VALUE 'Y'.
             88 PRODUCE-CERT-EXPIRE                    VALUE 'Y'.
          05 WS-SEC-MANIFEST            PIC X(01)      VALUE 'Y'.
             88 PRODUCE-MANIFEST                       VALUE 'Y'.
          05 WS-SEC-ADDR-DUP            PIC X(01)      VALUE 'Y'.
             88 PRODUCE-ADDR-DUP                       VALUE 'Y'.
          05 WS-SEC-ADDR-QUALITY        PIC X(01)      VALUE 'Y'.
             88 PRODUCE-ADDR-QUALITY                   VALUE 'Y'.
          05 WS-SEC-REMIT-BATCH         PIC X(01)      VALUE 'Y'.
             88 PRODUCE-REMIT-BATCH                    VALUE 'Y'.
          05 WS-SEC-ERR-FREQ            PIC X(01)      VALUE 'Y'.
             88 PRODUCE-ERR-FREQ                       VALUE 'Y'.
          05 WS-SEC-DISTRIB-ROUTING     PIC X(01)      VALUE 'Y'.
             88 PRODUCE-DISTRIB-ROUTING                VALUE 'Y'.
          05 WS-SEC-ACT-TREND           PIC X(01)      VALUE 'Y'.
             88 PRODUCE-ACT-TREND                      VALUE 'Y'.
          05 WS-SEC-REORDER             PIC X(01)      VALUE 'Y'.
             88 PRODUCE-REORDER                        VALUE 'Y'.
          05 WS-SEC-SINGLE-SOURCE       PIC X(01)      VALUE 'Y'.
             88 PRODUCE-SINGLE-SOURCE                  VALUE 'Y'.
          05 WS-SEC-NO-ACTIVE-SUPPLIER  PIC X(01)      VALUE 'Y'.
             88 PRODUCE-NO-ACTIVE-SUPPLIER             VALUE 'Y'.
          05 WS-SEC-SUPERSESSION        PIC X(01)      VALUE 'Y'.
             88 PRODUCE-SUPERSESSION                   VALUE 'Y'.
          05 WS-SEC-PRICE-BREAK         PIC X(01)      VALUE 'Y'.
             88 PRODUCE-PRICE-BREAK                    VALUE 'Y'.
          05 WS-SEC-FITMENT-GAP         PIC X(01)      VALUE 'Y'.
             88 PRODUCE-FITMENT-GAP                    VALUE 'Y'.
          05 WS-SEC-CYCLETIME           PIC X(01)      VALUE 'Y'.
             88 PRODUCE-CYCLETIME                      VALUE 'Y'.
          05 WS-SEC-DIVERSITY           PIC X(01)      VALUE 'Y'.
             88 PRODUCE-DIVERSITY                      VALUE 'Y'.
          05 WS-SEC-CALL-LIST           PIC X(01)      VALUE 'Y'.
             88 PRODUCE-CALL-LIST                      VALUE 'Y'.
          05 WS-SEC-BLUEPRINT-XREF      PIC X(01)      VALUE 'Y'.
             88 PRODUCE-BLUEPRINT-XREF                 VALUE 'Y'.
          05 WS-SEC-RECALL-XREF         PIC X(01)      VALUE 'Y'.
             88 PRODUCE-RECALL-XREF                    VALUE 'Y'.
          05 WS-SEC-FREIGHT-ZONE        PIC X(01)      VALUE 'Y'.
             88 PRODUCE-FREIGHT-ZONE                   VALUE 'Y'.
          05 WS-SEC-UOM-CONVERSION      PIC X(01)      VALUE 'Y'.
             88 PRODUCE-UOM-CONVERSION                 VALUE 'Y'.
          05 WS-SEC-EDI-850             PIC X(01)      VALUE 'Y'.
             88 PRODUCE-EDI-850                        VALUE 'Y'.
          05 WS-SEC-MAILING-LABEL       PIC X(01)      VALUE 'Y'.
             88 PRODUCE-MAILING-LABEL                  VALUE 'Y'.
          05 WS-SEC-RPTEXTR             PIC X(01)      VALUE 'Y'.
             88 PRODUCE-RPTEXTR                        VALUE 'Y'.
          05 WS-SEC-CHGHIST             PIC X(01)      VALUE 'Y'.
             88 PRODUCE-CHGHIST                        VALUE 'Y'.
          05 WS-SEC-PERFHIST            PIC X(01)      VALUE 'Y'.
             88 PRODUCE-PERFHIST                       VALUE 'Y'.
          05 WS-SEC-APCOST              PIC X(01)      VALUE 'Y'.
             88 PRODUCE-APCOST                         VALUE 'Y'.
          05 WS-SEC-INVVAL              PIC X(01)      VALUE 'Y'.
             88 PRODUCE-INVVAL                         VALUE 'Y'.
       01 WS-SECTION-SWITCH-TABLE REDEFINES WS-SECTION-SWITCHES.
          05 WS-SEC-SWITCH OCCURS 32 TIMES
                                INDEXED BY SEC-IDX
                                        PIC X(01).
       01 WS-SECTION-VALID-COUNT        PIC 9(02)      VALUE 0.
       01 WS-SECTION-SUPPRESSED-COUNT   PIC 9(02)      VALUE 0.
       01 WS-SECTION-CODE-FOUND         PIC X(01)      VALUE 'N'.

      *  Some sections feed off another section's per-record
      *  tracking or reference table - the Error-Type Frequency
      *  Summary reprints the overdue, duplicate-address and stale
      *  counts, and a handful of sections all scan WS-PARTSUPL-
      *  TABLE.  000-SET-SECTION-TRACKING works these out once from
      *  the switches above so the per-record paragraphs only have
      *  one flag each to test.
       01 WS-TRACK-OVERDUE-FLAG         PIC X(01)      VALUE 'Y'.
          88 TRACK-OVERDUE                             VALUE 'Y'.
       01 WS-TRACK-ADDR-DUP-FLAG        PIC X(01)      VALUE 'Y'.
          88 TRACK-ADDR-DUP                            VALUE 'Y'.
       01 WS-TRACK-STALE-FLAG           PIC X(01)      VALUE 'Y'.
          88 TRACK-STALE                               VALUE 'Y'.
       01 WS-TRACK-REMIT-RAW-FLAG       PIC X(01)      VALUE 'Y'.
          88 TRACK-REMIT-RAW                           VALUE 'Y'.
       01 WS-NEED-PARTSUPL-FLAG         PIC X(01)      VALUE 'Y'.
          88 NEED-PARTSUPL                             VALUE 'Y'.
       01 WS-NEED-FRTZONE-FLAG          PIC X(01)      VALUE 'Y'.
          88 NEED-FRTZONE-LOOKUP                       VALUE 'Y'.

      *  One "Sections Suppressed This Run" trailer line per switch
      *  left at 'N'.
       01 WS-SUPPRESSED-HEADING         PIC X(132)     VALUE SPACES.
       01 WS-SUPPRESSED-LINE.
          05 FILLER                     PIC X(05)      VALUE SPACES.
          05 WS-SUP-CODE-OUT            PIC X(04)      VALUE SPACES.
          05 FILLER                     PIC X(03)      VALUE SPACES.
          05 WS-SUP-LABEL-OUT           PIC X(40)      VALUE SPACES.
          05 FILLER                     PIC X(20)      VALUE
             'not produced - RPTPA'.
          05 FILLER                     PIC X(20)      VALUE
             'RM section control  '.
          05 FILLER                     PIC X(40)      VALUE SPACES.

       01 REPORT-ADDRESS-FORMATED-OUT.
          05 IN-ERROR-ADDRESS           PIC X(80)      VALUE SPACES.
          05 IN-ERROR-ADDRESS-TYPE      PIC X(15)      VALUE SPACES.
          05 WS-SC-PERF-OUT             PIC ZZ9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 WS-SC-RATING-OUT           PIC X(15)      VALUE SPACES.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 FILLER                     PIC X(13)      VALUE
                                            'Chargebacks: '.
          05 WS-SC-CHGBK-COUNT-OUT      PIC ZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 WS-SC-CHGBK-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99.

      *Overdue/No-Receipt Purchase Orders for Report*******************
      *   500-SUB-COMPUTE-PO-COSTS remembers every PO whose
             10 WS-DRT-SECTION-LABEL    PIC X(28)      VALUE SPACES.
             10 WS-DRT-TEAM             PIC X(20)      VALUE SPACES.
             10 WS-DRT-DD-NAME          PIC X(08)      VALUE SPACES.
             10 WS-DRT-PRODUCED-FLAG    PIC X(01)      VALUE 'Y'.
                88 DRT-PRODUCED                        VALUE 'Y'.

       01 WS-DISTRIB-ROUTING-HEADING    PIC X(132)     VALUE SPACES.

              TO WS-CALL-LIST-HEADING.
           MOVE '   Blueprint/Spec Cross-Reference'
              TO WS-BLUEPRINT-XREF-HEADING.
           MOVE '   Sections Suppressed This Run (RPTPARM)'
              TO WS-SUPPRESSED-HEADING.

       000-BUILD-HEADER-VAL.
           MOVE '   Part Name    '
              OPEN OUTPUT OVERDUE-REC
              OPEN OUTPUT APCOST-REC
              OPEN OUTPUT INVVAL-REC
              IF PRODUCE-EDI-850
                 PERFORM 500-SUB-WRITE-EDI-ENVELOPE-HEAD
              END-IF
           END-IF
           OPEN EXTEND CHGHIST-REC.
           OPEN EXTEND PERFHIST-REC.
      *    Reference tables are only loaded for a run that has a
      *    selected section to use them - see 000-SET-SECTION-
      *    TRACKING.
           IF NEED-PARTSUPL
              PERFORM 000-LOAD-PARTSUPL
           END-IF
           IF PRODUCE-EDI-850
              PERFORM 000-LOAD-TRADING-PARTNERS
           END-IF
           IF PRODUCE-SCORECARD
              PERFORM 000-LOAD-CHARGEBACKS
           END-IF
           IF NEED-FRTZONE-LOOKUP
              PERFORM 000-LOAD-FREIGHT-ZONES
           END-IF
           IF PRODUCE-MANIFEST
              PERFORM 000-LOAD-GEOCODE-TABLE
           END-IF
           IF PRODUCE-UOM-CONVERSION
              PERFORM 000-LOAD-UOM-TABLE
           END-IF
           IF PRODUCE-RECALL-XREF
              PERFORM 000-LOAD-RECALL-TABLE
           END-IF
           IF PRODUCE-SINGLE-SOURCE
              PERFORM 000-BUILD-SINGLE-SOURCE-TABLE
           END-IF
           PERFORM 000-SKIP-RESTART-RECORDS.

      *    A part is single-sourced when exactly one row on
           END-IF
           .

      *    Totals the last twelve months of the chargeback master by
      *    supplier code for the scorecard - a missing master just
      *    leaves the table empty and every supplier at zero.
       000-LOAD-CHARGEBACKS.
           COMPUTE WS-CBK-WINDOW-START = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-NUM) - 365)
           OPEN INPUT CHGBACK-REC
           IF WS-CHGBACK-FILE-STATUS = '00'
              READ CHGBACK-REC
                 AT END MOVE 'Y' TO WS-CHGBACK-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CHGBACK-ROWS
                 IF CB-ASSESSED-DATE >= WS-CBK-WINDOW-START
                    PERFORM 000-ADD-CHARGEBACK
                 END-IF
                 READ CHGBACK-REC
                    AT END MOVE 'Y' TO WS-CHGBACK-EOF
                 END-READ
              END-PERFORM
              CLOSE CHGBACK-REC
           END-IF
           .

       000-ADD-CHARGEBACK.
           MOVE 'N' TO WS-CBK-FOUND
           PERFORM VARYING CBK-IDX FROM 1 BY 1
              UNTIL CBK-IDX > WS-CBK-COUNT OR WS-CBK-FOUND = 'Y'
              IF WS-CBK-SUPPLIER-CODE(CBK-IDX) = CB-SUPPLIER-CODE
                 MOVE 'Y' TO WS-CBK-FOUND
              END-IF
           END-PERFORM
           IF WS-CBK-FOUND = 'Y'
              SET CBK-IDX DOWN BY 1
           ELSE
              IF WS-CBK-COUNT < 200
                 ADD 1 TO WS-CBK-COUNT
                 SET CBK-IDX TO WS-CBK-COUNT
                 MOVE CB-SUPPLIER-CODE TO WS-CBK-SUPPLIER-CODE(CBK-IDX)
                 MOVE 'Y' TO WS-CBK-FOUND
              ELSE
                 DISPLAY 'CHARGEBACK TABLE FULL - SUPPLIER SKIPPED: '
                    CB-SUPPLIER-CODE
              END-IF
           END-IF
           IF WS-CBK-FOUND = 'Y'
              ADD 1 TO WS-CBK-VIOLATIONS(CBK-IDX)
              IF CB-ASSESSED
                 ADD CB-FEE-AMOUNT TO WS-CBK-ASSESSED(CBK-IDX)
              END-IF
           END-IF
           .

      *    Loads the freight-zone/carrier master into
      *    WS-FREIGHT-TABLE once at startup - same plain sequential
      *    load as 000-LOAD-PARTSUPL.
              READ RPTPARM-REC
              MOVE RPTPARM-MAKE-FILTER TO WS-MAKE-FILTER
              MOVE RPTPARM-MODE TO WS-RPT-MODE
              MOVE RPTPARM-SECTION-LIST TO WS-PARM-SECTION-LIST
           END-IF
           CLOSE RPTPARM-REC
           IF WS-PARM-SECTION-LIST NOT = SPACES
              PERFORM 000-SELECT-SECTIONS
           END-IF
           PERFORM 000-SET-SECTION-TRACKING
           IF WS-MAKE-FILTER NOT = SPACES
              DISPLAY 'FILTERING REPORT TO VEHICLE-MAKE: '
                 WS-MAKE-FILTER
           END-IF
           .

      *    Turns every section off, then back on for each code on
      *    the RPTPARM list found on WS-SECTION-CODE-TABLE.  A code
      *    that isn't on the table is reported and ignored; a list
      *    with no good codes at all falls back to every section
      *    rather than printing a trailer page with nothing on it.
       000-SELECT-SECTIONS.
           MOVE ALL 'N' TO WS-SECTION-SWITCHES
           MOVE 0 TO WS-SECTION-VALID-COUNT
           PERFORM VARYING PSC-IDX FROM 1 BY 1 UNTIL PSC-IDX > 32
              IF WS-PARM-SECTION-CODE(PSC-IDX) NOT = SPACES
                 MOVE 'N' TO WS-SECTION-CODE-FOUND
                 PERFORM VARYING SCT-IDX FROM 1 BY 1
                    UNTIL SCT-IDX > 32 OR WS-SECTION-CODE-FOUND = 'Y'
                    IF WS-SCT-CODE(SCT-IDX) =
                       WS-PARM-SECTION-CODE(PSC-IDX)
                       MOVE 'Y' TO WS-SECTION-CODE-FOUND
                       SET SEC-IDX TO SCT-IDX
                       MOVE 'Y' TO WS-SEC-SWITCH(SEC-IDX)
                       ADD 1 TO WS-SECTION-VALID-COUNT
                    END-IF
                 END-PERFORM
                 IF WS-SECTION-CODE-FOUND = 'N'
                    DISPLAY 'UNKNOWN RPTPARM SECTION CODE IGNORED: '
                       WS-PARM-SECTION-CODE(PSC-IDX)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SECTION-VALID-COUNT = 0
              MOVE ALL 'Y' TO WS-SECTION-SWITCHES
              DISPLAY 'NO VALID RPTPARM SECTION CODES - '
                 'PRODUCING EVERY SECTION'
           ELSE
              MOVE 0 TO WS-SECTION-SUPPRESSED-COUNT
              PERFORM VARYING SEC-IDX FROM 1 BY 1 UNTIL SEC-IDX > 32
                 IF WS-SEC-SWITCH(SEC-IDX) = 'N'
                    ADD 1 TO WS-SECTION-SUPPRESSED-COUNT
                 END-IF
              END-PERFORM
              DISPLAY 'PRODUCING SELECTED SECTIONS ONLY - '
                 WS-SECTION-SUPPRESSED-COUNT ' SUPPRESSED'
           END-IF
           .

      *    Works out which per-record tracking and reference-table
      *    loads the selected sections still need - see the
      *    WS-TRACK-xxx flags' comment block.
       000-SET-SECTION-TRACKING.
           MOVE 'N' TO WS-TRACK-OVERDUE-FLAG
           IF PRODUCE-OVERDUE OR PRODUCE-ERR-FREQ
              MOVE 'Y' TO WS-TRACK-OVERDUE-FLAG
           END-IF
           MOVE 'N' TO WS-TRACK-ADDR-DUP-FLAG
           IF PRODUCE-ADDR-DUP OR PRODUCE-ERR-FREQ
              MOVE 'Y' TO WS-TRACK-ADDR-DUP-FLAG
           END-IF
           MOVE 'N' TO WS-TRACK-STALE-FLAG
           IF PRODUCE-STALE OR PRODUCE-ERR-FREQ
              MOVE 'Y' TO WS-TRACK-STALE-FLAG
           END-IF
           MOVE 'N' TO WS-TRACK-REMIT-RAW-FLAG
           IF PRODUCE-MAILING-LABEL OR PRODUCE-REMIT-BATCH
              MOVE 'Y' TO WS-TRACK-REMIT-RAW-FLAG
           END-IF
           MOVE 'N' TO WS-NEED-PARTSUPL-FLAG
           IF PRODUCE-REORDER OR PRODUCE-SINGLE-SOURCE
              OR PRODUCE-NO-ACTIVE-SUPPLIER OR PRODUCE-PRICE-BREAK
              OR PRODUCE-FITMENT-GAP OR PRODUCE-REMIT-BATCH
              OR PRODUCE-INVVAL
              MOVE 'Y' TO WS-NEED-PARTSUPL-FLAG
           END-IF
           MOVE 'N' TO WS-NEED-FRTZONE-FLAG
           IF PRODUCE-FREIGHT-ZONE OR PRODUCE-RPTEXTR
              MOVE 'Y' TO WS-NEED-FRTZONE-FLAG
           END-IF
           MOVE 'N' TO WS-DRT-PRODUCED-FLAG(1)
           IF PRODUCE-MANIFEST
              MOVE 'Y' TO WS-DRT-PRODUCED-FLAG(1)
           END-IF
           MOVE 'N' TO WS-DRT-PRODUCED-FLAG(2)
           IF PRODUCE-REMIT-BATCH
              MOVE 'Y' TO WS-DRT-PRODUCED-FLAG(2)
           END-IF
           MOVE 'N' TO WS-DRT-PRODUCED-FLAG(3)
           IF PRODUCE-OVERDUE
              MOVE 'Y' TO WS-DRT-PRODUCED-FLAG(3)
           END-IF
           IF NOT PRODUCE-UOM-CONVERSION
              MOVE 'Total Quantity in POs (As Ordered):'
                 TO TOT-QUANTITY-PO-LBL-OUT
           END-IF
           .

       000-READ-CHECKPOINT.
           OPEN INPUT CHKPT-REC
           IF WS-CHECKPOINT-FILE-STATUS = '00'
                 PERFORM 200-SET-WRITE-HEADER
                 MOVE REPORT-FORMATED-OUT TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 IF PRODUCE-CHGHIST
                    PERFORM 500-SUB-WRITE-CHGHIST
                 END-IF
                 PERFORM 500-SUB-EVALUATE-ADDRESS
                 IF PRODUCE-RPTEXTR
                    PERFORM 500-SUB-WRITE-EXTRACT
                 END-IF
                 PERFORM 500-SUB-COMPUTE-PO-COSTS
                 IF PRODUCE-SUPERSESSION
                    PERFORM 500-SUB-TRACK-SUPERSESSION
                 END-IF
                 IF PRODUCE-BLUEPRINT-XREF
                    PERFORM 500-SUB-TRACK-BLUEPRINT-XREF
                 END-IF
                 IF PRODUCE-FITMENT-GAP
                    PERFORM 500-SUB-CHECK-FITMENT-COVERAGE
                 END-IF
                 IF PRODUCE-RECALL-XREF
                    PERFORM 500-SUB-CHECK-RECALL-FITMENT
                 END-IF
                 IF PRODUCE-NO-ACTIVE-SUPPLIER
                    PERFORM 500-SUB-CHECK-NO-ACTIVE-SUPPLIER
                 END-IF
                 MOVE PART-NUMBER-FORMATED
                    TO PART-NUMBER-LAST-FORMATED
                 PERFORM 300-WRITE-BLANK-LINE
                 ADD 1 TO TOT-NUM-PO-CALC
                 IF PRODUCE-MAKE-SUBTOTALS
                    PERFORM VARYING MAKEL-IDX FROM 1 BY 1
                       UNTIL MAKEL-IDX > WS-MAKE-IDX-COUNT
                       ADD 1 TO WS-MAKE-NUM-PO(
                          WS-MAKE-IDX-ENTRY(MAKEL-IDX))
                    END-PERFORM
                 END-IF
              ELSE
                 PERFORM 9999-OUTPUT-DEBUG
              END-IF
              MOVE WS-ADDR-EXCEPTION-COUNT TO TOT-ADDR-EXCEPTION-FMT-OUT
              MOVE TOTAL-ADDR-EXCEPTION-OUT TO PRINT-RECORD
              PERFORM 300-WRITE-PRINT-RECORD
              IF PRODUCE-MAKE-SUBTOTALS
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-MAKE-SUBTOTAL-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-MAKE-SUBTOTALS
              END-IF
              IF PRODUCE-SCORECARD
                 PERFORM 300-WRITE-BLANK-LINE
                 PERFORM 300-SORT-SUPPLIER-SCORES
                 MOVE WS-SCORECARD-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-SCORECARD
              END-IF
              IF PRODUCE-OVERDUE
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-OVERDUE-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-OVERDUE-POS
                 PERFORM 500-SUB-WRITE-OVERDUE-EXTRACT
              END-IF
              IF PRODUCE-STALE
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-STALE-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-STALE-SUPPLIERS
              END-IF
              IF PRODUCE-CERT-EXPIRE
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-CERT-EXPIRE-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-CERT-EXPIRATIONS
              END-IF
              IF PRODUCE-MANIFEST
                 PERFORM 300-WRITE-BLANK-LINE
                 PERFORM 300-SORT-RECEIVING-MANIFEST
                 MOVE WS-MANIFEST-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-RECEIVING-MANIFEST
              END-IF
              IF PRODUCE-MANIFEST
                 PERFORM 300-WRITE-BLANK-LINE
                 PERFORM 300-SORT-MANIFEST-BY-ROUTE
                 MOVE WS-ROUTE-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-MANIFEST-BY-ROUTE
                 PERFORM 500-SUB-WRITE-MANIFEST-EXTRACT
              END-IF
              IF PRODUCE-ADDR-DUP
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-ADDR-DUP-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-ADDR-DUP-EXCEPTIONS
              END-IF
              IF PRODUCE-ADDR-QUALITY
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-ADDR-QUALITY-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-ADDR-QUALITY-EXCEPTIONS
              END-IF
              IF PRODUCE-REMIT-BATCH
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-REMIT-BATCH-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-REMIT-BATCH
                 PERFORM 500-SUB-WRITE-REMIT-BATCH
              END-IF
              IF PRODUCE-INVVAL
                 PERFORM 500-SUB-WRITE-INVVAL-EXTRACT
              END-IF
              IF PRODUCE-ERR-FREQ
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-ERR-FREQ-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-ERROR-FREQUENCY
              END-IF
              IF PRODUCE-DISTRIB-ROUTING
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-DISTRIB-ROUTING-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-DISTRIB-ROUTING
              END-IF
              IF RPT-MODE-BY-SUPPLIER
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-SUPPLIER-GROUP-HEADING TO PRINT-RECORD
                 PERFORM 300-SORT-SUPPLIER-GROUP
                 PERFORM 300-PRINT-SUPPLIER-GROUP
              END-IF
              IF PRODUCE-ACT-TREND
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-ACT-TREND-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-ACTIVITY-TREND
              END-IF
              IF PRODUCE-REORDER
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-REORDER-EXCEPT-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-REORDER-EXCEPTIONS
              END-IF
              IF PRODUCE-SINGLE-SOURCE
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-SINGLE-SOURCE-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-SINGLE-SOURCE-EXCEPTIONS
              END-IF
              IF PRODUCE-NO-ACTIVE-SUPPLIER
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-NAS-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-NO-ACTIVE-SUPPLIER
              END-IF
              IF PRODUCE-SUPERSESSION
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-SUPERSESSION-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-SUPERSESSION-CHAINS
              END-IF
              IF PRODUCE-PRICE-BREAK
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-PRICE-BREAK-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-PRICE-BREAK-EXCEPTIONS
              END-IF
              IF PRODUCE-FITMENT-GAP
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-FITMENT-GAP-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-FITMENT-GAPS
              END-IF
              IF PRODUCE-CYCLETIME
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-CYCLETIME-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-PO-CYCLE-TIME
              END-IF
              IF PRODUCE-DIVERSITY
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-DIVERSITY-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-DIVERSITY-SPEND
              END-IF
              IF PRODUCE-CALL-LIST
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-CALL-LIST-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-SORT-CALL-LIST
                 PERFORM 300-PRINT-CALL-LIST
              END-IF
              IF PRODUCE-BLUEPRINT-XREF
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-BLUEPRINT-XREF-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-SORT-BLUEPRINT-XREF
                 PERFORM 300-PRINT-BLUEPRINT-XREF
              END-IF
              IF PRODUCE-RECALL-XREF
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-RECALL-XREF-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-RECALL-XREF
              END-IF
              IF WS-SECTION-SUPPRESSED-COUNT > 0
                 PERFORM 300-WRITE-BLANK-LINE
                 MOVE WS-SUPPRESSED-HEADING TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
                 PERFORM 300-PRINT-SUPPRESSED-SECTIONS
              END-IF

           END-IF
           .

      *    Lists every section RPTPARM's section control turned off
      *    this run, so a section missing from the trailer page is
      *    never mistaken for one that simply had nothing to report.
       300-PRINT-SUPPRESSED-SECTIONS.
           PERFORM VARYING SEC-IDX FROM 1 BY 1 UNTIL SEC-IDX > 32
              IF WS-SEC-SWITCH(SEC-IDX) = 'N'
                 SET SCT-IDX TO SEC-IDX
                 MOVE WS-SCT-CODE(SCT-IDX)  TO WS-SUP-CODE-OUT
                 MOVE WS-SCT-LABEL(SCT-IDX) TO WS-SUP-LABEL-OUT
                 MOVE WS-SUPPRESSED-LINE TO PRINT-RECORD
                 PERFORM 300-WRITE-PRINT-RECORD
              END-IF
           END-PERFORM
           .

      *    Walks WS-SUPERSESSION-TABLE for the chain's next link the
      *    same way 000-BUILD-SINGLE-SOURCE-TABLE scans WS-PARTSUPL-
      *    TABLE - a plain linear search, capped at the table size so
                   WHEN OTHER
                        MOVE 'Unknown Quality' TO WS-SC-RATING-OUT
                   END-EVALUATE
                   MOVE 0 TO WS-SC-CHGBK-COUNT-OUT
                   MOVE 0 TO WS-SC-CHGBK-AMOUNT-OUT
                   PERFORM VARYING CBK-IDX FROM 1 BY 1
                      UNTIL CBK-IDX > WS-CBK-COUNT
                        IF WS-CBK-SUPPLIER-NAME(CBK-IDX) =
                           WS-SUPPLIER-SCORE-NAME(SUPP-SCORE-IDX)
                           MOVE WS-CBK-VIOLATIONS(CBK-IDX)
                              TO WS-SC-CHGBK-COUNT-OUT
                           MOVE WS-CBK-ASSESSED(CBK-IDX)
                              TO WS-SC-CHGBK-AMOUNT-OUT
                        END-IF
                   END-PERFORM
                   MOVE WS-SCORECARD-LINE TO PRINT-RECORD
                   PERFORM 300-WRITE-PRINT-RECORD
           END-PERFORM
       300-PRINT-DISTRIB-ROUTING.
           PERFORM VARYING DRT-IDX FROM 1 BY 1
              UNTIL DRT-IDX > 3
                   IF DRT-PRODUCED(DRT-IDX)
                      MOVE WS-DRT-SECTION-LABEL(DRT-IDX)
                         TO WS-DRT-SECTION-OUT
                      MOVE WS-DRT-TEAM(DRT-IDX) TO WS-DRT-TEAM-OUT
                      MOVE WS-DRT-DD-NAME(DRT-IDX) TO WS-DRT-DD-OUT
                      MOVE WS-DISTRIB-ROUTING-LINE TO PRINT-RECORD
                      PERFORM 300-WRITE-PRINT-RECORD
                   END-IF
           END-PERFORM
           .

                 TO WS-SUPPLIER-SCORE-PERF(WS-SUPPLIER-SCORE-COUNT)
              MOVE SUPPLIER-RATING IN INPUT-RECORD
                 TO WS-SUPPLIER-SCORE-RATING(WS-SUPPLIER-SCORE-COUNT)
              PERFORM VARYING CBK-IDX FROM 1 BY 1
                 UNTIL CBK-IDX > WS-CBK-COUNT
                 IF WS-CBK-SUPPLIER-CODE(CBK-IDX)
                    = SUPPLIER-CODE IN INPUT-RECORD
                    MOVE SUPPLIER-NAME IN INPUT-RECORD
                       TO WS-CBK-SUPPLIER-NAME(CBK-IDX)
                 END-IF
              END-PERFORM
              IF PRODUCE-PERFHIST
                 PERFORM 500-SUB-WRITE-PERF-HISTORY
              END-IF
              IF TRACK-STALE
                 PERFORM 500-SUB-TRACK-STALE-SUPPLIER
              END-IF
              IF PRODUCE-CERT-EXPIRE
                 PERFORM 500-SUB-TRACK-CERT-EXPIRATION
              END-IF
              IF PRODUCE-ACT-TREND
                 PERFORM 500-SUB-TRACK-ACTIVITY-TREND
              END-IF
              IF TRACK-ADDR-DUP
                 PERFORM 500-SUB-TRACK-ADDR-DUP
              END-IF
           END-IF
           .

                   MOVE SUPP-ADDRESS(ADDR-IDX)
                      TO WSX-SUPP-ADDRESS
                   IF REMIT-ADDRESS(ADDR-IDX)
                      AND TRACK-REMIT-RAW
                      PERFORM 500-SUB-CAPTURE-REMIT-RAW
                   END-IF
                   IF ORDER-ADDRESS(ADDR-IDX)
                      AND PRODUCE-CALL-LIST
                      PERFORM 500-SUB-CAPTURE-CALL-RAW
                   END-IF
                   IF SCHED-ADDRESS(ADDR-IDX)
                      IF NEED-FRTZONE-LOOKUP
                         PERFORM 500-SUB-LOOKUP-FREIGHT-ZONE
                      END-IF
                      IF PRODUCE-MANIFEST
                         PERFORM 500-SUB-LOOKUP-GEOCODE
                      END-IF
                   END-IF
                   ADD 1 TO INDEX-VALUE-ADDR
                   PERFORM 500-SUB-SUB-EVALUATE-ADDRESS
           PERFORM 300-WRITE-PRINT-RECORD.
           MOVE PRT-BILLTO-ADDRESS-OUT TO PRINT-RECORD.
           PERFORM 300-WRITE-PRINT-RECORD.
           IF PRODUCE-FREIGHT-ZONE
              MOVE WS-FRZ-ZONE-CODE-OUT TO FREIGHT-ZONE-CODE-OUT
              MOVE WS-FRZ-CARRIER-OUT   TO FREIGHT-CARRIER-OUT
              MOVE PRT-FREIGHT-ZONE-OUT TO PRINT-RECORD
              PERFORM 300-WRITE-PRINT-RECORD
           END-IF.
           IF PRODUCE-MAILING-LABEL
              PERFORM 500-SUB-WRITE-MAILING-LABEL
           END-IF.
           PERFORM 500-CLEAN-UP.

      *    Grabs the Remit Address fields before the pipe-delimiter
                IF WSX-SUPP-ADDRESS(1:1) = SPACE
                   DISPLAY 'BLANK ADDRESS TYPE IN WSX-SUPP-ADDRESS(1:1)'
                END-IF
                IF PRODUCE-ADDR-QUALITY
                   PERFORM 500-SUB-TRACK-ADDR-QUALITY-EXCEPT
                END-IF
           END-EVALUATE
           .

                    ADD LANDED-COST-PO-CALC TO TOT-LANDED-COST-PO-CALC
                    MOVE TOT-LANDED-COST-PO-CALC
                       TO TOT-LANDED-COST-PO-FMT-OUT
                    IF PRODUCE-MAKE-SUBTOTALS
                       PERFORM VARYING MAKEL-IDX FROM 1 BY 1
                          UNTIL MAKEL-IDX > WS-MAKE-IDX-COUNT
                          ADD WS-QTY-BASE-UNITS
                             TO WS-MAKE-QUANTITY(
                                WS-MAKE-IDX-ENTRY(MAKEL-IDX))
                          COMPUTE WS-MAKE-PRICE-CONVERTED
                             = PRICE-PO-CALC *
                               WS-CUR-RATE(
                                  WS-MAKE-IDX-ENTRY(MAKEL-IDX))
                          ADD WS-MAKE-PRICE-CONVERTED
                             TO WS-MAKE-PRICE(
                                WS-MAKE-IDX-ENTRY(MAKEL-IDX))
                       END-PERFORM
                    END-IF
                    MOVE TOT-PRICE-PO-CALC TO TOT-PRICE-PO-FMT-OUT
                 ELSE
                    PERFORM 9999-OUTPUT-DEBUG
           END-IF
           .
       500-SUB-COMPUTE-PO-COSTS.
           MOVE 1 TO WS-UOM-CURRENT-FACTOR
           IF PRODUCE-UOM-CONVERSION
              PERFORM 500-SUB-LOOKUP-UOM-FACTOR
           END-IF
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                   MOVE PURCHASE-ORDER(PO-IDX)
                      TO WSX-PURCHASE-ORDER
                   IF PO-NUMBER(PO-IDX) NOT = SPACES
                      AND PO-STATUS-OPEN(PO-IDX)
                      AND PO-TYPE-ORDER(PO-IDX)
                      AND PRODUCE-EDI-850
                      PERFORM 500-SUB-CHECK-850-PROFILE
                      IF PARTNER-850-AUTHORIZED
                         PERFORM 500-SUB-WRITE-EDI-850
                      END-IF
                   END-IF
                   IF PO-NUMBER(PO-IDX) NOT = SPACES
                      PERFORM 500-SUB-TRACK-PO-SECTIONS
                   END-IF
           END-PERFORM
           IF PRODUCE-REORDER
              PERFORM 500-SUB-CHECK-REORDER-POINT
           END-IF
           .

      *    The per-PO-slot trackers, each skipped when RPTPARM's
      *    section control has its section (or extract) turned off.
       500-SUB-TRACK-PO-SECTIONS.
           IF TRACK-OVERDUE
              PERFORM 500-SUB-TRACK-OVERDUE-PO
           END-IF
           IF PRODUCE-MANIFEST
              PERFORM 500-SUB-TRACK-MANIFEST
           END-IF
           IF PRODUCE-REMIT-BATCH
              PERFORM 500-SUB-TRACK-REMIT-AMOUNT
           END-IF
           IF PRODUCE-APCOST
              PERFORM 500-SUB-WRITE-APCOST-EXTRACT
           END-IF
           IF PRODUCE-INVVAL
              PERFORM 500-SUB-TRACK-INVENTORY-VALUE
           END-IF
           IF PRODUCE-PRICE-BREAK
              PERFORM 500-SUB-CHECK-PRICE-BREAK
           END-IF
           IF PRODUCE-CYCLETIME
              PERFORM 500-SUB-TRACK-PO-CYCLE-TIME
           END-IF
           IF PRODUCE-DIVERSITY
              PERFORM 500-SUB-TRACK-DIVERSITY-SPEND
           END-IF
           IF PRODUCE-CALL-LIST
              PERFORM 500-SUB-TRACK-CALL-EXPOSURE
           END-IF
           .

      *    Called once per part control break out of 500-SUB-COMPUTE-
           WRITE DEBUG-RECORD.

       1000-CLOSE-END.
           IF PRODUCE-EDI-850
              PERFORM 500-SUB-WRITE-EDI-ENVELOPE-TAIL
           END-IF.
           PERFORM 000-CLEAR-CHECKPOINT.
           CLOSE INPUT-RECORD.
           CLOSE PRINT-REC.
