      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    EDI830OT.
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
      * //SRCQUOTA DD DSN=USER66.EXAM.DEV.SRCQUOTA.MASTER,DISP=SHR
      * //TPPROF   DD DSN=USER66.EXAM.DEV.TPPROF.MASTER,DISP=SHR
      * //FCSTOLD  DD DSN=USER66.EXAM.DEV.EDI830.FCST(0),DISP=SHR
      * //EDI830PM DD *
      *   JCL In/Out
      * //EDICTLRG DD DSN=USER66.EXAM.DEV.EDI.CTLREG,DISP=MOD
      *   JCL Output
      * //EDI830OT DD DSN=USER66.EXAM.DEV.EDI830.PLANSCH,
      * //            DISP=(,CATLG)
      * //FCSTNEW  DD DSN=USER66.EXAM.DEV.EDI830.FCST(+1),
      * //            DISP=(,CATLG)
      * //EDI830CP DD SYSOUT=*
      ***************************************************************
      * Outbound EDI 830 (Planning Schedule with Release
      * Capability) - the supplier's view of TIMEPHAS's projection.
      * For every supplier holding an ACTIVE PARTSUPL row, the
      * weekly net requirements TIMEPHAS wrote to TIMENETR for each
      * part on those rows become one 830: an LIN/UIT per part and
      * an FST per week with a requirement.  Weeks inside the
      * supplier's own quoted lead time for the part are sent firm
      * (FST02 'C') - an order there has to be placed now - and the
      * weeks beyond it as planning forecast (FST02 'D').  Columns
      * 4-5 of the EDI830PM card override the firm horizon in
      * weeks for every part.
      *
      * A part split by SRCQUOTA is forecast to each of its quota
      * suppliers at that supplier's target share; its other
      * suppliers are sent nothing for it.  A part with no quota
      * rows goes to every ACTIVE supplier in full, as each could
      * be asked to cover it.
      *
      * Unlike the run-level envelope of the 840/820 extracts, each
      * partner gets an interchange of its own, addressed with the
      * qualifiers/ids on its TPPROF profile, and only a partner
      * profiled for 830s (switch 11) gets one at all.  A missing
      * TPPROF leaves everyone unchecked and addressed with the
      * shop defaults.  Interchange numbers come off EDICTLRG in
      * sequence, one register row per interchange.
      *
      * Everything sent is also kept as the FCSTNEW generation.  The
      * prior generation (FCSTOLD) is compared with it week by week
      * per supplier over the weeks both runs cover, and EDI830CP
      * lists every supplier week whose total swung by more than
      * the EDI830PM percent (columns 1-3, default 25), naming the
      * part that moved it most.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TIMENETR-REC  ASSIGN TO TIMENETR.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT SRCQUOTA-REC  ASSIGN TO SRCQUOTA
               FILE STATUS IS WS-SRCQUOTA-FILE-STATUS.
           SELECT TPPROF-REC    ASSIGN TO TPPROF
               FILE STATUS IS WS-TPPROF-FILE-STATUS.
           SELECT EDIREG-REC    ASSIGN TO EDICTLRG
               FILE STATUS IS WS-EDIREG-FILE-STATUS.
           SELECT EDI830PM-REC  ASSIGN TO EDI830PM
               FILE STATUS IS WS-EDI830PM-FILE-STATUS.
           SELECT FCSTOLD-REC   ASSIGN TO FCSTOLD
               FILE STATUS IS WS-FCSTOLD-FILE-STATUS.
           SELECT EDI830-REC    ASSIGN TO EDI830OT.
           SELECT FCSTNEW-REC   ASSIGN TO FCSTNEW.
           SELECT EDI830CP-REC  ASSIGN TO EDI830CP.

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

      *    Same PSN-REC layout PARTSUPL.cbl writes and RPTPRINT/
      *    REPLEN load read-only.
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

      *    Target supplier shares per part.  See SRCQUOTA.cpy.
       FD  SRCQUOTA-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SRC-QUOTA-ROW.
           COPY 'SRCQUOTA'.

      *    Trading-partner profile master TPMAINT maintains - the
      *    interchange qualifiers/ids and the document switches.
       FD  TPPROF-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TPPROF-RECORD.
       01  TPPROF-RECORD.
           05  TPP-SUPPLIER-CODE   PIC X(10).
           05  TPP-SENDER-QUAL     PIC X(02).
           05  TPP-SENDER-ID       PIC X(15).
           05  TPP-RECEIVER-QUAL   PIC X(02).
           05  TPP-RECEIVER-ID     PIC X(15).
           05  TPP-DOC-SWITCHES    PIC X(11).
           05  FILLER              PIC X(25).

      *    Shared EDI control-number register - scanned at startup
      *    to allocate this run's outbound interchange numbers, and
      *    appended at end of run.  See EDICTLRG.cpy.
       FD  EDIREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI-CTL-REGISTER-ROW.
           COPY 'EDICTLRG'.

      *    Run control card - swing percent and firm-week override.
       FD  EDI830PM-REC
           DATA RECORD IS EDI830PM-RECORD.
       01  EDI830PM-RECORD.
           05  E8P-SWING-PCT       PIC X(03).
           05  E8P-FIRM-WEEKS      PIC X(02).
           05  FILLER              PIC X(75).

      *    The prior run's forecast - same layout as FCSTNEW-RECORD.
       FD  FCSTOLD-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FCSTOLD-RECORD.
       01  FCSTOLD-RECORD.
           05  FCO-SUPPLIER-CODE   PIC X(10).
           05  FCO-PART-NUMBER     PIC X(23).
           05  FCO-WEEK-START-DATE PIC 9(08).
           05  FCO-QTY             PIC S9(7).
           05  FCO-FIRM-FLAG       PIC X(01).
           05  FCO-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(23).

      *    One segment per record, same one-segment-per-record shape
      *    RPTPRINT's EDI850-REC and EDI840OT's EDI840-REC use.
       FD  EDI830-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI830-RECORD.
       01  EDI830-RECORD                 PIC X(80)      VALUE SPACES.

      *    One row per supplier/part/week actually forecast.
       FD  FCSTNEW-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FCSTNEW-RECORD.
       01  FCSTNEW-RECORD.
           05  FCN-SUPPLIER-CODE   PIC X(10).
           05  FCN-PART-NUMBER     PIC X(23).
           05  FCN-WEEK-START-DATE PIC 9(08).
           05  FCN-QTY             PIC S9(7).
           05  FCN-FIRM-FLAG       PIC X(01).
           05  FCN-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(23).

       FD  EDI830CP-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI830CP-RECORD.
       01  EDI830CP-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SRCQUOTA-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-EDI830PM-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-FCSTOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    Trading-partner profile table - a missing TPPROF (FILE
      *    STATUS not '00') leaves the table empty and every partner
      *    unchecked, the shop's missing-optional-file default.
      *    Switch positions: 850,860,856,810,214,840,843,855,832,
      *    820,830; this program checks the 830 switch.
       01  WS-TPPROF-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-TPP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-TPP-TABLE.
           05  WS-TPP-ENTRY OCCURS 200 TIMES
                  INDEXED BY TPP-IDX.
               10 WS-TPP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-TPP-SENDER-QUAL     PIC X(02)      VALUE SPACES.
               10 WS-TPP-SENDER-ID       PIC X(15)      VALUE SPACES.
               10 WS-TPP-RECEIVER-QUAL   PIC X(02)      VALUE SPACES.
               10 WS-TPP-RECEIVER-ID     PIC X(15)      VALUE SPACES.
               10 WS-TPP-DOC-SWITCHES    PIC X(11)      VALUE SPACES.
       01  TPPROF-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TPP-ROWS                          VALUE 'Y'.
       01  WS-TPP-CHECK-SUPPLIER         PIC X(10)      VALUE SPACES.
       01  WS-TPP-DOC-SUB                PIC 9(02)      VALUE 11.
       01  WS-TPP-AUTH-FLAG              PIC X(01)      VALUE 'Y'.
           88 PARTNER-DOC-AUTHORIZED                    VALUE 'Y'.
       01  WS-TPP-MATCH-SLOT             PIC 9(03)      VALUE 0.

      *    Envelope addressing for the partner being sent to - off
      *    its profile, or the shop defaults the 840/820 extracts
      *    use when no profile master is on file.
       01  WS-ISA-SENDER-QUAL            PIC X(02)      VALUE 'ZZ'.
       01  WS-ISA-SENDER-ID              PIC X(15)      VALUE
           'PARTSUPP'.
       01  WS-ISA-RECEIVER-QUAL          PIC X(02)      VALUE 'ZZ'.
       01  WS-ISA-RECEIVER-ID            PIC X(15)      VALUE
           'SUPPLIER'.

      *    Outbound interchange control numbers - the highest
      *    outbound number already on the register plus one for the
      *    first partner, counting up from there.
       01  WS-EDIREG-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-NEXT-ICN                   PIC 9(09)      VALUE 1.
       01  WS-NEXT-ICN-OUT               PIC 9(09).
       01  WS-GS-CONTROL-NUM             PIC 9(09)      VALUE 1.
       01  EDIREG-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-REGISTER-ROWS                     VALUE 'Y'.

      *    Weeks with a net requirement, off TIMENETR.
       01  WS-NTR-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-NETR-TABLE.
           05  WS-NTR-ENTRY OCCURS 5000 TIMES
                  INDEXED BY NTR-IDX.
               10 WS-NTR-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-NTR-WEEK-NUMBER     PIC 9(02)      VALUE 0.
               10 WS-NTR-WEEK-DATE       PIC 9(08)      VALUE 0.
               10 WS-NTR-NET-REQT        PIC S9(7)      VALUE 0.
       01  WS-HORIZON-START              PIC 9(08)      VALUE 0.
       01  WS-HORIZON-END                PIC 9(08)      VALUE 0.

      *    ACTIVE price-link rows, and the distinct suppliers on them
      *    in the order first met.
       01  WS-PSL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PSL-TABLE.
           05  WS-PSL-ENTRY OCCURS 500 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PSL-LEAD-TIME-WKS   PIC 9(03)      VALUE 0.
       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 500 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-CODE            PIC X(10)      VALUE SPACES.

       01  WS-QTA-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-QUOTA-TABLE.
           05  WS-QTA-ENTRY OCCURS 500 TIMES
                  INDEXED BY QTA-IDX.
               10 WS-QTA-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-QTA-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-QTA-TARGET-PCT      PIC 9(03)V99   VALUE 0.

      *    The current supplier's forecast lines, part by part, week
      *    by week, built before its interchange is written.
       01  WS-FST-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-FST-TABLE.
           05  WS-FST-ENTRY OCCURS 3000 TIMES
                  INDEXED BY FST-IDX.
               10 WS-FST-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-FST-WEEK-DATE       PIC 9(08)      VALUE 0.
               10 WS-FST-QTY             PIC S9(7)      VALUE 0.
               10 WS-FST-FIRM-FLAG       PIC X(01)      VALUE SPACES.
                  88 WS-FST-FIRM                        VALUE 'C'.

      *    Everything sent this run, and the prior run's forecast,
      *    for the swing comparison.
       01  WS-NEW-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-NEW-FCST-TABLE.
           05  WS-NEW-ENTRY OCCURS 5000 TIMES
                  INDEXED BY NEW-IDX.
               10 WS-NEW-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-NEW-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-NEW-WEEK-DATE       PIC 9(08)      VALUE 0.
               10 WS-NEW-QTY             PIC S9(7)      VALUE 0.
       01  WS-OLD-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-OLD-FCST-TABLE.
           05  WS-OLD-ENTRY OCCURS 5000 TIMES
                  INDEXED BY OLD-IDX.
               10 WS-OLD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-OLD-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-OLD-WEEK-DATE       PIC 9(08)      VALUE 0.
               10 WS-OLD-QTY             PIC S9(7)      VALUE 0.
               10 WS-OLD-MATCHED         PIC X(01)      VALUE 'N'.
       01  WS-OLD-RUN-DATE               PIC 9(08)      VALUE 0.
       01  WS-OLD-HORIZON-END            PIC 9(08)      VALUE 0.

      *    One entry per supplier week either run forecast.
       01  WS-SWG-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-SWING-TABLE.
           05  WS-SWG-ENTRY OCCURS 3000 TIMES
                  INDEXED BY SWG-IDX.
               10 WS-SWG-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SWG-WEEK-DATE       PIC 9(08)      VALUE 0.
               10 WS-SWG-OLD-QTY         PIC S9(9)      VALUE 0.
               10 WS-SWG-NEW-QTY         PIC S9(9)      VALUE 0.
               10 WS-SWG-BIG-PART        PIC X(23)      VALUE SPACES.
               10 WS-SWG-BIG-CHANGE      PIC S9(9)      VALUE 0.
               10 WS-SWG-BIG-ABS         PIC 9(09)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-INTERCHANGE-COUNT       PIC 9(05)      VALUE 0.
           05 WS-NO-PROFILE-COUNT        PIC 9(05)      VALUE 0.
           05 WS-NO-REQT-COUNT           PIC 9(05)      VALUE 0.
           05 WS-FST-WRITTEN             PIC 9(07)      VALUE 0.
           05 WS-SWINGS-FLAGGED          PIC 9(05)      VALUE 0.

       01  WS-SWING-PCT-LIMIT            PIC 9(03)      VALUE 25.
       01  WS-FIRM-WEEKS-OVERRIDE        PIC 9(02)      VALUE 0.
       01  WS-FIRM-WEEKS                 PIC 9(03)      VALUE 0.
       01  WS-SHARE-PCT                  PIC 9(03)V9(4) VALUE 0.
       01  WS-PART-PCT-TOTAL             PIC 9(05)V99   VALUE 0.
       01  WS-SUPPLIER-PCT               PIC 9(03)V99   VALUE 0.
       01  WS-PART-ON-QUOTA              PIC X(01)      VALUE 'N'.
       01  WS-LINE-QTY                   PIC S9(7)      VALUE 0.
       01  WS-CHANGE-QTY                 PIC S9(9)      VALUE 0.
       01  WS-CHANGE-ABS                 PIC 9(09)      VALUE 0.
       01  WS-SWING-PCT                  PIC S9(5)V9    VALUE 0.
       01  WS-SWING-ABS                  PIC 9(05)V9    VALUE 0.
       01  WS-CURRENT-SUPPLIER           PIC X(10)      VALUE SPACES.
       01  WS-LAST-PART                  PIC X(23)      VALUE SPACES.
       01  WS-LIN-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-SEG-COUNT                  PIC 9(06)      VALUE 0.
       01  WS-HASH-TOTAL                 PIC 9(09)      VALUE 0.
       01  WS-QTY-OUT                    PIC 9(07)      VALUE 0.
       01  WS-LIN-COUNT-OUT              PIC 9(06)      VALUE 0.
       01  WS-SEG-COUNT-OUT              PIC 9(06)      VALUE 0.
       01  WS-ST-CONTROL                 PIC 9(04)      VALUE 1.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-KEY-WEEK-DATE              PIC 9(08)      VALUE 0.

       01  TIMENETR-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-NET-REQTS                         VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.
       01  SRCQUOTA-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-QUOTAS                            VALUE 'Y'.
       01  FCSTOLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-FCST                          VALUE 'Y'.

       01  WS-CMP-HEADING.
           05  FILLER              PIC X(34)      VALUE
               'EDI 830 FORECAST SWING - THIS RUN '.
           05  RCH-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(14)      VALUE
               ' VS PRIOR RUN '.
           05  RCH-OLD-RUN-DATE    PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(16)      VALUE
               ' - FLAGGED OVER '.
           05  RCH-SWING-PCT       PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(04)      VALUE ' PCT'.
           05  FILLER              PIC X(45)      VALUE SPACES.

       01  WS-CMP-COLUMN-LINE.
           05  FILLER              PIC X(12)      VALUE 'SUPPLIER'.
           05  FILLER              PIC X(10)      VALUE 'WEEK OF'.
           05  FILLER              PIC X(13)      VALUE
               '  PRIOR QTY'.
           05  FILLER              PIC X(13)      VALUE
               '   THIS QTY'.
           05  FILLER              PIC X(10)      VALUE
               ' SWING %'.
           05  FILLER              PIC X(25)      VALUE
               'PART MOST CHANGED'.
           05  FILLER              PIC X(14)      VALUE
               '      CHANGE'.
           05  FILLER              PIC X(35)      VALUE 'REMARK'.

       01  WS-CMP-DETAIL.
           05  RCD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-WEEK-DATE       PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-OLD-QTY         PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-NEW-QTY         PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-SWING-PCT       PIC ZZZZ9.9-   BLANK WHEN ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-BIG-PART        PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-BIG-CHANGE      PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RCD-REMARK          PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(15)      VALUE SPACES.

       01  WS-CMP-MESSAGE-LINE.
           05  RCM-MESSAGE         PIC X(60)      VALUE SPACES.
           05  FILLER              PIC X(72)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 040-READ-RUN-CARD.
           PERFORM 050-ALLOCATE-INTERCHANGE-NUM.
           PERFORM 060-LOAD-TRADING-PARTNERS.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-NET-REQUIREMENTS.
           PERFORM 320-LOAD-PRICE-LINK.
           PERFORM 340-LOAD-QUOTAS.
           PERFORM 360-LOAD-PRIOR-FORECAST.
           PERFORM 500-SEND-SCHEDULES.
           PERFORM 700-COMPARE-FORECASTS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'EDI830OT COMPLETE - INTERCHANGES SENT: '
              WS-INTERCHANGE-COUNT
              ' NOT PROFILED: ' WS-NO-PROFILE-COUNT
              ' NO REQUIREMENTS: ' WS-NO-REQT-COUNT
              ' SWINGS FLAGGED: ' WS-SWINGS-FLAGGED.
           GOBACK.

       000-INIT.
           INITIALIZE WS-NTR-COUNT.
           INITIALIZE WS-NETR-TABLE.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PSL-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-TABLE.
           INITIALIZE WS-QTA-COUNT.
           INITIALIZE WS-QUOTA-TABLE.
           INITIALIZE WS-NEW-COUNT.
           INITIALIZE WS-OLD-COUNT.
           INITIALIZE WS-SWG-COUNT.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 25 TO WS-SWING-PCT-LIMIT.
           MOVE 0 TO WS-FIRM-WEEKS-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO TIMENETR-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO SRCQUOTA-EOF.
           MOVE 'N' TO FCSTOLD-EOF.

      *    A missing card, or a field on it that isn't numeric,
      *    keeps that field's default - 25 percent, and firm weeks
      *    off each supplier's own lead time.
       040-READ-RUN-CARD.
           OPEN INPUT EDI830PM-REC
           IF WS-EDI830PM-FILE-STATUS = '00'
              READ EDI830PM-REC
                 AT END MOVE SPACES TO EDI830PM-RECORD
              END-READ
              IF E8P-SWING-PCT NUMERIC
                 MOVE E8P-SWING-PCT TO WS-SWING-PCT-LIMIT
              ELSE
                 DISPLAY 'EDI830OT SWING PERCENT NOT NUMERIC - USING '
                    WS-SWING-PCT-LIMIT
              END-IF
              IF E8P-FIRM-WEEKS NUMERIC
                 MOVE E8P-FIRM-WEEKS TO WS-FIRM-WEEKS-OVERRIDE
              END-IF
              CLOSE EDI830PM-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT TIMENETR-REC.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT EDI830-REC.
           OPEN OUTPUT FCSTNEW-REC.
           OPEN OUTPUT EDI830CP-REC.

      *    Only the weeks that carry a requirement are kept; the
      *    horizon dates cover every week TIMEPHAS planned.
       300-LOAD-NET-REQUIREMENTS.
           READ TIMENETR-REC
              AT END MOVE 'Y' TO TIMENETR-EOF
           END-READ
           PERFORM UNTIL NO-MORE-NET-REQTS
              IF WS-HORIZON-START = 0
                 OR TN-WEEK-START-DATE < WS-HORIZON-START
                 MOVE TN-WEEK-START-DATE TO WS-HORIZON-START
              END-IF
              IF TN-WEEK-START-DATE > WS-HORIZON-END
                 MOVE TN-WEEK-START-DATE TO WS-HORIZON-END
              END-IF
              IF TN-NET-REQT > 0
                 IF WS-NTR-COUNT < 5000
                    ADD 1 TO WS-NTR-COUNT
                    MOVE TN-PART-NUMBER
                       TO WS-NTR-PART-NUMBER(WS-NTR-COUNT)
                    MOVE TN-WEEK-NUMBER
                       TO WS-NTR-WEEK-NUMBER(WS-NTR-COUNT)
                    MOVE TN-WEEK-START-DATE
                       TO WS-NTR-WEEK-DATE(WS-NTR-COUNT)
                    MOVE TN-NET-REQT
                       TO WS-NTR-NET-REQT(WS-NTR-COUNT)
                 ELSE
                    DISPLAY 'EDI830OT NET REQT TABLE FULL: '
                       TN-PART-NUMBER ' WEEK ' TN-WEEK-NUMBER
                 END-IF
              END-IF
              READ TIMENETR-REC
                 AT END MOVE 'Y' TO TIMENETR-EOF
              END-READ
           END-PERFORM
           .

       320-LOAD-PRICE-LINK.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF PSL-ACTIVE
                 PERFORM 330-ADD-PRICE-LINK-ROW
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

       330-ADD-PRICE-LINK-ROW.
           IF WS-PSL-COUNT < 500
              ADD 1 TO WS-PSL-COUNT
              MOVE PSL-PART-NUMBER
                 TO WS-PSL-PART-NUMBER(WS-PSL-COUNT)
              MOVE PSL-SUPPLIER-CODE
                 TO WS-PSL-SUPPLIER-CODE(WS-PSL-COUNT)
              MOVE PSL-LEAD-TIME-WKS
                 TO WS-PSL-LEAD-TIME-WKS(WS-PSL-COUNT)
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING SUP-IDX FROM 1 BY 1
                 UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                    IF WS-SUP-CODE(SUP-IDX) = PSL-SUPPLIER-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF NOT ENTRY-FOUND
                 AND WS-SUP-COUNT < 500
                 ADD 1 TO WS-SUP-COUNT
                 MOVE PSL-SUPPLIER-CODE TO WS-SUP-CODE(WS-SUP-COUNT)
              END-IF
           ELSE
              DISPLAY 'EDI830OT PRICE-LINK TABLE FULL: '
                 PSL-PART-NUMBER ' ' PSL-SUPPLIER-CODE
           END-IF
           .

      *    A missing SRCQUOTA file forecasts every part in full to
      *    each of its ACTIVE suppliers.
       340-LOAD-QUOTAS.
           OPEN INPUT SRCQUOTA-REC
           IF WS-SRCQUOTA-FILE-STATUS = '00'
              READ SRCQUOTA-REC
                 AT END MOVE 'Y' TO SRCQUOTA-EOF
              END-READ
              PERFORM UNTIL NO-MORE-QUOTAS
                 IF SQ-TARGET-PCT NUMERIC
                    AND WS-QTA-COUNT < 500
                    ADD 1 TO WS-QTA-COUNT
                    MOVE SQ-PART-NUMBER
                       TO WS-QTA-PART-NUMBER(WS-QTA-COUNT)
                    MOVE SQ-SUPPLIER-CODE
                       TO WS-QTA-SUPPLIER-CODE(WS-QTA-COUNT)
                    MOVE SQ-TARGET-PCT
                       TO WS-QTA-TARGET-PCT(WS-QTA-COUNT)
                 END-IF
                 READ SRCQUOTA-REC
                    AT END MOVE 'Y' TO SRCQUOTA-EOF
                 END-READ
              END-PERFORM
              CLOSE SRCQUOTA-REC
           END-IF
           .

      *    A missing prior generation (first run) leaves nothing to
      *    compare against.
       360-LOAD-PRIOR-FORECAST.
           OPEN INPUT FCSTOLD-REC
           IF WS-FCSTOLD-FILE-STATUS = '00'
              READ FCSTOLD-REC
                 AT END MOVE 'Y' TO FCSTOLD-EOF
              END-READ
              PERFORM UNTIL NO-MORE-OLD-FCST
                 IF WS-OLD-COUNT < 5000
                    ADD 1 TO WS-OLD-COUNT
                    SET OLD-IDX TO WS-OLD-COUNT
                    MOVE FCO-SUPPLIER-CODE
                       TO WS-OLD-SUPPLIER-CODE(OLD-IDX)
                    MOVE FCO-PART-NUMBER TO WS-OLD-PART-NUMBER(OLD-IDX)
                    MOVE FCO-WEEK-START-DATE
                       TO WS-OLD-WEEK-DATE(OLD-IDX)
                    MOVE FCO-QTY TO WS-OLD-QTY(OLD-IDX)
                    MOVE 'N' TO WS-OLD-MATCHED(OLD-IDX)
                    MOVE FCO-RUN-DATE TO WS-OLD-RUN-DATE
                    IF FCO-WEEK-START-DATE > WS-OLD-HORIZON-END
                       MOVE FCO-WEEK-START-DATE TO WS-OLD-HORIZON-END
                    END-IF
                 ELSE
                    DISPLAY 'EDI830OT PRIOR FORECAST TABLE FULL: '
                       FCO-SUPPLIER-CODE ' ' FCO-PART-NUMBER
                 END-IF
                 READ FCSTOLD-REC
                    AT END MOVE 'Y' TO FCSTOLD-EOF
                 END-READ
              END-PERFORM
              CLOSE FCSTOLD-REC
           END-IF
           .

      *    One pass per supplier on the price link: profile check,
      *    then its forecast lines, then its interchange.
       500-SEND-SCHEDULES.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 MOVE WS-SUP-CODE(SUP-IDX) TO WS-CURRENT-SUPPLIER
                 MOVE WS-CURRENT-SUPPLIER TO WS-TPP-CHECK-SUPPLIER
                 PERFORM 070-CHECK-PARTNER-DOC
                 IF PARTNER-DOC-AUTHORIZED
                    PERFORM 510-COLLECT-SUPPLIER-LINES
                    IF WS-FST-COUNT > 0
                       PERFORM 600-WRITE-INTERCHANGE
                    ELSE
                       ADD 1 TO WS-NO-REQT-COUNT
                    END-IF
                 ELSE
                    ADD 1 TO WS-NO-PROFILE-COUNT
                    DISPLAY 'EDI830OT NOT PROFILED FOR 830: '
                       WS-CURRENT-SUPPLIER
                 END-IF
           END-PERFORM
           .

      *    Every part on one of the supplier's ACTIVE rows (once,
      *    however many rows it holds) at the supplier's share of
      *    it; each week with a requirement is firm inside the
      *    firm horizon, forecast beyond it.
       510-COLLECT-SUPPLIER-LINES.
           MOVE 0 TO WS-FST-COUNT
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT
                 IF WS-PSL-SUPPLIER-CODE(PSL-IDX) = WS-CURRENT-SUPPLIER
                    MOVE 'N' TO WS-FOUND-FLAG
                    PERFORM VARYING FST-IDX FROM 1 BY 1
                       UNTIL FST-IDX > WS-FST-COUNT OR ENTRY-FOUND
                          IF WS-FST-PART-NUMBER(FST-IDX) =
                             WS-PSL-PART-NUMBER(PSL-IDX)
                             MOVE 'Y' TO WS-FOUND-FLAG
                          END-IF
                    END-PERFORM
                    IF NOT ENTRY-FOUND
                       PERFORM 520-FIND-SUPPLIER-SHARE
                       IF WS-SHARE-PCT > 0
                          PERFORM 530-ADD-PART-WEEKS
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM
           .

      *    100 percent for a part with no quota rows; otherwise this
      *    supplier's target share scaled by what the part's shares
      *    add up to - zero when it is not one of the quota
      *    suppliers.
       520-FIND-SUPPLIER-SHARE.
           MOVE 'N' TO WS-PART-ON-QUOTA
           MOVE 0 TO WS-PART-PCT-TOTAL
           MOVE 0 TO WS-SUPPLIER-PCT
           PERFORM VARYING QTA-IDX FROM 1 BY 1
              UNTIL QTA-IDX > WS-QTA-COUNT
                 IF WS-QTA-PART-NUMBER(QTA-IDX) =
                    WS-PSL-PART-NUMBER(PSL-IDX)
                    MOVE 'Y' TO WS-PART-ON-QUOTA
                    ADD WS-QTA-TARGET-PCT(QTA-IDX) TO WS-PART-PCT-TOTAL
                    IF WS-QTA-SUPPLIER-CODE(QTA-IDX) =
                       WS-CURRENT-SUPPLIER
                       ADD WS-QTA-TARGET-PCT(QTA-IDX)
                          TO WS-SUPPLIER-PCT
                    END-IF
                 END-IF
           END-PERFORM
           IF WS-PART-ON-QUOTA = 'N'
              MOVE 100 TO WS-SHARE-PCT
           ELSE
              IF WS-PART-PCT-TOTAL > 0
                 COMPUTE WS-SHARE-PCT ROUNDED =
                    WS-SUPPLIER-PCT * 100 / WS-PART-PCT-TOTAL
              ELSE
                 MOVE 0 TO WS-SHARE-PCT
              END-IF
           END-IF
           .

       530-ADD-PART-WEEKS.
           IF WS-FIRM-WEEKS-OVERRIDE > 0
              MOVE WS-FIRM-WEEKS-OVERRIDE TO WS-FIRM-WEEKS
           ELSE
              MOVE WS-PSL-LEAD-TIME-WKS(PSL-IDX) TO WS-FIRM-WEEKS
           END-IF
           IF WS-FIRM-WEEKS < 1
              MOVE 1 TO WS-FIRM-WEEKS
           END-IF
           PERFORM VARYING NTR-IDX FROM 1 BY 1
              UNTIL NTR-IDX > WS-NTR-COUNT
                 IF WS-NTR-PART-NUMBER(NTR-IDX) =
                    WS-PSL-PART-NUMBER(PSL-IDX)
                    COMPUTE WS-LINE-QTY ROUNDED =
                       WS-NTR-NET-REQT(NTR-IDX) * WS-SHARE-PCT / 100
                    IF WS-LINE-QTY > 0
                       PERFORM 540-ADD-FORECAST-LINE
                    END-IF
                 END-IF
           END-PERFORM
           .

       540-ADD-FORECAST-LINE.
           IF WS-FST-COUNT < 3000
              ADD 1 TO WS-FST-COUNT
              SET FST-IDX TO WS-FST-COUNT
              MOVE WS-NTR-PART-NUMBER(NTR-IDX)
                 TO WS-FST-PART-NUMBER(FST-IDX)
              MOVE WS-NTR-WEEK-DATE(NTR-IDX)
                 TO WS-FST-WEEK-DATE(FST-IDX)
              MOVE WS-LINE-QTY TO WS-FST-QTY(FST-IDX)
              IF WS-NTR-WEEK-NUMBER(NTR-IDX) <= WS-FIRM-WEEKS
                 MOVE 'C' TO WS-FST-FIRM-FLAG(FST-IDX)
              ELSE
                 MOVE 'D' TO WS-FST-FIRM-FLAG(FST-IDX)
              END-IF
           ELSE
              DISPLAY 'EDI830OT FORECAST LINE TABLE FULL: '
                 WS-CURRENT-SUPPLIER ' ' WS-NTR-PART-NUMBER(NTR-IDX)
           END-IF
           .

      *    ISA/GS/ST ... SE/GE/IEA for one partner.  The set is
      *    BFR (05 replace - each run's schedule supersedes the
      *    last, so a week left out now reads as zero), N1 naming
      *    the supplier, an LIN/UIT per part followed by its FSTs,
      *    and a CTT with the line count and quantity hash total.
       600-WRITE-INTERCHANGE.
           PERFORM 610-SET-ENVELOPE-IDS
           MOVE WS-NEXT-ICN TO WS-NEXT-ICN-OUT
           MOVE SPACES TO EDI830-RECORD
           STRING 'ISA*00*          *00*          *'
              WS-ISA-SENDER-QUAL '*' WS-ISA-SENDER-ID
              '*' WS-ISA-RECEIVER-QUAL '*' WS-ISA-RECEIVER-ID
              '*' WS-NEXT-ICN-OUT '~'
              DELIMITED BY SIZE INTO EDI830-RECORD
           WRITE EDI830-RECORD
           MOVE SPACES TO EDI830-RECORD
           STRING 'GS*PS*' DELIMITED BY SIZE
              WS-ISA-SENDER-ID DELIMITED BY SPACE
              '*' DELIMITED BY SIZE
              WS-ISA-RECEIVER-ID DELIMITED BY SPACE
              '*' WS-GS-CONTROL-NUM '*X*004010~'
              DELIMITED BY SIZE INTO EDI830-RECORD
           WRITE EDI830-RECORD

           MOVE 0 TO WS-SEG-COUNT
           MOVE 0 TO WS-LIN-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE SPACES TO EDI830-RECORD
           STRING 'ST*830*' WS-ST-CONTROL
              DELIMITED BY SIZE INTO EDI830-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           MOVE SPACES TO EDI830-RECORD
           STRING 'BFR*05*' WS-TODAYS-DATE
              '**DL*A*' WS-HORIZON-START
              '*' WS-HORIZON-END
              '*' WS-TODAYS-DATE
              DELIMITED BY SIZE INTO EDI830-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           MOVE SPACES TO EDI830-RECORD
           STRING 'N1*SU**92*' WS-CURRENT-SUPPLIER
              DELIMITED BY SIZE INTO EDI830-RECORD
           PERFORM 690-WRITE-SET-SEGMENT

           MOVE SPACES TO WS-LAST-PART
           PERFORM VARYING FST-IDX FROM 1 BY 1
              UNTIL FST-IDX > WS-FST-COUNT
                 IF WS-FST-PART-NUMBER(FST-IDX) NOT = WS-LAST-PART
                    PERFORM 620-WRITE-LINE-ITEM
                 END-IF
                 PERFORM 630-WRITE-FORECAST-WEEK
           END-PERFORM

           MOVE WS-LIN-COUNT TO WS-LIN-COUNT-OUT
           MOVE SPACES TO EDI830-RECORD
           STRING 'CTT*' WS-LIN-COUNT-OUT '*' WS-HASH-TOTAL
              DELIMITED BY SIZE INTO EDI830-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           ADD 1 TO WS-SEG-COUNT
           MOVE WS-SEG-COUNT TO WS-SEG-COUNT-OUT
           MOVE SPACES TO EDI830-RECORD
           STRING 'SE*' WS-SEG-COUNT-OUT '*' WS-ST-CONTROL
              DELIMITED BY SIZE INTO EDI830-RECORD
           WRITE EDI830-RECORD

           MOVE SPACES TO EDI830-RECORD
           STRING 'GE*1*' WS-GS-CONTROL-NUM '~'
              DELIMITED BY SIZE INTO EDI830-RECORD
           WRITE EDI830-RECORD
           MOVE SPACES TO EDI830-RECORD
           STRING 'IEA*1*' WS-NEXT-ICN-OUT '~'
              DELIMITED BY SIZE INTO EDI830-RECORD
           WRITE EDI830-RECORD

           ADD 1 TO WS-INTERCHANGE-COUNT
           PERFORM 900-RECORD-EDI-REGISTER
           ADD 1 TO WS-NEXT-ICN
           .

      *    The partner's own qualifiers/ids when its profile carries
      *    them, the shop defaults otherwise.
       610-SET-ENVELOPE-IDS.
           MOVE 'ZZ' TO WS-ISA-SENDER-QUAL
           MOVE 'PARTSUPP' TO WS-ISA-SENDER-ID
           MOVE 'ZZ' TO WS-ISA-RECEIVER-QUAL
           MOVE WS-CURRENT-SUPPLIER TO WS-ISA-RECEIVER-ID
           IF WS-TPP-MATCH-SLOT > 0
              IF WS-TPP-SENDER-ID(WS-TPP-MATCH-SLOT) NOT = SPACES
                 MOVE WS-TPP-SENDER-QUAL(WS-TPP-MATCH-SLOT)
                    TO WS-ISA-SENDER-QUAL
                 MOVE WS-TPP-SENDER-ID(WS-TPP-MATCH-SLOT)
                    TO WS-ISA-SENDER-ID
              END-IF
              IF WS-TPP-RECEIVER-ID(WS-TPP-MATCH-SLOT) NOT = SPACES
                 MOVE WS-TPP-RECEIVER-QUAL(WS-TPP-MATCH-SLOT)
                    TO WS-ISA-RECEIVER-QUAL
                 MOVE WS-TPP-RECEIVER-ID(WS-TPP-MATCH-SLOT)
                    TO WS-ISA-RECEIVER-ID
              END-IF
           END-IF
           .

       620-WRITE-LINE-ITEM.
           MOVE WS-FST-PART-NUMBER(FST-IDX) TO WS-LAST-PART
           ADD 1 TO WS-LIN-COUNT
           MOVE SPACES TO EDI830-RECORD
           STRING 'LIN**BP*' WS-LAST-PART
              DELIMITED BY SIZE INTO EDI830-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           MOVE SPACES TO EDI830-RECORD
           MOVE 'UIT*EA' TO EDI830-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           .

      *    One FST per week, and the same line kept on FCSTNEW and
      *    in the table the swing comparison reads.
       630-WRITE-FORECAST-WEEK.
           MOVE WS-FST-QTY(FST-IDX) TO WS-QTY-OUT
           ADD WS-FST-QTY(FST-IDX) TO WS-HASH-TOTAL
           MOVE SPACES TO EDI830-RECORD
           STRING 'FST*' WS-QTY-OUT
              '*' WS-FST-FIRM-FLAG(FST-IDX)
              '*W*' WS-FST-WEEK-DATE(FST-IDX)
              DELIMITED BY SIZE INTO EDI830-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           ADD 1 TO WS-FST-WRITTEN

           MOVE SPACES TO FCSTNEW-RECORD
           MOVE WS-CURRENT-SUPPLIER TO FCN-SUPPLIER-CODE
           MOVE WS-FST-PART-NUMBER(FST-IDX) TO FCN-PART-NUMBER
           MOVE WS-FST-WEEK-DATE(FST-IDX) TO FCN-WEEK-START-DATE
           MOVE WS-FST-QTY(FST-IDX) TO FCN-QTY
           MOVE WS-FST-FIRM-FLAG(FST-IDX) TO FCN-FIRM-FLAG
           MOVE WS-TODAYS-DATE TO FCN-RUN-DATE
           WRITE FCSTNEW-RECORD
           IF WS-NEW-COUNT < 5000
              ADD 1 TO WS-NEW-COUNT
              SET NEW-IDX TO WS-NEW-COUNT
              MOVE WS-CURRENT-SUPPLIER TO WS-NEW-SUPPLIER-CODE(NEW-IDX)
              MOVE WS-FST-PART-NUMBER(FST-IDX)
                 TO WS-NEW-PART-NUMBER(NEW-IDX)
              MOVE WS-FST-WEEK-DATE(FST-IDX)
                 TO WS-NEW-WEEK-DATE(NEW-IDX)
              MOVE WS-FST-QTY(FST-IDX) TO WS-NEW-QTY(NEW-IDX)
           END-IF
           .

       690-WRITE-SET-SEGMENT.
           WRITE EDI830-RECORD
           ADD 1 TO WS-SEG-COUNT
           .

      *    Supplier-week totals for both runs over the weeks both
      *    cover - a week already past for this run, or beyond the
      *    prior run's horizon, has nothing to compare.  Each part's
      *    change is also kept, so the line can name the biggest.
       700-COMPARE-FORECASTS.
           MOVE WS-TODAYS-DATE TO RCH-TODAYS-DATE
           MOVE WS-OLD-RUN-DATE TO RCH-OLD-RUN-DATE
           MOVE WS-SWING-PCT-LIMIT TO RCH-SWING-PCT
           WRITE EDI830CP-RECORD FROM WS-CMP-HEADING
           IF WS-OLD-COUNT = 0
              MOVE 'NO PRIOR FORECAST ON FILE - NOTHING COMPARED'
                 TO RCM-MESSAGE
              WRITE EDI830CP-RECORD FROM WS-CMP-MESSAGE-LINE
           ELSE
              WRITE EDI830CP-RECORD FROM WS-CMP-COLUMN-LINE
              PERFORM VARYING NEW-IDX FROM 1 BY 1
                 UNTIL NEW-IDX > WS-NEW-COUNT
                    IF WS-NEW-WEEK-DATE(NEW-IDX) <= WS-OLD-HORIZON-END
                       PERFORM 710-MATCH-NEW-LINE
                    END-IF
              END-PERFORM
              PERFORM VARYING OLD-IDX FROM 1 BY 1
                 UNTIL OLD-IDX > WS-OLD-COUNT
                    IF WS-OLD-MATCHED(OLD-IDX) = 'N'
                       AND WS-OLD-WEEK-DATE(OLD-IDX) >= WS-HORIZON-START
                       PERFORM 720-ADD-DROPPED-LINE
                    END-IF
              END-PERFORM
              PERFORM VARYING SWG-IDX FROM 1 BY 1
                 UNTIL SWG-IDX > WS-SWG-COUNT
                    PERFORM 750-PRINT-IF-SWUNG
              END-PERFORM
              IF WS-SWINGS-FLAGGED = 0
                 MOVE 'NO SUPPLIER WEEK SWUNG PAST THE LIMIT'
                    TO RCM-MESSAGE
                 WRITE EDI830CP-RECORD FROM WS-CMP-MESSAGE-LINE
              END-IF
           END-IF
           .

       710-MATCH-NEW-LINE.
           MOVE 0 TO WS-CHANGE-QTY
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING OLD-IDX FROM 1 BY 1
              UNTIL OLD-IDX > WS-OLD-COUNT OR ENTRY-FOUND
                 IF WS-OLD-SUPPLIER-CODE(OLD-IDX) =
                    WS-NEW-SUPPLIER-CODE(NEW-IDX)
                    AND WS-OLD-PART-NUMBER(OLD-IDX) =
                        WS-NEW-PART-NUMBER(NEW-IDX)
                    AND WS-OLD-WEEK-DATE(OLD-IDX) =
                        WS-NEW-WEEK-DATE(NEW-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    MOVE 'Y' TO WS-OLD-MATCHED(OLD-IDX)
                    MOVE WS-OLD-QTY(OLD-IDX) TO WS-CHANGE-QTY
                 END-IF
           END-PERFORM
           MOVE WS-NEW-SUPPLIER-CODE(NEW-IDX) TO WS-CURRENT-SUPPLIER
           MOVE WS-NEW-WEEK-DATE(NEW-IDX) TO WS-KEY-WEEK-DATE
           PERFORM 730-FIND-OR-ADD-SWING-WEEK
           IF WS-SLOT > 0
              ADD WS-CHANGE-QTY TO WS-SWG-OLD-QTY(WS-SLOT)
              ADD WS-NEW-QTY(NEW-IDX) TO WS-SWG-NEW-QTY(WS-SLOT)
              COMPUTE WS-CHANGE-QTY =
                 WS-NEW-QTY(NEW-IDX) - WS-CHANGE-QTY
              MOVE WS-NEW-PART-NUMBER(NEW-IDX) TO WS-LAST-PART
              PERFORM 740-KEEP-BIGGEST-CHANGE
           END-IF
           .

       720-ADD-DROPPED-LINE.
           MOVE WS-OLD-SUPPLIER-CODE(OLD-IDX) TO WS-CURRENT-SUPPLIER
           MOVE WS-OLD-WEEK-DATE(OLD-IDX) TO WS-KEY-WEEK-DATE
           PERFORM 730-FIND-OR-ADD-SWING-WEEK
           IF WS-SLOT > 0
              ADD WS-OLD-QTY(OLD-IDX) TO WS-SWG-OLD-QTY(WS-SLOT)
              COMPUTE WS-CHANGE-QTY = 0 - WS-OLD-QTY(OLD-IDX)
              MOVE WS-OLD-PART-NUMBER(OLD-IDX) TO WS-LAST-PART
              PERFORM 740-KEEP-BIGGEST-CHANGE
           END-IF
           .

      *    Keyed on WS-CURRENT-SUPPLIER and WS-KEY-WEEK-DATE.
       730-FIND-OR-ADD-SWING-WEEK.
           MOVE 0 TO WS-SLOT
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING SWG-IDX FROM 1 BY 1
              UNTIL SWG-IDX > WS-SWG-COUNT OR ENTRY-FOUND
                 IF WS-SWG-SUPPLIER-CODE(SWG-IDX) = WS-CURRENT-SUPPLIER
                    AND WS-SWG-WEEK-DATE(SWG-IDX) = WS-KEY-WEEK-DATE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO SWG-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-SWG-COUNT < 3000
                 ADD 1 TO WS-SWG-COUNT
                 MOVE WS-SWG-COUNT TO WS-SLOT
                 MOVE WS-CURRENT-SUPPLIER
                    TO WS-SWG-SUPPLIER-CODE(WS-SLOT)
                 MOVE WS-KEY-WEEK-DATE TO WS-SWG-WEEK-DATE(WS-SLOT)
              ELSE
                 DISPLAY 'EDI830OT SWING TABLE FULL: '
                    WS-CURRENT-SUPPLIER ' ' WS-KEY-WEEK-DATE
              END-IF
           END-IF
           .

       740-KEEP-BIGGEST-CHANGE.
           IF WS-CHANGE-QTY < 0
              COMPUTE WS-CHANGE-ABS = 0 - WS-CHANGE-QTY
           ELSE
              MOVE WS-CHANGE-QTY TO WS-CHANGE-ABS
           END-IF
           IF WS-CHANGE-ABS > WS-SWG-BIG-ABS(WS-SLOT)
              MOVE WS-CHANGE-ABS TO WS-SWG-BIG-ABS(WS-SLOT)
              MOVE WS-CHANGE-QTY TO WS-SWG-BIG-CHANGE(WS-SLOT)
              MOVE WS-LAST-PART TO WS-SWG-BIG-PART(WS-SLOT)
           END-IF
           .

      *    A week that went from nothing to something, or from
      *    something to nothing, is always flagged; otherwise the
      *    swing is the change over the prior week's total.
       750-PRINT-IF-SWUNG.
           MOVE SPACES TO WS-CMP-DETAIL
           MOVE 0 TO WS-SWING-PCT
           EVALUATE TRUE
              WHEN WS-SWG-OLD-QTY(SWG-IDX) = WS-SWG-NEW-QTY(SWG-IDX)
                 CONTINUE
              WHEN WS-SWG-OLD-QTY(SWG-IDX) NOT > 0
                 MOVE 'NEW DEMAND' TO RCD-REMARK
              WHEN WS-SWG-NEW-QTY(SWG-IDX) NOT > 0
                 MOVE -100 TO WS-SWING-PCT
                 MOVE 'DROPPED TO ZERO' TO RCD-REMARK
              WHEN OTHER
                 COMPUTE WS-SWING-PCT ROUNDED =
                    (WS-SWG-NEW-QTY(SWG-IDX) - WS-SWG-OLD-QTY(SWG-IDX))
                    * 100 / WS-SWG-OLD-QTY(SWG-IDX)
                    ON SIZE ERROR MOVE 99999.9 TO WS-SWING-PCT
                 END-COMPUTE
                 IF WS-SWING-PCT < 0
                    COMPUTE WS-SWING-ABS = 0 - WS-SWING-PCT
                 ELSE
                    MOVE WS-SWING-PCT TO WS-SWING-ABS
                 END-IF
                 IF WS-SWING-ABS > WS-SWING-PCT-LIMIT
                    IF WS-SWING-PCT > 0
                       MOVE 'SWUNG UP' TO RCD-REMARK
                    ELSE
                       MOVE 'SWUNG DOWN' TO RCD-REMARK
                    END-IF
                 END-IF
           END-EVALUATE
           IF RCD-REMARK NOT = SPACES
              ADD 1 TO WS-SWINGS-FLAGGED
              MOVE WS-SWG-SUPPLIER-CODE(SWG-IDX) TO RCD-SUPPLIER-CODE
              MOVE WS-SWG-WEEK-DATE(SWG-IDX)     TO RCD-WEEK-DATE
              MOVE WS-SWG-OLD-QTY(SWG-IDX)       TO RCD-OLD-QTY
              MOVE WS-SWG-NEW-QTY(SWG-IDX)       TO RCD-NEW-QTY
              MOVE WS-SWING-PCT                  TO RCD-SWING-PCT
              MOVE WS-SWG-BIG-PART(SWG-IDX)      TO RCD-BIG-PART
              MOVE WS-SWG-BIG-CHANGE(SWG-IDX)    TO RCD-BIG-CHANGE
              WRITE EDI830CP-RECORD FROM WS-CMP-DETAIL
           END-IF
           .

      *    Allocates the first interchange control number - one
      *    scan of the register for the highest outbound number so
      *    far.  A missing register just means interchange 1.
       050-ALLOCATE-INTERCHANGE-NUM.
           MOVE 1 TO WS-NEXT-ICN
           OPEN INPUT EDIREG-REC
           IF WS-EDIREG-FILE-STATUS = '00'
              READ EDIREG-REC
                 AT END MOVE 'Y' TO EDIREG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-REGISTER-ROWS
                 IF EC-OUTBOUND
                    AND EC-INTERCHANGE-CTL >= WS-NEXT-ICN
                    COMPUTE WS-NEXT-ICN = EC-INTERCHANGE-CTL + 1
                 END-IF
                 READ EDIREG-REC
                    AT END MOVE 'Y' TO EDIREG-EOF
                 END-READ
              END-PERFORM
              CLOSE EDIREG-REC
           END-IF
           .

      *    One register row per partner interchange, named for the
      *    supplier so EDIRECON can match that partner's 997.
       900-RECORD-EDI-REGISTER.
           OPEN EXTEND EDIREG-REC
           MOVE SPACES TO EDI-CTL-REGISTER-ROW
           MOVE 'O' TO EC-DIRECTION
           MOVE WS-CURRENT-SUPPLIER TO EC-PARTNER-ID
           MOVE '830' TO EC-DOC-TYPE
           MOVE WS-NEXT-ICN TO EC-INTERCHANGE-CTL
           MOVE 1 TO EC-SET-COUNT
           MOVE WS-TODAYS-DATE TO EC-RUN-DATE
           MOVE SPACES TO EC-ACK-STATUS
           MOVE ZERO TO EC-ACKED-CTL
           WRITE EDI-CTL-REGISTER-ROW
           CLOSE EDIREG-REC
           .

      *    Loads the trading-partner profiles once at startup - a
      *    missing file just leaves the table empty, which 070 then
      *    treats as "no profile master, nothing to enforce".
       060-LOAD-TRADING-PARTNERS.
           OPEN INPUT TPPROF-REC
           IF WS-TPPROF-FILE-STATUS = '00'
              READ TPPROF-REC
                 AT END MOVE 'Y' TO TPPROF-EOF
              END-READ
              PERFORM VARYING TPP-IDX FROM 1 BY 1
                 UNTIL NO-MORE-TPP-ROWS OR TPP-IDX > 200
                    MOVE TPP-SUPPLIER-CODE
                       TO WS-TPP-SUPPLIER-CODE(TPP-IDX)
                    MOVE TPP-SENDER-QUAL
                       TO WS-TPP-SENDER-QUAL(TPP-IDX)
                    MOVE TPP-SENDER-ID TO WS-TPP-SENDER-ID(TPP-IDX)
                    MOVE TPP-RECEIVER-QUAL
                       TO WS-TPP-RECEIVER-QUAL(TPP-IDX)
                    MOVE TPP-RECEIVER-ID
                       TO WS-TPP-RECEIVER-ID(TPP-IDX)
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

      *    Is WS-TPP-CHECK-SUPPLIER profiled with this program's
      *    document switch on?  An empty table authorizes everyone
      *    (no profile master on file); a loaded table authorizes
      *    only an explicit 'Y'.  WS-TPP-MATCH-SLOT keeps the
      *    profile found, for the envelope ids.
       070-CHECK-PARTNER-DOC.
           MOVE 0 TO WS-TPP-MATCH-SLOT
           IF WS-TPP-COUNT = 0
              MOVE 'Y' TO WS-TPP-AUTH-FLAG
           ELSE
              MOVE 'N' TO WS-TPP-AUTH-FLAG
              PERFORM VARYING TPP-IDX FROM 1 BY 1
                 UNTIL TPP-IDX > WS-TPP-COUNT
                 OR PARTNER-DOC-AUTHORIZED
                    IF WS-TPP-SUPPLIER-CODE(TPP-IDX) =
                       WS-TPP-CHECK-SUPPLIER
                       AND WS-TPP-DOC-SWITCHES(TPP-IDX)
                          (WS-TPP-DOC-SUB:1) = 'Y'
                       MOVE 'Y' TO WS-TPP-AUTH-FLAG
                       SET WS-TPP-MATCH-SLOT TO TPP-IDX
                    END-IF
              END-PERFORM
           END-IF
           .

       1000-CLOSE-END.
           CLOSE TIMENETR-REC.
           CLOSE PARTSUPL-REC.
           CLOSE EDI830-REC.
           CLOSE FCSTNEW-REC.
           CLOSE EDI830CP-REC.
