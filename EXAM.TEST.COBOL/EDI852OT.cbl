      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    EDI852OT.
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
      * //TPPROF   DD DSN=USER66.EXAM.DEV.TPPROF.MASTER,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //ONHAND   DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=SHR
      * //DEMDHIST DD DSN=USER66.EXAM.DEV.DEMDHIST.MASTER,DISP=SHR
      * //RCPTPOST DD DSN=USER66.EXAM.DEV.EDI856IN.RCPTPOST,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //EDI852PM DD *
      *   JCL In/Out
      * //EDICTLRG DD DSN=USER66.EXAM.DEV.EDI.CTLREG,DISP=MOD
      *   JCL Output
      * //EDI852OT DD DSN=USER66.EXAM.DEV.EDI852.PRODACT,
      * //            DISP=(,CATLG)
      ***************************************************************
      * Outbound EDI 852 (Product Activity Data) for vendor-managed
      * inventory.  A supplier whose TPPROF profile carries the VMI
      * flag 'Y' replenishes our stock of its own parts itself, and
      * needs our numbers to do it: each one gets an interchange
      * of its own, addressed with the qualifiers/ids on its
      * profile, reporting every part it holds an ACTIVE PARTSUPL
      * row for -
      *    ZA QA  quantity on hand, the ONHAND master summed over
      *           every location, then an SDQ per location
      *    ZA QS  quantity used in the period - DEMDHIST issues and
      *           count shortfalls less returns to stock
      *    ZA QR  quantity received in the period, off RCPTPOST
      *    ZA QP  quantity on order - Open/Shipped PO quantity on
      *           the collated PART-SUPP master, blankets passed
      *           over as they carry no quantity of their own
      * The period is the EDI852PM card's day count (columns 1-3,
      * default 7) ending on the run date, and goes out on the XQ.
      * Usage and on-order cover the part from every supplier - it
      * is our whole position the partner is managing against.
      *
      * REPLEN leaves a VMI supplier's parts off its draft POs.  No
      * TPPROF, or no supplier flagged VMI on it, sends nothing.
      * Interchange numbers come off EDICTLRG in sequence, one
      * register row per interchange.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TPPROF-REC    ASSIGN TO TPPROF
               FILE STATUS IS WS-TPPROF-FILE-STATUS.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT ONHAND-REC    ASSIGN TO ONHAND.
           SELECT DEMDHIST-REC  ASSIGN TO DEMDHIST
               FILE STATUS IS WS-DEMDHIST-FILE-STATUS.
           SELECT RCPTPOST-REC  ASSIGN TO RCPTPOST
               FILE STATUS IS WS-RCPTPOST-FILE-STATUS.
           SELECT PART-SUPP-REC ASSIGN TO RPTINPUT.
           SELECT EDIREG-REC    ASSIGN TO EDICTLRG
               FILE STATUS IS WS-EDIREG-FILE-STATUS.
           SELECT EDI852PM-REC  ASSIGN TO EDI852PM
               FILE STATUS IS WS-EDI852PM-FILE-STATUS.
           SELECT EDI852-REC    ASSIGN TO EDI852OT.

       DATA DIVISION.
       FILE SECTION.

      *    Trading-partner profile master TPMAINT maintains - the
      *    interchange qualifiers/ids and the VMI flag.
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
           05  TPP-DOC-SWITCHES    PIC X(12).
           05  TPP-VMI-FLAG        PIC X(01).
           05  FILLER              PIC X(23).

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

      *    On-hand master ONHPOST keeps - one row per part/location.
       FD  ONHAND-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-RECORD.
       01  ONHAND-RECORD.
           05  OHO-PART-NUMBER     PIC X(23).
           05  OHO-LOCATION        PIC X(04).
           05  OHO-ON-HAND-QTY     PIC S9(7).
           05  OHO-LAST-COUNT-DATE PIC 9(08).
           05  FILLER              PIC X(38).

      *    Same usage-history row TIMEPHAS and MATISSUE use.
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
               88 DH-COUNT-SHORTFALL              VALUE SPACE 'C'.
               88 DH-ISSUE                        VALUE 'I'.
               88 DH-RETURN-TO-STOCK              VALUE 'R'.
           05  FILLER              PIC X(01).

      *    Same posting row EDI856IN's 680-WRITE-RECEIPT-POST
      *    appends.
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
           05  FILLER              PIC X(15).

       FD  PART-SUPP-REC.
           COPY 'PARTSUPP'.

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

      *    Run control card - reporting period in days.
       FD  EDI852PM-REC
           DATA RECORD IS EDI852PM-RECORD.
       01  EDI852PM-RECORD.
           05  E5P-PERIOD-DAYS     PIC X(03).
           05  FILLER              PIC X(77).

      *    One segment per record, same one-segment-per-record shape
      *    EDI830OT's EDI830-REC uses.
       FD  EDI852-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI852-RECORD.
       01  EDI852-RECORD                 PIC X(80)      VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  WS-DEMDHIST-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-RCPTPOST-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-EDI852PM-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    The VMI-flagged profiles only - a missing TPPROF (FILE
      *    STATUS not '00') leaves the table empty and nobody to
      *    send to.
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
       01  TPPROF-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TPP-ROWS                          VALUE 'Y'.

      *    Envelope addressing for the partner being sent to - off
      *    its profile, or the shop defaults where it leaves an id
      *    blank.
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

      *    ACTIVE price-link rows for the VMI suppliers, one per
      *    supplier/part however many rows the pair holds.
       01  WS-PSL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PSL-TABLE.
           05  WS-PSL-ENTRY OCCURS 500 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.

      *    One entry per VMI part - the period's activity summed
      *    from DEMDHIST/RCPTPOST/RPTINPUT, and its on-hand total.
       01  WS-ACT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ENTRY OCCURS 500 TIMES
                  INDEXED BY ACT-IDX.
               10 WS-ACT-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-ACT-ON-HAND-QTY     PIC S9(9)      VALUE 0.
               10 WS-ACT-USAGE-QTY       PIC S9(9)      VALUE 0.
               10 WS-ACT-RECEIPT-QTY     PIC S9(9)      VALUE 0.
               10 WS-ACT-ON-ORDER-QTY    PIC S9(9)      VALUE 0.

      *    ONHAND rows for the VMI parts, location by location.
       01  WS-OHL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-ONHAND-LOC-TABLE.
           05  WS-OHL-ENTRY OCCURS 2000 TIMES
                  INDEXED BY OHL-IDX.
               10 WS-OHL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-OHL-LOCATION        PIC X(04)      VALUE SPACES.
               10 WS-OHL-QTY             PIC S9(7)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-INTERCHANGE-COUNT       PIC 9(05)      VALUE 0.
           05 WS-NO-PARTS-COUNT          PIC 9(05)      VALUE 0.
           05 WS-LIN-WRITTEN             PIC 9(07)      VALUE 0.

       01  WS-PERIOD-DAYS                PIC 9(03)      VALUE 7.
       01  WS-PERIOD-START               PIC 9(08)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-KEY-PART                   PIC X(23)      VALUE SPACES.
       01  WS-ACT-SLOT                   PIC 9(05)      VALUE 0.
       01  WS-PART-COUNT                 PIC 9(05)      VALUE 0.
       01  WS-CURRENT-SUPPLIER           PIC X(10)      VALUE SPACES.
       01  WS-LIN-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-SEG-COUNT                  PIC 9(06)      VALUE 0.
       01  WS-HASH-TOTAL                 PIC 9(09)      VALUE 0.
       01  WS-REPORT-QTY                 PIC S9(9)      VALUE 0.
       01  WS-QTY-OUT                    PIC 9(09)      VALUE 0.
       01  WS-ACTIVITY-CODE              PIC X(02)      VALUE SPACES.
       01  WS-LIN-COUNT-OUT              PIC 9(06)      VALUE 0.
       01  WS-SEG-COUNT-OUT              PIC 9(06)      VALUE 0.
       01  WS-ST-CONTROL                 PIC 9(04)      VALUE 1.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.

       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.
       01  ONHAND-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  DEMDHIST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-DEMDHIST                          VALUE 'Y'.
       01  RCPTPOST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-RECEIPTS                          VALUE 'Y'.
       01  PART-SUPP-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PART-SUPP                         VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 040-READ-RUN-CARD.
           PERFORM 050-ALLOCATE-INTERCHANGE-NUM.
           PERFORM 060-LOAD-VMI-PARTNERS.
           PERFORM 100-OPEN-FILES.
           PERFORM 320-LOAD-PRICE-LINK.
           PERFORM 340-LOAD-ON-HAND.
           PERFORM 360-LOAD-USAGE.
           PERFORM 380-LOAD-RECEIPTS.
           PERFORM 400-LOAD-ON-ORDER.
           PERFORM 500-SEND-ACTIVITY.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'EDI852OT COMPLETE - INTERCHANGES SENT: '
              WS-INTERCHANGE-COUNT
              ' NO PARTS: ' WS-NO-PARTS-COUNT
              ' PART LINES: ' WS-LIN-WRITTEN.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TPP-COUNT.
           INITIALIZE WS-TPP-TABLE.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PSL-TABLE.
           INITIALIZE WS-ACT-COUNT.
           INITIALIZE WS-ACTIVITY-TABLE.
           INITIALIZE WS-OHL-COUNT.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 7 TO WS-PERIOD-DAYS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO TPPROF-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO ONHAND-EOF.
           MOVE 'N' TO DEMDHIST-EOF.
           MOVE 'N' TO RCPTPOST-EOF.
           MOVE 'N' TO PART-SUPP-EOF.

      *    A missing card, or a day count that isn't numeric or is
      *    zero, keeps the 7-day week.  The period runs back from
      *    the run date, both ends included.
       040-READ-RUN-CARD.
           OPEN INPUT EDI852PM-REC
           IF WS-EDI852PM-FILE-STATUS = '00'
              READ EDI852PM-REC
                 AT END MOVE SPACES TO EDI852PM-RECORD
              END-READ
              IF E5P-PERIOD-DAYS NUMERIC
                 AND E5P-PERIOD-DAYS > 0
                 MOVE E5P-PERIOD-DAYS TO WS-PERIOD-DAYS
              ELSE
                 DISPLAY 'EDI852OT PERIOD DAYS NOT NUMERIC - USING '
                    WS-PERIOD-DAYS
              END-IF
              CLOSE EDI852PM-REC
           END-IF
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
              - WS-PERIOD-DAYS + 1)
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

      *    Only the profiles flagged VMI are kept.
       060-LOAD-VMI-PARTNERS.
           OPEN INPUT TPPROF-REC
           IF WS-TPPROF-FILE-STATUS = '00'
              READ TPPROF-REC
                 AT END MOVE 'Y' TO TPPROF-EOF
              END-READ
              PERFORM UNTIL NO-MORE-TPP-ROWS
                 IF TPP-VMI-FLAG = 'Y'
                    IF WS-TPP-COUNT < 200
                       ADD 1 TO WS-TPP-COUNT
                       SET TPP-IDX TO WS-TPP-COUNT
                       MOVE TPP-SUPPLIER-CODE
                          TO WS-TPP-SUPPLIER-CODE(TPP-IDX)
                       MOVE TPP-SENDER-QUAL
                          TO WS-TPP-SENDER-QUAL(TPP-IDX)
                       MOVE TPP-SENDER-ID TO WS-TPP-SENDER-ID(TPP-IDX)
                       MOVE TPP-RECEIVER-QUAL
                          TO WS-TPP-RECEIVER-QUAL(TPP-IDX)
                       MOVE TPP-RECEIVER-ID
                          TO WS-TPP-RECEIVER-ID(TPP-IDX)
                    ELSE
                       DISPLAY 'EDI852OT VMI PARTNER TABLE FULL: '
                          TPP-SUPPLIER-CODE
                    END-IF
                 END-IF
                 READ TPPROF-REC
                    AT END MOVE 'Y' TO TPPROF-EOF
                 END-READ
              END-PERFORM
              CLOSE TPPROF-REC
           END-IF
           IF WS-TPP-COUNT = 0
              DISPLAY 'EDI852OT NO SUPPLIER PROFILED FOR VMI'
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT PARTSUPL-REC.
           OPEN INPUT ONHAND-REC.
           OPEN INPUT PART-SUPP-REC.
           OPEN OUTPUT EDI852-REC.

      *    ACTIVE rows whose supplier is one of the VMI partners.
       320-LOAD-PRICE-LINK.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF PSL-ACTIVE
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING TPP-IDX FROM 1 BY 1
                    UNTIL TPP-IDX > WS-TPP-COUNT OR ENTRY-FOUND
                       IF WS-TPP-SUPPLIER-CODE(TPP-IDX) =
                          PSL-SUPPLIER-CODE
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
                 IF ENTRY-FOUND
                    PERFORM 330-ADD-PRICE-LINK-ROW
                 END-IF
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

       330-ADD-PRICE-LINK-ROW.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT OR ENTRY-FOUND
                 IF WS-PSL-PART-NUMBER(PSL-IDX) = PSL-PART-NUMBER
                    AND WS-PSL-SUPPLIER-CODE(PSL-IDX) =
                       PSL-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-PSL-COUNT < 500
                 ADD 1 TO WS-PSL-COUNT
                 MOVE PSL-PART-NUMBER
                    TO WS-PSL-PART-NUMBER(WS-PSL-COUNT)
                 MOVE PSL-SUPPLIER-CODE
                    TO WS-PSL-SUPPLIER-CODE(WS-PSL-COUNT)
                 MOVE PSL-PART-NUMBER TO WS-KEY-PART
                 PERFORM 390-FIND-ACTIVITY-PART
                 IF WS-ACT-SLOT = 0
                    IF WS-ACT-COUNT < 500
                       ADD 1 TO WS-ACT-COUNT
                       MOVE PSL-PART-NUMBER
                          TO WS-ACT-PART-NUMBER(WS-ACT-COUNT)
                    ELSE
                       DISPLAY 'EDI852OT ACTIVITY TABLE FULL: '
                          PSL-PART-NUMBER
                    END-IF
                 END-IF
              ELSE
                 DISPLAY 'EDI852OT PRICE-LINK TABLE FULL: '
                    PSL-PART-NUMBER ' ' PSL-SUPPLIER-CODE
              END-IF
           END-IF
           .

      *    Every location holding a VMI part, and the part's total.
       340-LOAD-ON-HAND.
           READ ONHAND-REC
              AT END MOVE 'Y' TO ONHAND-EOF
           END-READ
           PERFORM UNTIL NO-MORE-ONHAND
              MOVE OHO-PART-NUMBER TO WS-KEY-PART
              PERFORM 390-FIND-ACTIVITY-PART
              IF WS-ACT-SLOT > 0
                 ADD OHO-ON-HAND-QTY TO WS-ACT-ON-HAND-QTY(WS-ACT-SLOT)
                 IF WS-OHL-COUNT < 2000
                    ADD 1 TO WS-OHL-COUNT
                    SET OHL-IDX TO WS-OHL-COUNT
                    MOVE OHO-PART-NUMBER TO WS-OHL-PART-NUMBER(OHL-IDX)
                    MOVE OHO-LOCATION TO WS-OHL-LOCATION(OHL-IDX)
                    MOVE OHO-ON-HAND-QTY TO WS-OHL-QTY(OHL-IDX)
                 ELSE
                    DISPLAY 'EDI852OT ON-HAND TABLE FULL: '
                       OHO-PART-NUMBER ' ' OHO-LOCATION
                 END-IF
              END-IF
              READ ONHAND-REC
                 AT END MOVE 'Y' TO ONHAND-EOF
              END-READ
           END-PERFORM
           .

      *    The period's usage, the way TIMEPHAS counts it - a return
      *    to stock takes back an earlier issue.  A missing DEMDHIST
      *    reports no usage.
       360-LOAD-USAGE.
           OPEN INPUT DEMDHIST-REC
           IF WS-DEMDHIST-FILE-STATUS = '00'
              READ DEMDHIST-REC
                 AT END MOVE 'Y' TO DEMDHIST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-DEMDHIST
                 IF DH-USAGE-DATE NUMERIC
                    AND DH-USAGE-DATE >= WS-PERIOD-START
                    AND DH-USAGE-DATE <= WS-TODAYS-DATE
                    MOVE DH-PART-NUMBER TO WS-KEY-PART
                    PERFORM 390-FIND-ACTIVITY-PART
                    IF WS-ACT-SLOT > 0
                       IF DH-RETURN-TO-STOCK
                          SUBTRACT DH-USAGE-QTY
                             FROM WS-ACT-USAGE-QTY(WS-ACT-SLOT)
                       ELSE
                          ADD DH-USAGE-QTY
                             TO WS-ACT-USAGE-QTY(WS-ACT-SLOT)
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

      *    The period's receipts.  A missing RCPTPOST reports none.
       380-LOAD-RECEIPTS.
           OPEN INPUT RCPTPOST-REC
           IF WS-RCPTPOST-FILE-STATUS = '00'
              READ RCPTPOST-REC
                 AT END MOVE 'Y' TO RCPTPOST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-RECEIPTS
                 IF RP-RECEIPT-DATE NUMERIC
                    AND RP-RECEIPT-DATE >= WS-PERIOD-START
                    AND RP-RECEIPT-DATE <= WS-TODAYS-DATE
                    MOVE RP-PART-NUMBER TO WS-KEY-PART
                    PERFORM 390-FIND-ACTIVITY-PART
                    IF WS-ACT-SLOT > 0
                       ADD RP-RECEIPT-QTY
                          TO WS-ACT-RECEIPT-QTY(WS-ACT-SLOT)
                    END-IF
                 END-IF
                 READ RCPTPOST-REC
                    AT END MOVE 'Y' TO RCPTPOST-EOF
                 END-READ
              END-PERFORM
              CLOSE RCPTPOST-REC
           END-IF
           .

      *    WS-ACT-SLOT is the activity entry for WS-KEY-PART, zero
      *    when the part is not a VMI part.
       390-FIND-ACTIVITY-PART.
           MOVE 0 TO WS-ACT-SLOT
           PERFORM VARYING ACT-IDX FROM 1 BY 1
              UNTIL ACT-IDX > WS-ACT-COUNT OR WS-ACT-SLOT > 0
                 IF WS-ACT-PART-NUMBER(ACT-IDX) = WS-KEY-PART
                    SET WS-ACT-SLOT TO ACT-IDX
                 END-IF
           END-PERFORM
           .

      *    Same Open/Shipped accumulation REPLEN's 210-SUM-ON-ORDER-
      *    QTY performs, over every supplier record of the part.
       400-LOAD-ON-ORDER.
           READ PART-SUPP-REC
              AT END MOVE 'Y' TO PART-SUPP-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PART-SUPP
              MOVE PART-NUMBER TO WS-KEY-PART
              PERFORM 390-FIND-ACTIVITY-PART
              IF WS-ACT-SLOT > 0
                 PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                    IF PO-NUMBER(PO-IDX) NOT = SPACES
                       AND NOT PO-TYPE-BLANKET(PO-IDX)
                       AND (PO-STATUS-OPEN(PO-IDX)
                            OR PO-STATUS-SHIPPED(PO-IDX))
                       ADD QUANTITY(PO-IDX)
                          TO WS-ACT-ON-ORDER-QTY(WS-ACT-SLOT)
                    END-IF
                 END-PERFORM
              END-IF
              READ PART-SUPP-REC
                 AT END MOVE 'Y' TO PART-SUPP-EOF
              END-READ
           END-PERFORM
           .

      *    One interchange per VMI partner holding at least one
      *    ACTIVE row.
       500-SEND-ACTIVITY.
           PERFORM VARYING TPP-IDX FROM 1 BY 1
              UNTIL TPP-IDX > WS-TPP-COUNT
                 MOVE WS-TPP-SUPPLIER-CODE(TPP-IDX)
                    TO WS-CURRENT-SUPPLIER
                 MOVE 0 TO WS-PART-COUNT
                 PERFORM VARYING PSL-IDX FROM 1 BY 1
                    UNTIL PSL-IDX > WS-PSL-COUNT
                       IF WS-PSL-SUPPLIER-CODE(PSL-IDX) =
                          WS-CURRENT-SUPPLIER
                          ADD 1 TO WS-PART-COUNT
                       END-IF
                 END-PERFORM
                 IF WS-PART-COUNT > 0
                    PERFORM 600-WRITE-INTERCHANGE
                 ELSE
                    ADD 1 TO WS-NO-PARTS-COUNT
                    DISPLAY 'EDI852OT NO ACTIVE PARTS FOR VMI PARTNER: '
                       WS-CURRENT-SUPPLIER
                 END-IF
           END-PERFORM
           .

      *    ISA/GS/ST ... SE/GE/IEA for one partner.  The set is XQ
      *    (the reporting period), N1 naming the supplier, an LIN
      *    per part followed by its ZA/SDQ activity, and a CTT with
      *    the line count and on-hand hash total.
       600-WRITE-INTERCHANGE.
           PERFORM 610-SET-ENVELOPE-IDS
           MOVE WS-NEXT-ICN TO WS-NEXT-ICN-OUT
           MOVE SPACES TO EDI852-RECORD
           STRING 'ISA*00*          *00*          *'
              WS-ISA-SENDER-QUAL '*' WS-ISA-SENDER-ID
              '*' WS-ISA-RECEIVER-QUAL '*' WS-ISA-RECEIVER-ID
              '*' WS-NEXT-ICN-OUT '~'
              DELIMITED BY SIZE INTO EDI852-RECORD
           WRITE EDI852-RECORD
           MOVE SPACES TO EDI852-RECORD
           STRING 'GS*PD*' DELIMITED BY SIZE
              WS-ISA-SENDER-ID DELIMITED BY SPACE
              '*' DELIMITED BY SIZE
              WS-ISA-RECEIVER-ID DELIMITED BY SPACE
              '*' WS-GS-CONTROL-NUM '*X*004010~'
              DELIMITED BY SIZE INTO EDI852-RECORD
           WRITE EDI852-RECORD

           MOVE 0 TO WS-SEG-COUNT
           MOVE 0 TO WS-LIN-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE SPACES TO EDI852-RECORD
           STRING 'ST*852*' WS-ST-CONTROL
              DELIMITED BY SIZE INTO EDI852-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           MOVE SPACES TO EDI852-RECORD
           STRING 'XQ*H*' WS-PERIOD-START '*' WS-TODAYS-DATE
              DELIMITED BY SIZE INTO EDI852-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           MOVE SPACES TO EDI852-RECORD
           STRING 'N1*SU**92*' WS-CURRENT-SUPPLIER
              DELIMITED BY SIZE INTO EDI852-RECORD
           PERFORM 690-WRITE-SET-SEGMENT

           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT
                 IF WS-PSL-SUPPLIER-CODE(PSL-IDX) =
                    WS-CURRENT-SUPPLIER
                    PERFORM 620-WRITE-PART-ACTIVITY
                 END-IF
           END-PERFORM

           MOVE WS-LIN-COUNT TO WS-LIN-COUNT-OUT
           MOVE SPACES TO EDI852-RECORD
           STRING 'CTT*' WS-LIN-COUNT-OUT '*' WS-HASH-TOTAL
              DELIMITED BY SIZE INTO EDI852-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           ADD 1 TO WS-SEG-COUNT
           MOVE WS-SEG-COUNT TO WS-SEG-COUNT-OUT
           MOVE SPACES TO EDI852-RECORD
           STRING 'SE*' WS-SEG-COUNT-OUT '*' WS-ST-CONTROL
              DELIMITED BY SIZE INTO EDI852-RECORD
           WRITE EDI852-RECORD

           MOVE SPACES TO EDI852-RECORD
           STRING 'GE*1*' WS-GS-CONTROL-NUM '~'
              DELIMITED BY SIZE INTO EDI852-RECORD
           WRITE EDI852-RECORD
           MOVE SPACES TO EDI852-RECORD
           STRING 'IEA*1*' WS-NEXT-ICN-OUT '~'
              DELIMITED BY SIZE INTO EDI852-RECORD
           WRITE EDI852-RECORD

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
           IF WS-TPP-SENDER-ID(TPP-IDX) NOT = SPACES
              MOVE WS-TPP-SENDER-QUAL(TPP-IDX) TO WS-ISA-SENDER-QUAL
              MOVE WS-TPP-SENDER-ID(TPP-IDX) TO WS-ISA-SENDER-ID
           END-IF
           IF WS-TPP-RECEIVER-ID(TPP-IDX) NOT = SPACES
              MOVE WS-TPP-RECEIVER-QUAL(TPP-IDX)
                 TO WS-ISA-RECEIVER-QUAL
              MOVE WS-TPP-RECEIVER-ID(TPP-IDX) TO WS-ISA-RECEIVER-ID
           END-IF
           .

      *    LIN, then the on-hand ZA with an SDQ per location, then
      *    usage, receipts and on-order.  A quantity below zero (a
      *    location counted short, a period with more returned than
      *    issued) goes out as zero.
       620-WRITE-PART-ACTIVITY.
           MOVE WS-PSL-PART-NUMBER(PSL-IDX) TO WS-KEY-PART
           PERFORM 390-FIND-ACTIVITY-PART
           ADD 1 TO WS-LIN-COUNT
           ADD 1 TO WS-LIN-WRITTEN
           MOVE SPACES TO EDI852-RECORD
           STRING 'LIN**BP*' WS-KEY-PART
              DELIMITED BY SIZE INTO EDI852-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           IF WS-ACT-SLOT = 0
              MOVE 0 TO WS-REPORT-QTY
           ELSE
              MOVE WS-ACT-ON-HAND-QTY(WS-ACT-SLOT) TO WS-REPORT-QTY
           END-IF
           MOVE 'QA' TO WS-ACTIVITY-CODE
           PERFORM 630-WRITE-ACTIVITY-QTY
           ADD WS-QTY-OUT TO WS-HASH-TOTAL
           PERFORM VARYING OHL-IDX FROM 1 BY 1
              UNTIL OHL-IDX > WS-OHL-COUNT
                 IF WS-OHL-PART-NUMBER(OHL-IDX) = WS-KEY-PART
                    MOVE WS-OHL-QTY(OHL-IDX) TO WS-REPORT-QTY
                    IF WS-REPORT-QTY < 0
                       MOVE 0 TO WS-REPORT-QTY
                    END-IF
                    MOVE WS-REPORT-QTY TO WS-QTY-OUT
                    MOVE SPACES TO EDI852-RECORD
                    STRING 'SDQ*EA*92*' WS-OHL-LOCATION(OHL-IDX)
                       '*' WS-QTY-OUT
                       DELIMITED BY SIZE INTO EDI852-RECORD
                    PERFORM 690-WRITE-SET-SEGMENT
                 END-IF
           END-PERFORM
           IF WS-ACT-SLOT > 0
              MOVE WS-ACT-USAGE-QTY(WS-ACT-SLOT) TO WS-REPORT-QTY
              MOVE 'QS' TO WS-ACTIVITY-CODE
              PERFORM 630-WRITE-ACTIVITY-QTY
              MOVE WS-ACT-RECEIPT-QTY(WS-ACT-SLOT) TO WS-REPORT-QTY
              MOVE 'QR' TO WS-ACTIVITY-CODE
              PERFORM 630-WRITE-ACTIVITY-QTY
              MOVE WS-ACT-ON-ORDER-QTY(WS-ACT-SLOT) TO WS-REPORT-QTY
              MOVE 'QP' TO WS-ACTIVITY-CODE
              PERFORM 630-WRITE-ACTIVITY-QTY
           END-IF
           .

       630-WRITE-ACTIVITY-QTY.
           IF WS-REPORT-QTY < 0
              MOVE 0 TO WS-REPORT-QTY
           END-IF
           MOVE WS-REPORT-QTY TO WS-QTY-OUT
           MOVE SPACES TO EDI852-RECORD
           STRING 'ZA*' WS-ACTIVITY-CODE '*' WS-QTY-OUT '*EA'
              DELIMITED BY SIZE INTO EDI852-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           .

       690-WRITE-SET-SEGMENT.
           WRITE EDI852-RECORD
           ADD 1 TO WS-SEG-COUNT
           .

      *    One register row per partner interchange, named for the
      *    supplier so EDIRECON can match that partner's 997.
       900-RECORD-EDI-REGISTER.
           OPEN EXTEND EDIREG-REC
           MOVE SPACES TO EDI-CTL-REGISTER-ROW
           MOVE 'O' TO EC-DIRECTION
           MOVE WS-CURRENT-SUPPLIER TO EC-PARTNER-ID
           MOVE '852' TO EC-DOC-TYPE
           MOVE WS-NEXT-ICN TO EC-INTERCHANGE-CTL
           MOVE 1 TO EC-SET-COUNT
           MOVE WS-TODAYS-DATE TO EC-RUN-DATE
           MOVE SPACES TO EC-ACK-STATUS
           MOVE ZERO TO EC-ACKED-CTL
           WRITE EDI-CTL-REGISTER-ROW
           CLOSE EDIREG-REC
           .

       1000-CLOSE-END.
           CLOSE PARTSUPL-REC.
           CLOSE ONHAND-REC.
           CLOSE PART-SUPP-REC.
           CLOSE EDI852-REC.
