      *   JCL Output (new)
      * //MSTRJRNL DD DSN=USER66.EXAM.DEV.MSTRJRNL.JOURNAL,
      * //            DISP=MOD
      *
      * 2026-10-15 maruca V0R0M12
      *   First-article gate.  Consults the first-article approval
      *   master FAIMAINT maintains (optional FAIMSTR DD).  A
      *   completing receipt for a PART-NUMBER/SUPPLIER-CODE pair
      *   with no current approval - no row, a submission still
      *   awaiting a decision, a rejection, or an approval against
      *   a SPEC-NUMBER/BLUEPRINT-NUMBER the part has since moved
      *   off - goes to Inspection Hold whatever the part's
      *   GOVT-COMML-CODE, so the first article is inspected before
      *   anything from a new source reaches stock.  A missing
      *   FAIMSTR leaves every pair approved, the shop's missing-
      *   optional-file default.
      *   JCL Input (new)
      * //FAIMSTR  DD DSN=USER66.EXAM.DEV.FAIMAINT.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M13
      *   Approved manufacturer list.  ASN-REC's last five filler
      *   bytes now carry the manufacturer's CAGE code off the 856
      *   (ASN-MFR-CODE, record length unchanged), and every
      *   LOTFILE row is stamped with it - LOTFILE grew from 80 to
      *   100 bytes for LT-MFR-CODE and LT-AML-FLAG.  With the AML
      *   master AMLMAINT maintains on file (optional AMLMSTR DD),
      *   a receipt from a DISTRIBUTOR or IMPORTER supplier of a
      *   part under AML control (any AML row for the part) whose
      *   manufacturer is not active on the part's list is flagged
      *   'X' on its lot row and listed on SYSOUT; an approved one
      *   is flagged 'Y'.  Receipts from anyone else, of a part
      *   with no AML rows, or with no AMLMSTR at all, carry a
      *   blank flag - unchecked, not failed.
      *   JCL Input (new)
      * //AMLMSTR  DD DSN=USER66.EXAM.DEV.AMLMAINT.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M14
      *   Returnable containers.  ASN-REC grew from 60 to 70 bytes
      *   for the 856's packaging detail - ASN-CNTR-TYPE (the rack
      *   or tote type code), ASN-CNTR-QTY, and ASN-CNTR-OWNER ('C'
      *   company-owned, 'S' supplier-owned; blank reads as 'C').  A
      *   deck without it reads on as spaces and posts nothing.
      *   Every applied receipt carrying containers appends a row
      *   to the new CNTRPOST feed, which CNTRMAIN rolls into the
      *   container ledger by supplier and container type.  The
      *   restart replay suppresses the append the same way it
      *   suppresses LOTFILE's and RCPTPOST's.
      *   JCL Output (new)
      * //CNTRPOST DD DSN=USER66.EXAM.DEV.EDI856IN.CNTRPOST,
      * //            DISP=MOD
      *
      * 2026-10-15 maruca V0R0M15
      *   Lot-level on-hand.  Each RCPTPOST row now carries the
      *   receipt's lot number and expiry date (RP-LOT-NUMBER,
      *   RP-EXPIRY-DATE, taken from the filler - record length
      *   unchanged) so ONHPOST can keep on-hand by lot as well as
      *   by part/location.
      *
      * 2026-10-15 maruca V0R0M16
      *   Every ASN line turned away - bad transaction, closed
      *   period, PO cancelled/not open, over-receipt, no such PO -
      *   is appended to the application-reject log (APPREJCT DD,
      *   layout APPREJCT.cpy) that EDI824OT advises the supplier
      *   from.  The log is written in one pass at end of run, off
      *   the dispositions, so a restarted run logs each reject
      *   once.  A supplier with no 856 profile is not logged.
      *   JCL Output (new)
      * //APPREJCT DD DSN=USER66.EXAM.DEV.EDI.APPREJCT(0),DISP=MOD
      *
      * 2026-10-15 maruca V0R0M17
      *   PARTS grew PART-UNIT-WEIGHT; the master FDs' RECORD
      *   CONTAINS are trued to the 1009-byte record and the
      *   MSTRJRNL after-image to match (journal row 1031 bytes).
      *   Each RCPTPOST row now also carries the receipt's supplier
      *   (RP-SUPPLIER-CODE, out of the filler - record length
      *   unchanged) so FRTEMISS can rate the inbound leg from the
      *   supplier's ship-from to the receiving location.
      *
      * 2026-10-15 maruca V0R0M18
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record and the MSTRJRNL after-image
      *   to match (journal row 1049 bytes).
      ***************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-PERSTAT-FILE-STATUS.
           SELECT RCPTPOST-REC  ASSIGN TO RCPTPOST.
           SELECT MSTRJRNL-REC  ASSIGN TO MSTRJRNL.
           SELECT FAIMSTR-REC   ASSIGN TO FAIMSTR
               FILE STATUS IS WS-FAIMSTR-FILE-STATUS.
           SELECT AMLMSTR-REC   ASSIGN TO AMLMSTR
               FILE STATUS IS WS-AMLMSTR-FILE-STATUS.
           SELECT CNTRPOST-REC  ASSIGN TO CNTRPOST.
           SELECT APPREJCT-REC  ASSIGN TO APPREJCT.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-OLD
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    One shipment/receipt line item per PO.
      *    sent none (the lot is keyed later in that case).
           05  ASN-LOT-NUMBER      PIC X(15).
           05  ASN-EXPIRY-DATE     PIC 9(08).
      *    Manufacturer's CAGE code off the 856 - spaces when the
      *    supplier sent none.
           05  ASN-MFR-CODE        PIC X(05).
      *    Returnable containers the shipment came in - spaces when
      *    the supplier sent no packaging detail.
           05  ASN-CNTR-TYPE       PIC X(04).
           05  ASN-CNTR-QTY        PIC 9(05).
           05  ASN-CNTR-OWNER      PIC X(01).
               88 ASN-CNTR-OWNER-VALID      VALUES 'C' 'S' ' '.

       FD  PART-SUPP-NEW
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    Minimal EDI 997 Functional Acknowledgment for this run's

      *    Append-only lot trail - one row per applied receipt,
      *    tying the supplier's lot to the PO, supplier, receipt
      *    date, shelf-life expiry, and the manufacturer whose
      *    product it is.
       FD  LOTFILE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTFILE-RECORD.
       01  LOTFILE-RECORD.
           05  LT-RECEIPT-DATE     PIC 9(08).
           05  LT-EXPIRY-DATE      PIC 9(08).
           05  FILLER              PIC X(03).
           05  LT-MFR-CODE         PIC X(05).
      *        'Y' manufacturer on the part's AML, 'X' not on it,
      *        spaces not checked.
           05  LT-AML-FLAG         PIC X(01).
           05  FILLER              PIC X(14).

      *    Period-status reference - open/closed per YYYYMM, with
      *    the policy for a transaction dated into a closed period
       FD  MSTRJRNL-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1049 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MSTRJRNL-RECORD.
       01  MSTRJRNL-RECORD.
           05  MJ-JOURNAL-DATE     PIC 9(08).
           05  MJ-JOURNAL-TIME     PIC 9(06).
           05  MJ-PROGRAM-ID       PIC X(08).
           05  MJ-AFTER-IMAGE      PIC X(1027).

      *    Append-only receipt-posting feed for the on-hand
      *    inventory master - one row per applied receipt, rolled
           05  RP-LOCATION         PIC X(04).
           05  RP-RECEIPT-QTY      PIC S9(7).
           05  RP-RECEIPT-DATE     PIC 9(08).
           05  RP-LOT-NUMBER       PIC X(15).
           05  RP-EXPIRY-DATE      PIC 9(08).
           05  RP-SUPPLIER-CODE    PIC X(10).
           05  FILLER              PIC X(05).

      *    Shared EDI control-number register - scanned at startup
      *    to allocate the outbound 997's interchange number, and
           05  TPP-DOC-SWITCHES    PIC X(10).
           05  FILLER              PIC X(26).

      *    Same first-article row FAIMAINT writes.
       FD  FAIMSTR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAIMSTR-RECORD.
       01  FAIMSTR-RECORD.
           05  FA-PART-NUMBER      PIC X(23).
           05  FA-SUPPLIER-CODE    PIC X(10).
           05  FA-SUBMIT-DATE      PIC 9(08).
           05  FA-STATUS           PIC X(01).
           05  FA-APPROVER-ID      PIC X(08).
           05  FA-DECISION-DATE    PIC 9(08).
           05  FA-SPEC-NUMBER      PIC X(07).
           05  FA-BLUEPRINT-NUMBER PIC X(10).
           05  FILLER              PIC X(05).

      *    Same approved-manufacturer row AMLMAINT writes.
       FD  AMLMSTR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AMLMSTR-RECORD.
       01  AMLMSTR-RECORD.
           05  AML-PART-NUMBER     PIC X(23).
           05  AML-MFR-CODE        PIC X(05).
           05  AML-MFR-NAME        PIC X(20).
           05  AML-MFR-PART-NUMBER PIC X(25).
           05  AML-STATUS          PIC X(01).
           05  AML-STATUS-DATE     PIC 9(08).
           05  FILLER              PIC X(18).

      *    Append-only container-receipt feed - one row per applied
      *    receipt that came in returnable containers, rolled into
      *    the container ledger by CNTRMAIN.
       FD  CNTRPOST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTRPOST-RECORD.
       01  CNTRPOST-RECORD.
           05  CP-SUPPLIER-CODE    PIC X(10).
           05  CP-CNTR-TYPE        PIC X(04).
           05  CP-CNTR-OWNER       PIC X(01).
           05  CP-CNTR-QTY         PIC 9(05).
           05  CP-RECEIPT-DATE     PIC 9(08).
           05  CP-PO-NUMBER        PIC X(06).
           05  FILLER              PIC X(46).

      *    Application-reject log EDI824OT advises partners from -
      *    appended at end of run, one row per ASN line turned away.
       FD  APPREJCT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APP-REJECT-ROW.
           COPY 'APPREJCT'.

       WORKING-STORAGE SECTION.

      *    First-article approvals - only the approved rows are
      *    kept, since an approval is the only thing that lets a
      *    receipt skip the hold.  A missing FAIMSTR (FILE STATUS
      *    not '00') leaves the gate off, the shop's missing-
      *    optional-file default.
       01  WS-FAIMSTR-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-FAI-GATE-FLAG              PIC X(01)      VALUE 'N'.
           88 FAI-GATE-ON                               VALUE 'Y'.
       01  WS-FAI-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-FAI-TABLE.
           05  WS-FAI-ENTRY OCCURS 500 TIMES
                  INDEXED BY FAI-IDX.
               10 WS-FAI-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-FAI-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-FAI-SPEC-NUMBER     PIC X(07)      VALUE SPACES.
               10 WS-FAI-BLUEPRINT-NUMBER
                                         PIC X(10)      VALUE SPACES.
       01  FAIMSTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-FAI-ROWS                          VALUE 'Y'.
       01  WS-FAI-APPROVED-FLAG          PIC X(01)      VALUE 'Y'.
           88 FIRST-ARTICLE-APPROVED                    VALUE 'Y'.

      *    Approved manufacturer list - every row is kept, active
      *    or disqualified, since any row at all puts the part
      *    under AML control.  A missing AMLMSTR (FILE STATUS not
      *    '00') leaves the table empty and every receipt
      *    unchecked.
       01  WS-AMLMSTR-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-AML-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-AML-TABLE.
           05  WS-AML-ENTRY OCCURS 500 TIMES
                  INDEXED BY AML-IDX.
               10 WS-AML-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-AML-MFR-CODE        PIC X(05)      VALUE SPACES.
               10 WS-AML-STATUS          PIC X(01)      VALUE SPACES.
       01  AMLMSTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-AML-ROWS                          VALUE 'Y'.
       01  WS-AML-CONTROLLED-FLAG        PIC X(01)      VALUE 'N'.
           88 PART-UNDER-AML                            VALUE 'Y'.
       01  WS-AML-RESULT                 PIC X(01)      VALUE SPACE.
           88 AML-MFR-APPROVED                          VALUE 'Y'.
           88 AML-MFR-EXCEPTION                         VALUE 'X'.

      *    Period-status table - a missing PERSTAT (FILE STATUS not
      *    '00') leaves the table empty and every period open, the
      *    shop's missing-optional-file default.
               10 WS-ASN-QUANTITY        PIC S9(7)      VALUE 0.
               10 WS-ASN-LOT-NUMBER      PIC X(15)      VALUE SPACES.
               10 WS-ASN-EXPIRY-DATE     PIC 9(08)      VALUE 0.
               10 WS-ASN-MFR-CODE        PIC X(05)      VALUE SPACES.
               10 WS-ASN-CNTR-TYPE       PIC X(04)      VALUE SPACES.
               10 WS-ASN-CNTR-QTY        PIC 9(05)      VALUE 0.
               10 WS-ASN-CNTR-OWNER      PIC X(01)      VALUE SPACES.
      *        Why a rejected line was turned away (APPREJCT.cpy
      *        codes) - spaces for a partner not set up to be told.
               10 WS-ASN-REJECT-REASON   PIC X(03)      VALUE SPACES.
               10 WS-ASN-DISPOSITION     PIC X(01)      VALUE 'N'.
                  88 WS-ASN-APPLIED                     VALUE 'A'.
                  88 WS-ASN-REJECTED                    VALUE 'R'.
           05 WS-SHIPPED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-RECEIVED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-INSP-HOLD-COUNT         PIC 9(05)      VALUE 0.
           05 WS-AML-EXCEPTION-COUNT     PIC 9(05)      VALUE 0.
           05 WS-CONTAINERS-IN           PIC 9(07)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.
           05 WS-NOMATCH-COUNT           PIC 9(05)      VALUE 0.
           05 WS-RECORDS-COPIED          PIC 9(07)      VALUE 0.
           05 WS-APP-REJECTS-LOGGED      PIC 9(05)      VALUE 0.

      *    'Y' while 050-RESTORE-RESTART-STATE replays the already-
      *    copied records in memory - the replay must restore the
           PERFORM 100-OPEN-FILES.
           PERFORM 060-LOAD-TRADING-PARTNERS.
           PERFORM 065-LOAD-PERIOD-STATUS.
           PERFORM 080-LOAD-FIRST-ARTICLES.
           PERFORM 090-LOAD-APPROVED-MFRS.
           PERFORM 500-LOAD-ASN-TRANS.
           PERFORM 050-RESTORE-RESTART-STATE.
           READ PART-SUPP-OLD
           END-READ
           PERFORM 600-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 700-REPORT-UNMATCHED.
           PERFORM 720-LOG-APP-REJECTS.
           PERFORM 055-ALLOCATE-INTERCHANGE-NUM.
           PERFORM 800-WRITE-EDI-997.
           PERFORM 850-RECORD-EDI-REGISTER.
           DISPLAY 'EDI856IN COMPLETE - SHIPPED: ' WS-SHIPPED-COUNT
              ' RECEIVED: ' WS-RECEIVED-COUNT
              ' INSP HOLD: ' WS-INSP-HOLD-COUNT
              ' AML EXCEPTIONS: ' WS-AML-EXCEPTION-COUNT
              ' CONTAINERS IN: ' WS-CONTAINERS-IN
              ' REJECTED: ' WS-REJECT-COUNT
              ' UNMATCHED: ' WS-NOMATCH-COUNT
              ' RECORDS COPIED: ' WS-RECORDS-COPIED
              ' REJECTS LOGGED: ' WS-APP-REJECTS-LOGGED.
           GOBACK.

       000-INIT.
           OPEN EXTEND LOTFILE-REC.
           OPEN EXTEND RCPTPOST-REC.
           OPEN EXTEND MSTRJRNL-REC.
           OPEN EXTEND CNTRPOST-REC.

      *    A missing or zero checkpoint (FILE STATUS not '00') just
      *    means a fresh run, the same optional-file default
                    DISPLAY 'REJECTED ASN - BAD TRANS: '
                       ASN-TRANS-CODE '/' ASN-SUPPLIER-CODE
                       '/' ASN-PO-NUMBER
                    MOVE ASN-TRANS-CODE
                       TO WS-ASN-TRANS-CODE(ASN-IDX)
                    MOVE ASN-SUPPLIER-CODE
                       TO WS-ASN-SUPPLIER-CODE(ASN-IDX)
                    MOVE ASN-PO-NUMBER
                       TO WS-ASN-PO-NUMBER(ASN-IDX)
                    EVALUATE TRUE
                       WHEN NOT PARTNER-DOC-AUTHORIZED
                          OR ASN-SUPPLIER-CODE = SPACES
                          MOVE SPACES
                             TO WS-ASN-REJECT-REASON(ASN-IDX)
                       WHEN PERIOD-REJECTED
                          MOVE 'PER' TO WS-ASN-REJECT-REASON(ASN-IDX)
                       WHEN OTHER
                          MOVE 'BAD' TO WS-ASN-REJECT-REASON(ASN-IDX)
                    END-EVALUATE
                 ELSE
                    MOVE ASN-TRANS-CODE
                       TO WS-ASN-TRANS-CODE(ASN-IDX)
                       TO WS-ASN-LOT-NUMBER(ASN-IDX)
                    MOVE ASN-EXPIRY-DATE
                       TO WS-ASN-EXPIRY-DATE(ASN-IDX)
                    MOVE ASN-MFR-CODE TO WS-ASN-MFR-CODE(ASN-IDX)
      *             Bad or missing packaging detail drops the
      *             container count, not the receipt itself.
                    IF ASN-CNTR-TYPE NOT = SPACES
                       AND ASN-CNTR-QTY NUMERIC
                       AND ASN-CNTR-OWNER-VALID
                       MOVE ASN-CNTR-TYPE
                          TO WS-ASN-CNTR-TYPE(ASN-IDX)
                       MOVE ASN-CNTR-QTY TO WS-ASN-CNTR-QTY(ASN-IDX)
                       IF ASN-CNTR-OWNER = SPACE
                          MOVE 'C' TO WS-ASN-CNTR-OWNER(ASN-IDX)
                       ELSE
                          MOVE ASN-CNTR-OWNER
                             TO WS-ASN-CNTR-OWNER(ASN-IDX)
                       END-IF
                    ELSE
                       IF ASN-CNTR-TYPE NOT = SPACES
                          DISPLAY 'ASN CONTAINERS IGNORED - BAD '
                             'DETAIL: ' ASN-SUPPLIER-CODE
                             '/' ASN-PO-NUMBER
                       END-IF
                    END-IF
      *             000-INIT's INITIALIZE clears the dispositions to
      *             spaces, not their VALUE 'N' - set the not-yet-
      *             matched state here explicitly or 610's
              WHEN PO-STATUS-CANCELLED IN PART-SUPP-OLD (WS-PO-SUB)
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'R' TO WS-ASN-DISPOSITION(ASN-IDX)
                 MOVE 'CAN' TO WS-ASN-REJECT-REASON(ASN-IDX)
                 DISPLAY 'REJECTED ASN - PO CANCELLED: '
                    WS-ASN-SUPPLIER-CODE(ASN-IDX)
                    '/' WS-ASN-PO-NUMBER(ASN-IDX)
                 IF NOT PO-STATUS-OPEN IN PART-SUPP-OLD (WS-PO-SUB)
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'R' TO WS-ASN-DISPOSITION(ASN-IDX)
                    MOVE 'NOP' TO WS-ASN-REJECT-REASON(ASN-IDX)
                    DISPLAY 'REJECTED ASN - PO NOT OPEN: '
                       WS-ASN-SUPPLIER-CODE(ASN-IDX)
                       '/' WS-ASN-PO-NUMBER(ASN-IDX)
                    QUANTITY IN PART-SUPP-OLD (WS-PO-SUB)
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'R' TO WS-ASN-DISPOSITION(ASN-IDX)
                    MOVE 'OVR' TO WS-ASN-REJECT-REASON(ASN-IDX)
                    DISPLAY 'REJECTED ASN - OVER-RECEIPT: '
                       WS-ASN-SUPPLIER-CODE(ASN-IDX)
                       '/' WS-ASN-PO-NUMBER(ASN-IDX)
                    IF NOT REPLAYING-RESTART
                       PERFORM 670-WRITE-LOT-ROW
                       PERFORM 680-WRITE-RECEIPT-POST
                       PERFORM 690-WRITE-CONTAINER-POST
                    END-IF
                    ADD 1 TO WS-RECEIVED-COUNT
                 END-IF
      *    part goes to Inspection Hold instead of Received - the
      *    dock holds the material and INSPDISP applies the
      *    inspector's disposition, which is what actually completes
      *    the receipt.  So does any completed receipt for a pair
      *    with no current first-article approval.  Everything else
      *    still completes straight to Received exactly as before.
       650-COMPLETE-OR-HOLD-RECEIPT.
           PERFORM 085-CHECK-FIRST-ARTICLE
           IF GOVT-COMML-CODE IN PART-SUPP-OLD = '1'
              OR GOVT-COMML-CODE IN PART-SUPP-OLD = '2'
              OR SPEC-NUMBER IN PART-SUPP-OLD NOT = SPACES
              OR NOT FIRST-ARTICLE-APPROVED
              MOVE 'I' TO PO-STATUS IN PART-SUPP-OLD (WS-PO-SUB)
              ADD 1 TO WS-INSP-HOLD-COUNT
              IF NOT REPLAYING-RESTART
           END-PERFORM
           .

      *    Appends a reject-log row for every line the batch turned
      *    away, for EDI824OT to advise the supplier of.  Run once,
      *    after the whole master has gone by - on a restarted run
      *    the dispositions carry every line's fate across the
      *    restart, the same reason 800 counts off them.  A blank
      *    reason is a line naming no supplier, or a partner with
      *    no 856 profile: nobody to tell.
       720-LOG-APP-REJECTS.
           OPEN EXTEND APPREJCT-REC
           PERFORM VARYING ASN-IDX FROM 1 BY 1
              UNTIL ASN-IDX > WS-ASN-COUNT
                 IF WS-ASN-UNMATCHED-SOFAR(ASN-IDX)
                    MOVE 'NPO' TO WS-ASN-REJECT-REASON(ASN-IDX)
                 END-IF
                 IF (WS-ASN-REJECTED(ASN-IDX)
                     OR WS-ASN-UNMATCHED-SOFAR(ASN-IDX))
                    AND WS-ASN-REJECT-REASON(ASN-IDX) NOT = SPACES
                    PERFORM 725-WRITE-APP-REJECT
                 END-IF
           END-PERFORM
           CLOSE APPREJCT-REC
           .

       725-WRITE-APP-REJECT.
           MOVE SPACES TO APP-REJECT-ROW
           MOVE WS-ASN-SUPPLIER-CODE(ASN-IDX) TO AR-SUPPLIER-CODE
           MOVE '856' TO AR-DOC-TYPE
           MOVE SPACES TO AR-REFERENCE
           MOVE WS-ASN-PO-NUMBER(ASN-IDX) TO AR-PO-NUMBER
           MOVE WS-ASN-REJECT-REASON(ASN-IDX) TO AR-REASON-CODE
           EVALUATE AR-REASON-CODE
              WHEN 'PER'
                 MOVE 'CLOSED PERIOD' TO AR-REASON-TEXT
              WHEN 'BAD'
                 MOVE 'MALFORMED ASN LINE' TO AR-REASON-TEXT
              WHEN 'CAN'
                 MOVE 'PO CANCELLED' TO AR-REASON-TEXT
              WHEN 'NOP'
                 MOVE 'PO NOT OPEN TO SHIP' TO AR-REASON-TEXT
              WHEN 'OVR'
                 MOVE 'OVER-RECEIPT' TO AR-REASON-TEXT
              WHEN OTHER
                 MOVE 'NO SUCH PO' TO AR-REASON-TEXT
           END-EVALUATE
           MOVE WS-TODAYS-DATE TO AR-REJECT-DATE
           MOVE ZERO TO AR-ADVISED-ICN
           MOVE ZERO TO AR-ADVISED-DATE
           WRITE APP-REJECT-ROW
           ADD 1 TO WS-APP-REJECTS-LOGGED
           .

      *    One AK1/AK2/AK9 set for the whole batch, summarizing
      *    WS-SHIPPED-COUNT+WS-RECEIVED-COUNT accepted against
      *    WS-REJECT-COUNT+WS-NOMATCH-COUNT rejected - a minimal
           END-IF
           .

      *    Loads the approved first-article rows once at startup -
      *    a missing file leaves the gate off.
       080-LOAD-FIRST-ARTICLES.
           OPEN INPUT FAIMSTR-REC
           IF WS-FAIMSTR-FILE-STATUS = '00'
              MOVE 'Y' TO WS-FAI-GATE-FLAG
              READ FAIMSTR-REC
                 AT END MOVE 'Y' TO FAIMSTR-EOF
              END-READ
              PERFORM UNTIL NO-MORE-FAI-ROWS OR WS-FAI-COUNT >= 500
                 IF FA-STATUS = 'A'
                    ADD 1 TO WS-FAI-COUNT
                    MOVE FA-PART-NUMBER
                       TO WS-FAI-PART-NUMBER(WS-FAI-COUNT)
                    MOVE FA-SUPPLIER-CODE
                       TO WS-FAI-SUPPLIER-CODE(WS-FAI-COUNT)
                    MOVE FA-SPEC-NUMBER
                       TO WS-FAI-SPEC-NUMBER(WS-FAI-COUNT)
                    MOVE FA-BLUEPRINT-NUMBER
                       TO WS-FAI-BLUEPRINT-NUMBER(WS-FAI-COUNT)
                 END-IF
                 READ FAIMSTR-REC
                    AT END MOVE 'Y' TO FAIMSTR-EOF
                 END-READ
              END-PERFORM
              CLOSE FAIMSTR-REC
           END-IF
           .

      *    Is the current record's part/supplier pair approved
      *    against the drawing the part carries today?  An approval
      *    against an older SPEC-NUMBER/BLUEPRINT-NUMBER no longer
      *    counts - the new revision needs its own first article.
       085-CHECK-FIRST-ARTICLE.
           IF NOT FAI-GATE-ON
              MOVE 'Y' TO WS-FAI-APPROVED-FLAG
           ELSE
              MOVE 'N' TO WS-FAI-APPROVED-FLAG
              PERFORM VARYING FAI-IDX FROM 1 BY 1
                 UNTIL FAI-IDX > WS-FAI-COUNT
                 OR FIRST-ARTICLE-APPROVED
                    IF WS-FAI-PART-NUMBER(FAI-IDX) =
                       PART-NUMBER IN PART-SUPP-OLD
                       AND WS-FAI-SUPPLIER-CODE(FAI-IDX) =
                       SUPPLIER-CODE IN PART-SUPP-OLD
                       AND WS-FAI-SPEC-NUMBER(FAI-IDX) =
                       SPEC-NUMBER IN PART-SUPP-OLD
                       AND WS-FAI-BLUEPRINT-NUMBER(FAI-IDX) =
                       BLUEPRINT-NUMBER IN PART-SUPP-OLD
                       MOVE 'Y' TO WS-FAI-APPROVED-FLAG
                    END-IF
              END-PERFORM
           END-IF
           .

      *    One lot row per applied receipt - a blank lot number
      *    still writes, so receiving can key the lot against the
      *    row later instead of the receipt going untraceable.
           MOVE WS-ASN-QUANTITY(ASN-IDX)     TO LT-RECEIPT-QTY
           MOVE WS-TODAYS-DATE               TO LT-RECEIPT-DATE
           MOVE WS-ASN-EXPIRY-DATE(ASN-IDX)  TO LT-EXPIRY-DATE
           MOVE WS-ASN-MFR-CODE(ASN-IDX)     TO LT-MFR-CODE
           PERFORM 095-CHECK-APPROVED-MFR
           MOVE WS-AML-RESULT                TO LT-AML-FLAG
           IF AML-MFR-EXCEPTION
              ADD 1 TO WS-AML-EXCEPTION-COUNT
              DISPLAY 'AML EXCEPTION - MFR NOT APPROVED: '
                 WS-ASN-SUPPLIER-CODE(ASN-IDX)
                 '/' WS-ASN-PO-NUMBER(ASN-IDX)
                 '/' PART-NUMBER IN PART-SUPP-OLD
                 ' MFR ' WS-ASN-MFR-CODE(ASN-IDX)
           END-IF
           WRITE LOTFILE-RECORD
           .

      *    Loads the approved-manufacturer list once at startup -
      *    a missing file leaves every receipt unchecked.
       090-LOAD-APPROVED-MFRS.
           OPEN INPUT AMLMSTR-REC
           IF WS-AMLMSTR-FILE-STATUS = '00'
              READ AMLMSTR-REC
                 AT END MOVE 'Y' TO AMLMSTR-EOF
              END-READ
              PERFORM VARYING AML-IDX FROM 1 BY 1
                 UNTIL NO-MORE-AML-ROWS OR AML-IDX > 500
                    MOVE AML-PART-NUMBER
                       TO WS-AML-PART-NUMBER(AML-IDX)
                    MOVE AML-MFR-CODE TO WS-AML-MFR-CODE(AML-IDX)
                    MOVE AML-STATUS TO WS-AML-STATUS(AML-IDX)
                    SET WS-AML-COUNT TO AML-IDX
                    READ AMLMSTR-REC
                       AT END MOVE 'Y' TO AMLMSTR-EOF
                    END-READ
              END-PERFORM
              CLOSE AMLMSTR-REC
           END-IF
           .

      *    Only a distributor or importer ships somebody else's
      *    product, and only a part with AML rows is under control.
      *    For those, the 856's manufacturer must be active on the
      *    part's list - a blank manufacturer fails too, since an
      *    unnamed source is exactly what the list exists to stop.
       095-CHECK-APPROVED-MFR.
           MOVE SPACE TO WS-AML-RESULT
           IF DISTRIBUTOR IN PART-SUPP-OLD
              OR IMPORTER IN PART-SUPP-OLD
              MOVE 'N' TO WS-AML-CONTROLLED-FLAG
              PERFORM VARYING AML-IDX FROM 1 BY 1
                 UNTIL AML-IDX > WS-AML-COUNT
                    OR AML-MFR-APPROVED
                    IF WS-AML-PART-NUMBER(AML-IDX) =
                       PART-NUMBER IN PART-SUPP-OLD
                       MOVE 'Y' TO WS-AML-CONTROLLED-FLAG
                       IF WS-AML-MFR-CODE(AML-IDX) =
                          WS-ASN-MFR-CODE(ASN-IDX)
                          AND WS-AML-STATUS(AML-IDX) = 'A'
                          AND WS-ASN-MFR-CODE(ASN-IDX) NOT = SPACES
                          MOVE 'Y' TO WS-AML-RESULT
                       END-IF
                    END-IF
              END-PERFORM
              IF PART-UNDER-AML AND NOT AML-MFR-APPROVED
                 MOVE 'X' TO WS-AML-RESULT
              END-IF
           END-IF
           .

      *    Loads the period-status reference once at startup - a
      *    missing file leaves every period open.
       065-LOAD-PERIOD-STATUS.
           MOVE 'MAIN' TO RP-LOCATION
           MOVE WS-ASN-QUANTITY(ASN-IDX) TO RP-RECEIPT-QTY
           MOVE WS-TODAYS-DATE TO RP-RECEIPT-DATE
           MOVE WS-ASN-LOT-NUMBER(ASN-IDX) TO RP-LOT-NUMBER
           MOVE WS-ASN-EXPIRY-DATE(ASN-IDX) TO RP-EXPIRY-DATE
           MOVE SUPPLIER-CODE IN PART-SUPP-OLD TO RP-SUPPLIER-CODE
           WRITE RCPTPOST-RECORD
           .

      *    One container row per applied receipt that came in
      *    returnable containers - the ledger's inbound side.
       690-WRITE-CONTAINER-POST.
           IF WS-ASN-CNTR-TYPE(ASN-IDX) NOT = SPACES
              AND WS-ASN-CNTR-QTY(ASN-IDX) > 0
              MOVE SPACES TO CNTRPOST-RECORD
              MOVE WS-ASN-SUPPLIER-CODE(ASN-IDX) TO CP-SUPPLIER-CODE
              MOVE WS-ASN-CNTR-TYPE(ASN-IDX)     TO CP-CNTR-TYPE
              MOVE WS-ASN-CNTR-OWNER(ASN-IDX)    TO CP-CNTR-OWNER
              MOVE WS-ASN-CNTR-QTY(ASN-IDX)      TO CP-CNTR-QTY
              MOVE WS-TODAYS-DATE                TO CP-RECEIPT-DATE
              MOVE WS-ASN-PO-NUMBER(ASN-IDX)     TO CP-PO-NUMBER
              WRITE CNTRPOST-RECORD
              ADD WS-ASN-CNTR-QTY(ASN-IDX) TO WS-CONTAINERS-IN
           END-IF
           .


      *    One after-image row for the record just rewritten - only
      *    a changed record journals, an untouched copy adds
           CLOSE LOTFILE-REC.
           CLOSE RCPTPOST-REC.
           CLOSE MSTRJRNL-REC.
           CLOSE CNTRPOST-REC.
