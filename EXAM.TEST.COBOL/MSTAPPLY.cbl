      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M7
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record and the MSTRJRNL after-image
      *   to match (journal row 1049 bytes).
      * 2026-10-15 maruca V0R0M6
      *   PARTS grew PART-UNIT-WEIGHT; the master FDs' RECORD
      *   CONTAINS are trued to the 1009-byte record and the
      *   MSTRJRNL after-image to match (journal row 1031 bytes).
      *   Each RCPTPOST row also carries the receipt's supplier
      *   (RP-SUPPLIER-CODE, out of the filler - record length
      *   unchanged), in step with EDI856IN.
      * 2026-10-15 maruca V0R0M5
      *   Kept in step with EDI856IN's lot-level on-hand feed - each
      *   RCPTPOST row now carries the receipt's lot number and
      *   expiry date (RP-LOT-NUMBER, RP-EXPIRY-DATE) out of the
      *   old filler, record length unchanged.
      * 2026-10-15 maruca V0R0M4
      *   Kept in step with EDI856IN's returnable-container feed.
      *   ASN-REC carries the same 10 bytes of packaging detail
      *   (container type, count, owner), and every applied receipt
      *   that came in containers appends the same CNTRPOST row
      *   for CNTRMAIN's container ledger.
      *   JCL Output (new)
      * //CNTRPOST DD DSN=USER66.EXAM.DEV.EDI856IN.CNTRPOST,
      * //            DISP=MOD
      * 2026-10-15 maruca V0R0M3
      *   Kept in step with EDI856IN's first-article gate and
      *   approved manufacturer list.  A completing receipt for a
      *   part/supplier pair with no current first-article approval
      *   (optional FAIMSTR DD) now goes to Inspection Hold whatever
      *   the part's GOVT-COMML-CODE.  The 856's manufacturer
      *   (ASN-MFR-CODE) is stamped on every LOTFILE row, now 100
      *   bytes, with the same AML flag EDI856IN sets from the
      *   optional AMLMSTR DD.  Either file missing leaves its
      *   check off.
      *   JCL Input (new)
      * //FAIMSTR  DD DSN=USER66.EXAM.DEV.FAIMAINT.MASTER,DISP=SHR
      * //AMLMSTR  DD DSN=USER66.EXAM.DEV.AMLMAINT.MASTER,DISP=SHR
      * 2026-09-02 maruca V0R0M2
      *   The engine applied the 856 and 214 batches but wrote no
      *   997 acknowledgment and no control-number register rows -
           SELECT EDI997-REC    ASSIGN TO EDI997OUT.
           SELECT EDIREG-REC    ASSIGN TO EDICTLRG
               FILE STATUS IS WS-EDIREG-FILE-STATUS.
           SELECT FAIMSTR-REC   ASSIGN TO FAIMSTR
               FILE STATUS IS WS-FAIMSTR-FILE-STATUS.
           SELECT AMLMSTR-REC   ASSIGN TO AMLMSTR
               FILE STATUS IS WS-AMLMSTR-FILE-STATUS.
           SELECT CNTRPOST-REC  ASSIGN TO CNTRPOST.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-OLD
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    Same ASN record EDI856IN reads, lot and container detail
      *    included.
       FD  ASN-TRANS
           DATA RECORD IS ASN-REC.
       01  ASN-REC.
           05  ASN-QUANTITY        PIC S9(7).
           05  ASN-LOT-NUMBER      PIC X(15).
           05  ASN-EXPIRY-DATE     PIC 9(08).
           05  ASN-MFR-CODE        PIC X(05).
           05  ASN-CNTR-TYPE       PIC X(04).
           05  ASN-CNTR-QTY        PIC 9(05).
           05  ASN-CNTR-OWNER      PIC X(01).
               88 ASN-CNTR-OWNER-VALID      VALUES 'C' 'S' ' '.

      *    Same 214 record EDI214IN reads.
       FD  STS-TRANS
           05  FILLER              PIC X(12).

       FD  PART-SUPP-NEW
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    Same queue row EDI856IN's inspection hold appends.
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
           05  LT-AML-FLAG         PIC X(01).
           05  FILLER              PIC X(14).

      *    Same receipt-posting row EDI856IN appends.
       FD  RCPTPOST-REC
           05  RP-LOCATION         PIC X(04).
           05  RP-RECEIPT-QTY      PIC S9(7).
           05  RP-RECEIPT-DATE     PIC 9(08).
           05  RP-LOT-NUMBER       PIC X(15).
           05  RP-EXPIRY-DATE      PIC 9(08).
           05  RP-SUPPLIER-CODE    PIC X(10).
           05  FILLER              PIC X(05).

      *    Same container-receipt row EDI856IN appends.
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

      *    Same shipment-event row EDI214IN appends.
       FD  SHIPEVNT-REC
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

      *    Minimal EDI 997 Functional Acknowledgment for the run's
      *    ASN batch - same rendering EDI856IN writes.
           DATA RECORD IS EDI-CTL-REGISTER-ROW.
           COPY 'EDICTLRG'.

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

       WORKING-STORAGE SECTION.

      *    The three transaction tables, each sized the way its
               10 WS-ASN-QUANTITY        PIC S9(7)      VALUE 0.
               10 WS-ASN-LOT-NUMBER      PIC X(15)      VALUE SPACES.
               10 WS-ASN-EXPIRY-DATE     PIC 9(08)      VALUE 0.
               10 WS-ASN-MFR-CODE        PIC X(05)      VALUE SPACES.
               10 WS-ASN-CNTR-TYPE       PIC X(04)      VALUE SPACES.
               10 WS-ASN-CNTR-QTY        PIC 9(05)      VALUE 0.
               10 WS-ASN-CNTR-OWNER      PIC X(01)      VALUE SPACES.
               10 WS-ASN-DISPOSITION     PIC X(01)      VALUE 'N'.
                  88 WS-ASN-UNMATCHED-SOFAR             VALUE 'N'.

           88 PERIOD-REJECTED                           VALUE 'R'.
           88 PERIOD-REDATED                            VALUE 'D'.

      *    First-article approvals and the approved manufacturer
      *    list, same shapes EDI856IN loads.
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

       01  WS-RUN-COUNTS.
           05 WS-ASN-APPLIED             PIC 9(05)      VALUE 0.
           05 WS-ASN-REJECTED            PIC 9(05)      VALUE 0.
           05 WS-ASN-UNMATCHED           PIC 9(05)      VALUE 0.
           05 WS-AML-EXCEPTIONS          PIC 9(05)      VALUE 0.
           05 WS-CONTAINERS-IN           PIC 9(07)      VALUE 0.
           05 WS-STS-APPLIED             PIC 9(05)      VALUE 0.
           05 WS-STS-REJECTED            PIC 9(05)      VALUE 0.
           05 WS-STS-UNMATCHED           PIC 9(05)      VALUE 0.
           PERFORM 055-ALLOCATE-INTERCHANGE-NUM.
           PERFORM 060-LOAD-TRADING-PARTNERS.
           PERFORM 065-LOAD-PERIOD-STATUS.
           PERFORM 080-LOAD-FIRST-ARTICLES.
           PERFORM 090-LOAD-APPROVED-MFRS.
           PERFORM 510-LOAD-ASN-TRANS.
           PERFORM 520-LOAD-STS-TRANS.
           PERFORM 530-LOAD-RECLS-TRANS.
           DISPLAY 'MSTAPPLY COMPLETE - ASN A/R/U: '
              WS-ASN-APPLIED '/' WS-ASN-REJECTED '/'
              WS-ASN-UNMATCHED
              ' AML EXCEPTIONS: ' WS-AML-EXCEPTIONS
              ' CONTAINERS IN: ' WS-CONTAINERS-IN
              ' 214 A/R/U: ' WS-STS-APPLIED '/' WS-STS-REJECTED '/'
              WS-STS-UNMATCHED
              ' RECLS A/R/U: ' WS-RCL-APPLIED '/' WS-RCL-REJECTED
           OPEN EXTEND RCPTPOST-REC.
           OPEN EXTEND SHIPEVNT-REC.
           OPEN EXTEND MSTRJRNL-REC.
           OPEN EXTEND CNTRPOST-REC.
           OPEN OUTPUT EDI997-REC.

      *    Allocates the 997's interchange control number - one scan
           END-PERFORM
           .

      *    EDI856IN's 080-LOAD-FIRST-ARTICLES - approved rows only.
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

      *    EDI856IN's 085-CHECK-FIRST-ARTICLE - approved against
      *    the drawing the part carries today.
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

      *    EDI856IN's 090-LOAD-APPROVED-MFRS - every row kept.
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

      *    EDI856IN's 095-CHECK-APPROVED-MFR - distributor or
      *    importer receipts of a part under AML control only.
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

      *    The same load-time validation EDI856IN runs, partner and
      *    period gates included.
       510-LOAD-ASN-TRANS.
                       TO WS-ASN-LOT-NUMBER(ASN-IDX)
                    MOVE ASN-EXPIRY-DATE
                       TO WS-ASN-EXPIRY-DATE(ASN-IDX)
                    MOVE ASN-MFR-CODE TO WS-ASN-MFR-CODE(ASN-IDX)
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
                    MOVE 'N' TO WS-ASN-DISPOSITION(ASN-IDX)
                 END-IF
                 SET WS-ASN-COUNT TO ASN-IDX
           .

       622-COMPLETE-OR-HOLD-RECEIPT.
           PERFORM 085-CHECK-FIRST-ARTICLE
           IF GOVT-COMML-CODE IN PART-SUPP-OLD = '1'
              OR GOVT-COMML-CODE IN PART-SUPP-OLD = '2'
              OR SPEC-NUMBER IN PART-SUPP-OLD NOT = SPACES
              OR NOT FIRST-ARTICLE-APPROVED
              MOVE 'I' TO PO-STATUS IN PART-SUPP-OLD (WS-PO-SUB)
              MOVE SPACES TO INSPHOLD-RECORD
              MOVE PART-NUMBER IN PART-SUPP-OLD TO IH-PART-NUMBER
           MOVE WS-ASN-QUANTITY(ASN-IDX)     TO LT-RECEIPT-QTY
           MOVE WS-TODAYS-DATE               TO LT-RECEIPT-DATE
           MOVE WS-ASN-EXPIRY-DATE(ASN-IDX)  TO LT-EXPIRY-DATE
           MOVE WS-ASN-MFR-CODE(ASN-IDX)     TO LT-MFR-CODE
           PERFORM 095-CHECK-APPROVED-MFR
           MOVE WS-AML-RESULT                TO LT-AML-FLAG
           IF AML-MFR-EXCEPTION
              ADD 1 TO WS-AML-EXCEPTIONS
              DISPLAY 'AML EXCEPTION - MFR NOT APPROVED: '
                 WS-ASN-SUPPLIER-CODE(ASN-IDX)
                 '/' WS-ASN-PO-NUMBER(ASN-IDX)
                 '/' PART-NUMBER IN PART-SUPP-OLD
                 ' MFR ' WS-ASN-MFR-CODE(ASN-IDX)
           END-IF
           WRITE LOTFILE-RECORD
           MOVE SPACES TO RCPTPOST-RECORD
           MOVE PART-NUMBER IN PART-SUPP-OLD TO RP-PART-NUMBER
           MOVE 'MAIN' TO RP-LOCATION
           MOVE WS-ASN-QUANTITY(ASN-IDX) TO RP-RECEIPT-QTY
           MOVE WS-TODAYS-DATE TO RP-RECEIPT-DATE
           MOVE WS-ASN-LOT-NUMBER(ASN-IDX) TO RP-LOT-NUMBER
           MOVE WS-ASN-EXPIRY-DATE(ASN-IDX) TO RP-EXPIRY-DATE
           MOVE SUPPLIER-CODE IN PART-SUPP-OLD TO RP-SUPPLIER-CODE
           WRITE RCPTPOST-RECORD
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

       630-APPLY-STATUSES.
           CLOSE RCPTPOST-REC.
           CLOSE SHIPEVNT-REC.
           CLOSE MSTRJRNL-REC.
           CLOSE CNTRPOST-REC.
           CLOSE EDI997-REC.
