      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M3
      *   Duty refund opportunities.  The country-of-origin and
      *   free-trade certificate file COOMAINT maintains (optional
      *   COOMSTR DD) is loaded at startup, and the customs entry
      *   grew CEN-ENTRY-DATE out of its filler.  A costed entry
      *   that paid duty on a PART-NUMBER/SUPPLIER-CODE pair whose
      *   certificate was valid on the entry date (zero entry date
      *   means today) gets a second LANDRPT line naming the
      *   program and certificate - duty we can claim back.  A
      *   missing COOMSTR leaves the check off.
      *   JCL Input (new)
      * //COOMSTR  DD DSN=USER66.EXAM.DEV.COOMAINT.MASTER,DISP=SHR
      * 2026-09-02 maruca V0R0M2
      *   Reject lines printed the previous costed entry's unit
      *   price and landed unit cost - 650 moved them from work
       FILE-CONTROL.
           SELECT CUST-ENT-TRANS ASSIGN TO CUSTENT.
           SELECT PART-SUPP-OLD  ASSIGN TO RPTINPUT.
           SELECT COO-MSTR       ASSIGN TO COOMSTR
               FILE STATUS IS WS-COOMSTR-FILE-STATUS.
           SELECT LANDVAL-REC    ASSIGN TO LANDVAL.
           SELECT LANDRPT-REC    ASSIGN TO LANDRPT.

           05  CEN-DUTY-AMOUNT     PIC 9(7)V99.
           05  CEN-BROKERAGE-AMT   PIC 9(5)V99.
           05  CEN-OCEAN-FREIGHT   PIC 9(7)V99.
           05  CEN-ENTRY-DATE      PIC 9(08).
           05  FILLER              PIC X(02).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    Same origin/certificate row COOMAINT maintains.
       FD  COO-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COO-MSTR-REC.
       01  COO-MSTR-REC.
           05  CRM-PART-NUMBER     PIC X(23).
           05  CRM-SUPPLIER-CODE   PIC X(10).
           05  CRM-ORIGIN-COUNTRY  PIC X(02).
           05  CRM-CERT-PROGRAM    PIC X(05).
           05  CRM-CERT-NUMBER     PIC X(15).
           05  CRM-BLANKET-FROM    PIC 9(08).
           05  CRM-BLANKET-TO      PIC 9(08).
           05  CRM-CERT-EXPIRY     PIC 9(08).
           05  CRM-UPDATED-DATE    PIC 9(08).
           05  FILLER              PIC X(13).

      *    One comma-delimited landed-cost row per costed PO, the
      *    same machine-readable feed style APCOST uses.
       FD  LANDVAL-REC
               10 WS-CEN-DUTY-AMOUNT     PIC 9(7)V99    VALUE 0.
               10 WS-CEN-BROKERAGE-AMT   PIC 9(5)V99    VALUE 0.
               10 WS-CEN-OCEAN-FREIGHT   PIC 9(7)V99    VALUE 0.
               10 WS-CEN-ENTRY-DATE      PIC 9(08)      VALUE 0.
               10 WS-CEN-DISPOSITION     PIC X(01)      VALUE 'N'.
                  88 WS-CEN-COSTED                      VALUE 'C'.
                  88 WS-CEN-REJECTED                    VALUE 'R'.
           05 WS-COSTED-COUNT            PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.
           05 WS-NOMATCH-COUNT           PIC 9(05)      VALUE 0.
           05 WS-REFUND-COUNT            PIC 9(05)      VALUE 0.
           05 WS-REFUND-DUTY             PIC 9(9)V99    VALUE 0.

      *    Pairs carrying a preference certificate - rows with no
      *    CERT-PROGRAM cannot make a refund and are not kept.
       01  WS-COOMSTR-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-CERT-COUNT                 PIC 9(04)      VALUE 0.
       01  WS-CERT-TABLE.
           05  WS-CERT-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CRT-IDX.
               10 WS-CERT-PART-NUMBER    PIC X(23)      VALUE SPACES.
               10 WS-CERT-SUPPLIER-CODE  PIC X(10)      VALUE SPACES.
               10 WS-CERT-PROGRAM        PIC X(05)      VALUE SPACES.
               10 WS-CERT-NUMBER         PIC X(15)      VALUE SPACES.
               10 WS-CERT-BLANKET-FROM   PIC 9(08)      VALUE 0.
               10 WS-CERT-BLANKET-TO     PIC 9(08)      VALUE 0.
               10 WS-CERT-EXPIRY         PIC 9(08)      VALUE 0.
       01  WS-CERT-FOUND-FLAG            PIC X(01)      VALUE 'N'.
           88 VALID-CERT-FOUND                          VALUE 'Y'.
       01  WS-CHECK-DATE                 PIC 9(08)      VALUE 0.

       01  WS-TOTAL-CHARGES              PIC 9(9)V99    VALUE 0.
       01  WS-ALLOC-PER-UNIT             PIC 9(7)V99    VALUE 0.
           88 NO-MORE-ENTRIES                           VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  COOMSTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-CERTS                             VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'LANDED COST - IMPORTER PURCHASE ORDERS'.
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 500-LOAD-CUSTOMS-ENTRIES.
           PERFORM 300-LOAD-CERTIFICATES.
           PERFORM 200-WRITE-HEADING.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           PERFORM 1000-CLOSE-END.
           DISPLAY 'LANDCOST COMPLETE - COSTED: ' WS-COSTED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT
              ' UNMATCHED: ' WS-NOMATCH-COUNT
              ' REFUND OPPS: ' WS-REFUND-COUNT
              ' DUTY: ' WS-REFUND-DUTY.
           GOBACK.

       000-INIT.
           INITIALIZE WS-CEN-COUNT.
           INITIALIZE WS-CEN-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           INITIALIZE WS-CERT-COUNT.
           INITIALIZE WS-CERT-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO CUSTENT-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO COOMSTR-EOF.

       100-OPEN-FILES.
           OPEN INPUT CUST-ENT-TRANS.
       200-WRITE-HEADING.
           WRITE LANDRPT-RECORD FROM WS-RPT-HEADING.

      *    A missing COOMSTR (FILE STATUS not '00') leaves the
      *    refund-opportunity check off.
       300-LOAD-CERTIFICATES.
           OPEN INPUT COO-MSTR
           IF WS-COOMSTR-FILE-STATUS = '00'
              READ COO-MSTR
                 AT END MOVE 'Y' TO COOMSTR-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CERTS OR WS-CERT-COUNT >= 2000
                 IF CRM-CERT-PROGRAM NOT = SPACES
                    ADD 1 TO WS-CERT-COUNT
                    MOVE CRM-PART-NUMBER
                       TO WS-CERT-PART-NUMBER(WS-CERT-COUNT)
                    MOVE CRM-SUPPLIER-CODE
                       TO WS-CERT-SUPPLIER-CODE(WS-CERT-COUNT)
                    MOVE CRM-CERT-PROGRAM
                       TO WS-CERT-PROGRAM(WS-CERT-COUNT)
                    MOVE CRM-CERT-NUMBER
                       TO WS-CERT-NUMBER(WS-CERT-COUNT)
                    MOVE CRM-BLANKET-FROM
                       TO WS-CERT-BLANKET-FROM(WS-CERT-COUNT)
                    MOVE CRM-BLANKET-TO
                       TO WS-CERT-BLANKET-TO(WS-CERT-COUNT)
                    MOVE CRM-CERT-EXPIRY
                       TO WS-CERT-EXPIRY(WS-CERT-COUNT)
                 END-IF
                 READ COO-MSTR
                    AT END MOVE 'Y' TO COOMSTR-EOF
                 END-READ
              END-PERFORM
              CLOSE COO-MSTR
           END-IF
           .

       500-LOAD-CUSTOMS-ENTRIES.
           READ CUST-ENT-TRANS
              AT END MOVE 'Y' TO CUSTENT-EOF
                    TO WS-CEN-BROKERAGE-AMT(CEN-IDX)
                 MOVE CEN-OCEAN-FREIGHT
                    TO WS-CEN-OCEAN-FREIGHT(CEN-IDX)
                 MOVE CEN-ENTRY-DATE TO WS-CEN-ENTRY-DATE(CEN-IDX)
      *          000-INIT's INITIALIZE clears the dispositions to
      *          spaces, not their VALUE 'N' - same trap EDI856IN's
      *          500-LOAD-ASN-TRANS documents.
           MOVE WS-LANDED-UNIT-COST   TO LCD-LANDED-UNIT
           MOVE 'LANDED COST COMPUTED' TO LCD-REMARK
           WRITE LANDRPT-RECORD FROM WS-RPT-DETAIL
           IF WS-CEN-DUTY-AMOUNT(CEN-IDX) > 0
              PERFORM 660-CHECK-PREFERENCE-CERT
           END-IF
           .

      *    Price and landed-unit columns stay blank here - only a
           MOVE WS-CEN-PO-NUMBER(CEN-IDX)     TO LCD-PO-NUMBER
           .

      *    Duty was paid on this entry - was the pair covered by a
      *    preference certificate on the day it cleared?
       660-CHECK-PREFERENCE-CERT.
           IF WS-CEN-ENTRY-DATE(CEN-IDX) = ZERO
              MOVE WS-TODAYS-DATE TO WS-CHECK-DATE
           ELSE
              MOVE WS-CEN-ENTRY-DATE(CEN-IDX) TO WS-CHECK-DATE
           END-IF
           MOVE 'N' TO WS-CERT-FOUND-FLAG
           PERFORM VARYING CRT-IDX FROM 1 BY 1
              UNTIL CRT-IDX > WS-CERT-COUNT OR VALID-CERT-FOUND
                 IF WS-CERT-PART-NUMBER(CRT-IDX) = PART-NUMBER
                    AND WS-CERT-SUPPLIER-CODE(CRT-IDX) = SUPPLIER-CODE
                    AND WS-CHECK-DATE >= WS-CERT-BLANKET-FROM(CRT-IDX)
                    AND WS-CHECK-DATE <= WS-CERT-BLANKET-TO(CRT-IDX)
                    AND (WS-CERT-EXPIRY(CRT-IDX) = ZERO
                         OR WS-CHECK-DATE <= WS-CERT-EXPIRY(CRT-IDX))
                    MOVE 'Y' TO WS-CERT-FOUND-FLAG
                    PERFORM 650-WRITE-REPORT-LINE
                    STRING 'DUTY PAID - ' WS-CERT-PROGRAM(CRT-IDX)
                       ' CERT ' WS-CERT-NUMBER(CRT-IDX)
                       DELIMITED BY SIZE INTO LCD-REMARK
                    WRITE LANDRPT-RECORD FROM WS-RPT-DETAIL
                    ADD 1 TO WS-REFUND-COUNT
                    ADD WS-CEN-DUTY-AMOUNT(CEN-IDX) TO WS-REFUND-DUTY
                 END-IF
           END-PERFORM
           .

       700-REPORT-UNMATCHED.
           PERFORM VARYING CEN-IDX FROM 1 BY 1
              UNTIL CEN-IDX > WS-CEN-COUNT
