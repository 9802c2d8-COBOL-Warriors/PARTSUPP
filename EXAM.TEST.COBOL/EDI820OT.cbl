      *   satisfied for 820s.  The envelope now mirrors the EDI 850
      *   extract's segment for segment, with the allocated
      *   interchange number in ISA13.
      *
      * 2026-10-15 maruca V0R0M5
      *   A debit memo PAYREG netted against the payment (register
      *   entry type 'D') advises as its own RMR*CM line carrying
      *   the memo id and the negative amount, so the supplier's AR
      *   clerk sees why the deposit is short.  The BPR total
      *   already nets it.
      *
      * 2026-10-15 maruca V0R0M6
      *   Company code for the sister plant's separate legal entity.
      *   PAYPARM columns 9-10 name one company to advise - only
      *   its register rows (PRO-COMPANY-CODE, spaces = the home
      *   company '01') are sent; blank advises every company.  A
      *   supplier paid by both companies gets one set per company,
      *   each totalling only that company's payment, never one
      *   set for the two deposits combined.
      ***************************************************************
      * Outbound EDI 820 (Payment Order / Remittance Advice) - one
      * transaction set per supplier paid on the named run,
      * The optional PAYPARM DD carries the remit date (YYYYMMDD)
      * to advise; missing or blank (FILE STATUS not '00') defaults
      * to today, the same optional-parm treatment RPTPRINT gives
      * RPTPARM.  Columns 9-10 limit the run to one company's
      * payments; blank advises every company, a set per supplier
      * per company.  Each supplier's set is one ST/BPR/TRN/N1, an RMR
      * per register row (RMR*PO for a remitted PO, RMR*CM for a
      * debit memo netted), and an SE.
      ***************************************************************

       ENVIRONMENT DIVISION.
           05  PRO-PO-NUMBER       PIC X(06).
           05  PRO-REMIT-DATE      PIC 9(08).
           05  PRO-AMOUNT          PIC S9(9)V99.
           05  PRO-ENTRY-TYPE      PIC X(01).
           05  PRO-MEMO-ID         PIC X(10).
           05  PRO-COMPANY-CODE    PIC X(02).
           05  FILLER              PIC X(32).

       FD  PAYPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYPARM-RECORD.
       01  PAYPARM-RECORD.
           05  PPM-ADVICE-DATE     PIC X(08).
           05  PPM-COMPANY-CODE    PIC X(02).

      *    One segment per record, same one-segment-per-record shape
      *    RPTPRINT's EDI850-REC uses.

       01  WS-PAYPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    Blank company codes are the home company.  WS-RUN-COMPANY
      *    spaces = every company.
       01  WS-HOME-COMPANY               PIC X(02)      VALUE '01'.
       01  WS-RUN-COMPANY                PIC X(02)      VALUE SPACES.
       01  WS-PRO-COMPANY                PIC X(02)      VALUE SPACES.

      *    The advice date's register rows, loaded up front so the
      *    per-supplier grouping can make as many passes as it needs.
       01  WS-PAY-COUNT                  PIC 9(05)      VALUE 0.
               10 WS-PAY-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PAY-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-PAY-AMOUNT          PIC S9(9)V99   VALUE 0.
               10 WS-PAY-ENTRY-TYPE      PIC X(01)      VALUE SPACES.
                  88 WS-PAY-DEBIT-MEMO                  VALUE 'D'.
               10 WS-PAY-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-PAY-COMPANY-CODE    PIC X(02)      VALUE SPACES.
               10 WS-PAY-ADVISED-FLAG    PIC X(01)      VALUE 'N'.
                  88 WS-PAY-ADVISED                     VALUE 'Y'.

           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE WS-TODAYS-DATE TO WS-ADVICE-DATE.
           MOVE SPACES TO WS-RUN-COMPANY.
           MOVE 'N' TO PAYREGOL-EOF.

       100-OPEN-FILES.
           OPEN OUTPUT EDI820-REC.

      *    Missing or non-numeric parm keeps today's date - same
      *    optional-parm default RPTPRINT gives RPTPARM - and a
      *    blank company advises every company.
       050-READ-ADVICE-DATE.
           OPEN INPUT PAYPARM-REC
           IF WS-PAYPARM-FILE-STATUS = '00'
              READ PAYPARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF PPM-ADVICE-DATE NUMERIC
                       MOVE PPM-ADVICE-DATE TO WS-ADVICE-DATE
                    END-IF
                    MOVE PPM-COMPANY-CODE TO WS-RUN-COMPANY
              END-READ
              CLOSE PAYPARM-REC
           END-IF
              AT END MOVE 'Y' TO PAYREGOL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-REGISTER OR WS-PAY-COUNT >= 500
              MOVE PRO-COMPANY-CODE TO WS-PRO-COMPANY
              IF WS-PRO-COMPANY = SPACES
                 MOVE WS-HOME-COMPANY TO WS-PRO-COMPANY
              END-IF
              IF PRO-REMIT-DATE = WS-ADVICE-DATE
                 AND (WS-RUN-COMPANY = SPACES
                      OR WS-PRO-COMPANY = WS-RUN-COMPANY)
                 ADD 1 TO WS-PAY-COUNT
                 MOVE PRO-SUPPLIER-CODE
                    TO WS-PAY-SUPPLIER-CODE(WS-PAY-COUNT)
                 MOVE PRO-PO-NUMBER
                    TO WS-PAY-PO-NUMBER(WS-PAY-COUNT)
                 MOVE PRO-AMOUNT TO WS-PAY-AMOUNT(WS-PAY-COUNT)
                 MOVE PRO-ENTRY-TYPE
                    TO WS-PAY-ENTRY-TYPE(WS-PAY-COUNT)
                 MOVE PRO-MEMO-ID TO WS-PAY-MEMO-ID(WS-PAY-COUNT)
                 MOVE WS-PRO-COMPANY
                    TO WS-PAY-COMPANY-CODE(WS-PAY-COUNT)
                 MOVE 'N' TO WS-PAY-ADVISED-FLAG(WS-PAY-COUNT)
              END-IF
              READ PAYREG-OLD

      *    Walks the loaded rows; the first not-yet-advised row
      *    opens its supplier's transaction set, and every row for
      *    that supplier and company is advised inside it.
       600-ADVISE-EACH-SUPPLIER.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
              UNTIL PAY-IDX > WS-PAY-COUNT
              UNTIL PAY-IDX2 > WS-PAY-COUNT
                 IF WS-PAY-SUPPLIER-CODE(PAY-IDX2) =
                    WS-PAY-SUPPLIER-CODE(PAY-IDX)
                    AND WS-PAY-COMPANY-CODE(PAY-IDX2) =
                    WS-PAY-COMPANY-CODE(PAY-IDX)
                    AND NOT WS-PAY-ADVISED(PAY-IDX2)
                    ADD WS-PAY-AMOUNT(PAY-IDX2) TO WS-SUPPLIER-TOTAL
                 END-IF
              UNTIL PAY-IDX2 > WS-PAY-COUNT
                 IF WS-PAY-SUPPLIER-CODE(PAY-IDX2) =
                    WS-PAY-SUPPLIER-CODE(PAY-IDX)
                    AND WS-PAY-COMPANY-CODE(PAY-IDX2) =
                    WS-PAY-COMPANY-CODE(PAY-IDX)
                    AND NOT WS-PAY-ADVISED(PAY-IDX2)
                    PERFORM 620-WRITE-RMR-LINE
                 END-IF
           .

      *    One RMR per remitted PO - the line the supplier's AR
      *    clerk actually matches the deposit against.  A netted
      *    debit memo is referenced by its memo id as a credit
      *    memo (CM) with the amount signed negative.
       620-WRITE-RMR-LINE.
           MOVE WS-PAY-AMOUNT(PAY-IDX2) TO WS-AMOUNT-OUT
           MOVE SPACES TO EDI820-RECORD
           IF WS-PAY-DEBIT-MEMO(PAY-IDX2)
              STRING 'RMR*CM*' WS-PAY-MEMO-ID(PAY-IDX2)
                 '**-' WS-AMOUNT-OUT
                 DELIMITED BY SIZE INTO EDI820-RECORD
           ELSE
              STRING 'RMR*PO*' WS-PAY-PO-NUMBER(PAY-IDX2)
                 '**' WS-AMOUNT-OUT
                 DELIMITED BY SIZE INTO EDI820-RECORD
           END-IF
           WRITE EDI820-RECORD
           MOVE 'Y' TO WS-PAY-ADVISED-FLAG(PAY-IDX2)
           ADD 1 TO WS-SEGMENT-COUNT
              UNTIL PAY-IDX2 > WS-PAY-COUNT
                 IF WS-PAY-SUPPLIER-CODE(PAY-IDX2) =
                    WS-PAY-SUPPLIER-CODE(PAY-IDX)
                    AND WS-PAY-COMPANY-CODE(PAY-IDX2) =
                    WS-PAY-COMPANY-CODE(PAY-IDX)
                    AND NOT WS-PAY-ADVISED(PAY-IDX2)
                    MOVE 'Y' TO WS-PAY-ADVISED-FLAG(PAY-IDX2)
                 END-IF
