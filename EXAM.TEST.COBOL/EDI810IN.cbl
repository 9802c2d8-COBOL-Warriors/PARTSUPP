      *   restate a month finance already reported.
      *   JCL Input (new)
      * //PERSTAT  DD DSN=USER66.EXAM.DEV.PERSTAT.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M8
      *   Every invoice line turned away - closed period, price/
      *   quantity/receipt mismatch, no such PO - is also appended
      *   to the application-reject log (APPREJCT DD, layout
      *   APPREJCT.cpy) that EDI824OT advises the supplier from.
      *   A supplier with no 810 profile is not logged: there is
      *   no partner set up to send the advice to.
      *   JCL Output (new)
      * //APPREJCT DD DSN=USER66.EXAM.DEV.EDI.APPREJCT(0),DISP=MOD
      *
      * 2026-10-15 maruca V0R0M9
      *   Prepayments applied at match time.  The letter-of-credit /
      *   prepayment file LCMAINT keeps (optional LCPREPAY DD,
      *   layout LCPREPAY.cpy) is loaded at startup; a matched line
      *   whose PO has money already gone out against it carries
      *   that amount - never more than the line itself - on its
      *   INVCREG row as IR-PREPAID-AMOUNT (out of the filler, so
      *   an older reader is unaffected), and PAYREG remits only
      *   the balance.
      *   JCL Input (new)
      * //LCPREPAY DD DSN=USER66.EXAM.DEV.LCPREPAY.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M10
      *   PARTS grew PART-UNIT-WEIGHT; the master FD's RECORD
      *   CONTAINS is trued to the 1009-byte record.
      *
      * 2026-10-15 maruca V0R0M11
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record.
      ***************************************************************
      * Batch intake for inbound EDI 810 (Invoice) transactions -
      * three-way matches each invoice line's PO-NUMBER/QUANTITY/
           SELECT INVCREG-REC   ASSIGN TO INVCREG.
           SELECT PERSTAT-REC   ASSIGN TO PERSTAT
               FILE STATUS IS WS-PERSTAT-FILE-STATUS.
           SELECT APPREJCT-REC  ASSIGN TO APPREJCT.
           SELECT LCPREPAY-REC  ASSIGN TO LCPREPAY
               FILE STATUS IS WS-LCPREPAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-OLD
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    One invoice line item per PO.
           05  IR-QUANTITY         PIC S9(7).
           05  IR-UNIT-PRICE       PIC S9(7)V99.
           05  IR-MATCH-DATE       PIC 9(08).
           05  IR-PREPAID-AMOUNT   PIC S9(9)V99.
           05  FILLER              PIC X(19).

      *    Application-reject log EDI824OT advises partners from -
      *    appended, one row per invoice line turned away.
       FD  APPREJCT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APP-REJECT-ROW.
           COPY 'APPREJCT'.

      *    Letter-of-credit / prepayment file LCMAINT maintains.
       FD  LCPREPAY-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LC-PREPAY-ROW.
           COPY 'LCPREPAY'.

       WORKING-STORAGE SECTION.

      *    What has already gone out per supplier/PO - a missing
      *    LCPREPAY (FILE STATUS not '00') leaves the table empty
      *    and every invoice payable in full.
       01  WS-LCPREPAY-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-LCP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-LCP-TABLE.
           05  WS-LCP-ENTRY OCCURS 500 TIMES
                  INDEXED BY LCP-IDX.
               10 WS-LCP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-LCP-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-LCP-DRAWN-AMOUNT    PIC S9(9)V99   VALUE 0.
       01  LCPREPAY-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-LCP-ROWS                          VALUE 'Y'.
       01  WS-INVOICE-AMOUNT             PIC S9(9)V99   VALUE 0.

      *    Period-status table - a missing PERSTAT (FILE STATUS not
      *    '00') leaves the table empty and every period open, the
      *    shop's missing-optional-file default.
           05 WS-EXCEPTION-COUNT         PIC 9(05)      VALUE 0.
           05 WS-NO-PROFILE-COUNT        PIC 9(05)      VALUE 0.
           05 WS-CLOSED-PERIOD-COUNT     PIC 9(05)      VALUE 0.
           05 WS-PREPAID-COUNT           PIC 9(05)      VALUE 0.

       01  WS-EXCEPTION-REASON           PIC X(01)      VALUE SPACES.

      *    The reject being logged for EDI824OT - see APPREJCT.cpy
      *    for the reason codes.
       01  WS-APP-REJECT.
           05 WS-AR-SUPPLIER-CODE        PIC X(10)      VALUE SPACES.
           05 WS-AR-REFERENCE            PIC X(10)      VALUE SPACES.
           05 WS-AR-PO-NUMBER            PIC X(06)      VALUE SPACES.
           05 WS-AR-REASON-CODE          PIC X(03)      VALUE SPACES.
           05 WS-AR-REASON-TEXT          PIC X(20)      VALUE SPACES.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

      *    Same PO-IDX-collision reasoning EDI856IN documents for its
           PERFORM 100-OPEN-FILES.
           PERFORM 060-LOAD-TRADING-PARTNERS.
           PERFORM 065-LOAD-PERIOD-STATUS.
           PERFORM 080-LOAD-PREPAYMENTS.
           PERFORM 500-LOAD-INV-TRANS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           DISPLAY 'EDI810IN COMPLETE - MATCHED: ' WS-MATCH-COUNT
              ' MISMATCHED: ' WS-MISMATCH-COUNT
              ' UNMATCHED: ' WS-NOMATCH-COUNT
              ' EXCEPTIONS QUEUED: ' WS-EXCEPTION-COUNT
              ' PREPAYMENTS APPLIED: ' WS-PREPAID-COUNT.
           GOBACK.

       000-INIT.
           OPEN OUTPUT INVMATCH-REC.
           OPEN EXTEND EXCPWORK-REC.
           OPEN EXTEND INVCREG-REC.
           OPEN EXTEND APPREJCT-REC.

       500-LOAD-INV-TRANS.
           READ INV-TRANS
                    ADD 1 TO WS-CLOSED-PERIOD-COUNT
                    DISPLAY 'REJECTED 810 - CLOSED PERIOD: '
                       INV-SUPPLIER-CODE '/' INV-PO-NUMBER
                    IF PARTNER-DOC-AUTHORIZED
                       MOVE INV-SUPPLIER-CODE TO WS-AR-SUPPLIER-CODE
                       MOVE INV-NUMBER TO WS-AR-REFERENCE
                       MOVE INV-PO-NUMBER TO WS-AR-PO-NUMBER
                       MOVE 'PER' TO WS-AR-REASON-CODE
                       MOVE 'CLOSED PERIOD' TO WS-AR-REASON-TEXT
                       PERFORM 670-WRITE-APP-REJECT
                    END-IF
                 ELSE
                 IF NOT PARTNER-DOC-AUTHORIZED
                    MOVE 'D' TO WS-INV-DISPOSITION(INV-IDX)
           MOVE SPACES                        TO EX-WORKED-BY
           WRITE EXCPWORK-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-INV-SUPPLIER-CODE(INV-IDX) TO WS-AR-SUPPLIER-CODE
           MOVE WS-INV-NUMBER(INV-IDX)        TO WS-AR-REFERENCE
           MOVE WS-INV-PO-NUMBER(INV-IDX)     TO WS-AR-PO-NUMBER
           EVALUATE WS-EXCEPTION-REASON
              WHEN 'P'
                 MOVE 'PRC' TO WS-AR-REASON-CODE
                 MOVE 'PRICE NOT PO PRICE' TO WS-AR-REASON-TEXT
              WHEN 'Q'
                 MOVE 'QTY' TO WS-AR-REASON-CODE
                 MOVE 'QUANTITY NOT PO QTY' TO WS-AR-REASON-TEXT
              WHEN 'R'
                 MOVE 'RCV' TO WS-AR-REASON-CODE
                 MOVE 'PO NOT FULLY RECVD' TO WS-AR-REASON-TEXT
              WHEN OTHER
                 MOVE 'NPO' TO WS-AR-REASON-CODE
                 MOVE 'NO SUCH PO' TO WS-AR-REASON-TEXT
           END-EVALUATE
           PERFORM 670-WRITE-APP-REJECT
           .

      *    One application-reject log row, unadvised, for EDI824OT
      *    to send the supplier on its next run - unless the line
      *    named no supplier at all, leaving nobody to tell.
       670-WRITE-APP-REJECT.
           IF WS-AR-SUPPLIER-CODE NOT = SPACES
              MOVE SPACES TO APP-REJECT-ROW
              MOVE WS-AR-SUPPLIER-CODE TO AR-SUPPLIER-CODE
              MOVE '810'               TO AR-DOC-TYPE
              MOVE WS-AR-REFERENCE     TO AR-REFERENCE
              MOVE WS-AR-PO-NUMBER     TO AR-PO-NUMBER
              MOVE WS-AR-REASON-CODE   TO AR-REASON-CODE
              MOVE WS-AR-REASON-TEXT   TO AR-REASON-TEXT
              MOVE WS-TODAYS-DATE      TO AR-REJECT-DATE
              MOVE ZERO                TO AR-ADVISED-ICN
              MOVE ZERO                TO AR-ADVISED-DATE
              WRITE APP-REJECT-ROW
           END-IF
           .

      *    Any invoice line never matched to a master PO by the time
           MOVE WS-INV-QUANTITY(INV-IDX)      TO IR-QUANTITY
           MOVE WS-INV-UNIT-PRICE(INV-IDX)    TO IR-UNIT-PRICE
           MOVE WS-TODAYS-DATE                TO IR-MATCH-DATE
           MOVE 0                             TO IR-PREPAID-AMOUNT
           COMPUTE WS-INVOICE-AMOUNT =
              WS-INV-QUANTITY(INV-IDX) * WS-INV-UNIT-PRICE(INV-IDX)
           PERFORM VARYING LCP-IDX FROM 1 BY 1
              UNTIL LCP-IDX > WS-LCP-COUNT
                 IF WS-LCP-SUPPLIER-CODE(LCP-IDX) =
                    WS-INV-SUPPLIER-CODE(INV-IDX)
                    AND WS-LCP-PO-NUMBER(LCP-IDX) =
                        WS-INV-PO-NUMBER(INV-IDX)
                    AND WS-LCP-DRAWN-AMOUNT(LCP-IDX) > 0
                    IF WS-LCP-DRAWN-AMOUNT(LCP-IDX) <
                       WS-INVOICE-AMOUNT
                       MOVE WS-LCP-DRAWN-AMOUNT(LCP-IDX)
                          TO IR-PREPAID-AMOUNT
                    ELSE
                       MOVE WS-INVOICE-AMOUNT TO IR-PREPAID-AMOUNT
                    END-IF
                 END-IF
           END-PERFORM
           IF IR-PREPAID-AMOUNT > 0
              MOVE 'Match OK - prepayment applied' TO IM-REASON
              ADD 1 TO WS-PREPAID-COUNT
           END-IF
           WRITE INVCREG-RECORD
           .

           END-IF
           .

      *    Loads the letter-of-credit / prepayment rows once at
      *    startup - only what has gone out matters here.
       080-LOAD-PREPAYMENTS.
           OPEN INPUT LCPREPAY-REC
           IF WS-LCPREPAY-FILE-STATUS = '00'
              READ LCPREPAY-REC
                 AT END MOVE 'Y' TO LCPREPAY-EOF
              END-READ
              PERFORM VARYING LCP-IDX FROM 1 BY 1
                 UNTIL NO-MORE-LCP-ROWS OR LCP-IDX > 500
                    MOVE LP-SUPPLIER-CODE
                       TO WS-LCP-SUPPLIER-CODE(LCP-IDX)
                    MOVE LP-PO-NUMBER TO WS-LCP-PO-NUMBER(LCP-IDX)
                    MOVE LP-DRAWN-AMOUNT
                       TO WS-LCP-DRAWN-AMOUNT(LCP-IDX)
                    SET WS-LCP-COUNT TO LCP-IDX
                    READ LCPREPAY-REC
                       AT END MOVE 'Y' TO LCPREPAY-EOF
                    END-READ
              END-PERFORM
              CLOSE LCPREPAY-REC
           END-IF
           .

      *    Loads the period-status reference once at startup - a
      *    missing file leaves every period open.
       065-LOAD-PERIOD-STATUS.
           CLOSE INVMATCH-REC.
           CLOSE EXCPWORK-REC.
           CLOSE INVCREG-REC.
           CLOSE APPREJCT-REC.
