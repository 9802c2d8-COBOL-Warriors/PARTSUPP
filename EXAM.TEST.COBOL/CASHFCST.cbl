      * //PAYREGOL DD DSN=USER66.EXAM.DEV.PAYREG.REGISTER,DISP=SHR
      *   JCL Output
      * //CASHRPT  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   PAYREG's register now also carries netted debit memos
      *   (entry type 'D') - they are skipped on load, so a memo
      *   against a PO never makes the PO itself look paid.
      *
      * 2026-10-15 maruca V0R0M3
      *   Scheduled retainage releases.  The retainage ledger PAYREG
      *   keeps (optional RETLEDGR DD) is read for every PO still
      *   holding a balance with a release scheduled - the balance
      *   is bucketed by the scheduled acceptance date in its own
      *   RETAINAGE column, and counted in the bucket's POs.
      *   Retainage with no release scheduled has no date to
      *   forecast and is left to RETAGE.
      *   JCL Input (new)
      * //RETLEDGR DD DSN=USER66.EXAM.DEV.PAYREG.RETLEDGR,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M4
      *   Money already out on a letter of credit or prepayment
      *   (optional LCPREPAY DD, LCPREPAY.cpy) is no longer
      *   forecast a second time - a received PO's outflow is
      *   what PAYREG will remit, the PO amount less what has
      *   been drawn against it.
      *   JCL Input (new)
      * //LCPREPAY DD DSN=USER66.EXAM.DEV.LCPREPAY.MASTER,DISP=SHR
      ***************************************************************
      * Cash-requirements forecast - when the money actually goes
      * out, not just how much is owed.  Sweeps the master for
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT PAYREG-OLD    ASSIGN TO PAYREGOL
               FILE STATUS IS WS-PAYREGOL-FILE-STATUS.
           SELECT RETLEDGR-REC  ASSIGN TO RETLEDGR
               FILE STATUS IS WS-RETLEDGR-FILE-STATUS.
           SELECT LCPREPAY-REC  ASSIGN TO LCPREPAY
               FILE STATUS IS WS-LCPREPAY-FILE-STATUS.
           SELECT CASHRPT-REC   ASSIGN TO CASHRPT.

       DATA DIVISION.
           05  PRO-PO-NUMBER       PIC X(06).
           05  PRO-REMIT-DATE      PIC 9(08).
           05  PRO-AMOUNT          PIC S9(9)V99.
           05  PRO-ENTRY-TYPE      PIC X(01).
               88 PRO-DEBIT-MEMO            VALUE 'D'.
           05  FILLER              PIC X(44).

       FD  RETLEDGR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETAINAGE-LEDGER-ROW.
           COPY 'RETLEDGR'.

       FD  LCPREPAY-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LC-PREPAY-ROW.
           COPY 'LCPREPAY'.

       FD  CASHRPT-REC
           RECORDING MODE F
       WORKING-STORAGE SECTION.

       01  WS-PAYREGOL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-RETLEDGR-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-LCPREPAY-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    What has already gone out per supplier/PO.  A missing
      *    LCPREPAY leaves the table empty - nothing prepaid.
       01  WS-LCP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-LCP-TABLE.
           05  WS-LCP-ENTRY OCCURS 500 TIMES
                  INDEXED BY LCP-IDX.
               10 WS-LCP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-LCP-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-LCP-DRAWN-AMOUNT    PIC S9(9)V99   VALUE 0.
       01  LCPREPAY-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-LCP-ROWS                          VALUE 'Y'.

      *    Already-remitted POs off the payment register - anything
      *    on here is paid (or queued for payment) and out of the
                  INDEXED BY BKT-IDX.
               10 WS-BKT-AMOUNT          PIC S9(11)V99  VALUE 0.
               10 WS-BKT-DISCOUNT        PIC S9(9)V99   VALUE 0.
               10 WS-BKT-RETAINAGE       PIC S9(9)V99   VALUE 0.
               10 WS-BKT-PO-COUNT        PIC 9(05)      VALUE 0.

       01  WS-BUCKET-LABELS.
       01  WS-RUN-COUNTS.
           05 WS-UNPAID-COUNT            PIC 9(05)      VALUE 0.
           05 WS-PAID-SKIP-COUNT         PIC 9(05)      VALUE 0.
           05 WS-RETAINAGE-COUNT         PIC 9(05)      VALUE 0.
           05 WS-PREPAID-COUNT           PIC 9(05)      VALUE 0.

       01  WS-PO-AMOUNT                  PIC S9(9)V99   VALUE 0.
       01  WS-DISCOUNT-AMOUNT            PIC S9(9)V99   VALUE 0.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  PAYREGOL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-REGISTER                      VALUE 'Y'.
       01  RETLEDGR-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-LEDGER-ROWS                       VALUE 'Y'.
       01  WS-RETAIN-BALANCE             PIC S9(9)V99   VALUE 0.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'CASH REQUIREMENTS FORECAST - RECEIVED, NOT YET REMITTED'.
           05  FILLER              PIC X(20)      VALUE
               '  EARLY-PAY DISC'.
           05  FILLER              PIC X(08)      VALUE '     POS'.
           05  FILLER              PIC X(10)      VALUE ' RETAINAGE'.
           05  FILLER              PIC X(64)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-BUCKET-LABEL    PIC X(08)      VALUE SPACES.
           05  RPD-DISCOUNT        PIC ZZZ,ZZZ,ZZ9.99- VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-PO-COUNT        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-RETAINAGE       PIC ZZZ,ZZZ,ZZ9.99- VALUE SPACES.
           05  FILLER              PIC X(61)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-LOAD-PAYMENT-REGISTER.
           PERFORM 450-LOAD-PREPAYMENTS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM 600-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 700-SCHEDULED-RETAINAGE.
           PERFORM 800-WRITE-FORECAST.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'CASHFCST COMPLETE - UNPAID POS: ' WS-UNPAID-COUNT
              ' ALREADY REMITTED: ' WS-PAID-SKIP-COUNT
              ' RETAINAGE RELEASES: ' WS-RETAINAGE-COUNT
              ' PREPAID NETTED: ' WS-PREPAID-COUNT.
           GOBACK.

       000-INIT.
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE).
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO PAYREGOL-EOF.
           MOVE 'N' TO RETLEDGR-EOF.
           MOVE 'N' TO LCPREPAY-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
              READ PAYREG-OLD
                 AT END MOVE 'Y' TO PAYREGOL-EOF
              END-READ
              PERFORM UNTIL NO-MORE-OLD-REGISTER
                 OR WS-REG-COUNT >= 2000
                 IF NOT PRO-DEBIT-MEMO
                    ADD 1 TO WS-REG-COUNT
                    MOVE PRO-SUPPLIER-CODE
                       TO WS-REG-SUPPLIER-CODE(WS-REG-COUNT)
                    MOVE PRO-PO-NUMBER
                       TO WS-REG-PO-NUMBER(WS-REG-COUNT)
                 END-IF
                 READ PAYREG-OLD
                    AT END MOVE 'Y' TO PAYREGOL-EOF
                 END-READ
              END-PERFORM
              CLOSE PAYREG-OLD
           END-IF
           .

       450-LOAD-PREPAYMENTS.
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

       600-PROCESS-MASTER.
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              IF PO-NUMBER(PO-IDX) NOT = SPACES
           ADD 1 TO WS-UNPAID-COUNT
           COMPUTE WS-PO-AMOUNT =
              RECEIVED-QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
           PERFORM 625-NET-PREPAYMENT
           IF SUPPLIER-TERMS-NET-DAYS > 0
              MOVE SUPPLIER-TERMS-NET-DAYS TO WS-NET-DAYS
           ELSE
           END-IF
           .

      *    Never below zero - a deposit bigger than the receipt
      *    leaves nothing to pay, not money coming back.
       625-NET-PREPAYMENT.
           PERFORM VARYING LCP-IDX FROM 1 BY 1
              UNTIL LCP-IDX > WS-LCP-COUNT
                 IF WS-LCP-SUPPLIER-CODE(LCP-IDX) = SUPPLIER-CODE
                    AND WS-LCP-PO-NUMBER(LCP-IDX) = PO-NUMBER(PO-IDX)
                    AND WS-LCP-DRAWN-AMOUNT(LCP-IDX) > 0
                    ADD 1 TO WS-PREPAID-COUNT
                    IF WS-LCP-DRAWN-AMOUNT(LCP-IDX) < WS-PO-AMOUNT
                       SUBTRACT WS-LCP-DRAWN-AMOUNT(LCP-IDX)
                          FROM WS-PO-AMOUNT
                    ELSE
                       MOVE 0 TO WS-PO-AMOUNT
                    END-IF
                 END-IF
           END-PERFORM
           .

      *    The release date stands in for the due date - a
      *    release scheduled for a date already gone is past due.
       700-SCHEDULED-RETAINAGE.
           OPEN INPUT RETLEDGR-REC
           IF WS-RETLEDGR-FILE-STATUS = '00'
              READ RETLEDGR-REC
                 AT END MOVE 'Y' TO RETLEDGR-EOF
              END-READ
              PERFORM UNTIL NO-MORE-LEDGER-ROWS
                 IF RL-HELD-AMOUNT > RL-RELEASED-AMOUNT
                    AND FUNCTION TEST-DATE-YYYYMMDD
                        (RL-SCHED-RELEASE-DATE) = 0
                    PERFORM 710-BUCKET-RETAINAGE
                 END-IF
                 READ RETLEDGR-REC
                    AT END MOVE 'Y' TO RETLEDGR-EOF
                 END-READ
              END-PERFORM
              CLOSE RETLEDGR-REC
           END-IF
           .

       710-BUCKET-RETAINAGE.
           ADD 1 TO WS-RETAINAGE-COUNT
           COMPUTE WS-RETAIN-BALANCE =
              RL-HELD-AMOUNT - RL-RELEASED-AMOUNT
           COMPUTE WS-DAYS-TO-DUE =
              FUNCTION INTEGER-OF-DATE(RL-SCHED-RELEASE-DATE)
              - WS-TODAY-INT
           EVALUATE TRUE
              WHEN WS-DAYS-TO-DUE < 0
                 MOVE 1 TO WS-BUCKET-SLOT
              WHEN WS-DAYS-TO-DUE < 43
                 COMPUTE WS-BUCKET-SLOT = (WS-DAYS-TO-DUE / 7) + 2
              WHEN OTHER
                 MOVE 8 TO WS-BUCKET-SLOT
           END-EVALUATE
           ADD WS-RETAIN-BALANCE TO WS-BKT-RETAINAGE(WS-BUCKET-SLOT)
           ADD 1 TO WS-BKT-PO-COUNT(WS-BUCKET-SLOT)
           .

       800-WRITE-FORECAST.
           WRITE CASHRPT-RECORD FROM WS-RPT-HEADING
           WRITE CASHRPT-RECORD FROM WS-RPT-COL-HEADING
              MOVE WS-BKT-AMOUNT(BKT-IDX) TO RPD-AMOUNT
              MOVE WS-BKT-DISCOUNT(BKT-IDX) TO RPD-DISCOUNT
              MOVE WS-BKT-PO-COUNT(BKT-IDX) TO RPD-PO-COUNT
              MOVE WS-BKT-RETAINAGE(BKT-IDX) TO RPD-RETAINAGE
              WRITE CASHRPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           .
