      * //GRIRRPT  DD SYSOUT=*
      * //GRIRJRNL DD DSN=USER66.EXAM.DEV.GRIRACCR.JOURNAL,
      * //            DISP=(,CATLG)
      *
      * 2026-10-15 maruca V0R0M2
      *   Money already out on a letter of credit or prepayment
      *   (optional LCPREPAY DD, LCPREPAY.cpy) comes off the
      *   accrual - a received, uninvoiced PO accrues only what
      *   is still to be paid, the PO amount less what has been
      *   drawn against it, never below zero.
      *   JCL Input (new)
      * //LCPREPAY DD DSN=USER66.EXAM.DEV.LCPREPAY.MASTER,DISP=SHR
      ***************************************************************
      * Month-end received-not-invoiced (GR/IR) accrual - the dollar
      * value of material received but not yet billed, which finance
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT INVCREG-REC   ASSIGN TO INVCREG
               FILE STATUS IS WS-INVCREG-FILE-STATUS.
           SELECT LCPREPAY-REC  ASSIGN TO LCPREPAY
               FILE STATUS IS WS-LCPREPAY-FILE-STATUS.
           SELECT GRIRRPT-REC   ASSIGN TO GRIRRPT.
           SELECT GRIRJRNL-REC  ASSIGN TO GRIRJRNL.

           05  IR-MATCH-DATE       PIC 9(08).
           05  FILLER              PIC X(30).

      *    Letter-of-credit / prepayment file LCMAINT maintains.
       FD  LCPREPAY-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LC-PREPAY-ROW.
           COPY 'LCPREPAY'.

       FD  GRIRRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
       WORKING-STORAGE SECTION.

       01  WS-INVCREG-FILE-STATUS        PIC X(02)      VALUE SPACES.
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

      *    Invoiced supplier/PO pairs off the register - anything on
      *    here has been billed and accrues nothing.
       01  WS-RUN-COUNTS.
           05 WS-UNINVOICED-COUNT        PIC 9(05)      VALUE 0.
           05 WS-INVOICED-SKIP           PIC 9(05)      VALUE 0.
           05 WS-PREPAID-COUNT           PIC 9(05)      VALUE 0.

       01  WS-AGE-TOTALS.
           05 WS-AGE-0-30                PIC 9(05)      VALUE 0.
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-LOAD-INVOICE-REGISTER.
           PERFORM 450-LOAD-PREPAYMENTS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM 1000-CLOSE-END.
           DISPLAY 'GRIRACCR COMPLETE - UNINVOICED POS: '
              WS-UNINVOICED-COUNT
              ' INVOICED SKIPPED: ' WS-INVOICED-SKIP
              ' PREPAID NETTED: ' WS-PREPAID-COUNT.
           GOBACK.

       000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO INVCREG-EOF.
           MOVE 'N' TO LCPREPAY-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
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
           ADD 1 TO WS-UNINVOICED-COUNT
           COMPUTE WS-PO-AMOUNT =
              RECEIVED-QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
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
           COMPUTE WS-DAYS-WAITING =
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
              - FUNCTION INTEGER-OF-DATE(LAST-UPDATE-DATE)
