      * Created:                    2026-09-02
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M4
      *  Version Level
      *  Release Level
      *  Modification Level
      * //JVOUCHER DD DSN=USER66.EXAM.DEV.JVGEN.VOUCHERS,
      * //            DISP=(,CATLG)
      * //JVGENRPT DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Receipts now debit inventory at standard cost - the
      *   part's STDCOST row times the received quantity - and the
      *   difference from the PO UNIT-PRICE posts separately to the
      *   purchase price variance account: unfavorable variance as
      *   a debit, favorable as a credit.  The GR/IR credit stays
      *   at actual, so the batch still balances.  A part with no
      *   standard on file debits at actual as before and is
      *   counted on JVGENRPT; a missing STDCOST file runs the old
      *   all-actual batch.
      *   JCL Input (new)
      * //STDCOST  DD DSN=USER66.EXAM.DEV.STDCOST.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M3
      *   Coded purchasing-card lines released by PCARDREC now
      *   debit the GL code the cardholder assigned, through the
      *   same per-code debit rows as receipts, with one credit to
      *   the P-card clearing account for their total.  No
      *   PCJVFEED this run is a receipts-only batch as before.
      *   JCL Input (new)
      * //PCJVFEED DD DSN=USER66.EXAM.DEV.PCARD.JVFEED,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M4
      *   Company code for the sister plant's separate legal entity.
      *   Receipts accumulate by company (PO-COMPANY-CODE) and GL
      *   code, P-card lines by PJ-COMPANY-CODE, and each company
      *   gets its own balanced batch - debits, variance, accrual
      *   and P-card credits, and a control trailer - with
      *   JV-COMPANY-CODE (out of the filler) on every row, so one
      *   entity's receipts never clear against the other's GR/IR.
      *   Spaces on the master or feed are the home company '01'.
      *   An optional JVPARM names one company to run; missing or
      *   blank runs every company, each still its own batch.
      *   JCL Input (new)
      * //JVPARM   DD DSN=USER66.EXAM.DEV.JVGEN.PARM,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M5
      *   The company table is guarded at its 20 entries - a
      *   company past that is DISPLAYed and left out of every
      *   batch instead of running past the end of the table.
      ***************************************************************
      * Balanced journal-voucher generation from the period's
      * receipt activity - the APCOST feed is a one-sided row per
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT COAREF-REC    ASSIGN TO COAREF
               FILE STATUS IS WS-COAREF-FILE-STATUS.
           SELECT STDCOST-REC   ASSIGN TO STDCOST
               FILE STATUS IS WS-STDCOST-FILE-STATUS.
           SELECT PCJVFEED-REC  ASSIGN TO PCJVFEED
               FILE STATUS IS WS-PCJVFEED-FILE-STATUS.
           SELECT JVOUCHER-REC  ASSIGN TO JVOUCHER.
           SELECT JVGENRPT-REC  ASSIGN TO JVGENRPT.
           SELECT JVPARM-REC    ASSIGN TO JVPARM
               FILE STATUS IS WS-JVPARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  COA-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(04).

      *    Standard cost per part.  See STDCOST.cpy.
       FD  STDCOST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STD-COST-ROW.
           COPY 'STDCOST'.

      *    Coded P-card lines from PCARDREC.  See PCJVFEED.cpy.
       FD  PCJVFEED-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCARD-JV-ROW.
           COPY 'PCJVFEED'.

      *    One fixed-format voucher row per debit/credit line, plus
      *    a batch-control trailer row - one batch per company.
       FD  JVOUCHER-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           05  JV-ACCOUNT-CODE     PIC X(06).
           05  JV-DR-CR            PIC X(01).
           05  JV-AMOUNT           PIC S9(11)V99.
           05  JV-COMPANY-CODE     PIC X(02).
           05  FILLER              PIC X(49).

       FD  JVGENRPT-REC
           RECORDING MODE F
           DATA RECORD IS JVGENRPT-RECORD.
       01  JVGENRPT-RECORD               PIC X(132).

      *    One 2-byte company selector.  A missing or blank record
      *    (or FILE STATUS not '00') means run every company.
       FD  JVPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JVPARM-RECORD.
       01  JVPARM-RECORD.
           05  JVPARM-COMPANY-CODE   PIC X(02).

       WORKING-STORAGE SECTION.

       01  WS-COAREF-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-STDCOST-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-PCJVFEED-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-JVPARM-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    Blank company codes on the master and the P-card feed are
      *    the home company.  WS-RUN-COMPANY spaces = every company.
       01  WS-HOME-COMPANY               PIC X(02)      VALUE '01'.
       01  WS-RUN-COMPANY                PIC X(02)      VALUE SPACES.
       01  WS-PO-COMPANY                 PIC X(02)      VALUE SPACES.

      *    Per-company batch accumulators, in first-seen order.
      *    800 moves one company's row into the WS-TOTAL-ACTUAL/
      *    WS-PPV-/WS-PCARD- working totals before writing its
      *    batch.
       01  WS-CO-COUNT                   PIC 9(02)      VALUE 0.
       01  WS-CO-SLOT                    PIC 9(02)      VALUE 0.
       01  WS-CO-FOUND-FLAG              PIC X(01)      VALUE 'N'.
           88 COMPANY-FOUND                             VALUE 'Y'.
       01  WS-COMPANY-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES
                  INDEXED BY CO-IDX.
               10 WS-CO-COMPANY-CODE     PIC X(02)      VALUE SPACES.
               10 WS-CO-TOTAL-ACTUAL     PIC S9(13)V99  VALUE 0.
               10 WS-CO-PPV-UNFAVORABLE  PIC S9(11)V99  VALUE 0.
               10 WS-CO-PPV-FAVORABLE    PIC S9(11)V99  VALUE 0.
               10 WS-CO-PCARD-TOTAL      PIC S9(13)V99  VALUE 0.
               10 WS-CO-PCARD-COUNT      PIC 9(05)      VALUE 0.
       01  WS-BATCH-ROWS                 PIC 9(05)      VALUE 0.
       01  WS-BATCH-PCARD-COUNT          PIC 9(05)      VALUE 0.

      *    The chart of accounts, loaded whole for the debit-code
      *    check.
                  INDEXED BY COA-IDX.
               10 WS-COA-ACCOUNT-CODE    PIC X(06)      VALUE SPACES.

      *    Standard cost per part, loaded whole.
       01  WS-STD-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-STD-COST-TABLE.
           05  WS-STD-ENTRY OCCURS 3000 TIMES
                  INDEXED BY STD-IDX.
               10 WS-STD-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-STD-UNIT-COST       PIC S9(7)V99   VALUE 0.

      *    Received dollars per company and GL-COST-CODE - at
      *    standard where the part has one, at actual where it
      *    doesn't.
       01  WS-DR-COUNT                   PIC 9(03)      VALUE 0.
       01  WS-DEBIT-TABLE.
           05  WS-DR-ENTRY OCCURS 200 TIMES
                  INDEXED BY DR-IDX.
               10 WS-DR-COMPANY-CODE     PIC X(02)      VALUE SPACES.
               10 WS-DR-GL-COST-CODE     PIC X(06)      VALUE SPACES.
               10 WS-DR-AMOUNT           PIC S9(11)V99  VALUE 0.

      *    receipts sit in until the invoices clear them.
       01  WS-ACCRUAL-ACCOUNT            PIC X(06)      VALUE 'GRIR01'.

      *    Purchase price variance - actual less standard.
       01  WS-PPV-ACCOUNT                PIC X(06)      VALUE 'PPV001'.
       01  WS-PPV-UNFAVORABLE            PIC S9(11)V99  VALUE 0.
       01  WS-PPV-FAVORABLE              PIC S9(11)V99  VALUE 0.
       01  WS-TOTAL-ACTUAL               PIC S9(13)V99  VALUE 0.
       01  WS-STD-AMOUNT                 PIC S9(9)V99   VALUE 0.
       01  WS-PPV-AMOUNT                 PIC S9(9)V99   VALUE 0.
       01  WS-PPV-POST-DR-CR             PIC X(01)      VALUE SPACE.
       01  WS-PPV-POST-AMOUNT            PIC S9(11)V99  VALUE 0.
       01  WS-PPV-POST-REMARK            PIC X(40)      VALUE SPACES.

      *    P-card clearing - the card bank's statement balance the
      *    coded card lines are charged out of.
       01  WS-PCARD-ACCOUNT              PIC X(06)      VALUE 'PCARD1'.
       01  WS-PCARD-TOTAL                PIC S9(13)V99  VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-DETAIL-ROWS             PIC 9(05)      VALUE 0.
           05 WS-OFF-CHART-COUNT         PIC 9(03)      VALUE 0.
           05 WS-NO-STANDARD-COUNT       PIC 9(05)      VALUE 0.
           05 WS-PCARD-LINE-COUNT        PIC 9(05)      VALUE 0.

       01  WS-TOTAL-DEBITS               PIC S9(13)V99  VALUE 0.
       01  WS-TOTAL-CREDITS              PIC S9(13)V99  VALUE 0.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  COAREF-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-COA-CODES                         VALUE 'Y'.
       01  STDCOST-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-STANDARDS                         VALUE 'Y'.
       01  PCJVFEED-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PCARD-LINES                       VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'JOURNAL VOUCHER BATCH - RECEIPT ACTIVITY BY GL CODE'.

       01  WS-RPT-CO-HEADING.
           05  FILLER              PIC X(08)      VALUE 'COMPANY '.
           05  JVH-COMPANY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(122)     VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  JVD-ACCOUNT-CODE    PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
               SPACES.
           05  FILLER              PIC X(56)      VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  JVN-TITLE           PIC X(40)      VALUE SPACES.
           05  JVN-COUNT           PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(87)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PARM.
           PERFORM 300-LOAD-CHART-OF-ACCOUNTS.
           PERFORM 350-LOAD-STANDARD-COSTS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM 600-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 650-PROCESS-PCARD-FEED.
           PERFORM 800-WRITE-VOUCHER-BATCH.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'JVGEN COMPLETE - DETAIL ROWS: ' WS-DETAIL-ROWS
              ' OFF-CHART CODES: ' WS-OFF-CHART-COUNT
              ' NO STANDARD: ' WS-NO-STANDARD-COUNT
              ' P-CARD LINES: ' WS-PCARD-LINE-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-COA-TABLE.
           INITIALIZE WS-DR-COUNT.
           INITIALIZE WS-DEBIT-TABLE.
           INITIALIZE WS-STD-COUNT.
           INITIALIZE WS-STD-COST-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           INITIALIZE WS-CO-COUNT.
           INITIALIZE WS-COMPANY-TABLE.
           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           MOVE 0 TO WS-TOTAL-ACTUAL.
           MOVE 0 TO WS-PPV-UNFAVORABLE.
           MOVE 0 TO WS-PPV-FAVORABLE.
           MOVE 0 TO WS-PCARD-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO COAREF-EOF.
           MOVE 'N' TO STDCOST-EOF.
           MOVE 'N' TO PCJVFEED-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT JVOUCHER-REC.
           OPEN OUTPUT JVGENRPT-REC.

      *    Same optional-file treatment PERCLOSE gives PERPARM - a
      *    missing JVPARM DD just means every company, never an
      *    abend.
       110-READ-PARM.
           MOVE SPACES TO WS-RUN-COMPANY
           OPEN INPUT JVPARM-REC
           IF WS-JVPARM-FILE-STATUS = '00'
              READ JVPARM-REC
              IF WS-JVPARM-FILE-STATUS = '00'
                 AND JVPARM-COMPANY-CODE NOT = SPACES
                 MOVE JVPARM-COMPANY-CODE TO WS-RUN-COMPANY
              END-IF
           END-IF
           CLOSE JVPARM-REC.

      *    A missing chart (FILE STATUS not '00') leaves the table
      *    empty and nothing is flagged off-chart.
       300-LOAD-CHART-OF-ACCOUNTS.
           END-IF
           .

      *    A missing STDCOST (FILE STATUS not '00') leaves the table
      *    empty and every receipt debits at actual.
       350-LOAD-STANDARD-COSTS.
           OPEN INPUT STDCOST-REC
           IF WS-STDCOST-FILE-STATUS = '00'
              READ STDCOST-REC
                 AT END MOVE 'Y' TO STDCOST-EOF
              END-READ
              PERFORM VARYING STD-IDX FROM 1 BY 1
                 UNTIL NO-MORE-STANDARDS OR STD-IDX > 3000
                    MOVE STD-PART-NUMBER
                       TO WS-STD-PART-NUMBER(STD-IDX)
                    MOVE STD-UNIT-COST
                       TO WS-STD-UNIT-COST(STD-IDX)
                    SET WS-STD-COUNT TO STD-IDX
                    READ STDCOST-REC
                       AT END MOVE 'Y' TO STDCOST-EOF
                    END-READ
              END-PERFORM
              CLOSE STDCOST-REC
           END-IF
           .

      *    A receipt belonging to a company other than JVPARM's is
      *    left for that company's run.
       600-PROCESS-MASTER.
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              MOVE PO-COMPANY-CODE(PO-IDX) TO WS-PO-COMPANY
              IF WS-PO-COMPANY = SPACES
                 MOVE WS-HOME-COMPANY TO WS-PO-COMPANY
              END-IF
              IF PO-NUMBER(PO-IDX) NOT = SPACES
                 AND PO-STATUS-RECEIVED(PO-IDX)
                 AND NOT PO-TYPE-BLANKET(PO-IDX)
                 AND (WS-RUN-COMPANY = SPACES
                      OR WS-PO-COMPANY = WS-RUN-COMPANY)
                 PERFORM 605-FIND-COMPANY-SLOT
                 IF WS-CO-SLOT > 0
                    PERFORM 610-ACCUMULATE-BY-GL-CODE
                 END-IF
              END-IF
           END-PERFORM
           READ PART-SUPP-OLD
           END-READ
           .

      *    The company's accumulator row for WS-PO-COMPANY, added
      *    on first sight.  A company with no room left on the table
      *    comes back as slot 0 and its lines are left out of every
      *    batch rather than posted to another company's.
       605-FIND-COMPANY-SLOT.
           MOVE 'N' TO WS-CO-FOUND-FLAG
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT OR COMPANY-FOUND
                 IF WS-CO-COMPANY-CODE(CO-IDX) = WS-PO-COMPANY
                    MOVE 'Y' TO WS-CO-FOUND-FLAG
                    SET WS-CO-SLOT TO CO-IDX
                 END-IF
           END-PERFORM
           IF NOT COMPANY-FOUND
              IF WS-CO-COUNT < 20
                 ADD 1 TO WS-CO-COUNT
                 MOVE WS-CO-COUNT TO WS-CO-SLOT
                 MOVE WS-PO-COMPANY TO WS-CO-COMPANY-CODE(WS-CO-SLOT)
              ELSE
                 DISPLAY 'JVGEN COMPANY TABLE FULL - NOT POSTED: '
                    WS-PO-COMPANY
                 MOVE 0 TO WS-CO-SLOT
              END-IF
           END-IF
           .

       610-ACCUMULATE-BY-GL-CODE.
           COMPUTE WS-PO-AMOUNT =
              RECEIVED-QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
           ADD WS-PO-AMOUNT TO WS-CO-TOTAL-ACTUAL(WS-CO-SLOT)
           PERFORM 615-SPLIT-STANDARD-AND-PPV
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING DR-IDX FROM 1 BY 1
              UNTIL DR-IDX > WS-DR-COUNT OR ENTRY-FOUND
                 IF WS-DR-GL-COST-CODE(DR-IDX) = GL-COST-CODE
                    AND WS-DR-COMPANY-CODE(DR-IDX) = WS-PO-COMPANY
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO DR-IDX
                 END-IF
           IF NOT ENTRY-FOUND
              ADD 1 TO WS-DR-COUNT
              MOVE WS-DR-COUNT TO WS-SLOT
              MOVE WS-PO-COMPANY TO WS-DR-COMPANY-CODE(WS-SLOT)
              MOVE GL-COST-CODE TO WS-DR-GL-COST-CODE(WS-SLOT)
           END-IF
           ADD WS-STD-AMOUNT TO WS-DR-AMOUNT(WS-SLOT)
           .

      *    Standard amount into inventory, the rest to variance.
      *    No standard on file - the whole actual is the standard.
       615-SPLIT-STANDARD-AND-PPV.
           MOVE WS-PO-AMOUNT TO WS-STD-AMOUNT
           MOVE 0 TO WS-PPV-AMOUNT
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING STD-IDX FROM 1 BY 1
              UNTIL STD-IDX > WS-STD-COUNT OR ENTRY-FOUND
                 IF WS-STD-PART-NUMBER(STD-IDX) = PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    COMPUTE WS-STD-AMOUNT =
                       RECEIVED-QUANTITY(PO-IDX)
                       * WS-STD-UNIT-COST(STD-IDX)
                    COMPUTE WS-PPV-AMOUNT =
                       WS-PO-AMOUNT - WS-STD-AMOUNT
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              ADD 1 TO WS-NO-STANDARD-COUNT
           END-IF
           IF WS-PPV-AMOUNT > 0
              ADD WS-PPV-AMOUNT TO WS-CO-PPV-UNFAVORABLE(WS-CO-SLOT)
           ELSE
              SUBTRACT WS-PPV-AMOUNT
                 FROM WS-CO-PPV-FAVORABLE(WS-CO-SLOT)
           END-IF
           .

      *    Each coded card line debits its GL code at the amount
      *    charged - no standard or variance applies to card spend.
      *    A missing PCJVFEED (FILE STATUS not '00') adds nothing.
      *    A line for a company other than JVPARM's is skipped.
       650-PROCESS-PCARD-FEED.
           OPEN INPUT PCJVFEED-REC
           IF WS-PCJVFEED-FILE-STATUS = '00'
              READ PCJVFEED-REC
                 AT END MOVE 'Y' TO PCJVFEED-EOF
              END-READ
              PERFORM UNTIL NO-MORE-PCARD-LINES
                 PERFORM 660-ACCUMULATE-PCARD-LINE
                 READ PCJVFEED-REC
                    AT END MOVE 'Y' TO PCJVFEED-EOF
                 END-READ
              END-PERFORM
              CLOSE PCJVFEED-REC
           END-IF
           .

       660-ACCUMULATE-PCARD-LINE.
           MOVE PJ-COMPANY-CODE TO WS-PO-COMPANY
           IF WS-PO-COMPANY = SPACES
              MOVE WS-HOME-COMPANY TO WS-PO-COMPANY
           END-IF
           IF WS-RUN-COMPANY = SPACES
              OR WS-PO-COMPANY = WS-RUN-COMPANY
              PERFORM 605-FIND-COMPANY-SLOT
              IF WS-CO-SLOT > 0
                 PERFORM 665-POST-PCARD-LINE
              END-IF
           END-IF
           .

       665-POST-PCARD-LINE.
           ADD 1 TO WS-PCARD-LINE-COUNT
           ADD 1 TO WS-CO-PCARD-COUNT(WS-CO-SLOT)
           ADD PJ-AMOUNT TO WS-CO-PCARD-TOTAL(WS-CO-SLOT)
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING DR-IDX FROM 1 BY 1
              UNTIL DR-IDX > WS-DR-COUNT OR ENTRY-FOUND
                 IF WS-DR-GL-COST-CODE(DR-IDX) = PJ-GL-COST-CODE
                    AND WS-DR-COMPANY-CODE(DR-IDX) = WS-PO-COMPANY
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO DR-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              ADD 1 TO WS-DR-COUNT
              MOVE WS-DR-COUNT TO WS-SLOT
              MOVE WS-PO-COMPANY TO WS-DR-COMPANY-CODE(WS-SLOT)
              MOVE PJ-GL-COST-CODE TO WS-DR-GL-COST-CODE(WS-SLOT)
           END-IF
           ADD PJ-AMOUNT TO WS-DR-AMOUNT(WS-SLOT)
           .

      *    One debit per GL code at standard, the unfavorable
      *    variance as a debit and the favorable as a credit to the
      *    PPV account, one credit to the accrual account at actual,
      *    one credit to P-card clearing for the coded card lines,
      *    and a control trailer that proves the batch nets to zero
      *    - one such batch per company.
       800-WRITE-VOUCHER-BATCH.
           WRITE JVGENRPT-RECORD FROM WS-RPT-HEADING
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
                 PERFORM 805-WRITE-COMPANY-BATCH
           END-PERFORM
           IF WS-NO-STANDARD-COUNT > 0
              MOVE 'RECEIPTS WITH NO STANDARD - AT ACTUAL:'
                 TO JVN-TITLE
              MOVE WS-NO-STANDARD-COUNT TO JVN-COUNT
              WRITE JVGENRPT-RECORD FROM WS-RPT-COUNT-LINE
           END-IF
           IF WS-PCARD-LINE-COUNT > 0
              MOVE 'P-CARD LINES CODED TO GL:' TO JVN-TITLE
              MOVE WS-PCARD-LINE-COUNT TO JVN-COUNT
              WRITE JVGENRPT-RECORD FROM WS-RPT-COUNT-LINE
           END-IF
           .

       805-WRITE-COMPANY-BATCH.
           MOVE WS-CO-COMPANY-CODE(CO-IDX) TO WS-PO-COMPANY
           MOVE WS-CO-TOTAL-ACTUAL(CO-IDX) TO WS-TOTAL-ACTUAL
           MOVE WS-CO-PPV-UNFAVORABLE(CO-IDX) TO WS-PPV-UNFAVORABLE
           MOVE WS-CO-PPV-FAVORABLE(CO-IDX) TO WS-PPV-FAVORABLE
           MOVE WS-CO-PCARD-TOTAL(CO-IDX) TO WS-PCARD-TOTAL
           MOVE WS-CO-PCARD-COUNT(CO-IDX) TO WS-BATCH-PCARD-COUNT
           MOVE 0 TO WS-TOTAL-DEBITS
           MOVE 0 TO WS-TOTAL-CREDITS
           MOVE 0 TO WS-BATCH-ROWS
           MOVE WS-PO-COMPANY TO JVH-COMPANY-CODE
           WRITE JVGENRPT-RECORD FROM WS-RPT-CO-HEADING
           PERFORM VARYING DR-IDX FROM 1 BY 1
              UNTIL DR-IDX > WS-DR-COUNT
                 IF WS-DR-COMPANY-CODE(DR-IDX) = WS-PO-COMPANY
                    PERFORM 810-WRITE-ONE-DEBIT
                 END-IF
           END-PERFORM
           IF WS-PPV-UNFAVORABLE > 0
              MOVE 'D' TO WS-PPV-POST-DR-CR
              MOVE WS-PPV-UNFAVORABLE TO WS-PPV-POST-AMOUNT
              MOVE 'PURCHASE PRICE VARIANCE - UNFAVORABLE'
                 TO WS-PPV-POST-REMARK
              PERFORM 830-WRITE-PPV-ROW
              ADD WS-PPV-UNFAVORABLE TO WS-TOTAL-DEBITS
           END-IF
           MOVE SPACES TO JVOUCHER-RECORD
           MOVE 'D' TO JV-ROW-TYPE
           MOVE WS-TODAYS-DATE TO JV-POST-DATE
           MOVE WS-ACCRUAL-ACCOUNT TO JV-ACCOUNT-CODE
           MOVE 'C' TO JV-DR-CR
           MOVE WS-TOTAL-ACTUAL TO JV-AMOUNT
           MOVE WS-PO-COMPANY TO JV-COMPANY-CODE
           WRITE JVOUCHER-RECORD
           ADD 1 TO WS-DETAIL-ROWS WS-BATCH-ROWS
           ADD WS-TOTAL-ACTUAL TO WS-TOTAL-CREDITS
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-ACCRUAL-ACCOUNT TO JVD-ACCOUNT-CODE
           MOVE 'CR' TO JVD-DR-CR
           MOVE WS-TOTAL-ACTUAL TO JVD-AMOUNT
           MOVE 'GR/IR ACCRUAL - BALANCING CREDIT' TO JVD-REMARK
           WRITE JVGENRPT-RECORD FROM WS-RPT-DETAIL
           IF WS-BATCH-PCARD-COUNT > 0
              MOVE SPACES TO JVOUCHER-RECORD
              MOVE 'D' TO JV-ROW-TYPE
              MOVE WS-TODAYS-DATE TO JV-POST-DATE
              MOVE WS-PCARD-ACCOUNT TO JV-ACCOUNT-CODE
              MOVE 'C' TO JV-DR-CR
              MOVE WS-PCARD-TOTAL TO JV-AMOUNT
              MOVE WS-PO-COMPANY TO JV-COMPANY-CODE
              WRITE JVOUCHER-RECORD
              ADD 1 TO WS-DETAIL-ROWS WS-BATCH-ROWS
              ADD WS-PCARD-TOTAL TO WS-TOTAL-CREDITS
              MOVE SPACES TO WS-RPT-DETAIL
              MOVE WS-PCARD-ACCOUNT TO JVD-ACCOUNT-CODE
              MOVE 'CR' TO JVD-DR-CR
              MOVE WS-PCARD-TOTAL TO JVD-AMOUNT
              MOVE 'P-CARD CLEARING - CODED CARD SPEND'
                 TO JVD-REMARK
              WRITE JVGENRPT-RECORD FROM WS-RPT-DETAIL
           END-IF
           IF WS-PPV-FAVORABLE > 0
              MOVE 'C' TO WS-PPV-POST-DR-CR
              MOVE WS-PPV-FAVORABLE TO WS-PPV-POST-AMOUNT
              MOVE 'PURCHASE PRICE VARIANCE - FAVORABLE'
                 TO WS-PPV-POST-REMARK
              PERFORM 830-WRITE-PPV-ROW
              ADD WS-PPV-FAVORABLE TO WS-TOTAL-CREDITS
           END-IF
           MOVE SPACES TO JVOUCHER-RECORD
           MOVE 'T' TO JV-ROW-TYPE
           MOVE WS-TODAYS-DATE TO JV-POST-DATE
           MOVE SPACES TO JV-ACCOUNT-CODE
           MOVE SPACE TO JV-DR-CR
           MOVE WS-BATCH-ROWS TO JV-AMOUNT
           MOVE WS-PO-COMPANY TO JV-COMPANY-CODE
           WRITE JVOUCHER-RECORD
           MOVE WS-BATCH-ROWS   TO JVC-ROW-COUNT
           MOVE WS-TOTAL-DEBITS TO JVC-TOTAL-DR
           MOVE WS-TOTAL-CREDITS TO JVC-TOTAL-CR
           WRITE JVGENRPT-RECORD FROM WS-RPT-CONTROL-LINE
           MOVE WS-DR-GL-COST-CODE(DR-IDX) TO JV-ACCOUNT-CODE
           MOVE 'D' TO JV-DR-CR
           MOVE WS-DR-AMOUNT(DR-IDX) TO JV-AMOUNT
           MOVE WS-PO-COMPANY TO JV-COMPANY-CODE
           WRITE JVOUCHER-RECORD
           ADD 1 TO WS-DETAIL-ROWS WS-BATCH-ROWS
           ADD WS-DR-AMOUNT(DR-IDX) TO WS-TOTAL-DEBITS
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-DR-GL-COST-CODE(DR-IDX) TO JVD-ACCOUNT-CODE
           WRITE JVGENRPT-RECORD FROM WS-RPT-DETAIL
           .

       830-WRITE-PPV-ROW.
           MOVE SPACES TO JVOUCHER-RECORD
           MOVE 'D' TO JV-ROW-TYPE
           MOVE WS-TODAYS-DATE TO JV-POST-DATE
           MOVE WS-PPV-ACCOUNT TO JV-ACCOUNT-CODE
           MOVE WS-PPV-POST-DR-CR TO JV-DR-CR
           MOVE WS-PPV-POST-AMOUNT TO JV-AMOUNT
           MOVE WS-PO-COMPANY TO JV-COMPANY-CODE
           WRITE JVOUCHER-RECORD
           ADD 1 TO WS-DETAIL-ROWS WS-BATCH-ROWS
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-PPV-ACCOUNT TO JVD-ACCOUNT-CODE
           IF WS-PPV-POST-DR-CR = 'D'
              MOVE 'DR' TO JVD-DR-CR
           ELSE
              MOVE 'CR' TO JVD-DR-CR
           END-IF
           MOVE WS-PPV-POST-AMOUNT TO JVD-AMOUNT
           MOVE WS-PPV-POST-REMARK TO JVD-REMARK
           WRITE JVGENRPT-RECORD FROM WS-RPT-DETAIL
           .

       820-CHECK-CODE-ON-CHART.
           IF WS-COA-COUNT > 0
              MOVE 'N' TO WS-FOUND-FLAG
