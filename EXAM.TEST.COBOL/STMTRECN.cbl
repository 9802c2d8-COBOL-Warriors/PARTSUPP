      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //STMTRPT  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   PAYREG's register now also carries netted debit memos
      *   (entry type 'D') - they are skipped on load, so a memo
      *   against a PO never makes the PO itself look paid.
      *
      * 2026-10-15 maruca V0R0M3
      *   A statement line whose document number is one of our
      *   DEBITMEM memo ids (for that supplier) is the supplier's
      *   credit against the memo - it now reports as CREDIT
      *   AGAINST OUR DEBIT MEMO ahead of every other match, and a
      *   row goes onto the DMCREDIT statement-credit feed so
      *   ADJAGE stops aging the memo.  A missing DEBITMEM just
      *   recognises no credits.
      *   JCL Input (new)
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=SHR
      *   JCL Output (new)
      * //DMCREDIT DD DSN=USER66.EXAM.DEV.DEBITMEM.CREDITS,DISP=MOD
      ***************************************************************
      * Supplier statement reconciliation - suppliers mail month-end
      * statements of every invoice they think we owe, and AP
      *    - AWAITING INVOICE when the PO is Received on the master
      *      but no matched invoice exists (the bill beat the 810),
      *    - UNRECOGNIZED when nothing on our side knows it.
      * (A line quoting one of our debit memo ids is the supplier's
      * credit against it, and is reported as such before any of
      * the above.)
      * Then the other direction: every received-but-uninvoiced PO
      * for a supplier on the statement that the statement does NOT
      * mention - the surprise invoice coming later.
               FILE STATUS IS WS-PAYREGOL-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT STMTRPT-REC   ASSIGN TO STMTRPT.
           SELECT DEBITMEM-REC  ASSIGN TO DEBITMEM
               FILE STATUS IS WS-DEBITMEM-FILE-STATUS.
           SELECT DMCREDIT-REC  ASSIGN TO DMCREDIT.

       DATA DIVISION.
       FILE SECTION.
           05  PRO-PO-NUMBER       PIC X(06).
           05  PRO-REMIT-DATE      PIC 9(08).
           05  PRO-AMOUNT          PIC S9(9)V99.
           05  PRO-ENTRY-TYPE      PIC X(01).
               88 PRO-DEBIT-MEMO            VALUE 'D'.
           05  FILLER              PIC X(44).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.
           DATA RECORD IS STMTRPT-RECORD.
       01  STMTRPT-RECORD                PIC X(132).

      *    Common debit/credit adjustment feed - see DEBITMEM.cpy.
       FD  DEBITMEM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
           COPY 'DEBITMEM'.

      *    Statement credits recognised - see DMCREDIT.cpy.
       FD  DMCREDIT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DM-CREDIT-ROW.
           COPY 'DMCREDIT'.

       WORKING-STORAGE SECTION.

       01  WS-INVCREG-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-PAYREGOL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-DEBITMEM-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    The statement lines being reconciled.
       01  WS-STM-COUNT                  PIC 9(03)      VALUE 0.
               10 WS-STM-INV-NUMBER      PIC X(10)      VALUE SPACES.
               10 WS-STM-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-STM-AMOUNT          PIC 9(9)V99    VALUE 0.
               10 WS-STM-STMT-DATE       PIC 9(08)      VALUE 0.
               10 WS-STM-VERDICT         PIC X(01)      VALUE 'U'.
                  88 WS-STM-PAID                        VALUE 'P'.
                  88 WS-STM-MATCHED                     VALUE 'M'.
                  88 WS-STM-AWAITING-INV                VALUE 'A'.
                  88 WS-STM-UNRECOGNIZED                VALUE 'U'.
                  88 WS-STM-MEMO-CREDIT                 VALUE 'C'.

      *    Our side's registers, loaded whole.
       01  WS-INV-COUNT                  PIC 9(05)      VALUE 0.
               10 WS-PAY-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PAY-PO-NUMBER       PIC X(06)      VALUE SPACES.

      *    Every debit memo we have raised - a statement line
      *    quoting one is the supplier's credit against it.
       01  WS-DMO-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-DEBIT-MEMO-TABLE.
           05  WS-DMO-ENTRY OCCURS 2000 TIMES
                  INDEXED BY DMO-IDX.
               10 WS-DMO-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-DMO-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-PAID-COUNT              PIC 9(03)      VALUE 0.
           05 WS-MATCHED-COUNT           PIC 9(03)      VALUE 0.
           05 WS-AWAITING-COUNT          PIC 9(03)      VALUE 0.
           05 WS-UNRECOGNIZED-COUNT      PIC 9(03)      VALUE 0.
           05 WS-MISSING-COUNT           PIC 9(03)      VALUE 0.
           05 WS-CREDIT-COUNT            PIC 9(03)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
           88 NO-MORE-INVOICED                          VALUE 'Y'.
       01  PAYREGOL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PAID                              VALUE 'Y'.
       01  DEBITMEM-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-DEBIT-MEMOS                       VALUE 'Y'.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

           PERFORM 300-LOAD-STATEMENT-LINES.
           PERFORM 400-LOAD-INVOICED.
           PERFORM 450-LOAD-PAID.
           PERFORM 470-LOAD-DEBIT-MEMOS.
           PERFORM 500-MATCH-REGISTERED-SIDES.
           PERFORM 200-WRITE-LINES-HEADING.
           PERFORM 600-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
              ' MATCHED: ' WS-MATCHED-COUNT
              ' AWAITING INV: ' WS-AWAITING-COUNT
              ' UNRECOGNIZED: ' WS-UNRECOGNIZED-COUNT
              ' MISSING FROM STMT: ' WS-MISSING-COUNT
              ' MEMO CREDITS: ' WS-CREDIT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-STM-COUNT WS-STATEMENT-TABLE.
           INITIALIZE WS-INV-COUNT WS-INVOICED-TABLE.
           INITIALIZE WS-PAY-COUNT WS-PAID-TABLE.
           INITIALIZE WS-DMO-COUNT WS-DEBIT-MEMO-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO DEBITMEM-EOF.
           MOVE 'N' TO STMTTRN-EOF.
           MOVE 'N' TO INVCREG-EOF.
           MOVE 'N' TO PAYREGOL-EOF.
           OPEN INPUT STMT-TRANS.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT STMTRPT-REC.
           OPEN EXTEND DMCREDIT-REC.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.
                 MOVE STM-INV-NUMBER TO WS-STM-INV-NUMBER(STM-IDX)
                 MOVE STM-PO-NUMBER TO WS-STM-PO-NUMBER(STM-IDX)
                 MOVE STM-AMOUNT TO WS-STM-AMOUNT(STM-IDX)
                 MOVE STM-STMT-DATE TO WS-STM-STMT-DATE(STM-IDX)
                 MOVE 'U' TO WS-STM-VERDICT(STM-IDX)
                 SET WS-STM-COUNT TO STM-IDX
                 READ STMT-TRANS
              READ PAYREG-OLD
                 AT END MOVE 'Y' TO PAYREGOL-EOF
              END-READ
              PERFORM UNTIL NO-MORE-PAID OR WS-PAY-COUNT >= 2000
                 IF NOT PRO-DEBIT-MEMO
                    ADD 1 TO WS-PAY-COUNT
                    MOVE PRO-SUPPLIER-CODE
                       TO WS-PAY-SUPPLIER-CODE(WS-PAY-COUNT)
                    MOVE PRO-PO-NUMBER
                       TO WS-PAY-PO-NUMBER(WS-PAY-COUNT)
                 END-IF
                 READ PAYREG-OLD
                    AT END MOVE 'Y' TO PAYREGOL-EOF
                 END-READ
              END-PERFORM
              CLOSE PAYREG-OLD
           END-IF
           .

       470-LOAD-DEBIT-MEMOS.
           OPEN INPUT DEBITMEM-REC
           IF WS-DEBITMEM-FILE-STATUS = '00'
              READ DEBITMEM-REC
                 AT END MOVE 'Y' TO DEBITMEM-EOF
              END-READ
              PERFORM UNTIL NO-MORE-DEBIT-MEMOS OR WS-DMO-COUNT >= 2000
                 ADD 1 TO WS-DMO-COUNT
                 MOVE DM-MEMO-ID TO WS-DMO-MEMO-ID(WS-DMO-COUNT)
                 MOVE DM-SUPPLIER-CODE
                    TO WS-DMO-SUPPLIER-CODE(WS-DMO-COUNT)
                 READ DEBITMEM-REC
                    AT END MOVE 'Y' TO DEBITMEM-EOF
                 END-READ
              END-PERFORM
              CLOSE DEBITMEM-REC
           END-IF
           .

      *    First our own debit memos - a line quoting one is the
      *    supplier's credit, whatever PO it also names.  Then the
      *    registers - paid beats matched, since a paid line is
      *    closed however it got billed.
       500-MATCH-REGISTERED-SIDES.
           PERFORM VARYING STM-IDX FROM 1 BY 1
              UNTIL STM-IDX > WS-STM-COUNT
                 PERFORM 510-MATCH-DEBIT-MEMO
                 IF NOT WS-STM-MEMO-CREDIT(STM-IDX)
                    PERFORM 520-MATCH-REGISTERS
                 END-IF
           END-PERFORM
           .

       510-MATCH-DEBIT-MEMO.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING DMO-IDX FROM 1 BY 1
              UNTIL DMO-IDX > WS-DMO-COUNT OR ENTRY-FOUND
                 IF WS-DMO-SUPPLIER-CODE(DMO-IDX) =
                    WS-STM-SUPPLIER-CODE(STM-IDX)
                    AND WS-DMO-MEMO-ID(DMO-IDX) =
                        WS-STM-INV-NUMBER(STM-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              MOVE 'C' TO WS-STM-VERDICT(STM-IDX)
              MOVE SPACES TO DM-CREDIT-ROW
              MOVE WS-STM-INV-NUMBER(STM-IDX) TO DC-MEMO-ID
              MOVE WS-STM-SUPPLIER-CODE(STM-IDX) TO DC-SUPPLIER-CODE
              MOVE WS-STM-AMOUNT(STM-IDX) TO DC-AMOUNT
              MOVE WS-STM-STMT-DATE(STM-IDX) TO DC-STMT-DATE
              MOVE WS-TODAYS-DATE TO DC-RECORDED-DATE
              WRITE DM-CREDIT-ROW
           END-IF
           .

       520-MATCH-REGISTERS.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PAY-IDX FROM 1 BY 1
              UNTIL PAY-IDX > WS-PAY-COUNT OR ENTRY-FOUND
                 IF WS-PAY-SUPPLIER-CODE(PAY-IDX) =
                    WS-STM-SUPPLIER-CODE(STM-IDX)
                    AND WS-PAY-PO-NUMBER(PAY-IDX) =
                        WS-STM-PO-NUMBER(STM-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              MOVE 'P' TO WS-STM-VERDICT(STM-IDX)
           ELSE
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING INV-IDX FROM 1 BY 1
                 UNTIL INV-IDX > WS-INV-COUNT OR ENTRY-FOUND
                    IF WS-INV-SUPPLIER-CODE(INV-IDX) =
                       WS-STM-SUPPLIER-CODE(STM-IDX)
                       AND WS-INV-INV-NUMBER(INV-IDX) =
                           WS-STM-INV-NUMBER(STM-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF ENTRY-FOUND
                 MOVE 'M' TO WS-STM-VERDICT(STM-IDX)
              END-IF
           END-IF
           .

      *    The master pass settles the rest - a Received PO the
      *    statement names upgrades its line to AWAITING INVOICE,
      *    and a received-but-uninvoiced PO the statement does NOT
                 IF WS-STM-SUPPLIER-CODE(STM-IDX) = SUPPLIER-CODE
                    AND WS-STM-PO-NUMBER(STM-IDX) =
                        PO-NUMBER(PO-IDX)
                    AND NOT WS-STM-MEMO-CREDIT(STM-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    IF WS-STM-UNRECOGNIZED(STM-IDX)
                       MOVE 'A' TO WS-STM-VERDICT(STM-IDX)
                 MOVE WS-STM-PO-NUMBER(STM-IDX) TO SRD-PO-NUMBER
                 MOVE WS-STM-AMOUNT(STM-IDX) TO SRD-AMOUNT
                 EVALUATE TRUE
                    WHEN WS-STM-MEMO-CREDIT(STM-IDX)
                       MOVE 'CREDIT AGAINST OUR DEBIT MEMO'
                          TO SRD-REMARK
                       ADD 1 TO WS-CREDIT-COUNT
                    WHEN WS-STM-PAID(STM-IDX)
                       MOVE 'ALREADY PAID - DO NOT PAY AGAIN'
                          TO SRD-REMARK
           CLOSE STMT-TRANS.
           CLOSE PART-SUPP-OLD.
           CLOSE STMTRPT-REC.
           CLOSE DMCREDIT-REC.
