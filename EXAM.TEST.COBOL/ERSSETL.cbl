      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    ERSSETL.
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
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      *   JCL Input/Output
      * //INVCREG  DD DSN=USER66.EXAM.DEV.EDI810IN.INVCREG,DISP=MOD
      *   JCL Output
      * //ERSSTMT  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Prepayments applied at settlement, the same as EDI810IN
      *   applies them at match time.  A self-billed PO with money
      *   already gone out against it on the letter-of-credit /
      *   prepayment file (optional LCPREPAY DD, LCPREPAY.cpy)
      *   carries that amount, up to the line's own, as
      *   IR-PREPAID-AMOUNT on its INVCREG row; the statement
      *   shows it taken off and the net PAYREG will remit.
      *   JCL Input (new)
      * //LCPREPAY DD DSN=USER66.EXAM.DEV.LCPREPAY.MASTER,DISP=SHR
      ***************************************************************
      * Nightly evaluated receipt settlement.  A supplier whose
      * trading-partner profile carries the ERS flag (TPMAINT) is
      * paid off our receipts alone and never sends an 810, so
      * without this its received POs would never reach the
      * matched-invoice register and would age on GR/IR forever.
      * Every Received PO slot on the master for an ERS supplier
      * that is not yet on INVCREG is self-billed: one INVCREG row,
      * invoice number 'ERS' + PO-NUMBER, for the RECEIVED-QUANTITY
      * at the PO's UNIT-PRICE - or, on a PO carrying no price of
      * its own, at the ACTIVE PARTSUPL contract price for the
      * part/supplier.  From there GRIRACCR and STMTRECN treat it
      * exactly like a matched 810, and PAYREG pays the receipt as
      * it always has.
      *
      * Blanket headers carry no quantity and are never settled;
      * consignment receipts are owed only on use (CONSETTL) and
      * are skipped, the same two exclusions PAYREG makes.  A PO
      * already on INVCREG - a real 810 matched first, or an
      * earlier ERS run - is never billed twice.  A PO with no
      * price anywhere is listed and left for a buyer to fix.
      *
      * ERSSTMT is the settlement statement mailed to each supplier
      * settled this run - to its Remit address, one line per PO
      * with the quantity, price and amount we are paying for.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TPPROF-REC    ASSIGN TO TPPROF
               FILE STATUS IS WS-TPPROF-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL
               FILE STATUS IS WS-PARTSUPL-FILE-STATUS.
           SELECT INVCREG-REC   ASSIGN TO INVCREG
               FILE STATUS IS WS-INVCREG-FILE-STATUS.
           SELECT ERSSTMT-REC   ASSIGN TO ERSSTMT.
           SELECT LCPREPAY-REC  ASSIGN TO LCPREPAY
               FILE STATUS IS WS-LCPREPAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Trading-partner profile master TPMAINT maintains - only
      *    the supplier code and the ERS flag matter here.
       FD  TPPROF-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TPPROF-RECORD.
       01  TPPROF-RECORD.
           05  TPP-SUPPLIER-CODE   PIC X(10).
           05  FILLER              PIC X(47).
           05  TPP-ERS-FLAG        PIC X(01).
               88 TPP-ERS-SUPPLIER          VALUE 'Y'.
           05  FILLER              PIC X(22).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    Same PSN-REC layout PARTSUPL.cbl writes - the contract
      *    price, its status and the consignment flag.
       FD  PARTSUPL-REC
           DATA RECORD IS PARTSUPL-RECORD.
       01  PARTSUPL-RECORD.
           05  PSL-PART-NUMBER     PIC X(23).
           05  PSL-SUPPLIER-CODE   PIC X(10).
           05  PSL-UNIT-PRICE      PIC S9(7)V99.
           05  FILLER              PIC X(11).
           05  PSL-PRICE-STATUS    PIC X(01).
           05  FILLER              PIC X(42).
           05  PSL-CONSIGNMENT-FLAG PIC X(01).
           05  FILLER              PIC X(05).

      *    Same matched-invoice row EDI810IN appends - read whole
      *    first for what is already billed, then extended.
       FD  INVCREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVCREG-RECORD.
       01  INVCREG-RECORD.
           05  IR-INV-NUMBER       PIC X(10).
           05  IR-SUPPLIER-CODE    PIC X(10).
           05  IR-PO-NUMBER        PIC X(06).
           05  IR-QUANTITY         PIC S9(7).
           05  IR-UNIT-PRICE       PIC S9(7)V99.
           05  IR-MATCH-DATE       PIC 9(08).
           05  IR-PREPAID-AMOUNT   PIC S9(9)V99.
           05  FILLER              PIC X(19).

       FD  ERSSTMT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ERSSTMT-RECORD.
       01  ERSSTMT-RECORD                PIC X(132).

      *    Letter-of-credit / prepayment file LCMAINT maintains.
       FD  LCPREPAY-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LC-PREPAY-ROW.
           COPY 'LCPREPAY'.

       WORKING-STORAGE SECTION.

       01  WS-TPPROF-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-PARTSUPL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-INVCREG-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-LCPREPAY-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    ERS suppliers, with the name and Remit address the
      *    statement goes to, captured off the first master record.
       01  WS-ERS-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-ERS-TABLE.
           05  WS-ERS-ENTRY OCCURS 200 TIMES
                  INDEXED BY ERS-IDX.
               10 WS-ERS-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-ERS-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
               10 WS-ERS-ADDRESS-1       PIC X(15)      VALUE SPACES.
               10 WS-ERS-CITY            PIC X(15)      VALUE SPACES.
               10 WS-ERS-STATE           PIC X(02)      VALUE SPACES.
               10 WS-ERS-ZIP             PIC 9(10)      VALUE 0.
               10 WS-ERS-LINE-COUNT      PIC 9(03)      VALUE 0.
               10 WS-ERS-TOTAL           PIC S9(9)V99   VALUE 0.
               10 WS-ERS-PREPAID         PIC S9(9)V99   VALUE 0.
       01  TPPROF-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TPP-ROWS                          VALUE 'Y'.

      *    ACTIVE contract prices and consignment pairs off the
      *    price link.  A missing PARTSUPL leaves the table empty -
      *    no contract fallback and nothing treated as consignment.
       01  WS-PSL-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-PARTSUPL-TABLE.
           05  WS-PSL-ENTRY OCCURS 500 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PSL-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-PSL-PRICE-STATUS    PIC X(01)      VALUE SPACES.
               10 WS-PSL-CONSIGNMENT     PIC X(01)      VALUE SPACES.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.

      *    Supplier/PO pairs already on INVCREG, plus each one this
      *    run bills as it goes.
       01  WS-BILLED-COUNT               PIC 9(05)      VALUE 0.
       01  WS-BILLED-TABLE.
           05  WS-BILLED-ENTRY OCCURS 3000 TIMES
                  INDEXED BY BIL-IDX.
               10 WS-BIL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-BIL-PO-NUMBER       PIC X(06)      VALUE SPACES.
       01  INVCREG-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-INVCREG                           VALUE 'Y'.

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

      *    This run's self-billed lines, held for the statements.
       01  WS-SET-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SETTLED-TABLE.
           05  WS-SET-ENTRY OCCURS 500 TIMES
                  INDEXED BY SET-IDX.
               10 WS-SET-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SET-INV-NUMBER      PIC X(10)      VALUE SPACES.
               10 WS-SET-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-SET-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-SET-QUANTITY        PIC S9(7)      VALUE 0.
               10 WS-SET-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-SET-AMOUNT          PIC S9(9)V99   VALUE 0.
               10 WS-SET-PREPAID         PIC S9(9)V99   VALUE 0.
               10 WS-SET-PRICE-SOURCE    PIC X(08)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-SETTLED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-ALREADY-BILLED          PIC 9(05)      VALUE 0.
           05 WS-NO-PRICE-COUNT          PIC 9(05)      VALUE 0.
           05 WS-SETTLED-TOTAL           PIC S9(9)V99   VALUE 0.

       01  WS-ERS-SLOT                   PIC 9(03)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-CONSIGNMENT-FLAG           PIC X(01)      VALUE 'N'.
           88 PO-IS-CONSIGNMENT                         VALUE 'Y'.
       01  WS-SETTLE-PRICE               PIC S9(7)V99   VALUE 0.
       01  WS-PRICE-SOURCE               PIC X(08)      VALUE SPACES.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-STMT-HEADING.
           05  FILLER              PIC X(25)      VALUE
               'ERS SETTLEMENT STATEMENT'.
           05  FILLER              PIC X(10)      VALUE 'SUPPLIER: '.
           05  STH-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  STH-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(09)      VALUE '   DATE: '.
           05  STH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(54)      VALUE SPACES.

       01  WS-STMT-REMIT.
           05  FILLER              PIC X(11)      VALUE ' REMIT TO: '.
           05  STR-ADDRESS-1       PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  STR-CITY            PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  STR-STATE           PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  STR-ZIP             PIC 9(10)      VALUE ZERO.
           05  FILLER              PIC X(76)      VALUE SPACES.

       01  WS-STMT-NOTE.
           05  FILLER              PIC X(54)      VALUE
           'SELF-BILLED FROM OUR RECEIPTS UNDER EVALUATED RECEIPT '.
           05  FILLER              PIC X(56)      VALUE
           'SETTLEMENT - PLEASE DO NOT INVOICE THESE PURCHASE ORDERS'.
           05  FILLER              PIC X(22)      VALUE SPACES.

       01  WS-STMT-COLUMNS.
           05  FILLER              PIC X(55)      VALUE
           'SELF-BILL   PO      PART NUMBER                QUANTITY'.
           05  FILLER              PIC X(43)      VALUE
           '      UNIT PRICE             AMOUNT  PRICED'.
           05  FILLER              PIC X(34)      VALUE SPACES.

       01  WS-STMT-DETAIL.
           05  STD-INV-NUMBER      PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-QUANTITY        PIC -Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-UNIT-PRICE      PIC Z,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-PRICE-SOURCE    PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(33)      VALUE SPACES.

       01  WS-STMT-TOTAL.
           05  FILLER              PIC X(21)      VALUE SPACES.
           05  STT-LABEL           PIC X(52)      VALUE
               'STATEMENT TOTAL'.
           05  STT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(42)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-ERS-SUPPLIERS.
           IF WS-ERS-COUNT > 0
              PERFORM 210-LOAD-PARTSUPL
              PERFORM 220-LOAD-BILLED-POS
              PERFORM 230-LOAD-PREPAYMENTS
              OPEN EXTEND INVCREG-REC
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO PSMSTOLD-EOF
              END-READ
              PERFORM 300-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER
              CLOSE INVCREG-REC
              PERFORM 500-WRITE-STATEMENTS
           END-IF.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'ERSSETL COMPLETE - ERS SUPPLIERS: ' WS-ERS-COUNT
              ' SETTLED: ' WS-SETTLED-COUNT
              ' ALREADY BILLED: ' WS-ALREADY-BILLED
              ' NO PRICE: ' WS-NO-PRICE-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-ERS-COUNT.
           INITIALIZE WS-ERS-TABLE.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PARTSUPL-TABLE.
           INITIALIZE WS-BILLED-COUNT.
           INITIALIZE WS-BILLED-TABLE.
           INITIALIZE WS-SET-COUNT.
           INITIALIZE WS-SETTLED-TABLE.
           INITIALIZE WS-LCP-COUNT.
           INITIALIZE WS-LCP-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO TPPROF-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO INVCREG-EOF.
           MOVE 'N' TO LCPREPAY-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT ERSSTMT-REC.

      *    No profile master means no supplier is flagged ERS -
      *    nothing to settle.
       200-LOAD-ERS-SUPPLIERS.
           OPEN INPUT TPPROF-REC
           IF WS-TPPROF-FILE-STATUS = '00'
              READ TPPROF-REC
                 AT END MOVE 'Y' TO TPPROF-EOF
              END-READ
              PERFORM UNTIL NO-MORE-TPP-ROWS
                 IF TPP-ERS-SUPPLIER
                    IF WS-ERS-COUNT < 200
                       ADD 1 TO WS-ERS-COUNT
                       MOVE TPP-SUPPLIER-CODE
                          TO WS-ERS-SUPPLIER-CODE(WS-ERS-COUNT)
                    ELSE
                       DISPLAY 'ERSSETL ERS TABLE FULL - NOT SETTLED: '
                          TPP-SUPPLIER-CODE
                    END-IF
                 END-IF
                 READ TPPROF-REC
                    AT END MOVE 'Y' TO TPPROF-EOF
                 END-READ
              END-PERFORM
              CLOSE TPPROF-REC
           ELSE
              DISPLAY 'ERSSETL - NO TPPROF, NO ERS SUPPLIERS'
           END-IF
           .

       210-LOAD-PARTSUPL.
           OPEN INPUT PARTSUPL-REC
           IF WS-PARTSUPL-FILE-STATUS = '00'
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
              PERFORM VARYING PSL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-PARTSUPL OR PSL-IDX > 500
                    MOVE PSL-PART-NUMBER
                       TO WS-PSL-PART-NUMBER(PSL-IDX)
                    MOVE PSL-SUPPLIER-CODE
                       TO WS-PSL-SUPPLIER-CODE(PSL-IDX)
                    MOVE PSL-UNIT-PRICE TO WS-PSL-UNIT-PRICE(PSL-IDX)
                    MOVE PSL-PRICE-STATUS
                       TO WS-PSL-PRICE-STATUS(PSL-IDX)
                    MOVE PSL-CONSIGNMENT-FLAG
                       TO WS-PSL-CONSIGNMENT(PSL-IDX)
                    SET WS-PSL-COUNT TO PSL-IDX
                    READ PARTSUPL-REC
                       AT END MOVE 'Y' TO PARTSUPL-EOF
                    END-READ
              END-PERFORM
              CLOSE PARTSUPL-REC
           END-IF
           .

      *    A missing INVCREG is a register nothing has been billed
      *    on yet - the EXTEND that follows creates it.
       220-LOAD-BILLED-POS.
           OPEN INPUT INVCREG-REC
           IF WS-INVCREG-FILE-STATUS = '00'
              READ INVCREG-REC
                 AT END MOVE 'Y' TO INVCREG-EOF
              END-READ
              PERFORM VARYING BIL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-INVCREG OR BIL-IDX > 3000
                    MOVE IR-SUPPLIER-CODE
                       TO WS-BIL-SUPPLIER-CODE(BIL-IDX)
                    MOVE IR-PO-NUMBER TO WS-BIL-PO-NUMBER(BIL-IDX)
                    SET WS-BILLED-COUNT TO BIL-IDX
                    READ INVCREG-REC
                       AT END MOVE 'Y' TO INVCREG-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-INVCREG
                 DISPLAY 'ERSSETL BILLED TABLE FULL - INVCREG '
                    'TRUNCATED'
              END-IF
              CLOSE INVCREG-REC
           END-IF
           .

       300-PROCESS-MASTER.
           MOVE 0 TO WS-ERS-SLOT
           PERFORM VARYING ERS-IDX FROM 1 BY 1
              UNTIL ERS-IDX > WS-ERS-COUNT OR WS-ERS-SLOT > 0
                 IF WS-ERS-SUPPLIER-CODE(ERS-IDX) = SUPPLIER-CODE
                    SET WS-ERS-SLOT TO ERS-IDX
                 END-IF
           END-PERFORM
           IF WS-ERS-SLOT > 0
              IF WS-ERS-SUPPLIER-NAME(WS-ERS-SLOT) = SPACES
                 PERFORM 310-CAPTURE-REMIT-ADDRESS
              END-IF
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND PO-STATUS-RECEIVED(PO-IDX)
                    AND NOT PO-TYPE-BLANKET(PO-IDX)
                    AND RECEIVED-QUANTITY(PO-IDX) NOT = 0
                    PERFORM 320-SETTLE-PO
                 END-IF
              END-PERFORM
           END-IF
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       310-CAPTURE-REMIT-ADDRESS.
           MOVE SUPPLIER-NAME TO WS-ERS-SUPPLIER-NAME(WS-ERS-SLOT)
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 4
              IF REMIT-ADDRESS(ADDR-IDX)
                 MOVE ADDRESS-1(ADDR-IDX)
                    TO WS-ERS-ADDRESS-1(WS-ERS-SLOT)
                 MOVE CITY(ADDR-IDX) TO WS-ERS-CITY(WS-ERS-SLOT)
                 MOVE ADDR-STATE(ADDR-IDX) TO WS-ERS-STATE(WS-ERS-SLOT)
                 MOVE ZIP-CODE(ADDR-IDX) TO WS-ERS-ZIP(WS-ERS-SLOT)
              END-IF
           END-PERFORM
           .

      *    Already billed, consignment, or no price anywhere - in
      *    that order - leaves the PO alone.
       320-SETTLE-PO.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING BIL-IDX FROM 1 BY 1
              UNTIL BIL-IDX > WS-BILLED-COUNT OR ENTRY-FOUND
                 IF WS-BIL-SUPPLIER-CODE(BIL-IDX) = SUPPLIER-CODE
                    AND WS-BIL-PO-NUMBER(BIL-IDX) = PO-NUMBER(PO-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           MOVE 'N' TO WS-CONSIGNMENT-FLAG
           MOVE UNIT-PRICE(PO-IDX) TO WS-SETTLE-PRICE
           MOVE 'PO' TO WS-PRICE-SOURCE
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT
                 IF WS-PSL-PART-NUMBER(PSL-IDX) = PART-NUMBER
                    AND WS-PSL-SUPPLIER-CODE(PSL-IDX) = SUPPLIER-CODE
                    IF WS-PSL-CONSIGNMENT(PSL-IDX) = 'Y'
                       MOVE 'Y' TO WS-CONSIGNMENT-FLAG
                    END-IF
                    IF WS-SETTLE-PRICE = 0
                       AND WS-PSL-PRICE-STATUS(PSL-IDX) = 'A'
                       MOVE WS-PSL-UNIT-PRICE(PSL-IDX)
                          TO WS-SETTLE-PRICE
                       MOVE 'CONTRACT' TO WS-PRICE-SOURCE
                    END-IF
                 END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-ALREADY-BILLED
              WHEN PO-IS-CONSIGNMENT
                 CONTINUE
              WHEN WS-SETTLE-PRICE = 0
                 ADD 1 TO WS-NO-PRICE-COUNT
                 DISPLAY 'ERSSETL NO PRICE - NOT SETTLED: '
                    SUPPLIER-CODE '/' PO-NUMBER(PO-IDX)
              WHEN WS-SET-COUNT NOT < 500
                 DISPLAY 'ERSSETL SETTLEMENT TABLE FULL - NOT '
                    'SETTLED: ' SUPPLIER-CODE '/' PO-NUMBER(PO-IDX)
              WHEN OTHER
                 PERFORM 330-WRITE-SELF-BILL
           END-EVALUATE
           .

       330-WRITE-SELF-BILL.
           ADD 1 TO WS-SET-COUNT
           SET SET-IDX TO WS-SET-COUNT
           MOVE SUPPLIER-CODE TO WS-SET-SUPPLIER-CODE(SET-IDX)
           MOVE SPACES TO WS-SET-INV-NUMBER(SET-IDX)
           STRING 'ERS' DELIMITED BY SIZE
                  PO-NUMBER(PO-IDX) DELIMITED BY SIZE
              INTO WS-SET-INV-NUMBER(SET-IDX)
           END-STRING
           MOVE PO-NUMBER(PO-IDX) TO WS-SET-PO-NUMBER(SET-IDX)
           MOVE PART-NUMBER TO WS-SET-PART-NUMBER(SET-IDX)
           MOVE RECEIVED-QUANTITY(PO-IDX) TO WS-SET-QUANTITY(SET-IDX)
           MOVE WS-SETTLE-PRICE TO WS-SET-UNIT-PRICE(SET-IDX)
           COMPUTE WS-SET-AMOUNT(SET-IDX) =
              RECEIVED-QUANTITY(PO-IDX) * WS-SETTLE-PRICE
           MOVE WS-PRICE-SOURCE TO WS-SET-PRICE-SOURCE(SET-IDX)
           ADD 1 TO WS-ERS-LINE-COUNT(WS-ERS-SLOT)
           ADD WS-SET-AMOUNT(SET-IDX) TO WS-ERS-TOTAL(WS-ERS-SLOT)
           ADD 1 TO WS-SETTLED-COUNT
           ADD WS-SET-AMOUNT(SET-IDX) TO WS-SETTLED-TOTAL
           MOVE SPACES TO INVCREG-RECORD
           MOVE WS-SET-INV-NUMBER(SET-IDX) TO IR-INV-NUMBER
           MOVE SUPPLIER-CODE TO IR-SUPPLIER-CODE
           MOVE PO-NUMBER(PO-IDX) TO IR-PO-NUMBER
           MOVE RECEIVED-QUANTITY(PO-IDX) TO IR-QUANTITY
           MOVE WS-SETTLE-PRICE TO IR-UNIT-PRICE
           MOVE WS-TODAYS-DATE TO IR-MATCH-DATE
           MOVE 0 TO WS-SET-PREPAID(SET-IDX)
           PERFORM VARYING LCP-IDX FROM 1 BY 1
              UNTIL LCP-IDX > WS-LCP-COUNT
                 IF WS-LCP-SUPPLIER-CODE(LCP-IDX) = SUPPLIER-CODE
                    AND WS-LCP-PO-NUMBER(LCP-IDX) = PO-NUMBER(PO-IDX)
                    AND WS-LCP-DRAWN-AMOUNT(LCP-IDX) > 0
                    IF WS-LCP-DRAWN-AMOUNT(LCP-IDX) <
                       WS-SET-AMOUNT(SET-IDX)
                       MOVE WS-LCP-DRAWN-AMOUNT(LCP-IDX)
                          TO WS-SET-PREPAID(SET-IDX)
                    ELSE
                       MOVE WS-SET-AMOUNT(SET-IDX)
                          TO WS-SET-PREPAID(SET-IDX)
                    END-IF
                 END-IF
           END-PERFORM
           MOVE WS-SET-PREPAID(SET-IDX) TO IR-PREPAID-AMOUNT
           ADD WS-SET-PREPAID(SET-IDX) TO WS-ERS-PREPAID(WS-ERS-SLOT)
           WRITE INVCREG-RECORD
           IF WS-BILLED-COUNT < 3000
              ADD 1 TO WS-BILLED-COUNT
              MOVE SUPPLIER-CODE
                 TO WS-BIL-SUPPLIER-CODE(WS-BILLED-COUNT)
              MOVE PO-NUMBER(PO-IDX)
                 TO WS-BIL-PO-NUMBER(WS-BILLED-COUNT)
           END-IF
           .

      *    Only what has gone out is applied - an undrawn letter
      *    of credit has paid nobody yet.
       230-LOAD-PREPAYMENTS.
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

      *    One statement per supplier settled this run.
       500-WRITE-STATEMENTS.
           PERFORM VARYING ERS-IDX FROM 1 BY 1
              UNTIL ERS-IDX > WS-ERS-COUNT
                 IF WS-ERS-LINE-COUNT(ERS-IDX) > 0
                    PERFORM 510-WRITE-ONE-STATEMENT
                 END-IF
           END-PERFORM
           .

       510-WRITE-ONE-STATEMENT.
           MOVE WS-ERS-SUPPLIER-CODE(ERS-IDX) TO STH-SUPPLIER-CODE
           MOVE WS-ERS-SUPPLIER-NAME(ERS-IDX) TO STH-SUPPLIER-NAME
           MOVE WS-TODAYS-DATE TO STH-RUN-DATE
           WRITE ERSSTMT-RECORD FROM WS-STMT-HEADING
           MOVE WS-ERS-ADDRESS-1(ERS-IDX) TO STR-ADDRESS-1
           MOVE WS-ERS-CITY(ERS-IDX) TO STR-CITY
           MOVE WS-ERS-STATE(ERS-IDX) TO STR-STATE
           MOVE WS-ERS-ZIP(ERS-IDX) TO STR-ZIP
           WRITE ERSSTMT-RECORD FROM WS-STMT-REMIT
           WRITE ERSSTMT-RECORD FROM WS-STMT-NOTE
           MOVE SPACES TO ERSSTMT-RECORD
           WRITE ERSSTMT-RECORD
           WRITE ERSSTMT-RECORD FROM WS-STMT-COLUMNS
           PERFORM VARYING SET-IDX FROM 1 BY 1
              UNTIL SET-IDX > WS-SET-COUNT
                 IF WS-SET-SUPPLIER-CODE(SET-IDX) =
                    WS-ERS-SUPPLIER-CODE(ERS-IDX)
                    MOVE WS-SET-INV-NUMBER(SET-IDX) TO STD-INV-NUMBER
                    MOVE WS-SET-PO-NUMBER(SET-IDX) TO STD-PO-NUMBER
                    MOVE WS-SET-PART-NUMBER(SET-IDX)
                       TO STD-PART-NUMBER
                    MOVE WS-SET-QUANTITY(SET-IDX) TO STD-QUANTITY
                    MOVE WS-SET-UNIT-PRICE(SET-IDX) TO STD-UNIT-PRICE
                    MOVE WS-SET-AMOUNT(SET-IDX) TO STD-AMOUNT
                    MOVE WS-SET-PRICE-SOURCE(SET-IDX)
                       TO STD-PRICE-SOURCE
                    WRITE ERSSTMT-RECORD FROM WS-STMT-DETAIL
                 END-IF
           END-PERFORM
           MOVE WS-ERS-TOTAL(ERS-IDX) TO STT-AMOUNT
           WRITE ERSSTMT-RECORD FROM WS-STMT-TOTAL
           IF WS-ERS-PREPAID(ERS-IDX) > 0
              MOVE 'LESS PREPAYMENT / LETTER OF CREDIT DRAWN'
                 TO STT-LABEL
              COMPUTE STT-AMOUNT = 0 - WS-ERS-PREPAID(ERS-IDX)
              WRITE ERSSTMT-RECORD FROM WS-STMT-TOTAL
              MOVE 'NET PAYABLE' TO STT-LABEL
              COMPUTE STT-AMOUNT =
                 WS-ERS-TOTAL(ERS-IDX) - WS-ERS-PREPAID(ERS-IDX)
              WRITE ERSSTMT-RECORD FROM WS-STMT-TOTAL
              MOVE 'STATEMENT TOTAL' TO STT-LABEL
           END-IF
           MOVE SPACES TO ERSSTMT-RECORD
           WRITE ERSSTMT-RECORD
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE ERSSTMT-REC.
