      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    WARRCLM.
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
      * //WRCOLD   DD DSN=USER66.EXAM.DEV.WARRCLM.MASTER,DISP=SHR
      * //WRCTRN   DD DSN=USER66.EXAM.DEV.WARRCLM.TRANS,DISP=SHR
      * //LOTFILE  DD DSN=USER66.EXAM.DEV.EDI856IN.LOTFILE,DISP=SHR
      * //WRAMSTR  DD DSN=USER66.EXAM.DEV.WRAMAINT.MASTER,DISP=SHR
      *   JCL Output
      * //WRCNEW   DD DSN=USER66.EXAM.DEV.WARRCLM.MASTER,DISP=OLD
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=MOD
      * //WRCHGRPT DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   The DEBITMEM row comes from the shared DEBITMEM.cpy member
      *   every other program on the feed copies, in place of the
      *   layout this program carried inline.
      ***************************************************************
      * Warranty claim intake and supplier cost recovery.  A part
      * that fails in the field under a vehicle warranty comes in
      * as a claim - PART-NUMBER, the vehicle make/model/year it
      * failed on, the failure date, the lot if the dealer could
      * read one, and what the claim cost us.  Each claim is traced
      * back through LOTFILE to the supplier and PO that supplied
      * the part:
      *    - with a lot, the LOTFILE row for that lot and part;
      *    - without one (or a lot LOTFILE doesn't know), every
      *      receipt of the part on or before the failure date -
      *      when they all came from one supplier that supplier is
      *      charged, against the PO of the latest of them; when
      *      more than one supplier could have shipped it the claim
      *      is left for a lot to be found.
      * A traced claim is charged under the supplier's warranty
      * recovery agreement (WRAMAINT): RECOVERY-PCT of the claim,
      * held to the per-claim cap and to what is left of the
      * calendar-year cap.  Each chargeback is written to DEBITMEM
      * as a 'WARR' memo - the same feed RTVMAINT writes and PAYREG
      * nets against the supplier's next payment - and listed by
      * supplier on WRCHGRPT to go to the supplier with the memo.
      *
      * Claim status carried on the master:
      *    C  charged back - memo WC + claim id raised.
      *    U  untraced - no receipt of the part on file.
      *    M  more than one supplier could have shipped it.
      *    N  traced, but the supplier has no active agreement.
      *    P  traced, but the supplier's annual cap is used up.
      *
      * Transaction codes (WRCTRN, position 1):
      *    A  Add a claim - rejected if the claim id is already on
      *       file, or the part, make, failure date or amount is
      *       missing.
      *    T  Trace again - a claim not yet charged back is traced
      *       and charged afresh, with the lot on the transaction
      *       if one is given (a lot found later, or an agreement
      *       signed since).
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRC-OLD       ASSIGN TO WRCOLD
               FILE STATUS IS WS-WRCOLD-FILE-STATUS.
           SELECT WRC-TRANS     ASSIGN TO WRCTRN.
           SELECT WRC-NEW       ASSIGN TO WRCNEW.
           SELECT LOTFILE-REC   ASSIGN TO LOTFILE.
           SELECT WRAMSTR-REC   ASSIGN TO WRAMSTR
               FILE STATUS IS WS-WRAMSTR-FILE-STATUS.
           SELECT DEBITMEM-REC  ASSIGN TO DEBITMEM.
           SELECT WRCHGRPT-REC  ASSIGN TO WRCHGRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  WRC-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRC-OLD-REC.
       01  WRC-OLD-REC.
           05  WCO-CLAIM-ID        PIC X(08).
           05  WCO-PART-NUMBER     PIC X(23).
           05  WCO-VEHICLE-MAKE    PIC X(03).
           05  WCO-VEHICLE-MODEL   PIC X(10).
           05  WCO-VEHICLE-YEAR    PIC X(04).
           05  WCO-FAILURE-DATE    PIC 9(08).
           05  WCO-LOT-NUMBER      PIC X(15).
           05  WCO-CLAIM-AMOUNT    PIC S9(7)V99.
           05  WCO-STATUS          PIC X(01).
           05  WCO-SUPPLIER-CODE   PIC X(10).
           05  WCO-PO-NUMBER       PIC X(06).
           05  WCO-RECEIPT-DATE    PIC 9(08).
           05  WCO-CHARGE-AMOUNT   PIC S9(7)V99.
           05  WCO-MEMO-ID         PIC X(10).
           05  WCO-INTAKE-DATE     PIC 9(08).
           05  WCO-CHARGE-DATE     PIC 9(08).
           05  FILLER              PIC X(10).

      *    One claim event per transaction.
       FD  WRC-TRANS
           DATA RECORD IS WCT-REC.
       01  WCT-REC.
           05  WCT-TRANS-CODE      PIC X(01).
               88 WCT-ADD                   VALUE 'A'.
               88 WCT-RETRACE               VALUE 'T'.
               88 WCT-TRANS-CODE-VALID      VALUES 'A' 'T'.
           05  WCT-CLAIM-ID        PIC X(08).
           05  WCT-PART-NUMBER     PIC X(23).
           05  WCT-VEHICLE-MAKE    PIC X(03).
           05  WCT-VEHICLE-MODEL   PIC X(10).
           05  WCT-VEHICLE-YEAR    PIC X(04).
           05  WCT-FAILURE-DATE    PIC 9(08).
           05  WCT-LOT-NUMBER      PIC X(15).
           05  WCT-CLAIM-AMOUNT    PIC 9(07)V99.
           05  FILLER              PIC X(19).

       FD  WRC-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRC-NEW-REC.
       01  WRC-NEW-REC.
           05  WCN-CLAIM-ID        PIC X(08).
           05  WCN-PART-NUMBER     PIC X(23).
           05  WCN-VEHICLE-MAKE    PIC X(03).
           05  WCN-VEHICLE-MODEL   PIC X(10).
           05  WCN-VEHICLE-YEAR    PIC X(04).
           05  WCN-FAILURE-DATE    PIC 9(08).
           05  WCN-LOT-NUMBER      PIC X(15).
           05  WCN-CLAIM-AMOUNT    PIC S9(7)V99.
           05  WCN-STATUS          PIC X(01).
           05  WCN-SUPPLIER-CODE   PIC X(10).
           05  WCN-PO-NUMBER       PIC X(06).
           05  WCN-RECEIPT-DATE    PIC 9(08).
           05  WCN-CHARGE-AMOUNT   PIC S9(7)V99.
           05  WCN-MEMO-ID         PIC X(10).
           05  WCN-INTAKE-DATE     PIC 9(08).
           05  WCN-CHARGE-DATE     PIC 9(08).
           05  FILLER              PIC X(10).

      *    Same lot row EDI856IN's 670-WRITE-LOT-ROW appends.
       FD  LOTFILE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTFILE-RECORD.
       01  LOTFILE-RECORD.
           05  LT-LOT-NUMBER       PIC X(15).
           05  LT-PART-NUMBER      PIC X(23).
           05  LT-PO-NUMBER        PIC X(06).
           05  LT-SUPPLIER-CODE    PIC X(10).
           05  LT-RECEIPT-QTY      PIC S9(7).
           05  LT-RECEIPT-DATE     PIC 9(08).
           05  LT-EXPIRY-DATE      PIC 9(08).
           05  FILLER              PIC X(03).
           05  LT-MFR-CODE         PIC X(05).
           05  LT-AML-FLAG         PIC X(01).
           05  FILLER              PIC X(14).

      *    Same agreement row WRAMAINT writes - read-only here.
       FD  WRAMSTR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRAMSTR-RECORD.
       01  WRAMSTR-RECORD.
           05  WRA-SUPPLIER-CODE   PIC X(10).
           05  WRA-RECOVERY-PCT    PIC 9(03)V99.
           05  WRA-CLAIM-CAP       PIC 9(07)V99.
           05  WRA-ANNUAL-CAP      PIC 9(09)V99.
           05  WRA-STATUS          PIC X(01).
           05  WRA-EFFECTIVE-DATE  PIC 9(08).
           05  FILLER              PIC X(36).

      *    Common debit/credit adjustment feed - see DEBITMEM.cpy.
      *    DM-SOURCE is 'WARR' here, DM-REFERENCE the claim id.
       FD  DEBITMEM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
           COPY 'DEBITMEM'.

       FD  WRCHGRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRCHGRPT-RECORD.
       01  WRCHGRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-WRCOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-WRAMSTR-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-CLM-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-CLAIM-TABLE.
           05  WS-CLM-ENTRY OCCURS 1000 TIMES
                  INDEXED BY CLM-IDX.
               10 WS-CLM-CLAIM-ID        PIC X(08)      VALUE SPACES.
               10 WS-CLM-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-CLM-VEHICLE-MAKE    PIC X(03)      VALUE SPACES.
               10 WS-CLM-VEHICLE-MODEL   PIC X(10)      VALUE SPACES.
               10 WS-CLM-VEHICLE-YEAR    PIC X(04)      VALUE SPACES.
               10 WS-CLM-FAILURE-DATE    PIC 9(08)      VALUE 0.
               10 WS-CLM-LOT-NUMBER      PIC X(15)      VALUE SPACES.
               10 WS-CLM-CLAIM-AMOUNT    PIC S9(7)V99   VALUE 0.
               10 WS-CLM-STATUS          PIC X(01)      VALUE SPACES.
                  88 WS-CLM-CHARGED                     VALUE 'C'.
               10 WS-CLM-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CLM-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-CLM-RECEIPT-DATE    PIC 9(08)      VALUE 0.
               10 WS-CLM-CHARGE-AMOUNT   PIC S9(7)V99   VALUE 0.
               10 WS-CLM-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-CLM-INTAKE-DATE     PIC 9(08)      VALUE 0.
               10 WS-CLM-CHARGE-DATE     PIC 9(08)      VALUE 0.
               10 WS-CLM-RUN-REMARK      PIC X(12)      VALUE SPACES.
               10 WS-CLM-CHARGED-NOW     PIC X(01)      VALUE 'N'.
                  88 WS-CLM-CHARGED-THIS-RUN            VALUE 'Y'.

      *    LOTFILE held in memory - a claim can trace against any
      *    receipt, in whatever order the lot rows were appended.
       01  WS-LOT-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-LOT-TABLE.
           05  WS-LOT-ENTRY OCCURS 2000 TIMES
                  INDEXED BY LOT-IDX.
               10 WS-LOT-LOT-NUMBER      PIC X(15)      VALUE SPACES.
               10 WS-LOT-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-LOT-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-LOT-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-LOT-RECEIPT-DATE    PIC 9(08)      VALUE 0.

      *    Agreements, active ones only.  A missing WRAMSTR means no
      *    supplier has agreed to anything yet.
       01  WS-WRA-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-WRA-TABLE.
           05  WS-WRA-ENTRY OCCURS 300 TIMES
                  INDEXED BY WRA-IDX.
               10 WS-WRA-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-WRA-RECOVERY-PCT    PIC 9(03)V99   VALUE 0.
               10 WS-WRA-CLAIM-CAP       PIC 9(07)V99   VALUE 0.
               10 WS-WRA-ANNUAL-CAP      PIC 9(09)V99   VALUE 0.

      *    Suppliers charged this run, for the chargeback listing.
       01  WS-CHG-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-CHARGED-SUPPLIER-TABLE.
           05  WS-CHG-ENTRY OCCURS 300 TIMES
                  INDEXED BY CHG-IDX.
               10 WS-CHG-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CHG-MEMO-COUNT      PIC 9(03)      VALUE 0.
               10 WS-CHG-TOTAL           PIC S9(9)V99   VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADDED-COUNT             PIC 9(03)      VALUE 0.
           05 WS-RETRACED-COUNT          PIC 9(03)      VALUE 0.
           05 WS-CHARGED-COUNT           PIC 9(03)      VALUE 0.
           05 WS-UNCHARGED-COUNT         PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.
           05 WS-CHARGED-TOTAL           PIC S9(9)V99   VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(04)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

      *    Work fields for tracing and charging one claim.
       01  WS-TRACE-FLAG                 PIC X(01)      VALUE 'N'.
           88 CLAIM-TRACED                              VALUE 'Y'.
           88 CLAIM-MULTI-SOURCED                       VALUE 'M'.
       01  WS-AGREEMENT-FLAG             PIC X(01)      VALUE 'N'.
           88 AGREEMENT-FOUND                           VALUE 'Y'.
       01  WS-AGR-SLOT                   PIC 9(03)      VALUE 0.
       01  WS-CHARGE-AMOUNT              PIC S9(9)V99   VALUE 0.
       01  WS-YEAR-TO-DATE               PIC S9(9)V99   VALUE 0.
       01  WS-ANNUAL-LEFT                PIC S9(9)V99   VALUE 0.
       01  WS-CHG-SLOT                   PIC 9(03)      VALUE 0.

       01  WRCOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  WRCTRN-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  LOTFILE-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-LOTS                              VALUE 'Y'.
       01  WRAMSTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-AGREEMENTS                        VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'WARRANTY CHARGEBACKS RAISED THIS RUN - BY SUPPLIER'.

       01  WS-SUP-LINE.
           05  FILLER              PIC X(10)      VALUE 'SUPPLIER: '.
           05  RSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(14)      VALUE
               '  CHARGEBACKS '.
           05  RSL-MEMO-COUNT      PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE '  TOTAL: '.
           05  RSL-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(69)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RCD-MEMO-ID         PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-VEHICLE-MAKE    PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-VEHICLE-MODEL   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-VEHICLE-YEAR    PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-FAILURE-DATE    PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-CLAIM-AMOUNT    PIC Z,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-CHARGE-AMOUNT   PIC Z,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-REMARK          PIC X(12)      VALUE SPACES.
           05  FILLER              PIC X(17)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-AGREEMENTS.
           PERFORM 350-LOAD-LOTS.
           PERFORM 400-LOAD-OLD-MASTER.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 850-PRINT-CHARGEBACKS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'WARRCLM COMPLETE - ADDED: ' WS-ADDED-COUNT
              ' RETRACED: ' WS-RETRACED-COUNT
              ' CHARGED BACK: ' WS-CHARGED-COUNT
              ' NOT CHARGED: ' WS-UNCHARGED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-CLM-COUNT.
           INITIALIZE WS-CLAIM-TABLE.
           INITIALIZE WS-LOT-COUNT.
           INITIALIZE WS-LOT-TABLE.
           INITIALIZE WS-WRA-COUNT.
           INITIALIZE WS-WRA-TABLE.
           INITIALIZE WS-CHG-COUNT.
           INITIALIZE WS-CHARGED-SUPPLIER-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO WRCOLD-EOF.
           MOVE 'N' TO WRCTRN-EOF.
           MOVE 'N' TO LOTFILE-EOF.
           MOVE 'N' TO WRAMSTR-EOF.

       100-OPEN-FILES.
           OPEN INPUT WRC-TRANS.
           OPEN INPUT LOTFILE-REC.
           OPEN OUTPUT WRC-NEW.
           OPEN EXTEND DEBITMEM-REC.
           OPEN OUTPUT WRCHGRPT-REC.

       300-LOAD-AGREEMENTS.
           OPEN INPUT WRAMSTR-REC
           IF WS-WRAMSTR-FILE-STATUS = '00'
              READ WRAMSTR-REC
                 AT END MOVE 'Y' TO WRAMSTR-EOF
              END-READ
              PERFORM UNTIL NO-MORE-AGREEMENTS OR WS-WRA-COUNT >= 300
                 IF WRA-STATUS = 'A'
                    ADD 1 TO WS-WRA-COUNT
                    MOVE WRA-SUPPLIER-CODE
                       TO WS-WRA-SUPPLIER-CODE(WS-WRA-COUNT)
                    MOVE WRA-RECOVERY-PCT
                       TO WS-WRA-RECOVERY-PCT(WS-WRA-COUNT)
                    MOVE WRA-CLAIM-CAP
                       TO WS-WRA-CLAIM-CAP(WS-WRA-COUNT)
                    MOVE WRA-ANNUAL-CAP
                       TO WS-WRA-ANNUAL-CAP(WS-WRA-COUNT)
                 END-IF
                 READ WRAMSTR-REC
                    AT END MOVE 'Y' TO WRAMSTR-EOF
                 END-READ
              END-PERFORM
              CLOSE WRAMSTR-REC
           END-IF
           .

       350-LOAD-LOTS.
           READ LOTFILE-REC
              AT END MOVE 'Y' TO LOTFILE-EOF
           END-READ
           PERFORM VARYING LOT-IDX FROM 1 BY 1
              UNTIL NO-MORE-LOTS OR LOT-IDX > 2000
                 MOVE LT-LOT-NUMBER TO WS-LOT-LOT-NUMBER(LOT-IDX)
                 MOVE LT-PART-NUMBER TO WS-LOT-PART-NUMBER(LOT-IDX)
                 MOVE LT-PO-NUMBER TO WS-LOT-PO-NUMBER(LOT-IDX)
                 MOVE LT-SUPPLIER-CODE
                    TO WS-LOT-SUPPLIER-CODE(LOT-IDX)
                 MOVE LT-RECEIPT-DATE
                    TO WS-LOT-RECEIPT-DATE(LOT-IDX)
                 SET WS-LOT-COUNT TO LOT-IDX
                 READ LOTFILE-REC
                    AT END MOVE 'Y' TO LOTFILE-EOF
                 END-READ
           END-PERFORM
           .

      *    A missing old master (FILE STATUS not '00') is a first
      *    run built from this run's adds.
       400-LOAD-OLD-MASTER.
           OPEN INPUT WRC-OLD
           IF WS-WRCOLD-FILE-STATUS = '00'
              READ WRC-OLD
                 AT END MOVE 'Y' TO WRCOLD-EOF
              END-READ
              PERFORM VARYING CLM-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR CLM-IDX > 1000
                    MOVE WCO-CLAIM-ID TO WS-CLM-CLAIM-ID(CLM-IDX)
                    MOVE WCO-PART-NUMBER
                       TO WS-CLM-PART-NUMBER(CLM-IDX)
                    MOVE WCO-VEHICLE-MAKE
                       TO WS-CLM-VEHICLE-MAKE(CLM-IDX)
                    MOVE WCO-VEHICLE-MODEL
                       TO WS-CLM-VEHICLE-MODEL(CLM-IDX)
                    MOVE WCO-VEHICLE-YEAR
                       TO WS-CLM-VEHICLE-YEAR(CLM-IDX)
                    MOVE WCO-FAILURE-DATE
                       TO WS-CLM-FAILURE-DATE(CLM-IDX)
                    MOVE WCO-LOT-NUMBER TO WS-CLM-LOT-NUMBER(CLM-IDX)
                    MOVE WCO-CLAIM-AMOUNT
                       TO WS-CLM-CLAIM-AMOUNT(CLM-IDX)
                    MOVE WCO-STATUS TO WS-CLM-STATUS(CLM-IDX)
                    MOVE WCO-SUPPLIER-CODE
                       TO WS-CLM-SUPPLIER-CODE(CLM-IDX)
                    MOVE WCO-PO-NUMBER TO WS-CLM-PO-NUMBER(CLM-IDX)
                    MOVE WCO-RECEIPT-DATE
                       TO WS-CLM-RECEIPT-DATE(CLM-IDX)
                    MOVE WCO-CHARGE-AMOUNT
                       TO WS-CLM-CHARGE-AMOUNT(CLM-IDX)
                    MOVE WCO-MEMO-ID TO WS-CLM-MEMO-ID(CLM-IDX)
                    MOVE WCO-INTAKE-DATE
                       TO WS-CLM-INTAKE-DATE(CLM-IDX)
                    MOVE WCO-CHARGE-DATE
                       TO WS-CLM-CHARGE-DATE(CLM-IDX)
                    MOVE 'N' TO WS-CLM-CHARGED-NOW(CLM-IDX)
                    SET WS-CLM-COUNT TO CLM-IDX
                    READ WRC-OLD
                       AT END MOVE 'Y' TO WRCOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE WRC-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ WRC-TRANS
              AT END MOVE 'Y' TO WRCTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-CLAIM
              EVALUATE TRUE
                 WHEN NOT WCT-TRANS-CODE-VALID
                    OR WCT-CLAIM-ID = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED CLAIM - BAD TRANS: '
                       WCT-TRANS-CODE '/' WCT-CLAIM-ID
                 WHEN WCT-ADD
                    PERFORM 620-ADD-CLAIM
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED CLAIM - NOT ON FILE: '
                       WCT-CLAIM-ID
                 WHEN WS-CLM-CHARGED(WS-MATCHED-IDX)
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED TRACE - ALREADY CHARGED BACK: '
                       WCT-CLAIM-ID
                 WHEN WCT-RETRACE
                    IF WCT-LOT-NUMBER NOT = SPACES
                       MOVE WCT-LOT-NUMBER
                          TO WS-CLM-LOT-NUMBER(WS-MATCHED-IDX)
                    END-IF
                    ADD 1 TO WS-RETRACED-COUNT
                    PERFORM 700-TRACE-AND-CHARGE
              END-EVALUATE
           END-IF
           .

       610-FIND-CLAIM.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING CLM-IDX FROM 1 BY 1
              UNTIL CLM-IDX > WS-CLM-COUNT OR ENTRY-FOUND
                 IF WS-CLM-CLAIM-ID(CLM-IDX) = WCT-CLAIM-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO CLM-IDX
                 END-IF
           END-PERFORM
           .

       620-ADD-CLAIM.
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - ALREADY ON FILE: '
                    WCT-CLAIM-ID
              WHEN WCT-PART-NUMBER = SPACES
                 OR WCT-VEHICLE-MAKE = SPACES
                 OR WCT-FAILURE-DATE NOT NUMERIC
                 OR WCT-FAILURE-DATE = ZERO
                 OR WCT-CLAIM-AMOUNT NOT NUMERIC
                 OR WCT-CLAIM-AMOUNT = ZERO
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - CLAIM INCOMPLETE: '
                    WCT-CLAIM-ID
              WHEN WS-CLM-COUNT >= 1000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: '
                    WCT-CLAIM-ID
              WHEN OTHER
                 ADD 1 TO WS-CLM-COUNT
                 MOVE WS-CLM-COUNT TO WS-MATCHED-IDX
                 MOVE WCT-CLAIM-ID
                    TO WS-CLM-CLAIM-ID(WS-MATCHED-IDX)
                 MOVE WCT-PART-NUMBER
                    TO WS-CLM-PART-NUMBER(WS-MATCHED-IDX)
                 MOVE WCT-VEHICLE-MAKE
                    TO WS-CLM-VEHICLE-MAKE(WS-MATCHED-IDX)
                 MOVE WCT-VEHICLE-MODEL
                    TO WS-CLM-VEHICLE-MODEL(WS-MATCHED-IDX)
                 MOVE WCT-VEHICLE-YEAR
                    TO WS-CLM-VEHICLE-YEAR(WS-MATCHED-IDX)
                 MOVE WCT-FAILURE-DATE
                    TO WS-CLM-FAILURE-DATE(WS-MATCHED-IDX)
                 MOVE WCT-LOT-NUMBER
                    TO WS-CLM-LOT-NUMBER(WS-MATCHED-IDX)
                 MOVE WCT-CLAIM-AMOUNT
                    TO WS-CLM-CLAIM-AMOUNT(WS-MATCHED-IDX)
                 MOVE WS-TODAYS-DATE
                    TO WS-CLM-INTAKE-DATE(WS-MATCHED-IDX)
                 MOVE 'N' TO WS-CLM-CHARGED-NOW(WS-MATCHED-IDX)
                 ADD 1 TO WS-ADDED-COUNT
                 PERFORM 700-TRACE-AND-CHARGE
           END-EVALUATE
           .

      *    Trace the claim at WS-MATCHED-IDX to a supplier and PO,
      *    then charge it under that supplier's agreement.
       700-TRACE-AND-CHARGE.
           MOVE SPACES TO WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
           MOVE SPACES TO WS-CLM-PO-NUMBER(WS-MATCHED-IDX)
           MOVE 0 TO WS-CLM-RECEIPT-DATE(WS-MATCHED-IDX)
           MOVE 'N' TO WS-TRACE-FLAG
           IF WS-CLM-LOT-NUMBER(WS-MATCHED-IDX) NOT = SPACES
              PERFORM 710-TRACE-BY-LOT
           END-IF
           IF NOT CLAIM-TRACED
              PERFORM 720-TRACE-BY-PART
           END-IF
           EVALUATE TRUE
              WHEN CLAIM-MULTI-SOURCED
                 MOVE 'M' TO WS-CLM-STATUS(WS-MATCHED-IDX)
                 MOVE SPACES TO WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
                 MOVE SPACES TO WS-CLM-PO-NUMBER(WS-MATCHED-IDX)
                 MOVE 0 TO WS-CLM-RECEIPT-DATE(WS-MATCHED-IDX)
                 ADD 1 TO WS-UNCHARGED-COUNT
                 DISPLAY 'CLAIM NOT CHARGED - MORE THAN ONE SOURCE: '
                    WS-CLM-CLAIM-ID(WS-MATCHED-IDX)
              WHEN NOT CLAIM-TRACED
                 MOVE 'U' TO WS-CLM-STATUS(WS-MATCHED-IDX)
                 ADD 1 TO WS-UNCHARGED-COUNT
                 DISPLAY 'CLAIM NOT CHARGED - NO RECEIPT ON FILE: '
                    WS-CLM-CLAIM-ID(WS-MATCHED-IDX)
              WHEN OTHER
                 PERFORM 730-APPLY-AGREEMENT
           END-EVALUATE
           .

       710-TRACE-BY-LOT.
           PERFORM VARYING LOT-IDX FROM 1 BY 1
              UNTIL LOT-IDX > WS-LOT-COUNT OR CLAIM-TRACED
                 IF WS-LOT-LOT-NUMBER(LOT-IDX) =
                    WS-CLM-LOT-NUMBER(WS-MATCHED-IDX)
                    AND WS-LOT-PART-NUMBER(LOT-IDX) =
                    WS-CLM-PART-NUMBER(WS-MATCHED-IDX)
                    MOVE 'Y' TO WS-TRACE-FLAG
                    MOVE WS-LOT-SUPPLIER-CODE(LOT-IDX)
                       TO WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
                    MOVE WS-LOT-PO-NUMBER(LOT-IDX)
                       TO WS-CLM-PO-NUMBER(WS-MATCHED-IDX)
                    MOVE WS-LOT-RECEIPT-DATE(LOT-IDX)
                       TO WS-CLM-RECEIPT-DATE(WS-MATCHED-IDX)
                 END-IF
           END-PERFORM
           .

      *    No usable lot - every receipt of the part up to the
      *    failure date.  One supplier across all of them traces to
      *    the latest receipt; a second supplier makes it ambiguous.
       720-TRACE-BY-PART.
           PERFORM VARYING LOT-IDX FROM 1 BY 1
              UNTIL LOT-IDX > WS-LOT-COUNT OR CLAIM-MULTI-SOURCED
                 IF WS-LOT-PART-NUMBER(LOT-IDX) =
                    WS-CLM-PART-NUMBER(WS-MATCHED-IDX)
                    AND WS-LOT-RECEIPT-DATE(LOT-IDX) <=
                    WS-CLM-FAILURE-DATE(WS-MATCHED-IDX)
                    EVALUATE TRUE
                       WHEN NOT CLAIM-TRACED
                          MOVE 'Y' TO WS-TRACE-FLAG
                          MOVE WS-LOT-SUPPLIER-CODE(LOT-IDX)
                             TO WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
                          MOVE WS-LOT-PO-NUMBER(LOT-IDX)
                             TO WS-CLM-PO-NUMBER(WS-MATCHED-IDX)
                          MOVE WS-LOT-RECEIPT-DATE(LOT-IDX)
                             TO WS-CLM-RECEIPT-DATE(WS-MATCHED-IDX)
                       WHEN WS-LOT-SUPPLIER-CODE(LOT-IDX) NOT =
                          WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
                          MOVE 'M' TO WS-TRACE-FLAG
                       WHEN WS-LOT-RECEIPT-DATE(LOT-IDX) >
                          WS-CLM-RECEIPT-DATE(WS-MATCHED-IDX)
                          MOVE WS-LOT-PO-NUMBER(LOT-IDX)
                             TO WS-CLM-PO-NUMBER(WS-MATCHED-IDX)
                          MOVE WS-LOT-RECEIPT-DATE(LOT-IDX)
                             TO WS-CLM-RECEIPT-DATE(WS-MATCHED-IDX)
                    END-EVALUATE
                 END-IF
           END-PERFORM
           .

      *    RECOVERY-PCT of the claim, then the per-claim cap, then
      *    whatever the calendar-year cap has left after every
      *    chargeback already raised against the supplier this
      *    year.  Caps of zero don't apply.
       730-APPLY-AGREEMENT.
           MOVE 'N' TO WS-AGREEMENT-FLAG
           MOVE 0 TO WS-AGR-SLOT
           PERFORM VARYING WRA-IDX FROM 1 BY 1
              UNTIL WRA-IDX > WS-WRA-COUNT OR AGREEMENT-FOUND
                 IF WS-WRA-SUPPLIER-CODE(WRA-IDX) =
                    WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
                    MOVE 'Y' TO WS-AGREEMENT-FLAG
                    SET WS-AGR-SLOT TO WRA-IDX
                 END-IF
           END-PERFORM
           IF NOT AGREEMENT-FOUND
              MOVE 'N' TO WS-CLM-STATUS(WS-MATCHED-IDX)
              ADD 1 TO WS-UNCHARGED-COUNT
              DISPLAY 'CLAIM NOT CHARGED - NO AGREEMENT: '
                 WS-CLM-CLAIM-ID(WS-MATCHED-IDX) ' '
                 WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
           ELSE
              MOVE SPACES TO WS-CLM-RUN-REMARK(WS-MATCHED-IDX)
              COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                 WS-CLM-CLAIM-AMOUNT(WS-MATCHED-IDX)
                 * WS-WRA-RECOVERY-PCT(WS-AGR-SLOT) / 100
              IF WS-WRA-CLAIM-CAP(WS-AGR-SLOT) > ZERO
                 AND WS-CHARGE-AMOUNT > WS-WRA-CLAIM-CAP(WS-AGR-SLOT)
                 MOVE WS-WRA-CLAIM-CAP(WS-AGR-SLOT)
                    TO WS-CHARGE-AMOUNT
                 MOVE 'CLAIM CAP' TO WS-CLM-RUN-REMARK(WS-MATCHED-IDX)
              END-IF
              IF WS-WRA-ANNUAL-CAP(WS-AGR-SLOT) > ZERO
                 PERFORM 735-SUM-YEAR-TO-DATE
                 COMPUTE WS-ANNUAL-LEFT =
                    WS-WRA-ANNUAL-CAP(WS-AGR-SLOT) - WS-YEAR-TO-DATE
                 IF WS-CHARGE-AMOUNT > WS-ANNUAL-LEFT
                    MOVE WS-ANNUAL-LEFT TO WS-CHARGE-AMOUNT
                    MOVE 'ANNUAL CAP'
                       TO WS-CLM-RUN-REMARK(WS-MATCHED-IDX)
                 END-IF
              END-IF
              IF WS-CHARGE-AMOUNT > ZERO
                 PERFORM 740-RAISE-CHARGEBACK
              ELSE
                 MOVE 'P' TO WS-CLM-STATUS(WS-MATCHED-IDX)
                 ADD 1 TO WS-UNCHARGED-COUNT
                 DISPLAY 'CLAIM NOT CHARGED - ANNUAL CAP REACHED: '
                    WS-CLM-CLAIM-ID(WS-MATCHED-IDX) ' '
                    WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
              END-IF
           END-IF
           .

       735-SUM-YEAR-TO-DATE.
           MOVE 0 TO WS-YEAR-TO-DATE
           PERFORM VARYING CLM-IDX FROM 1 BY 1
              UNTIL CLM-IDX > WS-CLM-COUNT
                 IF WS-CLM-CHARGED(CLM-IDX)
                    AND WS-CLM-SUPPLIER-CODE(CLM-IDX) =
                    WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
                    AND WS-CLM-CHARGE-DATE(CLM-IDX)(1:4) =
                    WS-TODAYS-DATE(1:4)
                    ADD WS-CLM-CHARGE-AMOUNT(CLM-IDX)
                       TO WS-YEAR-TO-DATE
                 END-IF
           END-PERFORM
           .

       740-RAISE-CHARGEBACK.
           MOVE 'C' TO WS-CLM-STATUS(WS-MATCHED-IDX)
           MOVE WS-CHARGE-AMOUNT
              TO WS-CLM-CHARGE-AMOUNT(WS-MATCHED-IDX)
           MOVE WS-TODAYS-DATE TO WS-CLM-CHARGE-DATE(WS-MATCHED-IDX)
           MOVE 'Y' TO WS-CLM-CHARGED-NOW(WS-MATCHED-IDX)
           STRING 'WC' WS-CLM-CLAIM-ID(WS-MATCHED-IDX)
              DELIMITED BY SIZE INTO WS-CLM-MEMO-ID(WS-MATCHED-IDX)
           MOVE SPACES TO DEBITMEM-RECORD
           MOVE WS-CLM-MEMO-ID(WS-MATCHED-IDX) TO DM-MEMO-ID
           MOVE WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
              TO DM-SUPPLIER-CODE
           MOVE WS-CLM-PO-NUMBER(WS-MATCHED-IDX) TO DM-PO-NUMBER
           MOVE 'WARR' TO DM-SOURCE
           MOVE 'WAR' TO DM-REASON-CODE
           MOVE WS-CHARGE-AMOUNT TO DM-AMOUNT
           MOVE WS-TODAYS-DATE TO DM-MEMO-DATE
           MOVE WS-CLM-CLAIM-ID(WS-MATCHED-IDX) TO DM-REFERENCE
           WRITE DEBITMEM-RECORD
           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-CHARGE-AMOUNT TO WS-CHARGED-TOTAL
           PERFORM 745-TALLY-CHARGED-SUPPLIER
           .

       745-TALLY-CHARGED-SUPPLIER.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-CHG-SLOT
           PERFORM VARYING CHG-IDX FROM 1 BY 1
              UNTIL CHG-IDX > WS-CHG-COUNT OR ENTRY-FOUND
                 IF WS-CHG-SUPPLIER-CODE(CHG-IDX) =
                    WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-CHG-SLOT TO CHG-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND WS-CHG-COUNT < 300
              ADD 1 TO WS-CHG-COUNT
              MOVE WS-CHG-COUNT TO WS-CHG-SLOT
              MOVE WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
                 TO WS-CHG-SUPPLIER-CODE(WS-CHG-SLOT)
           END-IF
           IF WS-CHG-SLOT > 0
              ADD 1 TO WS-CHG-MEMO-COUNT(WS-CHG-SLOT)
              ADD WS-CHARGE-AMOUNT TO WS-CHG-TOTAL(WS-CHG-SLOT)
           END-IF
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING CLM-IDX FROM 1 BY 1
              UNTIL CLM-IDX > WS-CLM-COUNT
                 MOVE SPACES TO WRC-NEW-REC
                 MOVE WS-CLM-CLAIM-ID(CLM-IDX)    TO WCN-CLAIM-ID
                 MOVE WS-CLM-PART-NUMBER(CLM-IDX) TO WCN-PART-NUMBER
                 MOVE WS-CLM-VEHICLE-MAKE(CLM-IDX)
                    TO WCN-VEHICLE-MAKE
                 MOVE WS-CLM-VEHICLE-MODEL(CLM-IDX)
                    TO WCN-VEHICLE-MODEL
                 MOVE WS-CLM-VEHICLE-YEAR(CLM-IDX)
                    TO WCN-VEHICLE-YEAR
                 MOVE WS-CLM-FAILURE-DATE(CLM-IDX)
                    TO WCN-FAILURE-DATE
                 MOVE WS-CLM-LOT-NUMBER(CLM-IDX)  TO WCN-LOT-NUMBER
                 MOVE WS-CLM-CLAIM-AMOUNT(CLM-IDX)
                    TO WCN-CLAIM-AMOUNT
                 MOVE WS-CLM-STATUS(CLM-IDX)      TO WCN-STATUS
                 MOVE WS-CLM-SUPPLIER-CODE(CLM-IDX)
                    TO WCN-SUPPLIER-CODE
                 MOVE WS-CLM-PO-NUMBER(CLM-IDX)   TO WCN-PO-NUMBER
                 MOVE WS-CLM-RECEIPT-DATE(CLM-IDX)
                    TO WCN-RECEIPT-DATE
                 MOVE WS-CLM-CHARGE-AMOUNT(CLM-IDX)
                    TO WCN-CHARGE-AMOUNT
                 MOVE WS-CLM-MEMO-ID(CLM-IDX)     TO WCN-MEMO-ID
                 MOVE WS-CLM-INTAKE-DATE(CLM-IDX) TO WCN-INTAKE-DATE
                 MOVE WS-CLM-CHARGE-DATE(CLM-IDX) TO WCN-CHARGE-DATE
                 WRITE WRC-NEW-REC
           END-PERFORM
           .

      *    This run's chargebacks grouped by supplier - one block
      *    per supplier to go out with its memos.
       850-PRINT-CHARGEBACKS.
           WRITE WRCHGRPT-RECORD FROM WS-RPT-HEADING
           PERFORM VARYING CHG-IDX FROM 1 BY 1
              UNTIL CHG-IDX > WS-CHG-COUNT
                 MOVE SPACES TO WRCHGRPT-RECORD
                 WRITE WRCHGRPT-RECORD
                 MOVE WS-CHG-SUPPLIER-CODE(CHG-IDX)
                    TO RSL-SUPPLIER-CODE
                 MOVE WS-CHG-MEMO-COUNT(CHG-IDX) TO RSL-MEMO-COUNT
                 MOVE WS-CHG-TOTAL(CHG-IDX) TO RSL-TOTAL
                 WRITE WRCHGRPT-RECORD FROM WS-SUP-LINE
                 PERFORM 860-PRINT-SUPPLIER-CLAIMS
           END-PERFORM
           .

       860-PRINT-SUPPLIER-CLAIMS.
           PERFORM VARYING CLM-IDX FROM 1 BY 1
              UNTIL CLM-IDX > WS-CLM-COUNT
                 IF WS-CLM-CHARGED-THIS-RUN(CLM-IDX)
                    AND WS-CLM-SUPPLIER-CODE(CLM-IDX) =
                    WS-CHG-SUPPLIER-CODE(CHG-IDX)
                    MOVE WS-CLM-MEMO-ID(CLM-IDX)  TO RCD-MEMO-ID
                    MOVE WS-CLM-PART-NUMBER(CLM-IDX)
                       TO RCD-PART-NUMBER
                    MOVE WS-CLM-VEHICLE-MAKE(CLM-IDX)
                       TO RCD-VEHICLE-MAKE
                    MOVE WS-CLM-VEHICLE-MODEL(CLM-IDX)
                       TO RCD-VEHICLE-MODEL
                    MOVE WS-CLM-VEHICLE-YEAR(CLM-IDX)
                       TO RCD-VEHICLE-YEAR
                    MOVE WS-CLM-FAILURE-DATE(CLM-IDX)
                       TO RCD-FAILURE-DATE
                    MOVE WS-CLM-PO-NUMBER(CLM-IDX) TO RCD-PO-NUMBER
                    MOVE WS-CLM-CLAIM-AMOUNT(CLM-IDX)
                       TO RCD-CLAIM-AMOUNT
                    MOVE WS-CLM-CHARGE-AMOUNT(CLM-IDX)
                       TO RCD-CHARGE-AMOUNT
                    MOVE WS-CLM-RUN-REMARK(CLM-IDX) TO RCD-REMARK
                    WRITE WRCHGRPT-RECORD FROM WS-RPT-DETAIL
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE WRC-TRANS.
           CLOSE LOTFILE-REC.
           CLOSE WRC-NEW.
           CLOSE DEBITMEM-REC.
           CLOSE WRCHGRPT-REC.
