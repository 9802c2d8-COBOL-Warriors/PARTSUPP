      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    WARRRPT.
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
      * //PAYREGOL DD DSN=USER66.EXAM.DEV.PAYREG.REGISTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //WARRRPT  DD SYSOUT=*
      ***************************************************************
      * Warranty recovery report - for purchasing to take into a
      * supplier negotiation.  For every supplier WARRCLM has traced
      * a warranty claim to, one line shows:
      *    CLAIMS      claims traced to the supplier
      *    CLAIMED     what those claims cost us
      *    CHARGED     what was charged back under the agreement
      *    RECOVERED   what has actually come back - the supplier's
      *                'WC' memos PAYREG has netted off a payment
      *                (register entry-type 'D' rows)
      *    OUTSTANDING charged back but not yet netted
      *    NOT CHARGED claims traced but not charged back - no
      *                agreement, or the annual cap is used up
      * Claims that never traced to a supplier (no receipt on file,
      * or more than one possible source) total on a line of their
      * own - they are the cost no agreement can recover until the
      * lot is found.  A missing PAYREG register reports nothing
      * recovered yet.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRC-OLD       ASSIGN TO WRCOLD.
           SELECT PAYREG-OLD    ASSIGN TO PAYREGOL
               FILE STATUS IS WS-PAYREGOL-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT WARRRPT-REC   ASSIGN TO WARRRPT.

       DATA DIVISION.
       FILE SECTION.

      *    Same claim row WARRCLM maintains.
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
               88 WCO-CHARGED               VALUE 'C'.
               88 WCO-UNTRACED              VALUES 'U' 'M'.
           05  WCO-SUPPLIER-CODE   PIC X(10).
           05  WCO-PO-NUMBER       PIC X(06).
           05  WCO-RECEIPT-DATE    PIC 9(08).
           05  WCO-CHARGE-AMOUNT   PIC S9(7)V99.
           05  WCO-MEMO-ID         PIC X(10).
           05  WCO-INTAKE-DATE     PIC 9(08).
           05  WCO-CHARGE-DATE     PIC 9(08).
           05  FILLER              PIC X(10).

      *    Same register row PAYREG writes - read-only here.
       FD  PAYREG-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYREG-OLD-REC.
       01  PAYREG-OLD-REC.
           05  PRO-SUPPLIER-CODE   PIC X(10).
           05  PRO-PO-NUMBER       PIC X(06).
           05  PRO-REMIT-DATE      PIC 9(08).
           05  PRO-AMOUNT          PIC S9(9)V99.
           05  PRO-ENTRY-TYPE      PIC X(01).
               88 PRO-DEBIT-MEMO            VALUE 'D'.
           05  PRO-MEMO-ID         PIC X(10).
           05  FILLER              PIC X(34).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  WARRRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRRPT-RECORD.
       01  WARRRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PAYREGOL-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    The chargeback memos raised, so netted register rows can
      *    be credited back to the supplier that was charged.
       01  WS-MEM-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-MEMO-TABLE.
           05  WS-MEM-ENTRY OCCURS 1000 TIMES
                  INDEXED BY MEM-IDX.
               10 WS-MEM-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-MEM-SLOT            PIC 9(03)      VALUE 0.

       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 300 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SUP-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
               10 WS-SUP-CLAIM-COUNT     PIC 9(04)      VALUE 0.
               10 WS-SUP-CLAIMED         PIC S9(9)V99   VALUE 0.
               10 WS-SUP-CHARGED         PIC S9(9)V99   VALUE 0.
               10 WS-SUP-RECOVERED       PIC S9(9)V99   VALUE 0.
               10 WS-SUP-NOT-CHARGED     PIC S9(9)V99   VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-CLAIMS-READ             PIC 9(05)      VALUE 0.
           05 WS-UNTRACED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-UNTRACED-CLAIMED        PIC S9(9)V99   VALUE 0.
           05 WS-TOTAL-CLAIMS            PIC 9(05)      VALUE 0.
           05 WS-TOTAL-CLAIMED           PIC S9(9)V99   VALUE 0.
           05 WS-TOTAL-CHARGED           PIC S9(9)V99   VALUE 0.
           05 WS-TOTAL-RECOVERED         PIC S9(9)V99   VALUE 0.
           05 WS-TOTAL-NOT-CHARGED       PIC S9(9)V99   VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(03)      VALUE 0.

       01  WRCOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-CLAIMS                            VALUE 'Y'.
       01  PAYREGOL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-REGISTER                          VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'WARRANTY COST RECOVERY BY SUPPLIER'.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(27)      VALUE
               'SUPPLIER   NAME'.
           05  FILLER              PIC X(05)      VALUE 'CLMS'.
           05  FILLER              PIC X(15)      VALUE
               '       CLAIMED'.
           05  FILLER              PIC X(15)      VALUE
               '       CHARGED'.
           05  FILLER              PIC X(15)      VALUE
               '     RECOVERED'.
           05  FILLER              PIC X(15)      VALUE
               '   OUTSTANDING'.
           05  FILLER              PIC X(15)      VALUE
               '   NOT CHARGED'.
           05  FILLER              PIC X(25)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RWD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RWD-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RWD-CLAIM-COUNT     PIC ZZZ9       VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RWD-CLAIMED         PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  RWD-CHARGED         PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  RWD-RECOVERED       PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  RWD-OUTSTANDING     PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  RWD-NOT-CHARGED     PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(25)      VALUE SPACES.

       01  WS-UNTRACED-LINE.
           05  FILLER              PIC X(27)      VALUE
               'NOT TRACED TO A SUPPLIER'.
           05  RUL-CLAIM-COUNT     PIC ZZZ9       VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RUL-CLAIMED         PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(85)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-TALLY-CLAIMS UNTIL NO-MORE-CLAIMS.
           PERFORM 450-TALLY-RECOVERIES.
           PERFORM 500-FOLD-IN-SUPPLIERS UNTIL NO-MORE-OLD-MASTER.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-PRINT-SUPPLIERS.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'WARRRPT COMPLETE - CLAIMS: ' WS-CLAIMS-READ
              ' SUPPLIERS: ' WS-SUP-COUNT
              ' UNTRACED: ' WS-UNTRACED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-MEM-COUNT.
           INITIALIZE WS-MEMO-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 'N' TO WRCOLD-EOF.
           MOVE 'N' TO PAYREGOL-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT WRC-OLD.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT WARRRPT-REC.
           READ WRC-OLD
              AT END MOVE 'Y' TO WRCOLD-EOF
           END-READ
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

       200-WRITE-HEADING.
           WRITE WARRRPT-RECORD FROM WS-RPT-HEADING.
           MOVE SPACES TO WARRRPT-RECORD.
           WRITE WARRRPT-RECORD.
           WRITE WARRRPT-RECORD FROM WS-RPT-COLUMNS.

       400-TALLY-CLAIMS.
           ADD 1 TO WS-CLAIMS-READ
           IF WCO-UNTRACED OR WCO-SUPPLIER-CODE = SPACES
              ADD 1 TO WS-UNTRACED-COUNT
              ADD WCO-CLAIM-AMOUNT TO WS-UNTRACED-CLAIMED
           ELSE
              PERFORM 420-FIND-OR-ADD-SUPPLIER
              IF WS-SLOT > 0
                 ADD 1 TO WS-SUP-CLAIM-COUNT(WS-SLOT)
                 ADD WCO-CLAIM-AMOUNT TO WS-SUP-CLAIMED(WS-SLOT)
                 IF WCO-CHARGED
                    ADD WCO-CHARGE-AMOUNT TO WS-SUP-CHARGED(WS-SLOT)
                    PERFORM 430-REMEMBER-MEMO
                 ELSE
                    ADD WCO-CLAIM-AMOUNT
                       TO WS-SUP-NOT-CHARGED(WS-SLOT)
                 END-IF
              END-IF
           END-IF
           READ WRC-OLD
              AT END MOVE 'Y' TO WRCOLD-EOF
           END-READ
           .

       420-FIND-OR-ADD-SUPPLIER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) =
                    WCO-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO SUP-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-SUP-COUNT >= 300
                 DISPLAY 'WARRRPT SUPPLIER TABLE FULL: '
                    WCO-SUPPLIER-CODE
                 MOVE 0 TO WS-SLOT
              ELSE
                 ADD 1 TO WS-SUP-COUNT
                 MOVE WS-SUP-COUNT TO WS-SLOT
                 MOVE WCO-SUPPLIER-CODE
                    TO WS-SUP-SUPPLIER-CODE(WS-SLOT)
              END-IF
           END-IF
           .

       430-REMEMBER-MEMO.
           IF WS-MEM-COUNT >= 1000
              DISPLAY 'WARRRPT MEMO TABLE FULL: ' WCO-MEMO-ID
           ELSE
              ADD 1 TO WS-MEM-COUNT
              MOVE WCO-MEMO-ID TO WS-MEM-MEMO-ID(WS-MEM-COUNT)
              MOVE WS-SLOT TO WS-MEM-SLOT(WS-MEM-COUNT)
           END-IF
           .

      *    A netted memo sits on the register as a negative 'D'
      *    row - what it took off the payment is what came back.
       450-TALLY-RECOVERIES.
           OPEN INPUT PAYREG-OLD
           IF WS-PAYREGOL-FILE-STATUS = '00'
              READ PAYREG-OLD
                 AT END MOVE 'Y' TO PAYREGOL-EOF
              END-READ
              PERFORM UNTIL NO-MORE-REGISTER
                 IF PRO-DEBIT-MEMO
                    PERFORM VARYING MEM-IDX FROM 1 BY 1
                       UNTIL MEM-IDX > WS-MEM-COUNT
                          IF WS-MEM-MEMO-ID(MEM-IDX) = PRO-MEMO-ID
                             SUBTRACT PRO-AMOUNT FROM
                                WS-SUP-RECOVERED(WS-MEM-SLOT(MEM-IDX))
                          END-IF
                    END-PERFORM
                 END-IF
                 READ PAYREG-OLD
                    AT END MOVE 'Y' TO PAYREGOL-EOF
                 END-READ
              END-PERFORM
              CLOSE PAYREG-OLD
           END-IF
           .

       500-FOLD-IN-SUPPLIERS.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = SUPPLIER-CODE
                    AND WS-SUP-SUPPLIER-NAME(SUP-IDX) = SPACES
                    MOVE SUPPLIER-NAME
                       TO WS-SUP-SUPPLIER-NAME(SUP-IDX)
                 END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       600-PRINT-SUPPLIERS.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 MOVE WS-SUP-SUPPLIER-CODE(SUP-IDX)
                    TO RWD-SUPPLIER-CODE
                 MOVE WS-SUP-SUPPLIER-NAME(SUP-IDX)
                    TO RWD-SUPPLIER-NAME
                 MOVE WS-SUP-CLAIM-COUNT(SUP-IDX) TO RWD-CLAIM-COUNT
                 MOVE WS-SUP-CLAIMED(SUP-IDX)     TO RWD-CLAIMED
                 MOVE WS-SUP-CHARGED(SUP-IDX)     TO RWD-CHARGED
                 MOVE WS-SUP-RECOVERED(SUP-IDX)   TO RWD-RECOVERED
                 COMPUTE RWD-OUTSTANDING =
                    WS-SUP-CHARGED(SUP-IDX) - WS-SUP-RECOVERED(SUP-IDX)
                 MOVE WS-SUP-NOT-CHARGED(SUP-IDX) TO RWD-NOT-CHARGED
                 WRITE WARRRPT-RECORD FROM WS-RPT-DETAIL
                 ADD WS-SUP-CLAIM-COUNT(SUP-IDX) TO WS-TOTAL-CLAIMS
                 ADD WS-SUP-CLAIMED(SUP-IDX)     TO WS-TOTAL-CLAIMED
                 ADD WS-SUP-CHARGED(SUP-IDX)     TO WS-TOTAL-CHARGED
                 ADD WS-SUP-RECOVERED(SUP-IDX)   TO WS-TOTAL-RECOVERED
                 ADD WS-SUP-NOT-CHARGED(SUP-IDX)
                    TO WS-TOTAL-NOT-CHARGED
           END-PERFORM
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO WARRRPT-RECORD
           WRITE WARRRPT-RECORD
           MOVE 'TOTAL'               TO RWD-SUPPLIER-CODE
           MOVE SPACES                TO RWD-SUPPLIER-NAME
           MOVE WS-TOTAL-CLAIMS       TO RWD-CLAIM-COUNT
           MOVE WS-TOTAL-CLAIMED      TO RWD-CLAIMED
           MOVE WS-TOTAL-CHARGED      TO RWD-CHARGED
           MOVE WS-TOTAL-RECOVERED    TO RWD-RECOVERED
           COMPUTE RWD-OUTSTANDING =
              WS-TOTAL-CHARGED - WS-TOTAL-RECOVERED
           MOVE WS-TOTAL-NOT-CHARGED  TO RWD-NOT-CHARGED
           WRITE WARRRPT-RECORD FROM WS-RPT-DETAIL
           MOVE WS-UNTRACED-COUNT     TO RUL-CLAIM-COUNT
           MOVE WS-UNTRACED-CLAIMED   TO RUL-CLAIMED
           WRITE WARRRPT-RECORD FROM WS-UNTRACED-LINE
           .

       1000-CLOSE-END.
           CLOSE WRC-OLD.
           CLOSE PART-SUPP-OLD.
           CLOSE WARRRPT-REC.
