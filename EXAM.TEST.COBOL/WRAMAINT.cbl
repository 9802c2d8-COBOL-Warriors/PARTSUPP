      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    WRAMAINT.
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
      * //WRAOLD   DD DSN=USER66.EXAM.DEV.WRAMAINT.MASTER,DISP=SHR
      * //WRATRN   DD DSN=USER66.EXAM.DEV.WRAMAINT.TRANS,DISP=SHR
      *   JCL Output
      * //WRANEW   DD DSN=USER66.EXAM.DEV.WRAMAINT.MASTER,DISP=OLD
      ***************************************************************
      * Warranty recovery agreement maintenance.  One row per
      * SUPPLIER-CODE holds the terms purchasing negotiated for
      * charging field failures back:
      *    RECOVERY-PCT  share of each claim's cost the supplier
      *                  carries (0.00 - 100.00).
      *    CLAIM-CAP     most any one claim can be charged back;
      *                  zero means no per-claim cap.
      *    ANNUAL-CAP    most the supplier can be charged back in a
      *                  calendar year; zero means no annual cap.
      * WARRCLM reads the file when it traces a claim to a supplier;
      * a supplier with no row (or an inactive one) has no warranty
      * recovery agreement and its claims are recorded but never
      * charged back.
      *
      * Transaction codes (WRATRN, position 1):
      *    A  Add a supplier's agreement - rejected if the supplier
      *       already has one.
      *    C  Change the terms - the transaction restates all three
      *       terms, which take effect from today.
      *    I  Inactivate - the row stays on file at status 'I' so
      *       the terms a past chargeback was figured on are kept.
      *    R  Reactivate an inactive agreement.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRA-OLD       ASSIGN TO WRAOLD
               FILE STATUS IS WS-WRAOLD-FILE-STATUS.
           SELECT WRA-TRANS     ASSIGN TO WRATRN.
           SELECT WRA-NEW       ASSIGN TO WRANEW.

       DATA DIVISION.
       FILE SECTION.

       FD  WRA-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRA-OLD-REC.
       01  WRA-OLD-REC.
           05  WAO-SUPPLIER-CODE   PIC X(10).
           05  WAO-RECOVERY-PCT    PIC 9(03)V99.
           05  WAO-CLAIM-CAP       PIC 9(07)V99.
           05  WAO-ANNUAL-CAP      PIC 9(09)V99.
           05  WAO-STATUS          PIC X(01).
           05  WAO-EFFECTIVE-DATE  PIC 9(08).
           05  FILLER              PIC X(36).

      *    One agreement event per transaction.
       FD  WRA-TRANS
           DATA RECORD IS WAT-REC.
       01  WAT-REC.
           05  WAT-TRANS-CODE      PIC X(01).
               88 WAT-ADD                   VALUE 'A'.
               88 WAT-CHANGE                VALUE 'C'.
               88 WAT-INACTIVATE            VALUE 'I'.
               88 WAT-REACTIVATE            VALUE 'R'.
               88 WAT-TRANS-CODE-VALID      VALUES 'A' 'C' 'I' 'R'.
           05  WAT-SUPPLIER-CODE   PIC X(10).
           05  WAT-RECOVERY-PCT    PIC 9(03)V99.
           05  WAT-CLAIM-CAP       PIC 9(07)V99.
           05  WAT-ANNUAL-CAP      PIC 9(09)V99.
           05  FILLER              PIC X(44).

       FD  WRA-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRA-NEW-REC.
       01  WRA-NEW-REC.
           05  WAN-SUPPLIER-CODE   PIC X(10).
           05  WAN-RECOVERY-PCT    PIC 9(03)V99.
           05  WAN-CLAIM-CAP       PIC 9(07)V99.
           05  WAN-ANNUAL-CAP      PIC 9(09)V99.
           05  WAN-STATUS          PIC X(01).
           05  WAN-EFFECTIVE-DATE  PIC 9(08).
           05  FILLER              PIC X(36).

       WORKING-STORAGE SECTION.

       01  WS-WRAOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    Status byte carried on every agreement row:
      *    'A' active, 'I' inactive.
       01  WS-WRA-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-WRA-TABLE.
           05  WS-WRA-ENTRY OCCURS 300 TIMES
                  INDEXED BY WRA-IDX.
               10 WS-WRA-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-WRA-RECOVERY-PCT    PIC 9(03)V99   VALUE 0.
               10 WS-WRA-CLAIM-CAP       PIC 9(07)V99   VALUE 0.
               10 WS-WRA-ANNUAL-CAP      PIC 9(09)V99   VALUE 0.
               10 WS-WRA-STATUS          PIC X(01)      VALUE SPACES.
               10 WS-WRA-EFFECTIVE-DATE  PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADDED-COUNT             PIC 9(03)      VALUE 0.
           05 WS-CHANGED-COUNT           PIC 9(03)      VALUE 0.
           05 WS-INACTIVATED-COUNT       PIC 9(03)      VALUE 0.
           05 WS-REACTIVATED-COUNT       PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  WRAOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  WRATRN-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-LOAD-OLD-MASTER.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'WRAMAINT COMPLETE - ADDED: ' WS-ADDED-COUNT
              ' CHANGED: ' WS-CHANGED-COUNT
              ' INACTIVATED: ' WS-INACTIVATED-COUNT
              ' REACTIVATED: ' WS-REACTIVATED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-WRA-COUNT.
           INITIALIZE WS-WRA-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO WRAOLD-EOF.
           MOVE 'N' TO WRATRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT WRA-TRANS.
           OPEN OUTPUT WRA-NEW.

      *    A missing old master (FILE STATUS not '00') is a first
      *    run built from this run's adds.
       400-LOAD-OLD-MASTER.
           OPEN INPUT WRA-OLD
           IF WS-WRAOLD-FILE-STATUS = '00'
              READ WRA-OLD
                 AT END MOVE 'Y' TO WRAOLD-EOF
              END-READ
              PERFORM VARYING WRA-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR WRA-IDX > 300
                    MOVE WAO-SUPPLIER-CODE
                       TO WS-WRA-SUPPLIER-CODE(WRA-IDX)
                    MOVE WAO-RECOVERY-PCT
                       TO WS-WRA-RECOVERY-PCT(WRA-IDX)
                    MOVE WAO-CLAIM-CAP TO WS-WRA-CLAIM-CAP(WRA-IDX)
                    MOVE WAO-ANNUAL-CAP TO WS-WRA-ANNUAL-CAP(WRA-IDX)
                    MOVE WAO-STATUS TO WS-WRA-STATUS(WRA-IDX)
                    MOVE WAO-EFFECTIVE-DATE
                       TO WS-WRA-EFFECTIVE-DATE(WRA-IDX)
                    SET WS-WRA-COUNT TO WRA-IDX
                    READ WRA-OLD
                       AT END MOVE 'Y' TO WRAOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE WRA-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ WRA-TRANS
              AT END MOVE 'Y' TO WRATRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-AGREEMENT
              EVALUATE TRUE
                 WHEN NOT WAT-TRANS-CODE-VALID
                    OR WAT-SUPPLIER-CODE = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED AGREEMENT - BAD TRANS: '
                       WAT-TRANS-CODE '/' WAT-SUPPLIER-CODE
                 WHEN WAT-ADD
                    PERFORM 620-ADD-AGREEMENT
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED AGREEMENT - NOT ON FILE: '
                       WAT-SUPPLIER-CODE
                 WHEN WAT-CHANGE
                    PERFORM 630-CHANGE-AGREEMENT
                 WHEN WAT-INACTIVATE
                    AND WS-WRA-STATUS(WS-MATCHED-IDX) = 'I'
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED AGREEMENT - ALREADY INACTIVE: '
                       WAT-SUPPLIER-CODE
                 WHEN WAT-REACTIVATE
                    AND WS-WRA-STATUS(WS-MATCHED-IDX) = 'A'
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED AGREEMENT - ALREADY ACTIVE: '
                       WAT-SUPPLIER-CODE
                 WHEN WAT-INACTIVATE
                    MOVE 'I' TO WS-WRA-STATUS(WS-MATCHED-IDX)
                    ADD 1 TO WS-INACTIVATED-COUNT
                 WHEN WAT-REACTIVATE
                    MOVE 'A' TO WS-WRA-STATUS(WS-MATCHED-IDX)
                    MOVE WS-TODAYS-DATE
                       TO WS-WRA-EFFECTIVE-DATE(WS-MATCHED-IDX)
                    ADD 1 TO WS-REACTIVATED-COUNT
              END-EVALUATE
           END-IF
           .

       610-FIND-AGREEMENT.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING WRA-IDX FROM 1 BY 1
              UNTIL WRA-IDX > WS-WRA-COUNT OR ENTRY-FOUND
                 IF WS-WRA-SUPPLIER-CODE(WRA-IDX) = WAT-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO WRA-IDX
                 END-IF
           END-PERFORM
           .

      *    Terms are edited the same way for an add or a change -
      *    numeric, and a share no bigger than the whole claim.
       620-ADD-AGREEMENT.
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - ALREADY ON FILE: '
                    WAT-SUPPLIER-CODE
              WHEN WAT-RECOVERY-PCT NOT NUMERIC
                 OR WAT-CLAIM-CAP NOT NUMERIC
                 OR WAT-ANNUAL-CAP NOT NUMERIC
                 OR WAT-RECOVERY-PCT = ZERO
                 OR WAT-RECOVERY-PCT > 100
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BAD TERMS: '
                    WAT-SUPPLIER-CODE
              WHEN WS-WRA-COUNT >= 300
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: '
                    WAT-SUPPLIER-CODE
              WHEN OTHER
                 ADD 1 TO WS-WRA-COUNT
                 MOVE WS-WRA-COUNT TO WS-MATCHED-IDX
                 MOVE WAT-SUPPLIER-CODE
                    TO WS-WRA-SUPPLIER-CODE(WS-MATCHED-IDX)
                 MOVE 'A' TO WS-WRA-STATUS(WS-MATCHED-IDX)
                 PERFORM 640-SET-TERMS
                 ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE
           .

       630-CHANGE-AGREEMENT.
           IF WAT-RECOVERY-PCT NOT NUMERIC
              OR WAT-CLAIM-CAP NOT NUMERIC
              OR WAT-ANNUAL-CAP NOT NUMERIC
              OR WAT-RECOVERY-PCT = ZERO
              OR WAT-RECOVERY-PCT > 100
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CHANGE - BAD TERMS: '
                 WAT-SUPPLIER-CODE
           ELSE
              PERFORM 640-SET-TERMS
              ADD 1 TO WS-CHANGED-COUNT
           END-IF
           .

       640-SET-TERMS.
           MOVE WAT-RECOVERY-PCT
              TO WS-WRA-RECOVERY-PCT(WS-MATCHED-IDX)
           MOVE WAT-CLAIM-CAP TO WS-WRA-CLAIM-CAP(WS-MATCHED-IDX)
           MOVE WAT-ANNUAL-CAP TO WS-WRA-ANNUAL-CAP(WS-MATCHED-IDX)
           MOVE WS-TODAYS-DATE
              TO WS-WRA-EFFECTIVE-DATE(WS-MATCHED-IDX)
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING WRA-IDX FROM 1 BY 1
              UNTIL WRA-IDX > WS-WRA-COUNT
                 MOVE SPACES TO WRA-NEW-REC
                 MOVE WS-WRA-SUPPLIER-CODE(WRA-IDX)
                    TO WAN-SUPPLIER-CODE
                 MOVE WS-WRA-RECOVERY-PCT(WRA-IDX)
                    TO WAN-RECOVERY-PCT
                 MOVE WS-WRA-CLAIM-CAP(WRA-IDX)   TO WAN-CLAIM-CAP
                 MOVE WS-WRA-ANNUAL-CAP(WRA-IDX)  TO WAN-ANNUAL-CAP
                 MOVE WS-WRA-STATUS(WRA-IDX)      TO WAN-STATUS
                 MOVE WS-WRA-EFFECTIVE-DATE(WRA-IDX)
                    TO WAN-EFFECTIVE-DATE
                 WRITE WRA-NEW-REC
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE WRA-TRANS.
           CLOSE WRA-NEW.
