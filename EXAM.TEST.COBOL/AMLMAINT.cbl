      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    AMLMAINT.
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
      * //AMLOLD   DD DSN=USER66.EXAM.DEV.AMLMAINT.MASTER,DISP=SHR
      * //AMLTRN   DD DSN=USER66.EXAM.DEV.AMLMAINT.TRANS,DISP=SHR
      *   JCL Output
      * //AMLNEW   DD DSN=USER66.EXAM.DEV.AMLMAINT.MASTER,DISP=OLD
      ***************************************************************
      * Approved manufacturer list (AML) maintenance.  A distributor
      * or importer (SUPPLIER-TYPE 'D'/'I') ships somebody else's
      * product, and for a spec-controlled or government part it
      * matters whose.  One row per PART-NUMBER + manufacturer names
      * a manufacturer quality has accepted for that part - its
      * 5-character CAGE code, name, and the manufacturer's own part
      * number - with a status and the date it last changed.
      *
      * Who reads it:
      *    EDI856IN/MSTAPPLY  stamp the manufacturer the 856 names
      *              on each LOTFILE row and flag a distributor or
      *              importer receipt from a manufacturer not active
      *              on the part's list.
      *    RECALLOT  traces a recall by manufacturer through the
      *              manufacturer stamped on the lot rows.
      * A part with no rows at all is not under AML control and
      * every receipt of it passes unchecked.
      *
      * Transaction codes (AMLTRN, position 1):
      *    A  Add a manufacturer to the part's list - rejected if the
      *       part/manufacturer is already on file or the name is
      *       blank.
      *    C  Change the name or manufacturer part number (blank
      *       fields on the transaction leave the row's value).
      *    D  Disqualify - the row stays on file at status 'D' so
      *       the history of who was once approved is kept.
      *    R  Reinstate a disqualified manufacturer.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-OLD       ASSIGN TO AMLOLD
               FILE STATUS IS WS-AMLOLD-FILE-STATUS.
           SELECT AML-TRANS     ASSIGN TO AMLTRN.
           SELECT AML-NEW       ASSIGN TO AMLNEW.

       DATA DIVISION.
       FILE SECTION.

       FD  AML-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AML-OLD-REC.
       01  AML-OLD-REC.
           05  AMO-PART-NUMBER     PIC X(23).
           05  AMO-MFR-CODE        PIC X(05).
           05  AMO-MFR-NAME        PIC X(20).
           05  AMO-MFR-PART-NUMBER PIC X(25).
           05  AMO-STATUS          PIC X(01).
           05  AMO-STATUS-DATE     PIC 9(08).
           05  FILLER              PIC X(18).

      *    One AML event per transaction.
       FD  AML-TRANS
           DATA RECORD IS AMT-REC.
       01  AMT-REC.
           05  AMT-TRANS-CODE      PIC X(01).
               88 AMT-ADD                   VALUE 'A'.
               88 AMT-CHANGE                VALUE 'C'.
               88 AMT-DISQUALIFY            VALUE 'D'.
               88 AMT-REINSTATE             VALUE 'R'.
               88 AMT-TRANS-CODE-VALID      VALUES 'A' 'C' 'D' 'R'.
           05  AMT-PART-NUMBER     PIC X(23).
           05  AMT-MFR-CODE        PIC X(05).
           05  AMT-MFR-NAME        PIC X(20).
           05  AMT-MFR-PART-NUMBER PIC X(25).
           05  FILLER              PIC X(06).

       FD  AML-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AML-NEW-REC.
       01  AML-NEW-REC.
           05  AMN-PART-NUMBER     PIC X(23).
           05  AMN-MFR-CODE        PIC X(05).
           05  AMN-MFR-NAME        PIC X(20).
           05  AMN-MFR-PART-NUMBER PIC X(25).
           05  AMN-STATUS          PIC X(01).
           05  AMN-STATUS-DATE     PIC 9(08).
           05  FILLER              PIC X(18).

       WORKING-STORAGE SECTION.

       01  WS-AMLOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    Status byte carried on every AML row:
      *    'A' approved, 'D' disqualified.
       01  WS-AML-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-AML-TABLE.
           05  WS-AML-ENTRY OCCURS 500 TIMES
                  INDEXED BY AML-IDX.
               10 WS-AML-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-AML-MFR-CODE        PIC X(05)      VALUE SPACES.
               10 WS-AML-MFR-NAME        PIC X(20)      VALUE SPACES.
               10 WS-AML-MFR-PART-NUMBER PIC X(25)      VALUE SPACES.
               10 WS-AML-STATUS          PIC X(01)      VALUE SPACES.
               10 WS-AML-STATUS-DATE     PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADDED-COUNT             PIC 9(03)      VALUE 0.
           05 WS-CHANGED-COUNT           PIC 9(03)      VALUE 0.
           05 WS-DISQUALIFIED-COUNT      PIC 9(03)      VALUE 0.
           05 WS-REINSTATED-COUNT        PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  AMLOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  AMLTRN-EOF                    PIC X(01)      VALUE 'N'.
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
           DISPLAY 'AMLMAINT COMPLETE - ADDED: ' WS-ADDED-COUNT
              ' CHANGED: ' WS-CHANGED-COUNT
              ' DISQUALIFIED: ' WS-DISQUALIFIED-COUNT
              ' REINSTATED: ' WS-REINSTATED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-AML-COUNT.
           INITIALIZE WS-AML-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO AMLOLD-EOF.
           MOVE 'N' TO AMLTRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT AML-TRANS.
           OPEN OUTPUT AML-NEW.

      *    A missing old master (FILE STATUS not '00') is a first
      *    run built from this run's adds.
       400-LOAD-OLD-MASTER.
           OPEN INPUT AML-OLD
           IF WS-AMLOLD-FILE-STATUS = '00'
              READ AML-OLD
                 AT END MOVE 'Y' TO AMLOLD-EOF
              END-READ
              PERFORM VARYING AML-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR AML-IDX > 500
                    MOVE AMO-PART-NUMBER
                       TO WS-AML-PART-NUMBER(AML-IDX)
                    MOVE AMO-MFR-CODE TO WS-AML-MFR-CODE(AML-IDX)
                    MOVE AMO-MFR-NAME TO WS-AML-MFR-NAME(AML-IDX)
                    MOVE AMO-MFR-PART-NUMBER
                       TO WS-AML-MFR-PART-NUMBER(AML-IDX)
                    MOVE AMO-STATUS TO WS-AML-STATUS(AML-IDX)
                    MOVE AMO-STATUS-DATE
                       TO WS-AML-STATUS-DATE(AML-IDX)
                    SET WS-AML-COUNT TO AML-IDX
                    READ AML-OLD
                       AT END MOVE 'Y' TO AMLOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE AML-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ AML-TRANS
              AT END MOVE 'Y' TO AMLTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-AML-ROW
              EVALUATE TRUE
                 WHEN NOT AMT-TRANS-CODE-VALID
                    OR AMT-PART-NUMBER = SPACES
                    OR AMT-MFR-CODE = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED AML - BAD TRANS: '
                       AMT-TRANS-CODE '/' AMT-PART-NUMBER
                       '/' AMT-MFR-CODE
                 WHEN AMT-ADD
                    PERFORM 620-ADD-MANUFACTURER
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED AML - NOT ON FILE: '
                       AMT-PART-NUMBER '/' AMT-MFR-CODE
                 WHEN AMT-CHANGE
                    PERFORM 630-CHANGE-MANUFACTURER
                 WHEN AMT-DISQUALIFY
                    AND WS-AML-STATUS(WS-MATCHED-IDX) = 'D'
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED AML - ALREADY DISQUALIFIED: '
                       AMT-PART-NUMBER '/' AMT-MFR-CODE
                 WHEN AMT-REINSTATE
                    AND WS-AML-STATUS(WS-MATCHED-IDX) = 'A'
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED AML - ALREADY APPROVED: '
                       AMT-PART-NUMBER '/' AMT-MFR-CODE
                 WHEN AMT-DISQUALIFY
                    MOVE 'D' TO WS-AML-STATUS(WS-MATCHED-IDX)
                    MOVE WS-TODAYS-DATE
                       TO WS-AML-STATUS-DATE(WS-MATCHED-IDX)
                    ADD 1 TO WS-DISQUALIFIED-COUNT
                 WHEN AMT-REINSTATE
                    MOVE 'A' TO WS-AML-STATUS(WS-MATCHED-IDX)
                    MOVE WS-TODAYS-DATE
                       TO WS-AML-STATUS-DATE(WS-MATCHED-IDX)
                    ADD 1 TO WS-REINSTATED-COUNT
              END-EVALUATE
           END-IF
           .

       610-FIND-AML-ROW.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING AML-IDX FROM 1 BY 1
              UNTIL AML-IDX > WS-AML-COUNT OR ENTRY-FOUND
                 IF WS-AML-PART-NUMBER(AML-IDX) = AMT-PART-NUMBER
                    AND WS-AML-MFR-CODE(AML-IDX) = AMT-MFR-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO AML-IDX
                 END-IF
           END-PERFORM
           .

       620-ADD-MANUFACTURER.
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - ALREADY ON FILE: '
                    AMT-PART-NUMBER '/' AMT-MFR-CODE
              WHEN AMT-MFR-NAME = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - NO MANUFACTURER NAME: '
                    AMT-PART-NUMBER '/' AMT-MFR-CODE
              WHEN WS-AML-COUNT >= 500
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: '
                    AMT-PART-NUMBER '/' AMT-MFR-CODE
              WHEN OTHER
                 ADD 1 TO WS-AML-COUNT
                 MOVE AMT-PART-NUMBER
                    TO WS-AML-PART-NUMBER(WS-AML-COUNT)
                 MOVE AMT-MFR-CODE TO WS-AML-MFR-CODE(WS-AML-COUNT)
                 MOVE AMT-MFR-NAME TO WS-AML-MFR-NAME(WS-AML-COUNT)
                 MOVE AMT-MFR-PART-NUMBER
                    TO WS-AML-MFR-PART-NUMBER(WS-AML-COUNT)
                 MOVE 'A' TO WS-AML-STATUS(WS-AML-COUNT)
                 MOVE WS-TODAYS-DATE
                    TO WS-AML-STATUS-DATE(WS-AML-COUNT)
                 ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE
           .

       630-CHANGE-MANUFACTURER.
           IF AMT-MFR-NAME = SPACES
              AND AMT-MFR-PART-NUMBER = SPACES
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CHANGE - NOTHING TO CHANGE: '
                 AMT-PART-NUMBER '/' AMT-MFR-CODE
           ELSE
              IF AMT-MFR-NAME NOT = SPACES
                 MOVE AMT-MFR-NAME
                    TO WS-AML-MFR-NAME(WS-MATCHED-IDX)
              END-IF
              IF AMT-MFR-PART-NUMBER NOT = SPACES
                 MOVE AMT-MFR-PART-NUMBER
                    TO WS-AML-MFR-PART-NUMBER(WS-MATCHED-IDX)
              END-IF
              ADD 1 TO WS-CHANGED-COUNT
           END-IF
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING AML-IDX FROM 1 BY 1
              UNTIL AML-IDX > WS-AML-COUNT
                 MOVE SPACES TO AML-NEW-REC
                 MOVE WS-AML-PART-NUMBER(AML-IDX) TO AMN-PART-NUMBER
                 MOVE WS-AML-MFR-CODE(AML-IDX)    TO AMN-MFR-CODE
                 MOVE WS-AML-MFR-NAME(AML-IDX)    TO AMN-MFR-NAME
                 MOVE WS-AML-MFR-PART-NUMBER(AML-IDX)
                    TO AMN-MFR-PART-NUMBER
                 MOVE WS-AML-STATUS(AML-IDX)      TO AMN-STATUS
                 MOVE WS-AML-STATUS-DATE(AML-IDX) TO AMN-STATUS-DATE
                 WRITE AML-NEW-REC
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE AML-TRANS.
           CLOSE AML-NEW.
