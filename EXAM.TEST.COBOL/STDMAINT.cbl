      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    STDMAINT.
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
      * //STDCOLD  DD DSN=USER66.EXAM.DEV.STDCOST.MASTER,DISP=SHR
      * //STDCTRN  DD DSN=USER66.EXAM.DEV.STDCOST.MASTER.TRANS,
      * //            DISP=SHR
      *   JCL Output
      * //STDCNEW  DD DSN=USER66.EXAM.DEV.STDCOST.MASTER,
      * //            DISP=OLD
      * //STDAUDIT DD DSN=USER66.EXAM.DEV.STDCOST.AUDIT,DISP=MOD
      ***************************************************************
      * Batch maintenance utility for the standard-cost master - one
      * row per PART-NUMBER (see STDCOST.cpy), set once a year at
      * cost-roll time and touched between rolls only when a cost
      * is found to be wrong.  Loaded into a table and maintained
      * the same old-master/transaction/new-master way FRTMAINT
      * maintains FRTZONE, with the table re-sorted by part number
      * after any add.  A missing old master (the first roll) starts
      * from an empty table.
      *
      * Transaction codes (STDCTRN, position 1):
      *    A  Add a standard cost for a part - rejected if the part
      *       already has one.
      *    C  Change a part's standard cost and effective date -
      *       rejected if not on file.  The annual roll keys one C
      *       per part.
      *    D  Delete a part's standard cost - rejected if not on
      *       file.
      *
      * An add or change is also rejected if the cost isn't a
      * positive amount or the effective date isn't numeric.  A
      * blank effective date takes the run date.
      *
      * Every applied transaction appends one row to STDAUDIT - run
      * date, code, part, old cost, new cost and effective date -
      * the same keep-what-was-overwritten idea as PARTSUPL's
      * PRICEHIST, so no standard is ever changed without a trace.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT STDCOST-OLD   ASSIGN TO STDCOLD
               FILE STATUS IS WS-STDCOLD-FILE-STATUS.
           SELECT STDCOST-TRANS ASSIGN TO STDCTRN.
           SELECT STDCOST-NEW   ASSIGN TO STDCNEW.
           SELECT STDAUDIT-REC  ASSIGN TO STDAUDIT.

       DATA DIVISION.
       FILE SECTION.

       FD  STDCOST-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STD-COST-ROW.
           COPY 'STDCOST'.

       FD  STDCOST-TRANS
           DATA RECORD IS STT-REC.
       01  STT-REC.
           05  STT-TRANS-CODE      PIC X(01).
               88 STT-ADD                   VALUE 'A'.
               88 STT-CHANGE                VALUE 'C'.
               88 STT-DELETE                VALUE 'D'.
           05  STT-PART-NUMBER     PIC X(23).
           05  STT-UNIT-COST       PIC S9(7)V99.
           05  STT-EFF-DATE        PIC X(08).
           05  FILLER              PIC X(39).

      *    Same layout as STDCOST.cpy.
       FD  STDCOST-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STN-REC.
       01  STN-REC.
           05  STN-PART-NUMBER     PIC X(23).
           05  STN-UNIT-COST       PIC S9(7)V99.
           05  STN-EFF-DATE        PIC 9(08).
           05  STN-LAST-CHANGED    PIC 9(08).
           05  FILLER              PIC X(32).

      *    Append-only change trail - one row per applied
      *    transaction.  Old cost is zero on an add, new cost zero
      *    on a delete.
       FD  STDAUDIT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDAUDIT-RECORD.
       01  STDAUDIT-RECORD.
           05  SAU-CHANGE-DATE     PIC 9(08).
           05  SAU-TRANS-CODE      PIC X(01).
           05  SAU-PART-NUMBER     PIC X(23).
           05  SAU-OLD-COST        PIC S9(7)V99.
           05  SAU-NEW-COST        PIC S9(7)V99.
           05  SAU-EFF-DATE        PIC 9(08).
           05  SAU-PROGRAM-ID      PIC X(08).
           05  FILLER              PIC X(14).

       WORKING-STORAGE SECTION.

       01  WS-STDCOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-TABLE-COUNT                PIC 9(05)      VALUE 0.
       01  WS-STD-COST-TABLE.
           05  WS-STD-ENTRY OCCURS 3000 TIMES
                  INDEXED BY TBL-IDX TBL-IDX2.
               10 WS-STD-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-STD-UNIT-COST       PIC S9(7)V99   VALUE 0.
               10 WS-STD-EFF-DATE        PIC 9(08)      VALUE 0.
               10 WS-STD-LAST-CHANGED    PIC 9(08)      VALUE 0.

       01  WS-SORT-TEMP-ENTRY            PIC X(48)      VALUE SPACES.
       01  WS-SORT-PASS-LIMIT            PIC 9(05)      VALUE 0.
       01  WS-SORT-COMPARE-LIMIT         PIC 9(05)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADD-COUNT               PIC 9(05)      VALUE 0.
           05 WS-CHANGE-COUNT            PIC 9(05)      VALUE 0.
           05 WS-DELETE-COUNT            PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.

       01  WS-EFF-DATE                   PIC 9(08)      VALUE 0.
       01  WS-OLD-COST                   PIC S9(7)V99   VALUE 0.
       01  WS-NEW-COST                   PIC S9(7)V99   VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  STDCOST-OLD-EOF               PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  STDCOST-TRANS-EOF             PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-VALID-FLAG                 PIC X(01)      VALUE 'Y'.
           88 TRANS-IS-VALID                            VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(05)      VALUE 0.
       01  WS-SORT-NEEDED-FLAG           PIC X(01)      VALUE 'N'.
           88 SORT-IS-NEEDED                            VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 500-LOAD-OLD-MASTER.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           IF SORT-IS-NEEDED
              PERFORM 700-SORT-TABLE
           END-IF
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'STDMAINT COMPLETE - ADDED: ' WS-ADD-COUNT
              ' CHANGED: ' WS-CHANGE-COUNT
              ' DELETED: ' WS-DELETE-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TABLE-COUNT.
           INITIALIZE WS-STD-COST-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO STDCOST-OLD-EOF.
           MOVE 'N' TO STDCOST-TRANS-EOF.
           MOVE 'N' TO WS-SORT-NEEDED-FLAG.

       100-OPEN-FILES.
           OPEN INPUT STDCOST-TRANS.
           OPEN OUTPUT STDCOST-NEW.
           OPEN EXTEND STDAUDIT-REC.

       500-LOAD-OLD-MASTER.
           OPEN INPUT STDCOST-OLD
           IF WS-STDCOLD-FILE-STATUS = '00'
              READ STDCOST-OLD
                 AT END MOVE 'Y' TO STDCOST-OLD-EOF
              END-READ
              PERFORM VARYING TBL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR TBL-IDX > 3000
                    MOVE STD-PART-NUMBER
                       TO WS-STD-PART-NUMBER(TBL-IDX)
                    MOVE STD-UNIT-COST
                       TO WS-STD-UNIT-COST(TBL-IDX)
                    MOVE STD-EFF-DATE
                       TO WS-STD-EFF-DATE(TBL-IDX)
                    MOVE STD-LAST-CHANGED
                       TO WS-STD-LAST-CHANGED(TBL-IDX)
                    SET WS-TABLE-COUNT TO TBL-IDX
                    READ STDCOST-OLD
                       AT END MOVE 'Y' TO STDCOST-OLD-EOF
                    END-READ
              END-PERFORM
              CLOSE STDCOST-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ STDCOST-TRANS
              AT END MOVE 'Y' TO STDCOST-TRANS-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-ENTRY-IN-TABLE
              EVALUATE TRUE
                 WHEN STT-ADD
                      PERFORM 615-VALIDATE-COST
                      IF TRANS-IS-VALID
                         PERFORM 620-ADD-ENTRY
                      END-IF
                 WHEN STT-CHANGE
                      PERFORM 615-VALIDATE-COST
                      IF TRANS-IS-VALID
                         PERFORM 630-CHANGE-ENTRY
                      END-IF
                 WHEN STT-DELETE
                      PERFORM 640-DELETE-ENTRY
                 WHEN OTHER
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'REJECTED - UNKNOWN TRANS CODE: '
                         STT-TRANS-CODE ' FOR ' STT-PART-NUMBER
              END-EVALUATE
           END-IF
           .

       610-FIND-ENTRY-IN-TABLE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT OR ENTRY-FOUND
                 IF WS-STD-PART-NUMBER(TBL-IDX) = STT-PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO TBL-IDX
                 END-IF
           END-PERFORM
           .

       615-VALIDATE-COST.
           MOVE 'Y' TO WS-VALID-FLAG
           IF STT-UNIT-COST NOT NUMERIC
              OR STT-UNIT-COST NOT > 0
              MOVE 'N' TO WS-VALID-FLAG
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED - STANDARD COST NOT POSITIVE: '
                 STT-PART-NUMBER
           ELSE
              IF STT-EFF-DATE = SPACES
                 MOVE WS-TODAYS-DATE TO WS-EFF-DATE
              ELSE
                 IF STT-EFF-DATE NUMERIC
                    MOVE STT-EFF-DATE TO WS-EFF-DATE
                 ELSE
                    MOVE 'N' TO WS-VALID-FLAG
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED - EFFECTIVE DATE NOT NUMERIC: '
                       STT-PART-NUMBER
                 END-IF
              END-IF
           END-IF
           .

       620-ADD-ENTRY.
           IF ENTRY-FOUND
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED ADD - ALREADY ON FILE: '
                 STT-PART-NUMBER
           ELSE
              IF WS-TABLE-COUNT >= 3000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: '
                    STT-PART-NUMBER
              ELSE
                 ADD 1 TO WS-TABLE-COUNT
                 MOVE STT-PART-NUMBER
                    TO WS-STD-PART-NUMBER(WS-TABLE-COUNT)
                 MOVE STT-UNIT-COST
                    TO WS-STD-UNIT-COST(WS-TABLE-COUNT)
                 MOVE WS-EFF-DATE
                    TO WS-STD-EFF-DATE(WS-TABLE-COUNT)
                 MOVE WS-TODAYS-DATE
                    TO WS-STD-LAST-CHANGED(WS-TABLE-COUNT)
                 MOVE 'Y' TO WS-SORT-NEEDED-FLAG
                 MOVE 0 TO WS-OLD-COST
                 MOVE STT-UNIT-COST TO WS-NEW-COST
                 PERFORM 650-WRITE-AUDIT
                 ADD 1 TO WS-ADD-COUNT
              END-IF
           END-IF
           .

       630-CHANGE-ENTRY.
           IF ENTRY-FOUND
              MOVE WS-STD-UNIT-COST(WS-MATCHED-IDX) TO WS-OLD-COST
              MOVE STT-UNIT-COST TO WS-NEW-COST
              MOVE STT-UNIT-COST
                 TO WS-STD-UNIT-COST(WS-MATCHED-IDX)
              MOVE WS-EFF-DATE TO WS-STD-EFF-DATE(WS-MATCHED-IDX)
              MOVE WS-TODAYS-DATE
                 TO WS-STD-LAST-CHANGED(WS-MATCHED-IDX)
              PERFORM 650-WRITE-AUDIT
              ADD 1 TO WS-CHANGE-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CHANGE - NOT ON FILE: '
                 STT-PART-NUMBER
           END-IF
           .

      *    Deleting shifts every later entry up one slot, the same
      *    way FRTMAINT's 640-DELETE-ENTRY keeps its table packed.
       640-DELETE-ENTRY.
           IF ENTRY-FOUND
              MOVE WS-STD-UNIT-COST(WS-MATCHED-IDX) TO WS-OLD-COST
              MOVE WS-STD-EFF-DATE(WS-MATCHED-IDX) TO WS-EFF-DATE
              MOVE 0 TO WS-NEW-COST
              PERFORM 650-WRITE-AUDIT
              PERFORM VARYING TBL-IDX2 FROM WS-MATCHED-IDX BY 1
                 UNTIL TBL-IDX2 >= WS-TABLE-COUNT
                    MOVE WS-STD-ENTRY(TBL-IDX2 + 1)
                       TO WS-STD-ENTRY(TBL-IDX2)
              END-PERFORM
              SUBTRACT 1 FROM WS-TABLE-COUNT
              ADD 1 TO WS-DELETE-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED DELETE - NOT ON FILE: '
                 STT-PART-NUMBER
           END-IF
           .

       650-WRITE-AUDIT.
           MOVE SPACES TO STDAUDIT-RECORD
           MOVE WS-TODAYS-DATE  TO SAU-CHANGE-DATE
           MOVE STT-TRANS-CODE  TO SAU-TRANS-CODE
           MOVE STT-PART-NUMBER TO SAU-PART-NUMBER
           MOVE WS-OLD-COST     TO SAU-OLD-COST
           MOVE WS-NEW-COST     TO SAU-NEW-COST
           MOVE WS-EFF-DATE     TO SAU-EFF-DATE
           MOVE 'STDMAINT'      TO SAU-PROGRAM-ID
           WRITE STDAUDIT-RECORD
           .

      *    A plain swap sort by part number, the same style as
      *    FRTMAINT's 700-SORT-TABLE.
       700-SORT-TABLE.
           COMPUTE WS-SORT-PASS-LIMIT = WS-TABLE-COUNT - 1
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-SORT-PASS-LIMIT
                 COMPUTE WS-SORT-COMPARE-LIMIT =
                    WS-TABLE-COUNT - TBL-IDX
                 PERFORM VARYING TBL-IDX2 FROM 1 BY 1
                    UNTIL TBL-IDX2 > WS-SORT-COMPARE-LIMIT
                       IF WS-STD-PART-NUMBER(TBL-IDX2) >
                          WS-STD-PART-NUMBER(TBL-IDX2 + 1)
                          MOVE WS-STD-ENTRY(TBL-IDX2)
                             TO WS-SORT-TEMP-ENTRY
                          MOVE WS-STD-ENTRY(TBL-IDX2 + 1)
                             TO WS-STD-ENTRY(TBL-IDX2)
                          MOVE WS-SORT-TEMP-ENTRY
                             TO WS-STD-ENTRY(TBL-IDX2 + 1)
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT
                 MOVE SPACES TO STN-REC
                 MOVE WS-STD-PART-NUMBER(TBL-IDX)  TO STN-PART-NUMBER
                 MOVE WS-STD-UNIT-COST(TBL-IDX)    TO STN-UNIT-COST
                 MOVE WS-STD-EFF-DATE(TBL-IDX)     TO STN-EFF-DATE
                 MOVE WS-STD-LAST-CHANGED(TBL-IDX) TO STN-LAST-CHANGED
                 WRITE STN-REC
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE STDCOST-TRANS.
           CLOSE STDCOST-NEW.
           CLOSE STDAUDIT-REC.
