      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    ESCMAINT.
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
      * //ESCAOLD  DD DSN=USER66.EXAM.DEV.ESCAGRMT.MASTER,DISP=SHR
      * //ESCATRN  DD DSN=USER66.EXAM.DEV.ESCAGRMT.MASTER.TRANS,
      * //            DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      *   JCL Output
      * //ESCANEW  DD DSN=USER66.EXAM.DEV.ESCAGRMT.MASTER,
      * //            DISP=OLD
      ***************************************************************
      * Batch maintenance utility for the commodity escalation
      * agreement master - one row per PARTSUPL part/supplier pair
      * whose price follows a commodity index (see ESCAGRMT.cpy).
      * Loaded into a table and maintained the same old-master/
      * transaction/new-master way STDMAINT maintains STDCOST, with
      * the table re-sorted by part and supplier after any add.  A
      * missing old master (the first agreement) starts from an
      * empty table.
      *
      * Transaction codes (ESCATRN, position 1):
      *    A  Add an agreement for a pair - rejected if the pair
      *       already has one, or if the pair is not on the
      *       PARTSUPL price link at all (an agreement escalates a
      *       price we already have; it does not create a source).
      *    C  Change a pair's agreement terms - rejected if not on
      *       file.  Every term is replaced, so a re-based contract
      *       keys the new base index and base price together.
      *    D  Delete a pair's agreement - rejected if not on file.
      *
      * An add or change is also rejected if the index ID is
      * blank, the base index or base price is not a positive
      * amount, the material share is over 100 percent, or the
      * adjustment frequency is not 3, 6 or 12 months.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ESCAGRMT-OLD  ASSIGN TO ESCAOLD
               FILE STATUS IS WS-ESCAOLD-FILE-STATUS.
           SELECT ESCAGRMT-TRANS ASSIGN TO ESCATRN.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT ESCAGRMT-NEW  ASSIGN TO ESCANEW.

       DATA DIVISION.
       FILE SECTION.

       FD  ESCAGRMT-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESC-AGREEMENT-ROW.
           COPY 'ESCAGRMT'.

       FD  ESCAGRMT-TRANS
           DATA RECORD IS EST-REC.
       01  EST-REC.
           05  EST-TRANS-CODE      PIC X(01).
               88 EST-ADD                   VALUE 'A'.
               88 EST-CHANGE                VALUE 'C'.
               88 EST-DELETE                VALUE 'D'.
           05  EST-PART-NUMBER     PIC X(23).
           05  EST-SUPPLIER-CODE   PIC X(10).
           05  EST-INDEX-ID        PIC X(08).
           05  EST-BASE-INDEX      PIC 9(07)V9(04).
           05  EST-BASE-PRICE      PIC 9(07)V99.
           05  EST-MATERIAL-PCT    PIC 9(03)V99.
           05  EST-ADJ-FREQ-MONTHS PIC 9(02).
           05  FILLER              PIC X(11).

      *    Same PSN-REC layout PARTSUPL.cbl writes.
       FD  PARTSUPL-REC
           DATA RECORD IS PARTSUPL-RECORD.
       01  PARTSUPL-RECORD.
           05  PSL-PART-NUMBER    PIC X(23).
           05  PSL-SUPPLIER-CODE  PIC X(10).
           05  PSL-UNIT-PRICE     PIC S9(7)V99.
           05  PSL-LEAD-TIME-WKS  PIC 9(03).
           05  PSL-PRICE-EFF-DATE PIC 9(08).
           05  PSL-PRICE-STATUS   PIC X(01).
           05  FILLER             PIC X(48).

      *    Same layout as ESCAGRMT.cpy.
       FD  ESCAGRMT-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESN-REC.
       01  ESN-REC                       PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-ESCAOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    Each entry is laid out exactly as ESCAGRMT.cpy.
       01  WS-TABLE-COUNT                PIC 9(05)      VALUE 0.
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 1000 TIMES
                  INDEXED BY TBL-IDX TBL-IDX2.
               10 WS-ESC-KEY.
                  15 WS-ESC-PART-NUMBER  PIC X(23)      VALUE SPACES.
                  15 WS-ESC-SUPPLIER-CODE
                                         PIC X(10)      VALUE SPACES.
               10 WS-ESC-INDEX-ID        PIC X(08)      VALUE SPACES.
               10 WS-ESC-BASE-INDEX      PIC 9(07)V9(04) VALUE 0.
               10 WS-ESC-BASE-PRICE      PIC 9(07)V99   VALUE 0.
               10 WS-ESC-MATERIAL-PCT    PIC 9(03)V99   VALUE 0.
               10 WS-ESC-ADJ-FREQ-MONTHS PIC 9(02)      VALUE 0.
               10 WS-ESC-LAST-CHANGED    PIC 9(08)      VALUE 0.
               10 FILLER                 PIC X(04)      VALUE SPACES.

      *    Every part/supplier pair on the price link, whatever its
      *    price status - an agreement can be keyed ahead of the
      *    price going active.
       01  WS-PAIR-COUNT                 PIC 9(05)      VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 5000 TIMES
                  INDEXED BY PAIR-IDX.
               10 WS-PAIR-PART-NUMBER    PIC X(23)      VALUE SPACES.
               10 WS-PAIR-SUPPLIER-CODE  PIC X(10)      VALUE SPACES.

       01  WS-SORT-TEMP-ENTRY            PIC X(80)      VALUE SPACES.
       01  WS-SORT-PASS-LIMIT            PIC 9(05)      VALUE 0.
       01  WS-SORT-COMPARE-LIMIT         PIC 9(05)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADD-COUNT               PIC 9(05)      VALUE 0.
           05 WS-CHANGE-COUNT            PIC 9(05)      VALUE 0.
           05 WS-DELETE-COUNT            PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  ESCAGRMT-OLD-EOF              PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  ESCAGRMT-TRANS-EOF            PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.
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
           PERFORM 400-LOAD-PRICE-LINK-PAIRS.
           PERFORM 500-LOAD-OLD-MASTER.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           IF SORT-IS-NEEDED
              PERFORM 700-SORT-TABLE
           END-IF
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'ESCMAINT COMPLETE - ADDED: ' WS-ADD-COUNT
              ' CHANGED: ' WS-CHANGE-COUNT
              ' DELETED: ' WS-DELETE-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TABLE-COUNT.
           INITIALIZE WS-ESC-TABLE.
           INITIALIZE WS-PAIR-COUNT.
           INITIALIZE WS-PAIR-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO ESCAGRMT-OLD-EOF.
           MOVE 'N' TO ESCAGRMT-TRANS-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO WS-SORT-NEEDED-FLAG.

       100-OPEN-FILES.
           OPEN INPUT ESCAGRMT-TRANS.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT ESCAGRMT-NEW.

       400-LOAD-PRICE-LINK-PAIRS.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF WS-PAIR-COUNT < 5000
                 ADD 1 TO WS-PAIR-COUNT
                 SET PAIR-IDX TO WS-PAIR-COUNT
                 MOVE PSL-PART-NUMBER
                    TO WS-PAIR-PART-NUMBER(PAIR-IDX)
                 MOVE PSL-SUPPLIER-CODE
                    TO WS-PAIR-SUPPLIER-CODE(PAIR-IDX)
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

       500-LOAD-OLD-MASTER.
           OPEN INPUT ESCAGRMT-OLD
           IF WS-ESCAOLD-FILE-STATUS = '00'
              READ ESCAGRMT-OLD
                 AT END MOVE 'Y' TO ESCAGRMT-OLD-EOF
              END-READ
              PERFORM VARYING TBL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR TBL-IDX > 1000
                    MOVE ESC-AGREEMENT-ROW TO WS-ESC-ENTRY(TBL-IDX)
                    SET WS-TABLE-COUNT TO TBL-IDX
                    READ ESCAGRMT-OLD
                       AT END MOVE 'Y' TO ESCAGRMT-OLD-EOF
                    END-READ
              END-PERFORM
              CLOSE ESCAGRMT-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ ESCAGRMT-TRANS
              AT END MOVE 'Y' TO ESCAGRMT-TRANS-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-ENTRY-IN-TABLE
              EVALUATE TRUE
                 WHEN EST-ADD
                      PERFORM 615-VALIDATE-TERMS
                      IF TRANS-IS-VALID
                         PERFORM 620-ADD-ENTRY
                      END-IF
                 WHEN EST-CHANGE
                      PERFORM 615-VALIDATE-TERMS
                      IF TRANS-IS-VALID
                         PERFORM 630-CHANGE-ENTRY
                      END-IF
                 WHEN EST-DELETE
                      PERFORM 640-DELETE-ENTRY
                 WHEN OTHER
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'REJECTED - UNKNOWN TRANS CODE: '
                         EST-TRANS-CODE ' FOR ' EST-PART-NUMBER
                         '/' EST-SUPPLIER-CODE
              END-EVALUATE
           END-IF
           .

       610-FIND-ENTRY-IN-TABLE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT OR ENTRY-FOUND
                 IF WS-ESC-PART-NUMBER(TBL-IDX) = EST-PART-NUMBER
                    AND WS-ESC-SUPPLIER-CODE(TBL-IDX) =
                        EST-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO TBL-IDX
                 END-IF
           END-PERFORM
           .

       615-VALIDATE-TERMS.
           MOVE 'Y' TO WS-VALID-FLAG
           EVALUATE TRUE
              WHEN EST-INDEX-ID = SPACES
                 MOVE 'N' TO WS-VALID-FLAG
                 DISPLAY 'REJECTED - NO INDEX ID: '
                    EST-PART-NUMBER '/' EST-SUPPLIER-CODE
              WHEN EST-BASE-INDEX NOT NUMERIC
                 OR EST-BASE-INDEX NOT > 0
                 OR EST-BASE-PRICE NOT NUMERIC
                 OR EST-BASE-PRICE NOT > 0
                 MOVE 'N' TO WS-VALID-FLAG
                 DISPLAY 'REJECTED - BASE INDEX/PRICE NOT POSITIVE: '
                    EST-PART-NUMBER '/' EST-SUPPLIER-CODE
              WHEN EST-MATERIAL-PCT NOT NUMERIC
                 OR EST-MATERIAL-PCT > 100
                 MOVE 'N' TO WS-VALID-FLAG
                 DISPLAY 'REJECTED - MATERIAL SHARE OVER 100: '
                    EST-PART-NUMBER '/' EST-SUPPLIER-CODE
              WHEN EST-ADJ-FREQ-MONTHS NOT NUMERIC
                 OR (EST-ADJ-FREQ-MONTHS NOT = 3
                 AND EST-ADJ-FREQ-MONTHS NOT = 6
                 AND EST-ADJ-FREQ-MONTHS NOT = 12)
                 MOVE 'N' TO WS-VALID-FLAG
                 DISPLAY 'REJECTED - FREQUENCY NOT 3/6/12 MONTHS: '
                    EST-PART-NUMBER '/' EST-SUPPLIER-CODE
           END-EVALUATE
           IF NOT TRANS-IS-VALID
              ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

       620-ADD-ENTRY.
           MOVE 'N' TO WS-VALID-FLAG
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
              UNTIL PAIR-IDX > WS-PAIR-COUNT OR TRANS-IS-VALID
                 IF WS-PAIR-PART-NUMBER(PAIR-IDX) = EST-PART-NUMBER
                    AND WS-PAIR-SUPPLIER-CODE(PAIR-IDX) =
                        EST-SUPPLIER-CODE
                    MOVE 'Y' TO WS-VALID-FLAG
                 END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - ALREADY ON FILE: '
                    EST-PART-NUMBER '/' EST-SUPPLIER-CODE
              WHEN NOT TRANS-IS-VALID
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - PAIR NOT ON PRICE LINK: '
                    EST-PART-NUMBER '/' EST-SUPPLIER-CODE
              WHEN WS-TABLE-COUNT >= 1000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: '
                    EST-PART-NUMBER '/' EST-SUPPLIER-CODE
              WHEN OTHER
                 ADD 1 TO WS-TABLE-COUNT
                 MOVE WS-TABLE-COUNT TO WS-MATCHED-IDX
                 MOVE SPACES TO WS-ESC-ENTRY(WS-MATCHED-IDX)
                 MOVE EST-PART-NUMBER
                    TO WS-ESC-PART-NUMBER(WS-MATCHED-IDX)
                 MOVE EST-SUPPLIER-CODE
                    TO WS-ESC-SUPPLIER-CODE(WS-MATCHED-IDX)
                 PERFORM 650-SET-TERMS
                 MOVE 'Y' TO WS-SORT-NEEDED-FLAG
                 ADD 1 TO WS-ADD-COUNT
           END-EVALUATE
           .

       630-CHANGE-ENTRY.
           IF ENTRY-FOUND
              PERFORM 650-SET-TERMS
              ADD 1 TO WS-CHANGE-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CHANGE - NOT ON FILE: '
                 EST-PART-NUMBER '/' EST-SUPPLIER-CODE
           END-IF
           .

      *    Deleting shifts every later entry up one slot, the same
      *    way STDMAINT's 640-DELETE-ENTRY keeps its table packed.
       640-DELETE-ENTRY.
           IF ENTRY-FOUND
              PERFORM VARYING TBL-IDX2 FROM WS-MATCHED-IDX BY 1
                 UNTIL TBL-IDX2 >= WS-TABLE-COUNT
                    MOVE WS-ESC-ENTRY(TBL-IDX2 + 1)
                       TO WS-ESC-ENTRY(TBL-IDX2)
              END-PERFORM
              SUBTRACT 1 FROM WS-TABLE-COUNT
              ADD 1 TO WS-DELETE-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED DELETE - NOT ON FILE: '
                 EST-PART-NUMBER '/' EST-SUPPLIER-CODE
           END-IF
           .

       650-SET-TERMS.
           MOVE EST-INDEX-ID TO WS-ESC-INDEX-ID(WS-MATCHED-IDX)
           MOVE EST-BASE-INDEX TO WS-ESC-BASE-INDEX(WS-MATCHED-IDX)
           MOVE EST-BASE-PRICE TO WS-ESC-BASE-PRICE(WS-MATCHED-IDX)
           MOVE EST-MATERIAL-PCT
              TO WS-ESC-MATERIAL-PCT(WS-MATCHED-IDX)
           MOVE EST-ADJ-FREQ-MONTHS
              TO WS-ESC-ADJ-FREQ-MONTHS(WS-MATCHED-IDX)
           MOVE WS-TODAYS-DATE TO WS-ESC-LAST-CHANGED(WS-MATCHED-IDX)
           .

      *    A plain swap sort by part and supplier, the same style
      *    as STDMAINT's 700-SORT-TABLE.
       700-SORT-TABLE.
           COMPUTE WS-SORT-PASS-LIMIT = WS-TABLE-COUNT - 1
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-SORT-PASS-LIMIT
                 COMPUTE WS-SORT-COMPARE-LIMIT =
                    WS-TABLE-COUNT - TBL-IDX
                 PERFORM VARYING TBL-IDX2 FROM 1 BY 1
                    UNTIL TBL-IDX2 > WS-SORT-COMPARE-LIMIT
                       IF WS-ESC-KEY(TBL-IDX2) >
                          WS-ESC-KEY(TBL-IDX2 + 1)
                          MOVE WS-ESC-ENTRY(TBL-IDX2)
                             TO WS-SORT-TEMP-ENTRY
                          MOVE WS-ESC-ENTRY(TBL-IDX2 + 1)
                             TO WS-ESC-ENTRY(TBL-IDX2)
                          MOVE WS-SORT-TEMP-ENTRY
                             TO WS-ESC-ENTRY(TBL-IDX2 + 1)
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT
                 WRITE ESN-REC FROM WS-ESC-ENTRY(TBL-IDX)
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE ESCAGRMT-TRANS.
           CLOSE PARTSUPL-REC.
           CLOSE ESCAGRMT-NEW.
