      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    RPSMAINT.
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
      * //RPSOLD   DD DSN=USER66.EXAM.DEV.RPSMAINT.MASTER,DISP=SHR
      * //RPSTRN   DD DSN=USER66.EXAM.DEV.RPSMAINT.TRANS,DISP=SHR
      *   JCL Output
      * //RPSNEW   DD DSN=USER66.EXAM.DEV.RPSMAINT.MASTER,DISP=OLD
      ***************************************************************
      * Restricted-party screening disposition maintenance.  Every
      * potential hit RPSCREEN prints - a supplier against one entry
      * on the government denied/restricted-party reference list -
      * is worked by compliance and the answer recorded here, one
      * row per SUPPLIER-CODE + list entry id:
      *    'C'  Confirmed - the supplier IS the listed party.  POEDIT
      *         rejects any new PO keyed against a supplier with a
      *         confirmed row, the same way it rejects one on
      *         SUPPLIER-HOLD-FLAG.
      *    'F'  False positive, cleared - RPSCREEN stops printing
      *         that supplier/entry pair on later runs.  A different
      *         list entry against the same supplier still prints.
      *
      * Transaction codes (RPSTRN, position 1):
      *    C  Confirm a hit - adds the row, or turns a cleared row
      *       into a confirmed one.
      *    F  Clear a hit as a false positive - adds the row, or
      *       turns a confirmed row into a cleared one (e.g. the
      *       match was later shown to be a different party).
      *    X  Remove the disposition - the pair goes back to
      *       printing as an open hit on the next screening run
      *       (and a removed confirmation no longer blocks POs).
      * The reviewer's ID is required on C and F so every decision
      * on file says who made it and when.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPS-OLD       ASSIGN TO RPSOLD
               FILE STATUS IS WS-RPSOLD-FILE-STATUS.
           SELECT RPS-TRANS     ASSIGN TO RPSTRN.
           SELECT RPS-NEW       ASSIGN TO RPSNEW.

       DATA DIVISION.
       FILE SECTION.

       FD  RPS-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPS-OLD-REC.
       01  RPS-OLD-REC.
           05  RSO-SUPPLIER-CODE   PIC X(10).
           05  RSO-ENTRY-ID        PIC X(10).
           05  RSO-DISPOSITION     PIC X(01).
           05  RSO-DISP-DATE       PIC 9(08).
           05  RSO-REVIEWER-ID     PIC X(08).
           05  RSO-LISTED-NAME     PIC X(30).
           05  FILLER              PIC X(13).

      *    One disposition per transaction.
       FD  RPS-TRANS
           DATA RECORD IS RST-REC.
       01  RST-REC.
           05  RST-TRANS-CODE      PIC X(01).
               88 RST-CONFIRM               VALUE 'C'.
               88 RST-CLEAR                 VALUE 'F'.
               88 RST-REMOVE                VALUE 'X'.
               88 RST-TRANS-CODE-VALID      VALUES 'C' 'F' 'X'.
           05  RST-SUPPLIER-CODE   PIC X(10).
           05  RST-ENTRY-ID        PIC X(10).
           05  RST-REVIEWER-ID     PIC X(08).
           05  RST-LISTED-NAME     PIC X(30).
           05  FILLER              PIC X(21).

       FD  RPS-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPS-NEW-REC.
       01  RPS-NEW-REC.
           05  RSN-SUPPLIER-CODE   PIC X(10).
           05  RSN-ENTRY-ID        PIC X(10).
           05  RSN-DISPOSITION     PIC X(01).
           05  RSN-DISP-DATE       PIC 9(08).
           05  RSN-REVIEWER-ID     PIC X(08).
           05  RSN-LISTED-NAME     PIC X(30).
           05  FILLER              PIC X(13).

       WORKING-STORAGE SECTION.

       01  WS-RPSOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    Disposition byte carried on every row:
      *    'C' confirmed, 'F' cleared false positive.  A removed row
      *    is flagged and left out of the new master.
       01  WS-RPS-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-RPS-TABLE.
           05  WS-RPS-ENTRY OCCURS 1000 TIMES
                  INDEXED BY RPS-IDX.
               10 WS-RPS-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-RPS-ENTRY-ID        PIC X(10)      VALUE SPACES.
               10 WS-RPS-DISPOSITION     PIC X(01)      VALUE SPACES.
               10 WS-RPS-DISP-DATE       PIC 9(08)      VALUE 0.
               10 WS-RPS-REVIEWER-ID     PIC X(08)      VALUE SPACES.
               10 WS-RPS-LISTED-NAME     PIC X(30)      VALUE SPACES.
               10 WS-RPS-REMOVED-FLAG    PIC X(01)      VALUE 'N'.
                  88 RPS-ROW-REMOVED                    VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-CONFIRMED-COUNT         PIC 9(04)      VALUE 0.
           05 WS-CLEARED-COUNT           PIC 9(04)      VALUE 0.
           05 WS-REMOVED-COUNT           PIC 9(04)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(04)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(04)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  RPSOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  RPSTRN-EOF                    PIC X(01)      VALUE 'N'.
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
           DISPLAY 'RPSMAINT COMPLETE - CONFIRMED: ' WS-CONFIRMED-COUNT
              ' CLEARED: ' WS-CLEARED-COUNT
              ' REMOVED: ' WS-REMOVED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-RPS-COUNT.
           INITIALIZE WS-RPS-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO RPSOLD-EOF.
           MOVE 'N' TO RPSTRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT RPS-TRANS.
           OPEN OUTPUT RPS-NEW.

      *    A missing old master (FILE STATUS not '00') is a first
      *    run built from this run's dispositions.
       400-LOAD-OLD-MASTER.
           OPEN INPUT RPS-OLD
           IF WS-RPSOLD-FILE-STATUS = '00'
              READ RPS-OLD
                 AT END MOVE 'Y' TO RPSOLD-EOF
              END-READ
              PERFORM VARYING RPS-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR RPS-IDX > 1000
                    MOVE RSO-SUPPLIER-CODE
                       TO WS-RPS-SUPPLIER-CODE(RPS-IDX)
                    MOVE RSO-ENTRY-ID TO WS-RPS-ENTRY-ID(RPS-IDX)
                    MOVE RSO-DISPOSITION
                       TO WS-RPS-DISPOSITION(RPS-IDX)
                    MOVE RSO-DISP-DATE TO WS-RPS-DISP-DATE(RPS-IDX)
                    MOVE RSO-REVIEWER-ID
                       TO WS-RPS-REVIEWER-ID(RPS-IDX)
                    MOVE RSO-LISTED-NAME
                       TO WS-RPS-LISTED-NAME(RPS-IDX)
                    MOVE 'N' TO WS-RPS-REMOVED-FLAG(RPS-IDX)
                    SET WS-RPS-COUNT TO RPS-IDX
                    READ RPS-OLD
                       AT END MOVE 'Y' TO RPSOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE RPS-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ RPS-TRANS
              AT END MOVE 'Y' TO RPSTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-DISPOSITION
              EVALUATE TRUE
                 WHEN NOT RST-TRANS-CODE-VALID
                    OR RST-SUPPLIER-CODE = SPACES
                    OR RST-ENTRY-ID = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED RPS - BAD TRANS: '
                       RST-TRANS-CODE '/' RST-SUPPLIER-CODE
                       '/' RST-ENTRY-ID
                 WHEN RST-REMOVE
                    AND NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED RPS - NOT ON FILE: '
                       RST-SUPPLIER-CODE '/' RST-ENTRY-ID
                 WHEN RST-REMOVE
                    MOVE 'Y' TO WS-RPS-REMOVED-FLAG(WS-MATCHED-IDX)
                    ADD 1 TO WS-REMOVED-COUNT
                 WHEN RST-REVIEWER-ID = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED RPS - NO REVIEWER ID: '
                       RST-SUPPLIER-CODE '/' RST-ENTRY-ID
                 WHEN OTHER
                    PERFORM 620-RECORD-DISPOSITION
              END-EVALUATE
           END-IF
           .

      *    A removed row is not a match - a later C or F for the
      *    same pair in this run adds it back as a fresh row.
       610-FIND-DISPOSITION.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING RPS-IDX FROM 1 BY 1
              UNTIL RPS-IDX > WS-RPS-COUNT OR ENTRY-FOUND
                 IF WS-RPS-SUPPLIER-CODE(RPS-IDX) = RST-SUPPLIER-CODE
                    AND WS-RPS-ENTRY-ID(RPS-IDX) = RST-ENTRY-ID
                    AND NOT RPS-ROW-REMOVED(RPS-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO RPS-IDX
                 END-IF
           END-PERFORM
           .

       620-RECORD-DISPOSITION.
           IF NOT ENTRY-FOUND
              IF WS-RPS-COUNT >= 1000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED RPS - TABLE FULL: '
                    RST-SUPPLIER-CODE '/' RST-ENTRY-ID
              ELSE
                 ADD 1 TO WS-RPS-COUNT
                 MOVE WS-RPS-COUNT TO WS-MATCHED-IDX
                 MOVE RST-SUPPLIER-CODE
                    TO WS-RPS-SUPPLIER-CODE(WS-MATCHED-IDX)
                 MOVE RST-ENTRY-ID TO WS-RPS-ENTRY-ID(WS-MATCHED-IDX)
                 MOVE 'N' TO WS-RPS-REMOVED-FLAG(WS-MATCHED-IDX)
                 MOVE 'Y' TO WS-FOUND-FLAG
              END-IF
           END-IF
           IF ENTRY-FOUND
              MOVE RST-TRANS-CODE
                 TO WS-RPS-DISPOSITION(WS-MATCHED-IDX)
              MOVE WS-TODAYS-DATE TO WS-RPS-DISP-DATE(WS-MATCHED-IDX)
              MOVE RST-REVIEWER-ID
                 TO WS-RPS-REVIEWER-ID(WS-MATCHED-IDX)
              IF RST-LISTED-NAME NOT = SPACES
                 MOVE RST-LISTED-NAME
                    TO WS-RPS-LISTED-NAME(WS-MATCHED-IDX)
              END-IF
              IF RST-CONFIRM
                 ADD 1 TO WS-CONFIRMED-COUNT
                 DISPLAY 'RESTRICTED PARTY CONFIRMED - POS BLOCKED: '
                    RST-SUPPLIER-CODE '/' RST-ENTRY-ID
              ELSE
                 ADD 1 TO WS-CLEARED-COUNT
              END-IF
           END-IF
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING RPS-IDX FROM 1 BY 1
              UNTIL RPS-IDX > WS-RPS-COUNT
                 IF NOT RPS-ROW-REMOVED(RPS-IDX)
                    MOVE SPACES TO RPS-NEW-REC
                    MOVE WS-RPS-SUPPLIER-CODE(RPS-IDX)
                       TO RSN-SUPPLIER-CODE
                    MOVE WS-RPS-ENTRY-ID(RPS-IDX)    TO RSN-ENTRY-ID
                    MOVE WS-RPS-DISPOSITION(RPS-IDX)
                       TO RSN-DISPOSITION
                    MOVE WS-RPS-DISP-DATE(RPS-IDX)   TO RSN-DISP-DATE
                    MOVE WS-RPS-REVIEWER-ID(RPS-IDX)
                       TO RSN-REVIEWER-ID
                    MOVE WS-RPS-LISTED-NAME(RPS-IDX)
                       TO RSN-LISTED-NAME
                    WRITE RPS-NEW-REC
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE RPS-TRANS.
           CLOSE RPS-NEW.
