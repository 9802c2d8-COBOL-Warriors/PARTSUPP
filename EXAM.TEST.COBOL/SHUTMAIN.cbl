      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    SHUTMAIN.
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
      * //SHUTOLD  DD DSN=USER66.EXAM.DEV.SUPSHUT.MASTER,DISP=SHR
      * //SHUTTRN  DD DSN=USER66.EXAM.DEV.SUPSHUT.MASTER.TRANS,
      * //            DISP=SHR
      *   JCL Output
      * //SHUTNEW  DD DSN=USER66.EXAM.DEV.SUPSHUT.MASTER,
      * //            DISP=OLD
      * //SHUTAUD  DD DSN=USER66.EXAM.DEV.SUPSHUT.AUDIT,DISP=MOD
      ***************************************************************
      * Batch maintenance utility for the supplier plant-shutdown
      * calendar (see SUPSHUT.cpy) - one row per shutdown window
      * per supplier.  Loaded into a table and maintained the same
      * old-master/transaction/new-master way STDMAINT maintains
      * STDCOST, with the table re-sorted by supplier and start
      * date after any add.  A missing old master (the first
      * shutdown keyed) starts from an empty table.
      *
      * Transaction codes (SHUTTRN, position 1):
      *    A  Add a shutdown window - rejected if the supplier
      *       already has a window starting that day.
      *    C  Change a window's end date and reason - rejected if
      *       no window for the supplier starts that day.  A
      *       window that moves its start date is a D and an A.
      *    D  Delete a window - rejected if not on file.
      *
      * An add or change is also rejected if the supplier code is
      * blank, either date is not a real calendar date, the end
      * date is before the start date, or the window overlaps
      * another window for the same supplier.
      *
      * Every applied transaction appends one row to SHUTAUD - run
      * date, code, supplier, start date, old and new end dates -
      * the same keep-what-was-overwritten trail STDMAINT keeps
      * in STDAUDIT, so POEDIT, TIMEPHAS and SHUTLOOK never act on
      * a window nobody can account for.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SUPSHUT-OLD   ASSIGN TO SHUTOLD
               FILE STATUS IS WS-SHUTOLD-FILE-STATUS.
           SELECT SUPSHUT-TRANS ASSIGN TO SHUTTRN.
           SELECT SUPSHUT-NEW   ASSIGN TO SHUTNEW.
           SELECT SHUTAUD-REC   ASSIGN TO SHUTAUD.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPSHUT-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUP-SHUTDOWN-ROW.
           COPY 'SUPSHUT'.

       FD  SUPSHUT-TRANS
           DATA RECORD IS SST-REC.
       01  SST-REC.
           05  SST-TRANS-CODE      PIC X(01).
               88 SST-ADD                   VALUE 'A'.
               88 SST-CHANGE                VALUE 'C'.
               88 SST-DELETE                VALUE 'D'.
           05  SST-SUPPLIER-CODE   PIC X(10).
           05  SST-START-DATE      PIC 9(08).
           05  SST-END-DATE        PIC 9(08).
           05  SST-REASON          PIC X(30).
           05  FILLER              PIC X(23).

      *    Same layout as SUPSHUT.cpy.
       FD  SUPSHUT-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SSN-REC.
       01  SSN-REC                       PIC X(80).

      *    Append-only change trail - one row per applied
      *    transaction.  Old end date is zero on an add, new end
      *    date zero on a delete.
       FD  SHUTAUD-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHUTAUD-RECORD.
       01  SHUTAUD-RECORD.
           05  SHA-CHANGE-DATE     PIC 9(08).
           05  SHA-TRANS-CODE      PIC X(01).
           05  SHA-SUPPLIER-CODE   PIC X(10).
           05  SHA-START-DATE      PIC 9(08).
           05  SHA-OLD-END-DATE    PIC 9(08).
           05  SHA-NEW-END-DATE    PIC 9(08).
           05  SHA-PROGRAM-ID      PIC X(08).
           05  FILLER              PIC X(29).

       WORKING-STORAGE SECTION.

       01  WS-SHUTOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    Each entry is laid out exactly as SUPSHUT.cpy.
       01  WS-TABLE-COUNT                PIC 9(05)      VALUE 0.
       01  WS-SHUT-TABLE.
           05  WS-SHUT-ENTRY OCCURS 2000 TIMES
                  INDEXED BY TBL-IDX TBL-IDX2.
               10 WS-SHUT-KEY.
                  15 WS-SHUT-SUPPLIER-CODE
                                         PIC X(10)      VALUE SPACES.
                  15 WS-SHUT-START-DATE  PIC 9(08)      VALUE 0.
               10 WS-SHUT-END-DATE       PIC 9(08)      VALUE 0.
               10 WS-SHUT-REASON         PIC X(30)      VALUE SPACES.
               10 WS-SHUT-LAST-CHANGED   PIC 9(08)      VALUE 0.
               10 FILLER                 PIC X(16)      VALUE SPACES.

       01  WS-SORT-TEMP-ENTRY            PIC X(80)      VALUE SPACES.
       01  WS-SORT-PASS-LIMIT            PIC 9(05)      VALUE 0.
       01  WS-SORT-COMPARE-LIMIT         PIC 9(05)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADD-COUNT               PIC 9(05)      VALUE 0.
           05 WS-CHANGE-COUNT            PIC 9(05)      VALUE 0.
           05 WS-DELETE-COUNT            PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-OLD-END-DATE               PIC 9(08)      VALUE 0.
       01  WS-NEW-END-DATE               PIC 9(08)      VALUE 0.

       01  SUPSHUT-OLD-EOF               PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  SUPSHUT-TRANS-EOF             PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-VALID-FLAG                 PIC X(01)      VALUE 'Y'.
           88 TRANS-IS-VALID                            VALUE 'Y'.
       01  WS-OVERLAP-FLAG               PIC X(01)      VALUE 'N'.
           88 WINDOW-OVERLAPS                           VALUE 'Y'.
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
           DISPLAY 'SHUTMAIN COMPLETE - ADDED: ' WS-ADD-COUNT
              ' CHANGED: ' WS-CHANGE-COUNT
              ' DELETED: ' WS-DELETE-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TABLE-COUNT.
           INITIALIZE WS-SHUT-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO SUPSHUT-OLD-EOF.
           MOVE 'N' TO SUPSHUT-TRANS-EOF.
           MOVE 'N' TO WS-SORT-NEEDED-FLAG.

       100-OPEN-FILES.
           OPEN INPUT SUPSHUT-TRANS.
           OPEN OUTPUT SUPSHUT-NEW.
           OPEN EXTEND SHUTAUD-REC.

       500-LOAD-OLD-MASTER.
           OPEN INPUT SUPSHUT-OLD
           IF WS-SHUTOLD-FILE-STATUS = '00'
              READ SUPSHUT-OLD
                 AT END MOVE 'Y' TO SUPSHUT-OLD-EOF
              END-READ
              PERFORM VARYING TBL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR TBL-IDX > 2000
                    MOVE SUP-SHUTDOWN-ROW TO WS-SHUT-ENTRY(TBL-IDX)
                    SET WS-TABLE-COUNT TO TBL-IDX
                    READ SUPSHUT-OLD
                       AT END MOVE 'Y' TO SUPSHUT-OLD-EOF
                    END-READ
              END-PERFORM
              CLOSE SUPSHUT-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ SUPSHUT-TRANS
              AT END MOVE 'Y' TO SUPSHUT-TRANS-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-ENTRY-IN-TABLE
              EVALUATE TRUE
                 WHEN SST-ADD
                      PERFORM 615-VALIDATE-WINDOW
                      IF TRANS-IS-VALID
                         PERFORM 620-ADD-ENTRY
                      END-IF
                 WHEN SST-CHANGE
                      PERFORM 615-VALIDATE-WINDOW
                      IF TRANS-IS-VALID
                         PERFORM 630-CHANGE-ENTRY
                      END-IF
                 WHEN SST-DELETE
                      PERFORM 640-DELETE-ENTRY
                 WHEN OTHER
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'REJECTED - UNKNOWN TRANS CODE: '
                         SST-TRANS-CODE ' FOR ' SST-SUPPLIER-CODE
                         '/' SST-START-DATE
              END-EVALUATE
           END-IF
           .

       610-FIND-ENTRY-IN-TABLE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT OR ENTRY-FOUND
                 IF WS-SHUT-SUPPLIER-CODE(TBL-IDX) = SST-SUPPLIER-CODE
                    AND WS-SHUT-START-DATE(TBL-IDX) = SST-START-DATE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO TBL-IDX
                 END-IF
           END-PERFORM
           .

       615-VALIDATE-WINDOW.
           MOVE 'Y' TO WS-VALID-FLAG
           EVALUATE TRUE
              WHEN SST-SUPPLIER-CODE = SPACES
                 MOVE 'N' TO WS-VALID-FLAG
                 DISPLAY 'REJECTED - NO SUPPLIER CODE: '
                    SST-START-DATE
              WHEN SST-START-DATE NOT NUMERIC
                 OR SST-END-DATE NOT NUMERIC
                 MOVE 'N' TO WS-VALID-FLAG
                 DISPLAY 'REJECTED - DATES NOT NUMERIC: '
                    SST-SUPPLIER-CODE '/' SST-START-DATE
              WHEN FUNCTION TEST-DATE-YYYYMMDD(SST-START-DATE) > 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(SST-END-DATE) > 0
                 MOVE 'N' TO WS-VALID-FLAG
                 DISPLAY 'REJECTED - NOT A CALENDAR DATE: '
                    SST-SUPPLIER-CODE '/' SST-START-DATE
              WHEN SST-END-DATE < SST-START-DATE
                 MOVE 'N' TO WS-VALID-FLAG
                 DISPLAY 'REJECTED - END BEFORE START: '
                    SST-SUPPLIER-CODE '/' SST-START-DATE
              WHEN OTHER
                 PERFORM 617-CHECK-OVERLAP
                 IF WINDOW-OVERLAPS
                    MOVE 'N' TO WS-VALID-FLAG
                    DISPLAY 'REJECTED - OVERLAPS ANOTHER WINDOW: '
                       SST-SUPPLIER-CODE '/' SST-START-DATE
                 END-IF
           END-EVALUATE
           IF NOT TRANS-IS-VALID
              ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

      *    Two windows overlap when each starts on or before the
      *    other ends.  The entry being changed is skipped, so a
      *    change can lengthen or shorten its own window.
       617-CHECK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-FLAG
           PERFORM VARYING TBL-IDX2 FROM 1 BY 1
              UNTIL TBL-IDX2 > WS-TABLE-COUNT OR WINDOW-OVERLAPS
                 IF WS-SHUT-SUPPLIER-CODE(TBL-IDX2) = SST-SUPPLIER-CODE
                    AND WS-SHUT-START-DATE(TBL-IDX2) NOT =
                        SST-START-DATE
                    AND WS-SHUT-START-DATE(TBL-IDX2) NOT >
                        SST-END-DATE
                    AND SST-START-DATE NOT >
                        WS-SHUT-END-DATE(TBL-IDX2)
                    MOVE 'Y' TO WS-OVERLAP-FLAG
                 END-IF
           END-PERFORM
           .

       620-ADD-ENTRY.
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - ALREADY ON FILE: '
                    SST-SUPPLIER-CODE '/' SST-START-DATE
              WHEN WS-TABLE-COUNT >= 2000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: '
                    SST-SUPPLIER-CODE '/' SST-START-DATE
              WHEN OTHER
                 ADD 1 TO WS-TABLE-COUNT
                 MOVE WS-TABLE-COUNT TO WS-MATCHED-IDX
                 MOVE SPACES TO WS-SHUT-ENTRY(WS-MATCHED-IDX)
                 MOVE SST-SUPPLIER-CODE
                    TO WS-SHUT-SUPPLIER-CODE(WS-MATCHED-IDX)
                 MOVE SST-START-DATE
                    TO WS-SHUT-START-DATE(WS-MATCHED-IDX)
                 MOVE 0 TO WS-OLD-END-DATE
                 PERFORM 650-SET-WINDOW
                 MOVE 'Y' TO WS-SORT-NEEDED-FLAG
                 ADD 1 TO WS-ADD-COUNT
           END-EVALUATE
           .

       630-CHANGE-ENTRY.
           IF ENTRY-FOUND
              MOVE WS-SHUT-END-DATE(WS-MATCHED-IDX) TO WS-OLD-END-DATE
              PERFORM 650-SET-WINDOW
              ADD 1 TO WS-CHANGE-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CHANGE - NOT ON FILE: '
                 SST-SUPPLIER-CODE '/' SST-START-DATE
           END-IF
           .

      *    Deleting shifts every later entry up one slot, the same
      *    way STDMAINT's 640-DELETE-ENTRY keeps its table packed.
       640-DELETE-ENTRY.
           IF ENTRY-FOUND
              MOVE WS-SHUT-END-DATE(WS-MATCHED-IDX) TO WS-OLD-END-DATE
              MOVE 0 TO WS-NEW-END-DATE
              PERFORM VARYING TBL-IDX2 FROM WS-MATCHED-IDX BY 1
                 UNTIL TBL-IDX2 >= WS-TABLE-COUNT
                    MOVE WS-SHUT-ENTRY(TBL-IDX2 + 1)
                       TO WS-SHUT-ENTRY(TBL-IDX2)
              END-PERFORM
              SUBTRACT 1 FROM WS-TABLE-COUNT
              PERFORM 660-WRITE-AUDIT
              ADD 1 TO WS-DELETE-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED DELETE - NOT ON FILE: '
                 SST-SUPPLIER-CODE '/' SST-START-DATE
           END-IF
           .

       650-SET-WINDOW.
           MOVE SST-END-DATE TO WS-SHUT-END-DATE(WS-MATCHED-IDX)
           MOVE SST-REASON TO WS-SHUT-REASON(WS-MATCHED-IDX)
           MOVE WS-TODAYS-DATE TO WS-SHUT-LAST-CHANGED(WS-MATCHED-IDX)
           MOVE SST-END-DATE TO WS-NEW-END-DATE
           PERFORM 660-WRITE-AUDIT
           .

       660-WRITE-AUDIT.
           MOVE SPACES            TO SHUTAUD-RECORD
           MOVE WS-TODAYS-DATE    TO SHA-CHANGE-DATE
           MOVE SST-TRANS-CODE    TO SHA-TRANS-CODE
           MOVE SST-SUPPLIER-CODE TO SHA-SUPPLIER-CODE
           MOVE SST-START-DATE    TO SHA-START-DATE
           MOVE WS-OLD-END-DATE   TO SHA-OLD-END-DATE
           MOVE WS-NEW-END-DATE   TO SHA-NEW-END-DATE
           MOVE 'SHUTMAIN'        TO SHA-PROGRAM-ID
           WRITE SHUTAUD-RECORD
           .

      *    A plain swap sort by supplier and start date, the same
      *    style as STDMAINT's 700-SORT-TABLE.
       700-SORT-TABLE.
           COMPUTE WS-SORT-PASS-LIMIT = WS-TABLE-COUNT - 1
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-SORT-PASS-LIMIT
                 COMPUTE WS-SORT-COMPARE-LIMIT =
                    WS-TABLE-COUNT - TBL-IDX
                 PERFORM VARYING TBL-IDX2 FROM 1 BY 1
                    UNTIL TBL-IDX2 > WS-SORT-COMPARE-LIMIT
                       IF WS-SHUT-KEY(TBL-IDX2) >
                          WS-SHUT-KEY(TBL-IDX2 + 1)
                          MOVE WS-SHUT-ENTRY(TBL-IDX2)
                             TO WS-SORT-TEMP-ENTRY
                          MOVE WS-SHUT-ENTRY(TBL-IDX2 + 1)
                             TO WS-SHUT-ENTRY(TBL-IDX2)
                          MOVE WS-SORT-TEMP-ENTRY
                             TO WS-SHUT-ENTRY(TBL-IDX2 + 1)
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT
                 WRITE SSN-REC FROM WS-SHUT-ENTRY(TBL-IDX)
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE SUPSHUT-TRANS.
           CLOSE SUPSHUT-NEW.
           CLOSE SHUTAUD-REC.
