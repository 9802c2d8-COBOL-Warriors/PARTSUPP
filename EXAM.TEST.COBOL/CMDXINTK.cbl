      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    CMDXINTK.
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
      * //CMDXOLD  DD DSN=USER66.EXAM.DEV.CMDINDEX.MASTER,DISP=SHR
      * //CMDXIN   DD DSN=USER66.EXAM.DEV.CMDINDEX.PUBLISHED,
      * //            DISP=SHR
      *   JCL Output
      * //CMDXNEW  DD DSN=USER66.EXAM.DEV.CMDINDEX.MASTER,
      * //            DISP=OLD
      ***************************************************************
      * Commodity index value intake - the published steel,
      * aluminium and resin index values the escalation agreements
      * (ESCAGRMT.cpy) are tied to, taken onto the index history
      * (CMDINDEX.cpy) that ESCALATE prices from.  Loaded into a
      * table and maintained old-master/input/new-master, the way
      * STDMAINT maintains STDCOST, and written back in index and
      * period order.  A missing old history (the first load)
      * starts from an empty table.
      *
      * Each CMDXIN row is one index value for one period:
      *    - a new index/period is added;
      *    - an index/period already on file is a revised
      *      publication and replaces the value, old and new both
      *      shown so the revision is visible;
      *    - a row with no index ID, a period date that is not a
      *      valid date, or a value that is not positive is
      *      rejected.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CMDINDEX-OLD  ASSIGN TO CMDXOLD
               FILE STATUS IS WS-CMDXOLD-FILE-STATUS.
           SELECT CMDINDEX-IN   ASSIGN TO CMDXIN.
           SELECT CMDINDEX-NEW  ASSIGN TO CMDXNEW.

       DATA DIVISION.
       FILE SECTION.

       FD  CMDINDEX-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CMD-INDEX-ROW.
           COPY 'CMDINDEX'.

      *    One published value per row, as the index service
      *    sends it.
       FD  CMDINDEX-IN
           DATA RECORD IS CXI-REC.
       01  CXI-REC.
           05  CXI-INDEX-ID        PIC X(08).
           05  CXI-PERIOD-DATE     PIC 9(08).
           05  CXI-INDEX-VALUE     PIC 9(07)V9(04).
           05  CXI-PUBLISHER       PIC X(20).
           05  FILLER              PIC X(33).

      *    Same layout as CMDINDEX.cpy.
       FD  CMDINDEX-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CXN-REC.
       01  CXN-REC                       PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CMDXOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    Each entry is laid out exactly as CMDINDEX.cpy.
       01  WS-TABLE-COUNT                PIC 9(05)      VALUE 0.
       01  WS-CIX-TABLE.
           05  WS-CIX-ENTRY OCCURS 5000 TIMES
                  INDEXED BY TBL-IDX TBL-IDX2.
               10 WS-CIX-KEY.
                  15 WS-CIX-INDEX-ID     PIC X(08)      VALUE SPACES.
                  15 WS-CIX-PERIOD-DATE  PIC 9(08)      VALUE 0.
               10 WS-CIX-INDEX-VALUE     PIC 9(07)V9(04) VALUE 0.
               10 WS-CIX-PUBLISHER       PIC X(20)      VALUE SPACES.
               10 WS-CIX-LOADED-DATE     PIC 9(08)      VALUE 0.
               10 FILLER                 PIC X(25)      VALUE SPACES.

       01  WS-SORT-TEMP-ENTRY            PIC X(80)      VALUE SPACES.
       01  WS-SORT-PASS-LIMIT            PIC 9(05)      VALUE 0.
       01  WS-SORT-COMPARE-LIMIT         PIC 9(05)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADD-COUNT               PIC 9(05)      VALUE 0.
           05 WS-REVISED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.

       01  WS-OLD-VALUE-EDIT             PIC Z(6)9.9999 VALUE ZERO.
       01  WS-NEW-VALUE-EDIT             PIC Z(6)9.9999 VALUE ZERO.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  CMDINDEX-OLD-EOF              PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  CMDINDEX-IN-EOF               PIC X(01)      VALUE 'N'.
           88 NO-MORE-VALUES                            VALUE 'Y'.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(05)      VALUE 0.
       01  WS-SORT-NEEDED-FLAG           PIC X(01)      VALUE 'N'.
           88 SORT-IS-NEEDED                            VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 500-LOAD-OLD-MASTER.
           PERFORM 600-APPLY-VALUES UNTIL NO-MORE-VALUES.
           IF SORT-IS-NEEDED
              PERFORM 700-SORT-TABLE
           END-IF
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'CMDXINTK COMPLETE - ADDED: ' WS-ADD-COUNT
              ' REVISED: ' WS-REVISED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TABLE-COUNT.
           INITIALIZE WS-CIX-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO CMDINDEX-OLD-EOF.
           MOVE 'N' TO CMDINDEX-IN-EOF.
           MOVE 'N' TO WS-SORT-NEEDED-FLAG.

       100-OPEN-FILES.
           OPEN INPUT CMDINDEX-IN.
           OPEN OUTPUT CMDINDEX-NEW.

       500-LOAD-OLD-MASTER.
           OPEN INPUT CMDINDEX-OLD
           IF WS-CMDXOLD-FILE-STATUS = '00'
              READ CMDINDEX-OLD
                 AT END MOVE 'Y' TO CMDINDEX-OLD-EOF
              END-READ
              PERFORM VARYING TBL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR TBL-IDX > 5000
                    MOVE CMD-INDEX-ROW TO WS-CIX-ENTRY(TBL-IDX)
                    SET WS-TABLE-COUNT TO TBL-IDX
                    READ CMDINDEX-OLD
                       AT END MOVE 'Y' TO CMDINDEX-OLD-EOF
                    END-READ
              END-PERFORM
              CLOSE CMDINDEX-OLD
           END-IF
           .

       600-APPLY-VALUES.
           READ CMDINDEX-IN
              AT END MOVE 'Y' TO CMDINDEX-IN-EOF
           END-READ
           IF NOT NO-MORE-VALUES
              EVALUATE TRUE
                 WHEN CXI-INDEX-ID = SPACES
                    OR CXI-PERIOD-DATE NOT NUMERIC
                    OR FUNCTION TEST-DATE-YYYYMMDD(CXI-PERIOD-DATE)
                       NOT = 0
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED - BAD INDEX ID OR PERIOD: '
                       CXI-INDEX-ID ' ' CXI-PERIOD-DATE
                 WHEN CXI-INDEX-VALUE NOT NUMERIC
                    OR CXI-INDEX-VALUE NOT > 0
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED - INDEX VALUE NOT POSITIVE: '
                       CXI-INDEX-ID ' ' CXI-PERIOD-DATE
                 WHEN OTHER
                    PERFORM 610-FIND-ENTRY-IN-TABLE
                    IF ENTRY-FOUND
                       PERFORM 630-REVISE-ENTRY
                    ELSE
                       PERFORM 620-ADD-ENTRY
                    END-IF
              END-EVALUATE
           END-IF
           .

       610-FIND-ENTRY-IN-TABLE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT OR ENTRY-FOUND
                 IF WS-CIX-INDEX-ID(TBL-IDX) = CXI-INDEX-ID
                    AND WS-CIX-PERIOD-DATE(TBL-IDX) = CXI-PERIOD-DATE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO TBL-IDX
                 END-IF
           END-PERFORM
           .

       620-ADD-ENTRY.
           IF WS-TABLE-COUNT >= 5000
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED - TABLE FULL: '
                 CXI-INDEX-ID ' ' CXI-PERIOD-DATE
           ELSE
              ADD 1 TO WS-TABLE-COUNT
              MOVE WS-TABLE-COUNT TO WS-MATCHED-IDX
              MOVE SPACES TO WS-CIX-ENTRY(WS-MATCHED-IDX)
              MOVE CXI-INDEX-ID TO WS-CIX-INDEX-ID(WS-MATCHED-IDX)
              MOVE CXI-PERIOD-DATE
                 TO WS-CIX-PERIOD-DATE(WS-MATCHED-IDX)
              PERFORM 650-SET-VALUE
              MOVE 'Y' TO WS-SORT-NEEDED-FLAG
              ADD 1 TO WS-ADD-COUNT
           END-IF
           .

       630-REVISE-ENTRY.
           MOVE WS-CIX-INDEX-VALUE(WS-MATCHED-IDX)
              TO WS-OLD-VALUE-EDIT
           MOVE CXI-INDEX-VALUE TO WS-NEW-VALUE-EDIT
           DISPLAY 'REVISED INDEX VALUE: ' CXI-INDEX-ID ' '
              CXI-PERIOD-DATE ' WAS ' WS-OLD-VALUE-EDIT
              ' NOW ' WS-NEW-VALUE-EDIT
           PERFORM 650-SET-VALUE
           ADD 1 TO WS-REVISED-COUNT
           .

       650-SET-VALUE.
           MOVE CXI-INDEX-VALUE TO WS-CIX-INDEX-VALUE(WS-MATCHED-IDX)
           MOVE CXI-PUBLISHER TO WS-CIX-PUBLISHER(WS-MATCHED-IDX)
           MOVE WS-TODAYS-DATE TO WS-CIX-LOADED-DATE(WS-MATCHED-IDX)
           .

      *    A plain swap sort by index and period, the same style as
      *    STDMAINT's 700-SORT-TABLE.
       700-SORT-TABLE.
           COMPUTE WS-SORT-PASS-LIMIT = WS-TABLE-COUNT - 1
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-SORT-PASS-LIMIT
                 COMPUTE WS-SORT-COMPARE-LIMIT =
                    WS-TABLE-COUNT - TBL-IDX
                 PERFORM VARYING TBL-IDX2 FROM 1 BY 1
                    UNTIL TBL-IDX2 > WS-SORT-COMPARE-LIMIT
                       IF WS-CIX-KEY(TBL-IDX2) >
                          WS-CIX-KEY(TBL-IDX2 + 1)
                          MOVE WS-CIX-ENTRY(TBL-IDX2)
                             TO WS-SORT-TEMP-ENTRY
                          MOVE WS-CIX-ENTRY(TBL-IDX2 + 1)
                             TO WS-CIX-ENTRY(TBL-IDX2)
                          MOVE WS-SORT-TEMP-ENTRY
                             TO WS-CIX-ENTRY(TBL-IDX2 + 1)
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT
                 WRITE CXN-REC FROM WS-CIX-ENTRY(TBL-IDX)
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE CMDINDEX-IN.
           CLOSE CMDINDEX-NEW.
