      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    ONHINQ.
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
      *   CICS Resources
      *   Transaction ONHI, Program ONHINQ, Mapset ONHINQM
      *   VSAM KSDS DD ONHANDV, key PART-NUMBER (23 bytes) +
      *     LOCATION (4 bytes), reloaded nightly from ONHAND, the
      *     XFERMNT master and the PARTSUPP master by ONHLOAD.
      ***************************************************************
      * Pseudo-conversational on-hand inventory inquiry across
      * locations.  The user keys a PART-NUMBER and ONHINQ shows the
      * part's ONHANDV summary row - total on hand, latest count
      * date, open transfers in and out, the open PO quantity still
      * due and its next delivery date, and the successor part when
      * SUPERSEDED-BY-PART-NUMBER names one - then pages through its
      * location rows, a screenful (seven rows) at a time, via
      * STARTBR/READNEXT the same way WUSEINQ pages through
      * BOMWUSEV.  Each location row shows the on-hand there, its
      * OHO-LAST-COUNT-DATE and the open transfers into and out of
      * it.
      *
      * ENTER pages forward, wrapping to the first page after the
      * last; keying a new part over the one shown starts over from
      * it; PF3 ends the inquiry.  The figures are as of the last
      * ONHLOAD run, shown on the screen as REFDT.
      *
      * DFHCOMMAREA carries state between screens the same
      * pseudo-conversational task can't otherwise remember:
      *   CA-STATE       'K' waiting on the user's first key entry,
      *                  'B' already browsing.
      *   CA-PART-NUMBER the part on the screen.
      *   CA-LAST-KEY    the ONHANDV key of the last row on the
      *                  screen, to resume after it.
      *   CA-MORE-FLAG   'Y' when a further page exists.
      ***************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY 'ONHANDV'.
           COPY 'ONHINQM'.

       01  WS-RESP                       PIC S9(08) COMP.
       01  WS-KEYLENGTH                  PIC S9(04) COMP VALUE 27.
       01  WS-PART-NUMBER                PIC X(23) VALUE SPACES.
       01  WS-BROWSE-KEY                 PIC X(27) VALUE SPACES.
       01  WS-SKIP-KEY                   PIC X(27) VALUE SPACES.
       01  WS-SKIP-FLAG                  PIC X(01) VALUE 'N'.
       01  WS-MAX-ROWS                   PIC S9(04) COMP VALUE 7.
       01  WS-ROW-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-BROWSE-EOF                 PIC X(01) VALUE 'N'.
       01  WS-MORE-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-SUMMARY-FOUND              PIC X(01) VALUE 'N'.
       01  WS-MESSAGE                    PIC X(40) VALUE SPACES.
       01  WS-QTY-OUT                    PIC ZZZZZZ9-.

      *    Working copy of the commarea, the same keep-the-state-in-
      *    WORKING-STORAGE pattern WUSEINQ uses - on the very first
      *    entry no commarea was passed and LINKAGE DFHCOMMAREA is
      *    not addressable, so every path works on (and RETURNs)
      *    this copy instead.
       01  WS-COMMAREA.
           05  CA-STATE                  PIC X(01) VALUE 'K'.
               88  CA-STATE-WAIT-KEY     VALUE 'K'.
               88  CA-STATE-BROWSING     VALUE 'B'.
           05  CA-PART-NUMBER            PIC X(23) VALUE SPACES.
           05  CA-LAST-KEY               PIC X(27) VALUE SPACES.
           05  CA-MORE-FLAG              PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------
       LINKAGE SECTION.
      *--------------------------------------------------------------
       01  DFHCOMMAREA                   PIC X(52).

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           EXEC CICS HANDLE CONDITION
                MAPFAIL(1050-MAPFAIL-REDISPLAY)
           END-EXEC.

           IF EIBCALEN > 0
              MOVE DFHCOMMAREA(1:52) TO WS-COMMAREA
           END-IF.

           EVALUATE TRUE
              WHEN EIBCALEN = 0
                 PERFORM 1000-SEND-INITIAL-MAP
                 PERFORM 1100-RESET-COMMAREA
              WHEN CA-STATE-WAIT-KEY
                 PERFORM 2000-PROCESS-FIRST-ENTRY
              WHEN CA-STATE-BROWSING
                 PERFORM 2500-PROCESS-BROWSE-KEY
              WHEN OTHER
                 PERFORM 1000-SEND-INITIAL-MAP
                 PERFORM 1100-RESET-COMMAREA
           END-EVALUATE.

           EXEC CICS RETURN
                TRANSID('ONHI')
                COMMAREA(WS-COMMAREA)
           END-EXEC.

           GOBACK.

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO ONHINQMO.
           MOVE 'ENTER A PART NUMBER' TO ERRMSGO.
           EXEC CICS SEND MAP('ONHINQ1')
                MAPSET('ONHINQM')
                ERASE
           END-EXEC
           .

      *    HANDLE CONDITION transfers control here the same way a
      *    GO TO would, the same WUSEINQ convention for a RECEIVE MAP
      *    that finds nothing on the terminal to receive.
       1050-MAPFAIL-REDISPLAY.
           PERFORM 1000-SEND-INITIAL-MAP
           PERFORM 1100-RESET-COMMAREA
           EXEC CICS RETURN
                TRANSID('ONHI')
                COMMAREA(WS-COMMAREA)
           END-EXEC
           GOBACK.

       1100-RESET-COMMAREA.
           MOVE 'K' TO CA-STATE
           MOVE SPACES TO CA-PART-NUMBER CA-LAST-KEY
           MOVE 'N' TO CA-MORE-FLAG
           .

       2000-PROCESS-FIRST-ENTRY.
           EXEC CICS RECEIVE MAP('ONHINQ1')
                MAPSET('ONHINQM')
           END-EXEC.

           PERFORM 2100-START-NEW-PART
           .

      *    A part keyed fresh - the list starts at its first
      *    location.  A part ONHLOAD wrote no summary row for has
      *    no stock anywhere, no open transfer and no open PO.
       2100-START-NEW-PART.
           IF PARTNOI = SPACES OR PARTNOI = LOW-VALUES
              PERFORM 1000-SEND-INITIAL-MAP
              MOVE 'PART NUMBER CANNOT BE BLANK' TO ERRMSGO
              EXEC CICS SEND MAP('ONHINQ1')
                   MAPSET('ONHINQM')
                   DATAONLY
              END-EXEC
              PERFORM 1100-RESET-COMMAREA
           ELSE
              PERFORM 1100-RESET-COMMAREA
              MOVE PARTNOI TO CA-PART-NUMBER
              PERFORM 2200-READ-SUMMARY
              IF WS-SUMMARY-FOUND = 'N'
                 PERFORM 1000-SEND-INITIAL-MAP
                 MOVE CA-PART-NUMBER TO PARTNOO
                 MOVE 'NO STOCK, TRANSFERS OR OPEN POS FOR PART'
                    TO ERRMSGO
                 EXEC CICS SEND MAP('ONHINQ1')
                      MAPSET('ONHINQM')
                      DATAONLY
                 END-EXEC
                 PERFORM 1100-RESET-COMMAREA
              ELSE
                 PERFORM 2800-FIRST-PAGE
                 IF WS-ROW-COUNT = 0
                    MOVE 'NO STOCKING LOCATIONS - ON ORDER ONLY'
                       TO WS-MESSAGE
                 END-IF
                 PERFORM 3900-SEND-RESULT-MAP
              END-IF
           END-IF
           .

      *    The summary row sits ahead of the part's locations, at
      *    LOCATION spaces.
       2200-READ-SUMMARY.
           MOVE 'N' TO WS-SUMMARY-FOUND
           MOVE CA-PART-NUMBER TO WS-BROWSE-KEY(1:23)
           MOVE SPACES TO WS-BROWSE-KEY(24:4)
           EXEC CICS READ DATASET('ONHANDV')
                INTO(OHV-REC)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(WS-KEYLENGTH)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF OHV-SUMMARY-ROW
                    MOVE 'Y' TO WS-SUMMARY-FOUND
                    PERFORM 2300-FORMAT-SUMMARY
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'ONHANDV FILE ERROR - CONTACT SUPPORT'
                    TO WS-MESSAGE
           END-EVALUATE
           .

       2300-FORMAT-SUMMARY.
           MOVE OHV-PART-NUMBER TO PARTNOO
           MOVE OHV-PART-NAME TO PARTNMO
           MOVE OHV-ON-HAND-QTY TO WS-QTY-OUT
           MOVE WS-QTY-OUT TO TOTOHO
           IF OHV-LAST-COUNT-DATE = 0
              MOVE SPACES TO CNTDTO
           ELSE
              MOVE OHV-LAST-COUNT-DATE TO CNTDTO
           END-IF
           MOVE OHV-XFER-IN-QTY TO WS-QTY-OUT
           MOVE WS-QTY-OUT TO XFRINO
           MOVE OHV-XFER-OUT-QTY TO WS-QTY-OUT
           MOVE WS-QTY-OUT TO XFROUTO
           MOVE OHV-OPEN-PO-QTY TO WS-QTY-OUT
           MOVE WS-QTY-OUT TO OPENPOO
           IF OHV-NEXT-DUE-DATE = 0
              MOVE SPACES TO NXTDUEO
           ELSE
              MOVE OHV-NEXT-DUE-DATE TO NXTDUEO
           END-IF
           MOVE OHV-SUCCESSOR-PART TO SUCCPNO
           MOVE OHV-REFRESH-DATE TO REFDTO
           .

      *    PF3 transmits no map data, so it has to be recognized off
      *    EIBAID before any RECEIVE MAP - a RECEIVE here would raise
      *    MAPFAIL and the HANDLE CONDITION would restart the inquiry
      *    instead of ending it.  A plain ENTER with nothing keyed is
      *    just as empty, so this RECEIVE takes its MAPFAIL through
      *    RESP and reads it as "next page".
       2500-PROCESS-BROWSE-KEY.
           IF EIBAID = X'F3'
              PERFORM 9000-END-INQUIRY
           ELSE
              MOVE LOW-VALUES TO ONHINQMI
              EXEC CICS RECEIVE MAP('ONHINQ1')
                   MAPSET('ONHINQM')
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE LOW-VALUES TO ONHINQMI
              END-IF
              IF PARTNOL > 0
                 AND PARTNOI NOT = CA-PART-NUMBER
                 PERFORM 2100-START-NEW-PART
              ELSE
                 PERFORM 2200-READ-SUMMARY
                 IF CA-MORE-FLAG = 'Y'
                    MOVE CA-LAST-KEY TO WS-BROWSE-KEY
                    MOVE CA-LAST-KEY TO WS-SKIP-KEY
                    MOVE 'Y' TO WS-SKIP-FLAG
                    PERFORM 3000-BROWSE-SCREENFUL
                 ELSE
                    PERFORM 2800-FIRST-PAGE
                 END-IF
                 PERFORM 3900-SEND-RESULT-MAP
              END-IF
           END-IF
           .

       2800-FIRST-PAGE.
           MOVE CA-PART-NUMBER TO WS-BROWSE-KEY(1:23)
           MOVE SPACES TO WS-BROWSE-KEY(24:4)
           MOVE 'N' TO WS-SKIP-FLAG
           PERFORM 3000-BROWSE-SCREENFUL
           .

      *    Ends the inquiry.  Unlike the normal paths through this
      *    program, this one does not RETURN with a TRANSID, so ONHI
      *    is not re-armed and the task simply ends here.
       9000-END-INQUIRY.
           MOVE SPACES TO ONHINQMO
           MOVE 'ON-HAND INQUIRY ENDED' TO ERRMSGO
           EXEC CICS SEND MAP('ONHINQ1')
                MAPSET('ONHINQM')
                ERASE
           END-EXEC
           GOBACK.

      *    Positions on WS-BROWSE-KEY and reads forward while the
      *    part still matches, until a screenful is filled.  The
      *    summary row is read past, since it is shown at the top.
      *    On a continuation page WS-SKIP-KEY is the last row
      *    already shown - STARTBR GTEQ positions on it, not after
      *    it - so it is read past without being listed again.
       3000-BROWSE-SCREENFUL.
           MOVE CA-PART-NUMBER TO WS-PART-NUMBER
           MOVE 0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE 'N' TO WS-MORE-FOUND
           PERFORM VARYING OIM-ROW-IDX FROM 1 BY 1
              UNTIL OIM-ROW-IDX > 7
                   MOVE SPACES TO OIM-ROW(OIM-ROW-IDX)
           END-PERFORM

           EXEC CICS STARTBR DATASET('ONHANDV')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(WS-KEYLENGTH)
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BROWSE-EOF
           ELSE
              PERFORM UNTIL WS-ROW-COUNT >= WS-MAX-ROWS
                 OR WS-BROWSE-EOF = 'Y'
                      PERFORM 3100-READ-NEXT-LOCATION
              END-PERFORM
              IF WS-BROWSE-EOF = 'N'
                 PERFORM 3200-PEEK-NEXT-LOCATION
              END-IF
              EXEC CICS ENDBR DATASET('ONHANDV') END-EXEC
           END-IF
           MOVE WS-MORE-FOUND TO CA-MORE-FLAG
           .

       3100-READ-NEXT-LOCATION.
           EXEC CICS READNEXT DATASET('ONHANDV')
                INTO(OHV-REC)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(WS-KEYLENGTH)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BROWSE-EOF
           ELSE
              IF OHV-PART-NUMBER NOT = WS-PART-NUMBER
                 MOVE 'Y' TO WS-BROWSE-EOF
              ELSE
                 IF OHV-SUMMARY-ROW
                    CONTINUE
                 ELSE
                    IF WS-SKIP-FLAG = 'Y' AND OHV-KEY = WS-SKIP-KEY
                       MOVE 'N' TO WS-SKIP-FLAG
                    ELSE
                       ADD 1 TO WS-ROW-COUNT
                       MOVE OHV-KEY TO CA-LAST-KEY
                       PERFORM 3300-FORMAT-ROW
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *    Looks one record past the screenful just filled, purely to
      *    learn whether a further page exists - CA-LAST-KEY is
      *    deliberately left alone here, since this record has not
      *    been shown to the user yet.
       3200-PEEK-NEXT-LOCATION.
           EXEC CICS READNEXT DATASET('ONHANDV')
                INTO(OHV-REC)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(WS-KEYLENGTH)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF OHV-PART-NUMBER = WS-PART-NUMBER
                 AND OHV-LOCATION-ROW
                 MOVE 'Y' TO WS-MORE-FOUND
              END-IF
           END-IF
           .

       3300-FORMAT-ROW.
           MOVE OHV-LOCATION TO OIM-ROW-LOC(WS-ROW-COUNT)
           MOVE OHV-ON-HAND-QTY TO WS-QTY-OUT
           MOVE WS-QTY-OUT TO OIM-ROW-OH(WS-ROW-COUNT)
           IF OHV-LAST-COUNT-DATE = 0
              MOVE SPACES TO OIM-ROW-CDT(WS-ROW-COUNT)
           ELSE
              MOVE OHV-LAST-COUNT-DATE TO OIM-ROW-CDT(WS-ROW-COUNT)
           END-IF
           MOVE OHV-XFER-IN-QTY TO WS-QTY-OUT
           MOVE WS-QTY-OUT TO OIM-ROW-XIN(WS-ROW-COUNT)
           MOVE OHV-XFER-OUT-QTY TO WS-QTY-OUT
           MOVE WS-QTY-OUT TO OIM-ROW-XOUT(WS-ROW-COUNT)
           .

       3900-SEND-RESULT-MAP.
           MOVE CA-PART-NUMBER TO PARTNOO
           EVALUATE TRUE
              WHEN WS-MESSAGE NOT = SPACES
                 MOVE WS-MESSAGE TO ERRMSGO
              WHEN WS-MORE-FOUND = 'Y'
                 MOVE 'ENTER=MORE LOCATIONS, PF3=END' TO ERRMSGO
              WHEN OTHER
                 MOVE 'END OF LOCATIONS - ENTER=TOP, PF3=END'
                    TO ERRMSGO
           END-EVALUATE
           MOVE 'B' TO CA-STATE
           EXEC CICS SEND MAP('ONHINQ1')
                MAPSET('ONHINQM')
                DATAONLY
           END-EXEC
           .
