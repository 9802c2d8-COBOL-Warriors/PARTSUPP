      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    WUSEINQ.
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
      *   Transaction WUSE, Program WUSEINQ, Mapset WUSEINQM
      *   VSAM KSDS DD BOMWUSEV, key COMPONENT-PART (23 bytes) +
      *     PARENT-PART (23 bytes), reloaded nightly from BOMFILE,
      *     ONHAND and the KITWORK master by WUSELOAD.
      ***************************************************************
      * Pseudo-conversational where-used inquiry over the bill of
      * materials - when a supplier puts a component on allocation
      * the planner keys its PART-NUMBER and WUSEINQ pages through
      * every parent that uses it, a screenful (seven rows) at a
      * time, via STARTBR/READNEXT on BOMWUSEV the same way PARTBRW
      * pages through PARTMSTR.  Each row shows the parent, the
      * BOM-QTY-PER it uses, the parent's on-hand and its open kit
      * work orders (count and build quantity), with a '+' where the
      * parent is itself used further up.
      *
      * Keying S in front of a row and pressing ENTER drops down to
      * that parent's own where-used list, one level further up, so
      * a buyer can follow a component all the way to the finished
      * kits; PF3 climbs back down a level, and ends the inquiry from
      * the first level.  ENTER with nothing selected pages forward,
      * wrapping to the first page after the last.  Keying a new
      * component over the one shown starts over from it.
      *
      * DFHCOMMAREA carries state between screens the same
      * pseudo-conversational task can't otherwise remember:
      *   CA-STATE       'K' waiting on the user's first key entry,
      *                  'B' already browsing.
      *   CA-LEVEL       how many levels up from the keyed component
      *                  the list on screen is (1 = its own parents).
      *   CA-COMPONENT   the part whose parents are listed at each
      *                  level, so PF3 can return to the one below.
      *   CA-FIRST-PARENT / CA-LAST-KEY  the first parent and the
      *                  BOMWUSEV key of the last row on the screen,
      *                  to redisplay the page or resume after it.
      *   CA-ROW         the parents on the screen, since a display-
      *                  only field is not sent back by RECEIVE MAP.
      ***************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY 'BOMWUSEV'.
           COPY 'WUSEINQM'.

       01  WS-RESP                       PIC S9(08) COMP.
       01  WS-KEYLENGTH                  PIC S9(04) COMP VALUE 46.
       01  WS-COMPONENT                  PIC X(23) VALUE SPACES.
       01  WS-BROWSE-KEY                 PIC X(46) VALUE SPACES.
       01  WS-SKIP-KEY                   PIC X(46) VALUE SPACES.
       01  WS-SKIP-FLAG                  PIC X(01) VALUE 'N'.
       01  WS-MAX-ROWS                   PIC S9(04) COMP VALUE 7.
       01  WS-MAX-LEVEL                  PIC 9(01) VALUE 5.
       01  WS-ROW-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-SELECTED-ROW               PIC S9(04) COMP VALUE 0.
       01  WS-SUB                        PIC S9(04) COMP VALUE 0.
       01  WS-BROWSE-EOF                 PIC X(01) VALUE 'N'.
       01  WS-MORE-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-MESSAGE                    PIC X(40) VALUE SPACES.
       01  WS-QTY-PER-OUT                PIC ZZZZ9.
       01  WS-ON-HAND-OUT                PIC ZZZZZZ9-.
       01  WS-WO-COUNT-OUT               PIC ZZ9.
       01  WS-WO-QTY-OUT                 PIC ZZZZZZ9-.

      *    Working copy of the commarea, the same keep-the-state-in-
      *    WORKING-STORAGE pattern PARTINQ/PARTBRW use - on the very
      *    first entry no commarea was passed and LINKAGE DFHCOMMAREA
      *    is not addressable, so every path works on (and RETURNs)
      *    this copy instead.
       01  WS-COMMAREA.
           05  CA-STATE                  PIC X(01) VALUE 'K'.
               88  CA-STATE-WAIT-KEY     VALUE 'K'.
               88  CA-STATE-BROWSING     VALUE 'B'.
           05  CA-LEVEL                  PIC 9(01) VALUE 0.
           05  CA-COMPONENT              PIC X(23) VALUE SPACES
                                         OCCURS 5 TIMES.
           05  CA-FIRST-PARENT           PIC X(23) VALUE SPACES.
           05  CA-LAST-KEY               PIC X(46) VALUE SPACES.
           05  CA-MORE-FLAG              PIC X(01) VALUE 'N'.
           05  CA-ROW OCCURS 7 TIMES.
               10  CA-ROW-PARENT         PIC X(23) VALUE SPACES.
               10  CA-ROW-USED-FLAG      PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------
       LINKAGE SECTION.
      *--------------------------------------------------------------
       01  DFHCOMMAREA                   PIC X(355).

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           EXEC CICS HANDLE CONDITION
                MAPFAIL(1050-MAPFAIL-REDISPLAY)
           END-EXEC.

           IF EIBCALEN > 0
              MOVE DFHCOMMAREA(1:355) TO WS-COMMAREA
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
                TRANSID('WUSE')
                COMMAREA(WS-COMMAREA)
           END-EXEC.

           GOBACK.

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO WUSEINQMO.
           MOVE 'ENTER A COMPONENT PART NUMBER' TO ERRMSGO.
           EXEC CICS SEND MAP('WUSEINQ1')
                MAPSET('WUSEINQM')
                ERASE
           END-EXEC
           .

      *    HANDLE CONDITION transfers control here the same way a
      *    GO TO would, the same PARTINQ convention for a RECEIVE MAP
      *    that finds nothing on the terminal to receive.
       1050-MAPFAIL-REDISPLAY.
           PERFORM 1000-SEND-INITIAL-MAP
           PERFORM 1100-RESET-COMMAREA
           EXEC CICS RETURN
                TRANSID('WUSE')
                COMMAREA(WS-COMMAREA)
           END-EXEC
           GOBACK.

       1100-RESET-COMMAREA.
           MOVE 'K' TO CA-STATE
           MOVE 0 TO CA-LEVEL
           MOVE SPACES TO CA-FIRST-PARENT CA-LAST-KEY
           MOVE 'N' TO CA-MORE-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 5
                   MOVE SPACES TO CA-COMPONENT(WS-SUB)
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 7
                   MOVE SPACES TO CA-ROW-PARENT(WS-SUB)
                   MOVE 'N' TO CA-ROW-USED-FLAG(WS-SUB)
           END-PERFORM
           .

       2000-PROCESS-FIRST-ENTRY.
           EXEC CICS RECEIVE MAP('WUSEINQ1')
                MAPSET('WUSEINQM')
           END-EXEC.

           PERFORM 2100-START-NEW-COMPONENT
           .

      *    A component keyed fresh - the list starts over at level 1.
       2100-START-NEW-COMPONENT.
           IF COMPNOI = SPACES OR COMPNOI = LOW-VALUES
              PERFORM 1000-SEND-INITIAL-MAP
              MOVE 'COMPONENT PART NUMBER CANNOT BE BLANK' TO ERRMSGO
              EXEC CICS SEND MAP('WUSEINQ1')
                   MAPSET('WUSEINQM')
                   DATAONLY
              END-EXEC
              PERFORM 1100-RESET-COMMAREA
           ELSE
              PERFORM 1100-RESET-COMMAREA
              MOVE 1 TO CA-LEVEL
              MOVE COMPNOI TO CA-COMPONENT(1)
              PERFORM 2800-FIRST-PAGE-OF-LEVEL
              IF WS-ROW-COUNT = 0
                 MOVE 'COMPONENT NOT USED ON ANY BOM' TO WS-MESSAGE
              END-IF
              PERFORM 3900-SEND-RESULT-MAP
           END-IF
           .

      *    PF3 transmits no map data, so it has to be recognized off
      *    EIBAID before any RECEIVE MAP - a RECEIVE here would raise
      *    MAPFAIL and the HANDLE CONDITION would restart the inquiry
      *    instead of climbing back down a level.  A plain ENTER with
      *    nothing keyed is just as empty, so this RECEIVE takes its
      *    MAPFAIL through RESP and reads it as "next page".
       2500-PROCESS-BROWSE-KEY.
           IF EIBAID = X'F3'
              PERFORM 2600-BACK-DOWN-LEVEL
           ELSE
              MOVE LOW-VALUES TO WUSEINQMI
              EXEC CICS RECEIVE MAP('WUSEINQ1')
                   MAPSET('WUSEINQM')
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE LOW-VALUES TO WUSEINQMI
              END-IF
              PERFORM 2700-FIND-SELECTION
              EVALUATE TRUE
                 WHEN COMPNOL > 0
                    AND COMPNOI NOT = CA-COMPONENT(CA-LEVEL)
                    PERFORM 2100-START-NEW-COMPONENT
                 WHEN WS-SELECTED-ROW > 0
                    PERFORM 2750-DROP-DOWN-TO-PARENT
                 WHEN CA-MORE-FLAG = 'Y'
                    MOVE CA-LAST-KEY TO WS-BROWSE-KEY
                    MOVE CA-LAST-KEY TO WS-SKIP-KEY
                    MOVE 'Y' TO WS-SKIP-FLAG
                    PERFORM 3000-BROWSE-SCREENFUL
                    PERFORM 3900-SEND-RESULT-MAP
                 WHEN OTHER
                    PERFORM 2800-FIRST-PAGE-OF-LEVEL
                    PERFORM 3900-SEND-RESULT-MAP
              END-EVALUATE
           END-IF
           .

      *    Back to the component one level down, first page; from
      *    level 1 there is nowhere lower to go, so the inquiry ends.
       2600-BACK-DOWN-LEVEL.
           IF CA-LEVEL > 1
              MOVE SPACES TO CA-COMPONENT(CA-LEVEL)
              SUBTRACT 1 FROM CA-LEVEL
              PERFORM 2800-FIRST-PAGE-OF-LEVEL
              PERFORM 3900-SEND-RESULT-MAP
           ELSE
              PERFORM 9000-END-INQUIRY
           END-IF
           .

      *    The first row keyed S (either case) is the one taken.
       2700-FIND-SELECTION.
           MOVE 0 TO WS-SELECTED-ROW
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 7 OR WS-SELECTED-ROW > 0
                   IF (WUM-ROW-SEL(WS-SUB) = 'S'
                       OR WUM-ROW-SEL(WS-SUB) = 's')
                      AND CA-ROW-PARENT(WS-SUB) NOT = SPACES
                      MOVE WS-SUB TO WS-SELECTED-ROW
                   END-IF
           END-PERFORM
           .

      *    The selected parent becomes the component one level up.
      *    A finished kit (used nowhere) or the deepest level the
      *    commarea can remember leaves the page as it was.
       2750-DROP-DOWN-TO-PARENT.
           EVALUATE TRUE
              WHEN CA-ROW-USED-FLAG(WS-SELECTED-ROW) NOT = 'Y'
                 MOVE 'SELECTED PARENT IS A FINISHED KIT'
                    TO WS-MESSAGE
                 PERFORM 2900-REDISPLAY-PAGE
              WHEN CA-LEVEL NOT < WS-MAX-LEVEL
                 MOVE 'DEEPEST LEVEL REACHED - PF3 TO GO BACK'
                    TO WS-MESSAGE
                 PERFORM 2900-REDISPLAY-PAGE
              WHEN OTHER
                 ADD 1 TO CA-LEVEL
                 MOVE CA-ROW-PARENT(WS-SELECTED-ROW)
                    TO CA-COMPONENT(CA-LEVEL)
                 PERFORM 2800-FIRST-PAGE-OF-LEVEL
           END-EVALUATE
           PERFORM 3900-SEND-RESULT-MAP
           .

       2800-FIRST-PAGE-OF-LEVEL.
           MOVE CA-COMPONENT(CA-LEVEL) TO WS-BROWSE-KEY(1:23)
           MOVE LOW-VALUES TO WS-BROWSE-KEY(24:23)
           MOVE 'N' TO WS-SKIP-FLAG
           PERFORM 3000-BROWSE-SCREENFUL
           .

       2900-REDISPLAY-PAGE.
           MOVE CA-COMPONENT(CA-LEVEL) TO WS-BROWSE-KEY(1:23)
           MOVE CA-FIRST-PARENT TO WS-BROWSE-KEY(24:23)
           MOVE 'N' TO WS-SKIP-FLAG
           PERFORM 3000-BROWSE-SCREENFUL
           .

      *    Ends the inquiry.  Unlike the normal paths through this
      *    program, this one does not RETURN with a TRANSID, so WUSE
      *    is not re-armed and the task simply ends here.
       9000-END-INQUIRY.
           MOVE SPACES TO WUSEINQMO
           MOVE 'WHERE-USED INQUIRY ENDED' TO ERRMSGO
           EXEC CICS SEND MAP('WUSEINQ1')
                MAPSET('WUSEINQM')
                ERASE
           END-EXEC
           GOBACK.

      *    Positions on WS-BROWSE-KEY and reads forward while the
      *    component still matches, until a screenful is filled.  On
      *    a continuation page WS-SKIP-KEY is the last row already
      *    shown - STARTBR GTEQ positions on it, not after it - so it
      *    is read past without being listed again.
       3000-BROWSE-SCREENFUL.
           MOVE CA-COMPONENT(CA-LEVEL) TO WS-COMPONENT
           MOVE 0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE 'N' TO WS-MORE-FOUND
           MOVE SPACES TO CA-FIRST-PARENT
           PERFORM VARYING WUM-ROW-IDX FROM 1 BY 1
              UNTIL WUM-ROW-IDX > 7
                   MOVE SPACES TO WUM-ROW(WUM-ROW-IDX)
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 7
                   MOVE SPACES TO CA-ROW-PARENT(WS-SUB)
                   MOVE 'N' TO CA-ROW-USED-FLAG(WS-SUB)
           END-PERFORM

           EXEC CICS STARTBR DATASET('BOMWUSEV')
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
                      PERFORM 3100-READ-NEXT-PARENT
              END-PERFORM
              IF WS-BROWSE-EOF = 'N'
                 PERFORM 3200-PEEK-NEXT-PARENT
              END-IF
              EXEC CICS ENDBR DATASET('BOMWUSEV') END-EXEC
           END-IF
           MOVE WS-MORE-FOUND TO CA-MORE-FLAG
           .

       3100-READ-NEXT-PARENT.
           EXEC CICS READNEXT DATASET('BOMWUSEV')
                INTO(BWU-REC)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(WS-KEYLENGTH)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BROWSE-EOF
           ELSE
              IF BWU-COMPONENT-PART NOT = WS-COMPONENT
                 MOVE 'Y' TO WS-BROWSE-EOF
              ELSE
                 IF WS-SKIP-FLAG = 'Y' AND BWU-KEY = WS-SKIP-KEY
                    MOVE 'N' TO WS-SKIP-FLAG
                 ELSE
                    ADD 1 TO WS-ROW-COUNT
                    IF WS-ROW-COUNT = 1
                       MOVE BWU-PARENT-PART TO CA-FIRST-PARENT
                    END-IF
                    MOVE BWU-KEY TO CA-LAST-KEY
                    PERFORM 3300-FORMAT-ROW
                 END-IF
              END-IF
           END-IF
           .

      *    Looks one record past the screenful just filled, purely to
      *    learn whether a further page exists - CA-LAST-KEY is
      *    deliberately left alone here, since this record has not
      *    been shown to the user yet.
       3200-PEEK-NEXT-PARENT.
           EXEC CICS READNEXT DATASET('BOMWUSEV')
                INTO(BWU-REC)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(WS-KEYLENGTH)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF BWU-COMPONENT-PART = WS-COMPONENT
                 MOVE 'Y' TO WS-MORE-FOUND
              END-IF
           END-IF
           .

       3300-FORMAT-ROW.
           MOVE BWU-QTY-PER TO WS-QTY-PER-OUT
           MOVE BWU-PARENT-ON-HAND TO WS-ON-HAND-OUT
           MOVE BWU-OPEN-WO-COUNT TO WS-WO-COUNT-OUT
           MOVE BWU-OPEN-WO-QTY TO WS-WO-QTY-OUT

           MOVE SPACES TO WUM-ROW-SEL(WS-ROW-COUNT)
           MOVE BWU-PARENT-PART TO WUM-ROW-PNO(WS-ROW-COUNT)
           MOVE WS-QTY-PER-OUT TO WUM-ROW-QTY(WS-ROW-COUNT)
           MOVE WS-ON-HAND-OUT TO WUM-ROW-OH(WS-ROW-COUNT)
           MOVE WS-WO-COUNT-OUT TO WUM-ROW-WOC(WS-ROW-COUNT)
           MOVE WS-WO-QTY-OUT TO WUM-ROW-WOQ(WS-ROW-COUNT)
           IF BWU-PARENT-IS-USED
              MOVE '+' TO WUM-ROW-UP(WS-ROW-COUNT)
           ELSE
              MOVE SPACE TO WUM-ROW-UP(WS-ROW-COUNT)
           END-IF
           MOVE BWU-PARENT-PART TO CA-ROW-PARENT(WS-ROW-COUNT)
           MOVE BWU-PARENT-USED-FLAG TO CA-ROW-USED-FLAG(WS-ROW-COUNT)
           .

       3900-SEND-RESULT-MAP.
           MOVE CA-COMPONENT(CA-LEVEL) TO COMPNOO
           MOVE CA-LEVEL TO LEVELO
           MOVE SPACES TO ERRMSGO
           IF WS-ROW-COUNT = 0
              IF WS-MESSAGE = SPACES
                 MOVE 'NO PARENTS FOUND - PF3 TO GO BACK' TO ERRMSGO
              ELSE
                 MOVE WS-MESSAGE TO ERRMSGO
              END-IF
              IF CA-LEVEL = 1
                 MOVE 'K' TO CA-STATE
              ELSE
                 MOVE 'B' TO CA-STATE
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN WS-MESSAGE NOT = SPACES
                    MOVE WS-MESSAGE TO ERRMSGO
                 WHEN WS-MORE-FOUND = 'Y'
                    MOVE 'S=USED IN, ENTER=MORE, PF3=BACK' TO ERRMSGO
                 WHEN OTHER
                    MOVE 'END OF LIST - S=USED IN, PF3=BACK'
                       TO ERRMSGO
              END-EVALUATE
              MOVE 'B' TO CA-STATE
           END-IF
           EXEC CICS SEND MAP('WUSEINQ1')
                MAPSET('WUSEINQM')
                DATAONLY
           END-EXEC
           .
