      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    ONHLOAD.
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
      * //ONHMSTR  DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=SHR
      * //XFEROLD  DD DSN=USER66.EXAM.DEV.XFERMNT.MASTER,DISP=SHR
      *   (optional - without it no transfers are shown)
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output (the online VSAM copy)
      * //ONHANDV  DD DSN=USER66.EXAM.DEV.ONHANDV.KSDS,DISP=OLD
      ***************************************************************
      * Nightly full reload of ONHANDV, the on-hand KSDS the ONHINQ
      * inquiry reads (see ONHANDV.cpy).  For every part it writes
      * a summary row and one row per location, pulling together
      * what a buyer or planner asks about a part's stock:
      *    - ONHAND on-hand quantity and last count date by
      *      location;
      *    - open transfers (XFERMNT Requested or In Transit), as a
      *      quantity in at the to-location and out at the from-
      *      location;
      *    - the open PO quantity still due on the PARTSUPP master
      *      and the earliest delivery date among those POs;
      *    - the successor part, from SUPERSEDED-BY-PART-NUMBER.
      * A part with open POs but no stock anywhere still gets its
      * summary row, so the screen can show what is coming.
      * Like PARTSUPV and BOMWUSEV, nothing on ONHAND is stamped
      * with an update date to go incremental on the way VSAMINCR
      * refreshes PARTMSTR, and every posting program rewrites it,
      * so this is always a full reload.  The KSDS row count is
      * checked against the rows built and a mismatch is displayed.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONHAND-MSTR   ASSIGN TO ONHMSTR.
           SELECT XFER-MSTR     ASSIGN TO XFEROLD
               FILE STATUS IS WS-XFER-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT ONHANDV-VS    ASSIGN TO ONHANDV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHV-KEY
               FILE STATUS IS WS-ONHANDV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Same ONHAND-NEW-REC layout KITWORK writes.
       FD  ONHAND-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-MSTR-REC.
       01  ONHAND-MSTR-REC.
           05  OHM-PART-NUMBER     PIC X(23).
           05  OHM-LOCATION        PIC X(04).
           05  OHM-ON-HAND-QTY     PIC S9(7).
           05  OHM-LAST-COUNT-DATE PIC 9(08).
           05  FILLER              PIC X(38).

      *    Same XFER-NEW-REC layout XFERMNT writes.
       FD  XFER-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFER-MSTR-REC.
       01  XFER-MSTR-REC.
           05  XFM-XFER-ID         PIC X(08).
           05  XFM-PART-NUMBER     PIC X(23).
           05  XFM-FROM-LOC        PIC X(04).
           05  XFM-TO-LOC          PIC X(04).
           05  XFM-QTY             PIC S9(7).
           05  XFM-STATUS          PIC X(01).
               88 XFM-OPEN                  VALUES 'R' 'T'.
           05  XFM-REQUEST-DATE    PIC 9(08).
           05  XFM-PICKED-DATE     PIC 9(08).
           05  XFM-CONFIRM-DATE    PIC 9(08).
           05  FILLER              PIC X(09).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    The online on-hand copy ONHINQ reads.
       FD  ONHANDV-VS
           DATA RECORD IS OHV-REC.
           COPY 'ONHANDV'.

       WORKING-STORAGE SECTION.

       01  WS-XFER-FILE-STATUS           PIC X(02)      VALUE SPACES.
       01  WS-ONHANDV-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    One entry per part, with the summary-row figures.
       01  WS-PRT-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-PART-TABLE.
           05  WS-PRT-ENTRY OCCURS 2000 TIMES
                  INDEXED BY PRT-IDX.
               10 WS-PRT-PART            PIC X(23)      VALUE SPACES.
               10 WS-PRT-PART-NAME       PIC X(14)      VALUE SPACES.
               10 WS-PRT-ON-HAND         PIC S9(7)      VALUE 0.
               10 WS-PRT-LAST-COUNT-DATE PIC 9(08)      VALUE 0.
               10 WS-PRT-XFER-IN         PIC S9(7)      VALUE 0.
               10 WS-PRT-XFER-OUT        PIC S9(7)      VALUE 0.
               10 WS-PRT-OPEN-PO-QTY     PIC S9(7)      VALUE 0.
               10 WS-PRT-NEXT-DUE-DATE   PIC 9(08)      VALUE 0.
               10 WS-PRT-SUCCESSOR       PIC X(23)      VALUE SPACES.
               10 WS-PRT-LOC-COUNT       PIC 9(03)      VALUE 0.

      *    One entry per part/location.
       01  WS-LOC-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-LOCATION-TABLE.
           05  WS-LOC-ENTRY OCCURS 5000 TIMES
                  INDEXED BY LOC-IDX.
               10 WS-LOC-PART            PIC X(23)      VALUE SPACES.
               10 WS-LOC-LOCATION        PIC X(04)      VALUE SPACES.
               10 WS-LOC-ON-HAND         PIC S9(7)      VALUE 0.
               10 WS-LOC-LAST-COUNT-DATE PIC 9(08)      VALUE 0.
               10 WS-LOC-XFER-IN         PIC S9(7)      VALUE 0.
               10 WS-LOC-XFER-OUT        PIC S9(7)      VALUE 0.

       01  WS-SEARCH-PART                PIC X(23)      VALUE SPACES.
       01  WS-SEARCH-LOC                 PIC X(04)      VALUE SPACES.
       01  WS-PRT-SUB                    PIC S9(04) COMP VALUE 0.
       01  WS-LOC-SUB                    PIC S9(04) COMP VALUE 0.
       01  WS-OPEN-QTY                   PIC S9(7)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ONHAND-READ             PIC 9(07)      VALUE 0.
           05 WS-XFERS-OPEN              PIC 9(07)      VALUE 0.
           05 WS-ROWS-BUILT              PIC 9(07)      VALUE 0.
           05 WS-ROWS-WRITTEN            PIC 9(07)      VALUE 0.
           05 WS-VSAM-COUNT              PIC 9(07)      VALUE 0.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-PART-FULL-FLAG             PIC X(01)      VALUE 'N'.
       01  WS-LOC-FULL-FLAG              PIC X(01)      VALUE 'N'.

       01  ONHAND-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  XFER-EOF                      PIC X(01)      VALUE 'N'.
           88 NO-MORE-XFERS                             VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  WS-VSAM-COUNT-EOF             PIC X(01)      VALUE 'N'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-LOAD-ON-HAND.
           PERFORM 200-ADD-OPEN-TRANSFERS.
           PERFORM 300-ADD-OPEN-POS.
           PERFORM 500-RELOAD-ONHANDV.
           PERFORM 800-CHECK-CONTROL-TOTAL.
           DISPLAY 'ONHLOAD COMPLETE - ONHAND READ: ' WS-ONHAND-READ
              ' OPEN XFERS: ' WS-XFERS-OPEN
              ' PARTS: ' WS-PRT-COUNT
              ' WRITTEN: ' WS-ROWS-WRITTEN
              ' ON KSDS: ' WS-VSAM-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-PRT-COUNT.
           INITIALIZE WS-PART-TABLE.
           INITIALIZE WS-LOC-COUNT.
           INITIALIZE WS-LOCATION-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO ONHAND-EOF.
           MOVE 'N' TO XFER-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO WS-PART-FULL-FLAG.
           MOVE 'N' TO WS-LOC-FULL-FLAG.

       100-LOAD-ON-HAND.
           OPEN INPUT ONHAND-MSTR
           READ ONHAND-MSTR
              AT END MOVE 'Y' TO ONHAND-EOF
           END-READ
           PERFORM UNTIL NO-MORE-ONHAND
              ADD 1 TO WS-ONHAND-READ
              MOVE OHM-PART-NUMBER TO WS-SEARCH-PART
              MOVE OHM-LOCATION TO WS-SEARCH-LOC
              PERFORM 150-FIND-LOCATION-ENTRY
              IF WS-LOC-SUB > 0
                 ADD OHM-ON-HAND-QTY TO WS-LOC-ON-HAND(WS-LOC-SUB)
                 IF OHM-LAST-COUNT-DATE
                    > WS-LOC-LAST-COUNT-DATE(WS-LOC-SUB)
                    MOVE OHM-LAST-COUNT-DATE
                       TO WS-LOC-LAST-COUNT-DATE(WS-LOC-SUB)
                 END-IF
              END-IF
              PERFORM 160-FIND-PART-ENTRY
              IF WS-PRT-SUB > 0
                 ADD OHM-ON-HAND-QTY TO WS-PRT-ON-HAND(WS-PRT-SUB)
                 IF OHM-LAST-COUNT-DATE
                    > WS-PRT-LAST-COUNT-DATE(WS-PRT-SUB)
                    MOVE OHM-LAST-COUNT-DATE
                       TO WS-PRT-LAST-COUNT-DATE(WS-PRT-SUB)
                 END-IF
              END-IF
              READ ONHAND-MSTR
                 AT END MOVE 'Y' TO ONHAND-EOF
              END-READ
           END-PERFORM
           CLOSE ONHAND-MSTR
           .

      *    Sets WS-LOC-SUB to the WS-SEARCH-PART/WS-SEARCH-LOC entry,
      *    adding it if it is new; zero when the table is full.
       150-FIND-LOCATION-ENTRY.
           MOVE 0 TO WS-LOC-SUB
           PERFORM VARYING LOC-IDX FROM 1 BY 1
              UNTIL LOC-IDX > WS-LOC-COUNT OR WS-LOC-SUB > 0
                 IF WS-LOC-PART(LOC-IDX) = WS-SEARCH-PART
                    AND WS-LOC-LOCATION(LOC-IDX) = WS-SEARCH-LOC
                    SET WS-LOC-SUB TO LOC-IDX
                 END-IF
           END-PERFORM
           IF WS-LOC-SUB = 0
              IF WS-LOC-COUNT < 5000
                 ADD 1 TO WS-LOC-COUNT
                 MOVE WS-LOC-COUNT TO WS-LOC-SUB
                 MOVE WS-SEARCH-PART TO WS-LOC-PART(WS-LOC-SUB)
                 MOVE WS-SEARCH-LOC TO WS-LOC-LOCATION(WS-LOC-SUB)
              ELSE
                 IF WS-LOC-FULL-FLAG = 'N'
                    DISPLAY 'ONHLOAD LOCATION TABLE FULL - '
                       'ROWS DROPPED FROM ' WS-SEARCH-PART
                    MOVE 'Y' TO WS-LOC-FULL-FLAG
                 END-IF
              END-IF
           END-IF
           .

      *    Sets WS-PRT-SUB to the WS-SEARCH-PART entry, adding it if
      *    it is new; zero when the table is full.
       160-FIND-PART-ENTRY.
           MOVE 0 TO WS-PRT-SUB
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT OR WS-PRT-SUB > 0
                 IF WS-PRT-PART(PRT-IDX) = WS-SEARCH-PART
                    SET WS-PRT-SUB TO PRT-IDX
                 END-IF
           END-PERFORM
           IF WS-PRT-SUB = 0
              IF WS-PRT-COUNT < 2000
                 ADD 1 TO WS-PRT-COUNT
                 MOVE WS-PRT-COUNT TO WS-PRT-SUB
                 MOVE WS-SEARCH-PART TO WS-PRT-PART(WS-PRT-SUB)
              ELSE
                 IF WS-PART-FULL-FLAG = 'N'
                    DISPLAY 'ONHLOAD PART TABLE FULL - '
                       'PARTS DROPPED FROM ' WS-SEARCH-PART
                    MOVE 'Y' TO WS-PART-FULL-FLAG
                 END-IF
              END-IF
           END-IF
           .

      *    A location an open transfer touches gets a row even with
      *    nothing on hand there yet.
       200-ADD-OPEN-TRANSFERS.
           OPEN INPUT XFER-MSTR
           IF WS-XFER-FILE-STATUS = '00'
              READ XFER-MSTR
                 AT END MOVE 'Y' TO XFER-EOF
              END-READ
              PERFORM UNTIL NO-MORE-XFERS
                 IF XFM-OPEN
                    ADD 1 TO WS-XFERS-OPEN
                    MOVE XFM-PART-NUMBER TO WS-SEARCH-PART
                    PERFORM 160-FIND-PART-ENTRY
                    IF WS-PRT-SUB > 0
                       ADD XFM-QTY TO WS-PRT-XFER-IN(WS-PRT-SUB)
                       ADD XFM-QTY TO WS-PRT-XFER-OUT(WS-PRT-SUB)
                    END-IF
                    MOVE XFM-TO-LOC TO WS-SEARCH-LOC
                    PERFORM 150-FIND-LOCATION-ENTRY
                    IF WS-LOC-SUB > 0
                       ADD XFM-QTY TO WS-LOC-XFER-IN(WS-LOC-SUB)
                    END-IF
                    MOVE XFM-FROM-LOC TO WS-SEARCH-LOC
                    PERFORM 150-FIND-LOCATION-ENTRY
                    IF WS-LOC-SUB > 0
                       ADD XFM-QTY TO WS-LOC-XFER-OUT(WS-LOC-SUB)
                    END-IF
                 END-IF
                 READ XFER-MSTR
                    AT END MOVE 'Y' TO XFER-EOF
                 END-READ
              END-PERFORM
              CLOSE XFER-MSTR
           ELSE
              DISPLAY 'ONHLOAD - NO XFER MASTER, STATUS '
                 WS-XFER-FILE-STATUS ' - NO TRANSFERS LOADED'
           END-IF
           .

      *    The same open-and-still-due PO test DOCKRPT makes, less
      *    the date window, and less returns, whose negative
      *    QUANTITY is stock going back out.  A part is added here
      *    when it has something due or a successor to show.
       300-ADD-OPEN-POS.
           OPEN INPUT PART-SUPP-OLD
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM UNTIL NO-MORE-OLD-MASTER
              MOVE 0 TO WS-OPEN-QTY
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND NOT PO-TYPE-BLANKET(PO-IDX)
                    AND NOT PO-TYPE-RETURN(PO-IDX)
                    AND (PO-STATUS-OPEN(PO-IDX)
                         OR PO-STATUS-SHIPPED(PO-IDX))
                    AND QUANTITY(PO-IDX) > RECEIVED-QUANTITY(PO-IDX)
                    ADD QUANTITY(PO-IDX) TO WS-OPEN-QTY
                    SUBTRACT RECEIVED-QUANTITY(PO-IDX)
                       FROM WS-OPEN-QTY
                 END-IF
              END-PERFORM
              MOVE PART-NUMBER TO WS-SEARCH-PART
              MOVE 0 TO WS-PRT-SUB
              IF WS-OPEN-QTY > 0
                 OR SUPERSEDED-BY-PART-NUMBER NOT = SPACES
                 PERFORM 160-FIND-PART-ENTRY
              ELSE
                 PERFORM VARYING PRT-IDX FROM 1 BY 1
                    UNTIL PRT-IDX > WS-PRT-COUNT OR WS-PRT-SUB > 0
                       IF WS-PRT-PART(PRT-IDX) = WS-SEARCH-PART
                          SET WS-PRT-SUB TO PRT-IDX
                       END-IF
                 END-PERFORM
              END-IF
              IF WS-PRT-SUB > 0
                 PERFORM 310-POST-PART-FIGURES
              END-IF
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO PSMSTOLD-EOF
              END-READ
           END-PERFORM
           CLOSE PART-SUPP-OLD
           .

      *    A part bought from more than one supplier has a master
      *    row per supplier - the open quantities add up, and the
      *    earliest due date across them is the one shown.
       310-POST-PART-FIGURES.
           MOVE PART-NAME TO WS-PRT-PART-NAME(WS-PRT-SUB)
           IF SUPERSEDED-BY-PART-NUMBER NOT = SPACES
              MOVE SUPERSEDED-BY-PART-NUMBER
                 TO WS-PRT-SUCCESSOR(WS-PRT-SUB)
           END-IF
           ADD WS-OPEN-QTY TO WS-PRT-OPEN-PO-QTY(WS-PRT-SUB)
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              IF PO-NUMBER(PO-IDX) NOT = SPACES
                 AND NOT PO-TYPE-BLANKET(PO-IDX)
                 AND NOT PO-TYPE-RETURN(PO-IDX)
                 AND (PO-STATUS-OPEN(PO-IDX)
                      OR PO-STATUS-SHIPPED(PO-IDX))
                 AND QUANTITY(PO-IDX) > RECEIVED-QUANTITY(PO-IDX)
                 IF WS-PRT-NEXT-DUE-DATE(WS-PRT-SUB) = 0
                    OR DELIVERY-DATE(PO-IDX)
                       < WS-PRT-NEXT-DUE-DATE(WS-PRT-SUB)
                    MOVE DELIVERY-DATE(PO-IDX)
                       TO WS-PRT-NEXT-DUE-DATE(WS-PRT-SUB)
                 END-IF
              END-IF
           END-PERFORM
           .

      *    Each part's summary row, then its locations.  Opened
      *    DYNAMIC, so the rows need not arrive in key order, the
      *    same as 500-RELOAD-BOMWUSEV in WUSELOAD.
       500-RELOAD-ONHANDV.
           OPEN OUTPUT ONHANDV-VS
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT
                 PERFORM VARYING LOC-IDX FROM 1 BY 1
                    UNTIL LOC-IDX > WS-LOC-COUNT
                       IF WS-LOC-PART(LOC-IDX) = WS-PRT-PART(PRT-IDX)
                          ADD 1 TO WS-PRT-LOC-COUNT(PRT-IDX)
                       END-IF
                 END-PERFORM
                 MOVE SPACES TO OHV-REC
                 MOVE WS-PRT-PART(PRT-IDX) TO OHV-PART-NUMBER
                 MOVE SPACES TO OHV-LOCATION
                 MOVE 'S' TO OHV-ROW-TYPE
                 MOVE WS-PRT-ON-HAND(PRT-IDX) TO OHV-ON-HAND-QTY
                 MOVE WS-PRT-LAST-COUNT-DATE(PRT-IDX)
                    TO OHV-LAST-COUNT-DATE
                 MOVE WS-PRT-XFER-IN(PRT-IDX) TO OHV-XFER-IN-QTY
                 MOVE WS-PRT-XFER-OUT(PRT-IDX) TO OHV-XFER-OUT-QTY
                 MOVE WS-PRT-OPEN-PO-QTY(PRT-IDX) TO OHV-OPEN-PO-QTY
                 MOVE WS-PRT-NEXT-DUE-DATE(PRT-IDX)
                    TO OHV-NEXT-DUE-DATE
                 MOVE WS-PRT-SUCCESSOR(PRT-IDX) TO OHV-SUCCESSOR-PART
                 MOVE WS-PRT-PART-NAME(PRT-IDX) TO OHV-PART-NAME
                 MOVE WS-PRT-LOC-COUNT(PRT-IDX) TO OHV-LOCATION-COUNT
                 MOVE WS-TODAYS-DATE TO OHV-REFRESH-DATE
                 PERFORM 550-WRITE-ONHANDV-ROW
                 PERFORM VARYING LOC-IDX FROM 1 BY 1
                    UNTIL LOC-IDX > WS-LOC-COUNT
                       IF WS-LOC-PART(LOC-IDX) = WS-PRT-PART(PRT-IDX)
                          MOVE SPACES TO OHV-REC
                          MOVE WS-LOC-PART(LOC-IDX) TO OHV-PART-NUMBER
                          MOVE WS-LOC-LOCATION(LOC-IDX)
                             TO OHV-LOCATION
                          MOVE 'L' TO OHV-ROW-TYPE
                          MOVE WS-LOC-ON-HAND(LOC-IDX)
                             TO OHV-ON-HAND-QTY
                          MOVE WS-LOC-LAST-COUNT-DATE(LOC-IDX)
                             TO OHV-LAST-COUNT-DATE
                          MOVE WS-LOC-XFER-IN(LOC-IDX)
                             TO OHV-XFER-IN-QTY
                          MOVE WS-LOC-XFER-OUT(LOC-IDX)
                             TO OHV-XFER-OUT-QTY
                          MOVE 0 TO OHV-OPEN-PO-QTY
                          MOVE 0 TO OHV-NEXT-DUE-DATE
                          MOVE 0 TO OHV-LOCATION-COUNT
                          MOVE WS-TODAYS-DATE TO OHV-REFRESH-DATE
                          PERFORM 550-WRITE-ONHANDV-ROW
                       END-IF
                 END-PERFORM
           END-PERFORM
           CLOSE ONHANDV-VS
           .

       550-WRITE-ONHANDV-ROW.
           ADD 1 TO WS-ROWS-BUILT
           WRITE OHV-REC
              INVALID KEY
                 DISPLAY 'ONHLOAD - ONHANDV DUPLICATE KEY: ' OHV-KEY
              NOT INVALID KEY
                 ADD 1 TO WS-ROWS-WRITTEN
           END-WRITE
           .

      *    Sequential count of the KSDS just loaded, the same check
      *    WUSELOAD's 800-CHECK-CONTROL-TOTAL makes of BOMWUSEV.
       800-CHECK-CONTROL-TOTAL.
           MOVE 'N' TO WS-VSAM-COUNT-EOF
           MOVE LOW-VALUES TO OHV-KEY
           OPEN INPUT ONHANDV-VS
           START ONHANDV-VS KEY IS NOT LESS THAN OHV-KEY
              INVALID KEY MOVE 'Y' TO WS-VSAM-COUNT-EOF
           END-START
           PERFORM UNTIL WS-VSAM-COUNT-EOF = 'Y'
              READ ONHANDV-VS NEXT RECORD
                 AT END MOVE 'Y' TO WS-VSAM-COUNT-EOF
                 NOT AT END ADD 1 TO WS-VSAM-COUNT
              END-READ
           END-PERFORM
           CLOSE ONHANDV-VS
           IF WS-VSAM-COUNT NOT = WS-ROWS-BUILT
              DISPLAY 'ONHLOAD - ONHANDV COUNT ' WS-VSAM-COUNT
                 ' NOT EQUAL TO ROWS BUILT ' WS-ROWS-BUILT
                 ' - CHECK FOR BLANK PART OR LOCATION KEYS'
           END-IF
           .
