      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    WUSELOAD.
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
      * //BOMFILE  DD DSN=USER66.EXAM.DEV.BOMFILE.MASTER,DISP=SHR
      * //ONHMSTR  DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=SHR
      * //WKORDMST DD DSN=USER66.EXAM.DEV.KITWORK.MASTER,DISP=SHR
      *   JCL Output (the online VSAM copy)
      * //BOMWUSEV DD DSN=USER66.EXAM.DEV.BOMWUSEV.KSDS,DISP=OLD
      ***************************************************************
      * Nightly full reload of BOMWUSEV, the where-used KSDS the
      * WUSEINQ inquiry browses (see BOMWUSEV.cpy).  Every BOMFILE
      * link is written component-first, carrying what the planner
      * needs to see about the parent without leaving the screen:
      *    - its on-hand, summed over every ONHAND location;
      *    - the number and total build quantity of its open kit
      *      work orders (KITWORK status Released or Held);
      *    - whether it is itself a component anywhere, so the
      *      screen knows there is a level further up.
      * Like PARTSUPV, nothing on BOMFILE is stamped with an update
      * date to go incremental on, and the on-hand and work-order
      * figures change every day anyway, so this is always a full
      * reload.  The KSDS row count is checked against the links
      * read and a mismatch is displayed.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOMFILE-REC   ASSIGN TO BOMFILE.
           SELECT ONHAND-MSTR   ASSIGN TO ONHMSTR.
           SELECT WKORD-MSTR    ASSIGN TO WKORDMST.
           SELECT BOMWUSEV-VS   ASSIGN TO BOMWUSEV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BWU-KEY
               FILE STATUS IS WS-BOMWUSEV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    One row per parent/component link on the bill of
      *    materials.
       FD  BOMFILE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOMFILE-RECORD.
       01  BOMFILE-RECORD.
           05  BOM-PARENT-PART     PIC X(23).
           05  BOM-COMPONENT-PART  PIC X(23).
           05  BOM-QTY-PER         PIC 9(05).
           05  FILLER              PIC X(09).

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

      *    Same WKORD-NEW-REC layout KITWORK writes.
       FD  WKORD-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WKORD-MSTR-REC.
       01  WKORD-MSTR-REC.
           05  WKM-ORDER-ID        PIC X(08).
           05  WKM-KIT-PART        PIC X(23).
           05  WKM-BUILD-QTY       PIC S9(7).
           05  WKM-STATUS          PIC X(01).
               88 WKM-OPEN                  VALUES 'R' 'H'.
           05  WKM-OPEN-DATE       PIC 9(08).
           05  WKM-COMPLETE-DATE   PIC 9(08).
           05  FILLER              PIC X(25).

      *    The online where-used copy WUSEINQ reads.
       FD  BOMWUSEV-VS
           DATA RECORD IS BWU-REC.
           COPY 'BOMWUSEV'.

       WORKING-STORAGE SECTION.

       01  WS-BOMWUSEV-FILE-STATUS       PIC X(02)      VALUE SPACES.

       01  WS-BOM-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-BOM-TABLE.
           05  WS-BOM-ENTRY OCCURS 500 TIMES
                  INDEXED BY BOM-IDX.
               10 WS-BOM-PARENT          PIC X(23)      VALUE SPACES.
               10 WS-BOM-COMPONENT       PIC X(23)      VALUE SPACES.
               10 WS-BOM-QTY-PER         PIC 9(05)      VALUE 0.

      *    One entry per distinct parent, with the figures every
      *    link into it carries.
       01  WS-PAR-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-PARENT-TABLE.
           05  WS-PAR-ENTRY OCCURS 500 TIMES
                  INDEXED BY PAR-IDX.
               10 WS-PAR-PART            PIC X(23)      VALUE SPACES.
               10 WS-PAR-ON-HAND         PIC S9(7)      VALUE 0.
               10 WS-PAR-WO-COUNT        PIC 9(03)      VALUE 0.
               10 WS-PAR-WO-QTY          PIC S9(7)      VALUE 0.
               10 WS-PAR-USED-FLAG       PIC X(01)      VALUE 'N'.

       01  WS-RUN-COUNTS.
           05 WS-LINKS-READ              PIC 9(07)      VALUE 0.
           05 WS-LINKS-WRITTEN           PIC 9(07)      VALUE 0.
           05 WS-VSAM-COUNT              PIC 9(07)      VALUE 0.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.

       01  BOMFILE-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-BOM-LINKS                         VALUE 'Y'.
       01  ONHAND-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  WKORD-EOF                     PIC X(01)      VALUE 'N'.
           88 NO-MORE-WORK-ORDERS                       VALUE 'Y'.
       01  WS-VSAM-COUNT-EOF             PIC X(01)      VALUE 'N'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-LOAD-BOM-LINKS.
           PERFORM 200-BUILD-PARENT-TABLE.
           PERFORM 300-ADD-ON-HAND.
           PERFORM 400-ADD-OPEN-WORK-ORDERS.
           PERFORM 500-RELOAD-BOMWUSEV.
           PERFORM 800-CHECK-CONTROL-TOTAL.
           DISPLAY 'WUSELOAD COMPLETE - LINKS READ: ' WS-LINKS-READ
              ' WRITTEN: ' WS-LINKS-WRITTEN
              ' ON KSDS: ' WS-VSAM-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-BOM-COUNT.
           INITIALIZE WS-BOM-TABLE.
           INITIALIZE WS-PAR-COUNT.
           INITIALIZE WS-PARENT-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO BOMFILE-EOF.
           MOVE 'N' TO ONHAND-EOF.
           MOVE 'N' TO WKORD-EOF.

       100-LOAD-BOM-LINKS.
           OPEN INPUT BOMFILE-REC
           READ BOMFILE-REC
              AT END MOVE 'Y' TO BOMFILE-EOF
           END-READ
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL NO-MORE-BOM-LINKS OR BOM-IDX > 500
                 ADD 1 TO WS-LINKS-READ
                 MOVE BOM-PARENT-PART TO WS-BOM-PARENT(BOM-IDX)
                 MOVE BOM-COMPONENT-PART
                    TO WS-BOM-COMPONENT(BOM-IDX)
                 MOVE BOM-QTY-PER TO WS-BOM-QTY-PER(BOM-IDX)
                 SET WS-BOM-COUNT TO BOM-IDX
                 READ BOMFILE-REC
                    AT END MOVE 'Y' TO BOMFILE-EOF
                 END-READ
           END-PERFORM
           CLOSE BOMFILE-REC
           .

      *    A parent is "used" when it turns up as some link's
      *    component - there is then a where-used level above it.
       200-BUILD-PARENT-TABLE.
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING PAR-IDX FROM 1 BY 1
                    UNTIL PAR-IDX > WS-PAR-COUNT OR ENTRY-FOUND
                       IF WS-PAR-PART(PAR-IDX) = WS-BOM-PARENT(BOM-IDX)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
                 IF NOT ENTRY-FOUND AND WS-PAR-COUNT < 500
                    ADD 1 TO WS-PAR-COUNT
                    MOVE WS-BOM-PARENT(BOM-IDX)
                       TO WS-PAR-PART(WS-PAR-COUNT)
                 END-IF
           END-PERFORM
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT
                 PERFORM VARYING PAR-IDX FROM 1 BY 1
                    UNTIL PAR-IDX > WS-PAR-COUNT
                       IF WS-PAR-PART(PAR-IDX)
                          = WS-BOM-COMPONENT(BOM-IDX)
                          MOVE 'Y' TO WS-PAR-USED-FLAG(PAR-IDX)
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       300-ADD-ON-HAND.
           OPEN INPUT ONHAND-MSTR
           READ ONHAND-MSTR
              AT END MOVE 'Y' TO ONHAND-EOF
           END-READ
           PERFORM UNTIL NO-MORE-ONHAND
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING PAR-IDX FROM 1 BY 1
                 UNTIL PAR-IDX > WS-PAR-COUNT OR ENTRY-FOUND
                    IF WS-PAR-PART(PAR-IDX) = OHM-PART-NUMBER
                       MOVE 'Y' TO WS-FOUND-FLAG
                       ADD OHM-ON-HAND-QTY TO WS-PAR-ON-HAND(PAR-IDX)
                    END-IF
              END-PERFORM
              READ ONHAND-MSTR
                 AT END MOVE 'Y' TO ONHAND-EOF
              END-READ
           END-PERFORM
           CLOSE ONHAND-MSTR
           .

       400-ADD-OPEN-WORK-ORDERS.
           OPEN INPUT WKORD-MSTR
           READ WKORD-MSTR
              AT END MOVE 'Y' TO WKORD-EOF
           END-READ
           PERFORM UNTIL NO-MORE-WORK-ORDERS
              IF WKM-OPEN
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING PAR-IDX FROM 1 BY 1
                    UNTIL PAR-IDX > WS-PAR-COUNT OR ENTRY-FOUND
                       IF WS-PAR-PART(PAR-IDX) = WKM-KIT-PART
                          MOVE 'Y' TO WS-FOUND-FLAG
                          ADD 1 TO WS-PAR-WO-COUNT(PAR-IDX)
                          ADD WKM-BUILD-QTY TO WS-PAR-WO-QTY(PAR-IDX)
                       END-IF
                 END-PERFORM
              END-IF
              READ WKORD-MSTR
                 AT END MOVE 'Y' TO WKORD-EOF
              END-READ
           END-PERFORM
           CLOSE WKORD-MSTR
           .

      *    BOMFILE is parent-first, the KSDS component-first, so the
      *    rows go in by key the same way 300-RELOAD-PARTSUPV in
      *    VSAMINCR writes its re-keyed copy.
       500-RELOAD-BOMWUSEV.
           OPEN OUTPUT BOMWUSEV-VS
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT
                 MOVE SPACES TO BWU-REC
                 MOVE WS-BOM-COMPONENT(BOM-IDX) TO BWU-COMPONENT-PART
                 MOVE WS-BOM-PARENT(BOM-IDX) TO BWU-PARENT-PART
                 MOVE WS-BOM-QTY-PER(BOM-IDX) TO BWU-QTY-PER
                 MOVE 0 TO BWU-PARENT-ON-HAND
                 MOVE 0 TO BWU-OPEN-WO-COUNT
                 MOVE 0 TO BWU-OPEN-WO-QTY
                 MOVE 'N' TO BWU-PARENT-USED-FLAG
                 PERFORM VARYING PAR-IDX FROM 1 BY 1
                    UNTIL PAR-IDX > WS-PAR-COUNT
                       IF WS-PAR-PART(PAR-IDX) = WS-BOM-PARENT(BOM-IDX)
                          MOVE WS-PAR-ON-HAND(PAR-IDX)
                             TO BWU-PARENT-ON-HAND
                          MOVE WS-PAR-WO-COUNT(PAR-IDX)
                             TO BWU-OPEN-WO-COUNT
                          MOVE WS-PAR-WO-QTY(PAR-IDX) TO BWU-OPEN-WO-QTY
                          MOVE WS-PAR-USED-FLAG(PAR-IDX)
                             TO BWU-PARENT-USED-FLAG
                       END-IF
                 END-PERFORM
                 MOVE WS-TODAYS-DATE TO BWU-REFRESH-DATE
                 WRITE BWU-REC
                    INVALID KEY
                       DISPLAY 'WUSELOAD - BOMWUSEV DUPLICATE KEY: '
                          BWU-KEY
                    NOT INVALID KEY
                       ADD 1 TO WS-LINKS-WRITTEN
                 END-WRITE
           END-PERFORM
           CLOSE BOMWUSEV-VS
           .

      *    Sequential count of the KSDS just loaded, the same check
      *    VSAMINCR's 800-CHECK-CONTROL-TOTALS makes of its copies.
       800-CHECK-CONTROL-TOTAL.
           MOVE 'N' TO WS-VSAM-COUNT-EOF
           MOVE LOW-VALUES TO BWU-KEY
           OPEN INPUT BOMWUSEV-VS
           START BOMWUSEV-VS KEY IS NOT LESS THAN BWU-KEY
              INVALID KEY MOVE 'Y' TO WS-VSAM-COUNT-EOF
           END-START
           PERFORM UNTIL WS-VSAM-COUNT-EOF = 'Y'
              READ BOMWUSEV-VS NEXT RECORD
                 AT END MOVE 'Y' TO WS-VSAM-COUNT-EOF
                 NOT AT END ADD 1 TO WS-VSAM-COUNT
              END-READ
           END-PERFORM
           CLOSE BOMWUSEV-VS
           IF WS-VSAM-COUNT NOT = WS-LINKS-READ
              DISPLAY 'WUSELOAD - BOMWUSEV COUNT ' WS-VSAM-COUNT
                 ' NOT EQUAL TO BOMFILE LINKS ' WS-LINKS-READ
                 ' - CHECK FOR DUPLICATE LINKS OR A FULL TABLE'
           END-IF
           .
