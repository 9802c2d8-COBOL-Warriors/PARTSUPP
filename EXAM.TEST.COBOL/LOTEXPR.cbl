      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    LOTEXPR.
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
      * //LOTMSTR  DD DSN=USER66.EXAM.DEV.LOTONHND.MASTER,DISP=SHR
      * //LOTPARM  DD *
      *   JCL Output
      * //LOTEXPR  DD SYSOUT=*
      ***************************************************************
      * Weekly expiring-stock list off the lot on-hand master
      * ONHPOST, XFERMNT and KITWORK maintain.  Two sections, each
      * in expiry order:
      *    EXPIRED   - lots past their expiry date that still carry
      *                on-hand, so still count as usable stock in
      *                every availability figure.  Scrap or return
      *                them and cycle-count the location.
      *    EXPIRING  - lots expiring within the window, so the
      *                stores can push them out first.
      * A lot with no expiry date never lists.  A lot picked on a
      * transfer and not yet confirmed lists against its to-
      * location with the transfer id.
      *
      * The window is days from today, keyed in columns 1-3 of
      * the optional LOTPARM card (e.g. 045).  No card, or a card
      * that isn't numeric, runs the standard 30 days.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTOH-MSTR    ASSIGN TO LOTMSTR.
           SELECT LOTPARM-REC   ASSIGN TO LOTPARM
               FILE STATUS IS WS-LOTPARM-FILE-STATUS.
           SELECT LOTEXPR-REC   ASSIGN TO LOTEXPR.

       DATA DIVISION.
       FILE SECTION.

      *    Same lot on-hand row ONHPOST maintains.
       FD  LOTOH-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTOH-MSTR-REC.
       01  LOTOH-MSTR-REC.
           05  LHM-PART-NUMBER     PIC X(23).
           05  LHM-LOCATION        PIC X(04).
           05  LHM-LOT-NUMBER      PIC X(15).
           05  LHM-EXPIRY-DATE     PIC 9(08).
           05  LHM-RECEIPT-DATE    PIC 9(08).
           05  LHM-ON-HAND-QTY     PIC S9(7).
           05  LHM-XFER-ID         PIC X(08).
           05  FILLER              PIC X(07).

      *    Run control card - the window in days.
       FD  LOTPARM-REC
           DATA RECORD IS LOTPARM-RECORD.
       01  LOTPARM-RECORD.
           05  LPM-WINDOW-DAYS     PIC X(03).
           05  FILLER              PIC X(77).

       FD  LOTEXPR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTEXPR-RECORD.
       01  LOTEXPR-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LOTPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    Lots to list - expired ('X') or expiring ('W') - with
      *    days past or days left worked out at load.
       01  WS-EXP-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-EXPIRING-TABLE.
           05  WS-EXP-ENTRY OCCURS 2000 TIMES
                  INDEXED BY EXP-IDX.
               10 WS-EXP-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-EXP-LOCATION        PIC X(04)      VALUE SPACES.
               10 WS-EXP-LOT-NUMBER      PIC X(15)      VALUE SPACES.
               10 WS-EXP-EXPIRY-DATE     PIC 9(08)      VALUE 0.
               10 WS-EXP-RECEIPT-DATE    PIC 9(08)      VALUE 0.
               10 WS-EXP-ON-HAND-QTY     PIC S9(7)      VALUE 0.
               10 WS-EXP-XFER-ID         PIC X(08)      VALUE SPACES.
               10 WS-EXP-DAYS            PIC 9(05)      VALUE 0.
               10 WS-EXP-SECTION         PIC X(01)      VALUE SPACES.
                  88 WS-EXP-EXPIRED                     VALUE 'X'.
                  88 WS-EXP-IN-WINDOW                   VALUE 'W'.
               10 WS-EXP-PRINTED         PIC X(01)      VALUE 'N'.

       01  WS-RUN-COUNTS.
           05 WS-LOTS-READ               PIC 9(05)      VALUE 0.
           05 WS-EXPIRED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-EXPIRED-QTY             PIC S9(9)      VALUE 0.
           05 WS-WINDOW-COUNT            PIC 9(05)      VALUE 0.
           05 WS-WINDOW-QTY              PIC S9(9)      VALUE 0.

       01  WS-SLOT                       PIC 9(04)      VALUE 0.
       01  WS-SECTION-WANTED             PIC X(01)      VALUE SPACES.
       01  WS-WINDOW-DAYS                PIC 9(03)      VALUE 30.
       01  WS-WINDOW-END-DATE            PIC 9(08)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  LOTMSTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-LOTS                              VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(27)      VALUE
               'EXPIRING STOCK BY LOT - AS '.
           05  FILLER              PIC X(03)      VALUE 'OF '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE
               ' - WINDOW '.
           05  RHD-WINDOW-DAYS     PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(05)      VALUE ' DAYS'.
           05  FILLER              PIC X(76)      VALUE SPACES.

       01  WS-SECTION-LINE.
           05  RSL-TITLE           PIC X(50)      VALUE SPACES.
           05  FILLER              PIC X(82)      VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(28)      VALUE
               '    PART NUMBER            '.
           05  FILLER              PIC X(05)      VALUE 'LOC  '.
           05  FILLER              PIC X(16)      VALUE
               'LOT NUMBER      '.
           05  FILLER              PIC X(18)      VALUE
               'EXPIRES  RECEIVED '.
           05  FILLER              PIC X(11)      VALUE
               '  ON HAND  '.
           05  FILLER              PIC X(06)      VALUE ' DAYS '.
           05  FILLER              PIC X(48)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RED-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-LOT-NUMBER      PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-EXPIRY-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-RECEIPT-DATE    PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-ON-HAND-QTY     PIC Z,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-DAYS            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-DAYS-TEXT       PIC X(05)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-REMARK          PIC X(24)      VALUE SPACES.
           05  FILLER              PIC X(18)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  RTL-TITLE           PIC X(20)      VALUE SPACES.
           05  RTL-LOTS            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(07)      VALUE ' LOTS  '.
           05  RTL-QTY             PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE ' ON HAND '.
           05  FILLER              PIC X(79)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-WINDOW-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-LOTS UNTIL NO-MORE-LOTS.
           PERFORM 200-WRITE-HEADING.
           MOVE 'X' TO WS-SECTION-WANTED.
           MOVE 'EXPIRED - STILL COUNTED AS USABLE STOCK'
              TO RSL-TITLE.
           PERFORM 600-PRINT-SECTION.
           MOVE 'W' TO WS-SECTION-WANTED.
           MOVE 'EXPIRING WITHIN THE WINDOW' TO RSL-TITLE.
           PERFORM 600-PRINT-SECTION.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'LOTEXPR COMPLETE - LOTS READ: ' WS-LOTS-READ
              ' EXPIRED: ' WS-EXPIRED-COUNT
              ' EXPIRING: ' WS-WINDOW-COUNT
              ' WINDOW DAYS: ' WS-WINDOW-DAYS.
           GOBACK.

       000-INIT.
           INITIALIZE WS-EXP-COUNT.
           INITIALIZE WS-EXPIRING-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 30 TO WS-WINDOW-DAYS.
           MOVE 'N' TO LOTMSTR-EOF.

      *    A missing card, or columns 1-3 not numeric, leaves the
      *    standard window.
       050-READ-WINDOW-CARD.
           OPEN INPUT LOTPARM-REC
           IF WS-LOTPARM-FILE-STATUS = '00'
              READ LOTPARM-REC
                 AT END MOVE SPACES TO LOTPARM-RECORD
              END-READ
              IF LPM-WINDOW-DAYS NUMERIC
                 MOVE LPM-WINDOW-DAYS TO WS-WINDOW-DAYS
              ELSE
                 DISPLAY 'LOTEXPR WINDOW CARD NOT NUMERIC - USING '
                    WS-WINDOW-DAYS ' DAYS'
              END-IF
              CLOSE LOTPARM-REC
           END-IF
           COMPUTE WS-WINDOW-END-DATE =
              FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                  + WS-WINDOW-DAYS)
           .

       100-OPEN-FILES.
           OPEN INPUT LOTOH-MSTR.
           OPEN OUTPUT LOTEXPR-REC.
           READ LOTOH-MSTR
              AT END MOVE 'Y' TO LOTMSTR-EOF
           END-READ.

       200-WRITE-HEADING.
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE.
           MOVE WS-WINDOW-DAYS TO RHD-WINDOW-DAYS.
           WRITE LOTEXPR-RECORD FROM WS-RPT-HEADING.

      *    Only lots with stock and an expiry date are candidates.
       300-LOAD-LOTS.
           ADD 1 TO WS-LOTS-READ
           IF LHM-ON-HAND-QTY > 0
              AND LHM-EXPIRY-DATE NUMERIC
              AND LHM-EXPIRY-DATE NOT = 0
              AND LHM-EXPIRY-DATE <= WS-WINDOW-END-DATE
              IF WS-EXP-COUNT >= 2000
                 DISPLAY 'LOTEXPR TABLE FULL - NOT LISTED: '
                    LHM-PART-NUMBER '/' LHM-LOT-NUMBER
              ELSE
                 ADD 1 TO WS-EXP-COUNT
                 MOVE WS-EXP-COUNT TO WS-SLOT
                 MOVE LHM-PART-NUMBER
                    TO WS-EXP-PART-NUMBER(WS-SLOT)
                 MOVE LHM-LOCATION TO WS-EXP-LOCATION(WS-SLOT)
                 MOVE LHM-LOT-NUMBER TO WS-EXP-LOT-NUMBER(WS-SLOT)
                 MOVE LHM-EXPIRY-DATE
                    TO WS-EXP-EXPIRY-DATE(WS-SLOT)
                 MOVE LHM-RECEIPT-DATE
                    TO WS-EXP-RECEIPT-DATE(WS-SLOT)
                 MOVE LHM-ON-HAND-QTY
                    TO WS-EXP-ON-HAND-QTY(WS-SLOT)
                 MOVE LHM-XFER-ID TO WS-EXP-XFER-ID(WS-SLOT)
                 MOVE 'N' TO WS-EXP-PRINTED(WS-SLOT)
                 IF LHM-EXPIRY-DATE < WS-TODAYS-DATE
                    MOVE 'X' TO WS-EXP-SECTION(WS-SLOT)
                    COMPUTE WS-EXP-DAYS(WS-SLOT) =
                       FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                       - FUNCTION INTEGER-OF-DATE(LHM-EXPIRY-DATE)
                    ADD 1 TO WS-EXPIRED-COUNT
                    ADD LHM-ON-HAND-QTY TO WS-EXPIRED-QTY
                 ELSE
                    MOVE 'W' TO WS-EXP-SECTION(WS-SLOT)
                    COMPUTE WS-EXP-DAYS(WS-SLOT) =
                       FUNCTION INTEGER-OF-DATE(LHM-EXPIRY-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                    ADD 1 TO WS-WINDOW-COUNT
                    ADD LHM-ON-HAND-QTY TO WS-WINDOW-QTY
                 END-IF
              END-IF
           END-IF
           READ LOTOH-MSTR
              AT END MOVE 'Y' TO LOTMSTR-EOF
           END-READ
           .

      *    Prints WS-SECTION-WANTED's lots earliest expiry first -
      *    each pass picks the earliest lot of the section not yet
      *    printed.
       600-PRINT-SECTION.
           MOVE SPACES TO LOTEXPR-RECORD
           WRITE LOTEXPR-RECORD
           WRITE LOTEXPR-RECORD FROM WS-SECTION-LINE
           WRITE LOTEXPR-RECORD FROM WS-COLUMN-LINE
           MOVE 1 TO WS-SLOT
           PERFORM UNTIL WS-SLOT = 0
                 PERFORM 610-FIND-EARLIEST-UNPRINTED
                 IF WS-SLOT > 0
                    PERFORM 620-PRINT-LOT-LINE
                 END-IF
           END-PERFORM
           .

       610-FIND-EARLIEST-UNPRINTED.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING EXP-IDX FROM 1 BY 1
              UNTIL EXP-IDX > WS-EXP-COUNT
                 IF WS-EXP-SECTION(EXP-IDX) = WS-SECTION-WANTED
                    AND WS-EXP-PRINTED(EXP-IDX) = 'N'
                    IF WS-SLOT = 0
                       SET WS-SLOT TO EXP-IDX
                    ELSE
                       IF WS-EXP-EXPIRY-DATE(EXP-IDX) <
                          WS-EXP-EXPIRY-DATE(WS-SLOT)
                          SET WS-SLOT TO EXP-IDX
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM
           .

       620-PRINT-LOT-LINE.
           MOVE 'Y' TO WS-EXP-PRINTED(WS-SLOT)
           MOVE WS-EXP-PART-NUMBER(WS-SLOT)  TO RED-PART-NUMBER
           MOVE WS-EXP-LOCATION(WS-SLOT)     TO RED-LOCATION
           MOVE WS-EXP-LOT-NUMBER(WS-SLOT)   TO RED-LOT-NUMBER
           MOVE WS-EXP-EXPIRY-DATE(WS-SLOT)  TO RED-EXPIRY-DATE
           MOVE WS-EXP-RECEIPT-DATE(WS-SLOT) TO RED-RECEIPT-DATE
           MOVE WS-EXP-ON-HAND-QTY(WS-SLOT)  TO RED-ON-HAND-QTY
           MOVE WS-EXP-DAYS(WS-SLOT)         TO RED-DAYS
           MOVE SPACES TO RED-REMARK
           IF WS-EXP-EXPIRED(WS-SLOT)
              MOVE 'PAST ' TO RED-DAYS-TEXT
           ELSE
              MOVE 'LEFT ' TO RED-DAYS-TEXT
           END-IF
           EVALUATE TRUE
              WHEN WS-EXP-XFER-ID(WS-SLOT) NOT = SPACES
                 STRING 'IN TRANSIT ' WS-EXP-XFER-ID(WS-SLOT)
                    DELIMITED BY SIZE INTO RED-REMARK
              WHEN WS-EXP-LOT-NUMBER(WS-SLOT) = SPACES
                 MOVE 'RECEIPT HAD NO LOT KEYED' TO RED-REMARK
           END-EVALUATE
           WRITE LOTEXPR-RECORD FROM WS-RPT-DETAIL
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO LOTEXPR-RECORD
           WRITE LOTEXPR-RECORD
           MOVE 'EXPIRED:' TO RTL-TITLE
           MOVE WS-EXPIRED-COUNT TO RTL-LOTS
           MOVE WS-EXPIRED-QTY TO RTL-QTY
           WRITE LOTEXPR-RECORD FROM WS-TOTAL-LINE
           MOVE 'EXPIRING IN WINDOW:' TO RTL-TITLE
           MOVE WS-WINDOW-COUNT TO RTL-LOTS
           MOVE WS-WINDOW-QTY TO RTL-QTY
           WRITE LOTEXPR-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE LOTOH-MSTR.
           CLOSE LOTEXPR-REC.
