      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    ESCALATE.
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
      * //ESCAGRMT DD DSN=USER66.EXAM.DEV.ESCAGRMT.MASTER,DISP=SHR
      * //CMDINDEX DD DSN=USER66.EXAM.DEV.CMDINDEX.MASTER,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //ESCPARM  DD *
      *   JCL Output
      * //PRCAPPRQ DD DSN=USER66.EXAM.DEV.EDI832IN.APPRQUEUE,
      * //            DISP=MOD
      * //ESCRPT   DD SYSOUT=*
      ***************************************************************
      * Quarterly commodity price escalation.  Steel, aluminium and
      * resin parts carry escalation clauses (ESCAGRMT.cpy) tied to
      * a published index (CMDINDEX.cpy); this run replaces the
      * buyer's quarterly spreadsheet.  For each agreement due to
      * move at the new effective date it prices the pair at
      *    BASE-PRICE * ((100 - MATERIAL-PCT)
      *               +  MATERIAL-PCT * INDEX-NOW / BASE-INDEX)
      *               / 100
      * rounded to the cent, where INDEX-NOW is the latest value
      * of the agreement's index whose period date is not after
      * the effective date.  The price is always worked from the
      * contract base, never from last quarter's escalated price,
      * so rounding never compounds.
      *
      * A price that differs from the pair's current ACTIVE
      * PARTSUPL price (latest effective date) is staged on the
      * PRCAPPRQ buyer approval queue exactly as EDI832IN stages a
      * catalog price - status 'N', book and new price, percent
      * movement, the book lead time and the new effective date -
      * and CATRELSE turns the buyer's approval into the ordinary
      * PARTSUPL 'C' change transaction.  An escalated price never
      * reaches the price link without a buyer approving it.
      *
      * The effective date is columns 1-8 of the optional ESCPARM
      * card (YYYYMMDD); no card, or a card that is not a valid
      * date, takes the first day of the next calendar quarter.
      * An agreement is due when the effective month falls on its
      * frequency - every quarter for 3, January and July for 6,
      * January for 12.
      *
      * ESCRPT shows, per staged change, the old and new price and
      * the index movement behind it, then the agreements that
      * could not be priced (no ACTIVE price on the link, or no
      * index value yet).
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCAGRMT-REC  ASSIGN TO ESCAGRMT.
           SELECT CMDINDEX-REC  ASSIGN TO CMDINDEX.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT ESCPARM-REC   ASSIGN TO ESCPARM
               FILE STATUS IS WS-ESCPARM-FILE-STATUS.
           SELECT PRCAPPRQ-REC  ASSIGN TO PRCAPPRQ.
           SELECT ESCRPT-REC    ASSIGN TO ESCRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  ESCAGRMT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESC-AGREEMENT-ROW.
           COPY 'ESCAGRMT'.

       FD  CMDINDEX-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CMD-INDEX-ROW.
           COPY 'CMDINDEX'.

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
               88 PSL-PRICE-ACTIVE          VALUE 'A'.
           05  FILLER             PIC X(48).

       FD  ESCPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESCPARM-RECORD.
       01  ESCPARM-RECORD.
           05  EPM-EFF-DATE        PIC X(08).
           05  FILLER              PIC X(72).

      *    Same staged row EDI832IN appends and CATRELSE releases.
       FD  PRCAPPRQ-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRCAPPRQ-RECORD.
       01  PRCAPPRQ-RECORD.
           05  PQ-PART-NUMBER      PIC X(23).
           05  PQ-SUPPLIER-CODE    PIC X(10).
           05  PQ-BOOK-PRICE       PIC S9(7)V99.
           05  PQ-CATALOG-PRICE    PIC S9(7)V99.
           05  PQ-MOVEMENT-PCT     PIC S9(5)V99.
           05  PQ-LEAD-TIME-WKS    PIC 9(03).
           05  PQ-PRICE-EFF-DATE   PIC 9(08).
           05  PQ-STATUS           PIC X(01).
               88 PQ-STATUS-STAGED          VALUE 'N'.
               88 PQ-STATUS-APPROVED        VALUE 'A'.
               88 PQ-STATUS-REJECTED        VALUE 'J'.
           05  PQ-STAGED-DATE      PIC 9(08).
           05  FILLER              PIC X(22).

       FD  ESCRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESCRPT-RECORD.
       01  ESCRPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-ESCPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    The agreements, with the pair's current ACTIVE price off
      *    the link filled in as PARTSUPL is read.
       01  WS-AGR-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-AGR-TABLE.
           05  WS-AGR-ENTRY OCCURS 1000 TIMES
                  INDEXED BY AGR-IDX.
               10 WS-AGR-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-AGR-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-AGR-INDEX-ID        PIC X(08)      VALUE SPACES.
               10 WS-AGR-BASE-INDEX      PIC 9(07)V9(04) VALUE 0.
               10 WS-AGR-BASE-PRICE      PIC 9(07)V99   VALUE 0.
               10 WS-AGR-MATERIAL-PCT    PIC 9(03)V99   VALUE 0.
               10 WS-AGR-ADJ-FREQ-MONTHS PIC 9(02)      VALUE 0.
               10 WS-AGR-BOOK-FLAG       PIC X(01)      VALUE 'N'.
                  88 WS-AGR-ON-LINK                     VALUE 'Y'.
               10 WS-AGR-BOOK-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-AGR-BOOK-LEAD-WKS   PIC 9(03)      VALUE 0.
               10 WS-AGR-BOOK-EFF-DATE   PIC 9(08)      VALUE 0.

      *    The index history, in index and period order.
       01  WS-CIX-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-CIX-TABLE.
           05  WS-CIX-ENTRY OCCURS 5000 TIMES
                  INDEXED BY CIX-IDX.
               10 WS-CIX-INDEX-ID        PIC X(08)      VALUE SPACES.
               10 WS-CIX-PERIOD-DATE     PIC 9(08)      VALUE 0.
               10 WS-CIX-INDEX-VALUE     PIC 9(07)V9(04) VALUE 0.

       01  WS-EFF-DATE                   PIC 9(08)      VALUE 0.
       01  WS-EFF-DATE-X REDEFINES WS-EFF-DATE.
           05  WS-EFF-YEAR               PIC 9(04).
           05  WS-EFF-MONTH              PIC 9(02).
           05  WS-EFF-DAY                PIC 9(02).
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-TODAY-X REDEFINES WS-TODAYS-DATE.
           05  WS-TODAY-YEAR             PIC 9(04).
           05  WS-TODAY-MONTH            PIC 9(02).
           05  WS-TODAY-DAY              PIC 9(02).

       01  WS-MONTHS-INTO-YEAR           PIC 9(02)      VALUE 0.
       01  WS-CYCLE-QUOTIENT             PIC 9(02)      VALUE 0.
       01  WS-CYCLE-REMAINDER            PIC 9(02)      VALUE 0.
       01  WS-INDEX-NOW                  PIC 9(07)V9(04) VALUE 0.
       01  WS-INDEX-NOW-DATE             PIC 9(08)      VALUE 0.
       01  WS-INDEX-MOVE-PCT             PIC S9(5)V99   VALUE 0.
       01  WS-NEW-PRICE                  PIC S9(7)V99   VALUE 0.
       01  WS-PRICE-MOVE-PCT             PIC S9(5)V99   VALUE 0.
       01  WS-EXCEPTION-TEXT             PIC X(50)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-STAGED-COUNT            PIC 9(05)      VALUE 0.
           05 WS-NO-CHANGE-COUNT         PIC 9(05)      VALUE 0.
           05 WS-NOT-DUE-COUNT           PIC 9(05)      VALUE 0.
           05 WS-EXCEPTION-COUNT         PIC 9(05)      VALUE 0.

       01  ESCAGRMT-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-AGREEMENTS                        VALUE 'Y'.
       01  CMDINDEX-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-INDEX-VALUES                      VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(40)      VALUE
               'COMMODITY ESCALATION - PRICES EFFECTIVE '.
           05  RPH-EFF-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '   RUN DATE'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(64)      VALUE SPACES.

       01  WS-RPT-SECTION                PIC X(132)     VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'PART                    SUPPLIER   INDEX'.
           05  FILLER              PIC X(40)      VALUE
               '      BASE INDEX    INDEX NOW IDX MOV%  '.
           05  FILLER              PIC X(40)      VALUE
               'MAT %    OLD PRICE    NEW PRICE PRC MOV%'.
           05  FILLER              PIC X(12)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-INDEX-ID        PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-BASE-INDEX      PIC Z(6)9.9999 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-INDEX-NOW       PIC Z(6)9.9999 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-INDEX-MOVE-PCT  PIC ZZZ9.99-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-MATERIAL-PCT    PIC ZZ9.99     VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-OLD-PRICE       PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-NEW-PRICE       PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PRICE-MOVE-PCT  PIC ZZZ9.99-   VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE SPACES.

       01  WS-RPT-EXCEPTION.
           05  RPX-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPX-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPX-INDEX-ID        PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPX-REMARK          PIC X(50)      VALUE SPACES.
           05  FILLER              PIC X(38)      VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER              PIC X(08)      VALUE 'STAGED: '.
           05  RPT-STAGED          PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(13)      VALUE
               '  NO CHANGE: '.
           05  RPT-NO-CHANGE       PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  NOT DUE: '.
           05  RPT-NOT-DUE         PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(14)      VALUE
               '  NOT PRICED: '.
           05  RPT-EXCEPTIONS      PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(62)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RUN-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-AGREEMENTS.
           PERFORM 250-LOAD-INDEX-VALUES.
           PERFORM 300-FIND-BOOK-PRICES.
           PERFORM 600-PRICE-AGREEMENTS.
           PERFORM 700-LIST-EXCEPTIONS.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'ESCALATE COMPLETE - STAGED: ' WS-STAGED-COUNT
              ' NO CHANGE: ' WS-NO-CHANGE-COUNT
              ' NOT DUE: ' WS-NOT-DUE-COUNT
              ' NOT PRICED: ' WS-EXCEPTION-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-AGR-COUNT.
           INITIALIZE WS-AGR-TABLE.
           INITIALIZE WS-CIX-COUNT.
           INITIALIZE WS-CIX-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO ESCAGRMT-EOF.
           MOVE 'N' TO CMDINDEX-EOF.
           MOVE 'N' TO PARTSUPL-EOF.

      *    Default effective date - the first day of the calendar
      *    quarter after the run date.
       050-READ-RUN-PARM.
           MOVE 0 TO WS-EFF-DATE
           OPEN INPUT ESCPARM-REC
           IF WS-ESCPARM-FILE-STATUS = '00'
              READ ESCPARM-REC
                 AT END MOVE SPACES TO EPM-EFF-DATE
              END-READ
              IF EPM-EFF-DATE IS NUMERIC
                 MOVE EPM-EFF-DATE TO WS-EFF-DATE
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
                    MOVE 0 TO WS-EFF-DATE
                 END-IF
              END-IF
              CLOSE ESCPARM-REC
           END-IF
           IF WS-EFF-DATE = 0
              MOVE WS-TODAY-YEAR TO WS-EFF-YEAR
              COMPUTE WS-MONTHS-INTO-YEAR = WS-TODAY-MONTH - 1
              DIVIDE WS-MONTHS-INTO-YEAR BY 3
                 GIVING WS-CYCLE-QUOTIENT
              COMPUTE WS-EFF-MONTH = WS-CYCLE-QUOTIENT * 3 + 4
              IF WS-EFF-MONTH > 12
                 MOVE 1 TO WS-EFF-MONTH
                 ADD 1 TO WS-EFF-YEAR
              END-IF
              MOVE 1 TO WS-EFF-DAY
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT ESCAGRMT-REC.
           OPEN INPUT CMDINDEX-REC.
           OPEN INPUT PARTSUPL-REC.
           OPEN EXTEND PRCAPPRQ-REC.
           OPEN OUTPUT ESCRPT-REC.
           MOVE WS-EFF-DATE TO RPH-EFF-DATE
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE ESCRPT-RECORD FROM WS-RPT-HEADING.

       200-LOAD-AGREEMENTS.
           READ ESCAGRMT-REC
              AT END MOVE 'Y' TO ESCAGRMT-EOF
           END-READ
           PERFORM VARYING AGR-IDX FROM 1 BY 1
              UNTIL NO-MORE-AGREEMENTS OR AGR-IDX > 1000
                 MOVE ESC-PART-NUMBER TO WS-AGR-PART-NUMBER(AGR-IDX)
                 MOVE ESC-SUPPLIER-CODE
                    TO WS-AGR-SUPPLIER-CODE(AGR-IDX)
                 MOVE ESC-INDEX-ID TO WS-AGR-INDEX-ID(AGR-IDX)
                 MOVE ESC-BASE-INDEX TO WS-AGR-BASE-INDEX(AGR-IDX)
                 MOVE ESC-BASE-PRICE TO WS-AGR-BASE-PRICE(AGR-IDX)
                 MOVE ESC-MATERIAL-PCT
                    TO WS-AGR-MATERIAL-PCT(AGR-IDX)
                 MOVE ESC-ADJ-FREQ-MONTHS
                    TO WS-AGR-ADJ-FREQ-MONTHS(AGR-IDX)
      *          000-INIT's INITIALIZE clears the flag to space,
      *          not its VALUE 'N'.
                 MOVE 'N' TO WS-AGR-BOOK-FLAG(AGR-IDX)
                 SET WS-AGR-COUNT TO AGR-IDX
                 READ ESCAGRMT-REC
                    AT END MOVE 'Y' TO ESCAGRMT-EOF
                 END-READ
           END-PERFORM
           .

       250-LOAD-INDEX-VALUES.
           READ CMDINDEX-REC
              AT END MOVE 'Y' TO CMDINDEX-EOF
           END-READ
           PERFORM VARYING CIX-IDX FROM 1 BY 1
              UNTIL NO-MORE-INDEX-VALUES OR CIX-IDX > 5000
                 MOVE CIX-INDEX-ID TO WS-CIX-INDEX-ID(CIX-IDX)
                 MOVE CIX-PERIOD-DATE TO WS-CIX-PERIOD-DATE(CIX-IDX)
                 MOVE CIX-INDEX-VALUE TO WS-CIX-INDEX-VALUE(CIX-IDX)
                 SET WS-CIX-COUNT TO CIX-IDX
                 READ CMDINDEX-REC
                    AT END MOVE 'Y' TO CMDINDEX-EOF
                 END-READ
           END-PERFORM
           .

      *    The book price is the pair's ACTIVE row with the latest
      *    effective date.
       300-FIND-BOOK-PRICES.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF PSL-PRICE-ACTIVE
                 PERFORM VARYING AGR-IDX FROM 1 BY 1
                    UNTIL AGR-IDX > WS-AGR-COUNT
                       IF WS-AGR-PART-NUMBER(AGR-IDX) =
                          PSL-PART-NUMBER
                          AND WS-AGR-SUPPLIER-CODE(AGR-IDX) =
                              PSL-SUPPLIER-CODE
                          AND (NOT WS-AGR-ON-LINK(AGR-IDX)
                           OR PSL-PRICE-EFF-DATE >=
                              WS-AGR-BOOK-EFF-DATE(AGR-IDX))
                          MOVE 'Y' TO WS-AGR-BOOK-FLAG(AGR-IDX)
                          MOVE PSL-UNIT-PRICE
                             TO WS-AGR-BOOK-PRICE(AGR-IDX)
                          MOVE PSL-LEAD-TIME-WKS
                             TO WS-AGR-BOOK-LEAD-WKS(AGR-IDX)
                          MOVE PSL-PRICE-EFF-DATE
                             TO WS-AGR-BOOK-EFF-DATE(AGR-IDX)
                       END-IF
                 END-PERFORM
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

       600-PRICE-AGREEMENTS.
           MOVE SPACES TO WS-RPT-SECTION
           WRITE ESCRPT-RECORD FROM WS-RPT-SECTION
           MOVE 'ESCALATED PRICES STAGED FOR BUYER APPROVAL'
              TO WS-RPT-SECTION
           WRITE ESCRPT-RECORD FROM WS-RPT-SECTION
           WRITE ESCRPT-RECORD FROM WS-RPT-COLUMNS
           COMPUTE WS-MONTHS-INTO-YEAR = WS-EFF-MONTH - 1
           PERFORM VARYING AGR-IDX FROM 1 BY 1
              UNTIL AGR-IDX > WS-AGR-COUNT
                 DIVIDE WS-MONTHS-INTO-YEAR
                    BY WS-AGR-ADJ-FREQ-MONTHS(AGR-IDX)
                    GIVING WS-CYCLE-QUOTIENT
                    REMAINDER WS-CYCLE-REMAINDER
                 IF WS-CYCLE-REMAINDER NOT = 0
                    ADD 1 TO WS-NOT-DUE-COUNT
                 ELSE
                    PERFORM 610-PRICE-ONE-AGREEMENT
                 END-IF
           END-PERFORM
           .

      *    Agreements that cannot be priced are left for 700 to
      *    list - 610 only prices the ones it can.
       610-PRICE-ONE-AGREEMENT.
           PERFORM 620-FIND-INDEX-NOW
           IF WS-AGR-ON-LINK(AGR-IDX)
              AND WS-INDEX-NOW-DATE > 0
              COMPUTE WS-NEW-PRICE ROUNDED =
                 WS-AGR-BASE-PRICE(AGR-IDX)
                 * ((100 - WS-AGR-MATERIAL-PCT(AGR-IDX))
                 + WS-AGR-MATERIAL-PCT(AGR-IDX) * WS-INDEX-NOW
                   / WS-AGR-BASE-INDEX(AGR-IDX))
                 / 100
              IF WS-NEW-PRICE = WS-AGR-BOOK-PRICE(AGR-IDX)
                 ADD 1 TO WS-NO-CHANGE-COUNT
              ELSE
                 PERFORM 630-STAGE-ESCALATED-PRICE
              END-IF
           END-IF
           .

      *    Latest value of the agreement's index with a period
      *    date not after the effective date - zero date if none.
       620-FIND-INDEX-NOW.
           MOVE 0 TO WS-INDEX-NOW
           MOVE 0 TO WS-INDEX-NOW-DATE
           PERFORM VARYING CIX-IDX FROM 1 BY 1
              UNTIL CIX-IDX > WS-CIX-COUNT
                 IF WS-CIX-INDEX-ID(CIX-IDX) =
                    WS-AGR-INDEX-ID(AGR-IDX)
                    AND WS-CIX-PERIOD-DATE(CIX-IDX) <= WS-EFF-DATE
                    AND WS-CIX-PERIOD-DATE(CIX-IDX) >=
                        WS-INDEX-NOW-DATE
                    MOVE WS-CIX-PERIOD-DATE(CIX-IDX)
                       TO WS-INDEX-NOW-DATE
                    MOVE WS-CIX-INDEX-VALUE(CIX-IDX) TO WS-INDEX-NOW
                 END-IF
           END-PERFORM
           .

      *    Staged the way EDI832IN's 620-STAGE-IF-DIFFERENT stages
      *    a catalog price - the movement percent is against the
      *    current book price the buyer is being asked to replace.
       630-STAGE-ESCALATED-PRICE.
           COMPUTE WS-INDEX-MOVE-PCT ROUNDED =
              ((WS-INDEX-NOW - WS-AGR-BASE-INDEX(AGR-IDX)) * 100)
              / WS-AGR-BASE-INDEX(AGR-IDX)
           IF WS-AGR-BOOK-PRICE(AGR-IDX) NOT = ZERO
              COMPUTE WS-PRICE-MOVE-PCT ROUNDED =
                 ((WS-NEW-PRICE - WS-AGR-BOOK-PRICE(AGR-IDX)) * 100)
                 / WS-AGR-BOOK-PRICE(AGR-IDX)
           ELSE
              MOVE 0 TO WS-PRICE-MOVE-PCT
           END-IF
           MOVE SPACES TO PRCAPPRQ-RECORD
           MOVE WS-AGR-PART-NUMBER(AGR-IDX)   TO PQ-PART-NUMBER
           MOVE WS-AGR-SUPPLIER-CODE(AGR-IDX) TO PQ-SUPPLIER-CODE
           MOVE WS-AGR-BOOK-PRICE(AGR-IDX)    TO PQ-BOOK-PRICE
           MOVE WS-NEW-PRICE                  TO PQ-CATALOG-PRICE
           MOVE WS-PRICE-MOVE-PCT             TO PQ-MOVEMENT-PCT
           MOVE WS-AGR-BOOK-LEAD-WKS(AGR-IDX) TO PQ-LEAD-TIME-WKS
           MOVE WS-EFF-DATE                   TO PQ-PRICE-EFF-DATE
           MOVE 'N' TO PQ-STATUS
           MOVE WS-TODAYS-DATE TO PQ-STAGED-DATE
           WRITE PRCAPPRQ-RECORD
           ADD 1 TO WS-STAGED-COUNT
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-AGR-PART-NUMBER(AGR-IDX)   TO RPD-PART-NUMBER
           MOVE WS-AGR-SUPPLIER-CODE(AGR-IDX) TO RPD-SUPPLIER-CODE
           MOVE WS-AGR-INDEX-ID(AGR-IDX)      TO RPD-INDEX-ID
           MOVE WS-AGR-BASE-INDEX(AGR-IDX)    TO RPD-BASE-INDEX
           MOVE WS-INDEX-NOW                  TO RPD-INDEX-NOW
           MOVE WS-INDEX-MOVE-PCT             TO RPD-INDEX-MOVE-PCT
           MOVE WS-AGR-MATERIAL-PCT(AGR-IDX)  TO RPD-MATERIAL-PCT
           MOVE WS-AGR-BOOK-PRICE(AGR-IDX)    TO RPD-OLD-PRICE
           MOVE WS-NEW-PRICE                  TO RPD-NEW-PRICE
           MOVE WS-PRICE-MOVE-PCT             TO RPD-PRICE-MOVE-PCT
           WRITE ESCRPT-RECORD FROM WS-RPT-DETAIL
           .

       700-LIST-EXCEPTIONS.
           MOVE SPACES TO WS-RPT-SECTION
           WRITE ESCRPT-RECORD FROM WS-RPT-SECTION
           MOVE 'DUE BUT NOT PRICED' TO WS-RPT-SECTION
           WRITE ESCRPT-RECORD FROM WS-RPT-SECTION
           PERFORM VARYING AGR-IDX FROM 1 BY 1
              UNTIL AGR-IDX > WS-AGR-COUNT
                 DIVIDE WS-MONTHS-INTO-YEAR
                    BY WS-AGR-ADJ-FREQ-MONTHS(AGR-IDX)
                    GIVING WS-CYCLE-QUOTIENT
                    REMAINDER WS-CYCLE-REMAINDER
                 IF WS-CYCLE-REMAINDER = 0
                    PERFORM 620-FIND-INDEX-NOW
                    MOVE SPACES TO WS-EXCEPTION-TEXT
                    EVALUATE TRUE
                       WHEN NOT WS-AGR-ON-LINK(AGR-IDX)
                          MOVE 'NO ACTIVE PRICE ON THE PRICE LINK'
                             TO WS-EXCEPTION-TEXT
                       WHEN WS-INDEX-NOW-DATE = 0
                          MOVE 'NO INDEX VALUE BY THE EFFECTIVE DATE'
                             TO WS-EXCEPTION-TEXT
                    END-EVALUATE
                    IF WS-EXCEPTION-TEXT NOT = SPACES
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE SPACES TO WS-RPT-EXCEPTION
                       MOVE WS-AGR-PART-NUMBER(AGR-IDX)
                          TO RPX-PART-NUMBER
                       MOVE WS-AGR-SUPPLIER-CODE(AGR-IDX)
                          TO RPX-SUPPLIER-CODE
                       MOVE WS-AGR-INDEX-ID(AGR-IDX) TO RPX-INDEX-ID
                       MOVE WS-EXCEPTION-TEXT TO RPX-REMARK
                       WRITE ESCRPT-RECORD FROM WS-RPT-EXCEPTION
                    END-IF
                 END-IF
           END-PERFORM
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-SECTION
           WRITE ESCRPT-RECORD FROM WS-RPT-SECTION
           MOVE WS-STAGED-COUNT TO RPT-STAGED
           MOVE WS-NO-CHANGE-COUNT TO RPT-NO-CHANGE
           MOVE WS-NOT-DUE-COUNT TO RPT-NOT-DUE
           MOVE WS-EXCEPTION-COUNT TO RPT-EXCEPTIONS
           WRITE ESCRPT-RECORD FROM WS-RPT-TOTALS
           .

       1000-CLOSE-END.
           CLOSE ESCAGRMT-REC.
           CLOSE CMDINDEX-REC.
           CLOSE PARTSUPL-REC.
           CLOSE PRCAPPRQ-REC.
           CLOSE ESCRPT-REC.
