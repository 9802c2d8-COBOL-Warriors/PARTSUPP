      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    SAVTRACK.
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
      * //PRICEHST DD DSN=USER66.EXAM.DEV.PARTSUPL.PRICEHIST,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //PRCAPPRQ DD DSN=USER66.EXAM.DEV.EDI832IN.APPRQUEUE,DISP=SHR
      * //QTEAWARD DD DSN=USER66.EXAM.DEV.EDI843.AWARDS,DISP=SHR
      * //DEMDHIST DD DSN=USER66.EXAM.DEV.DEMDHIST.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //SAVPARM  DD *
      *   JCL Output
      * //SAVLEDGR DD DSN=USER66.EXAM.DEV.SAVTRACK.LEDGER,
      * //            DISP=(,CATLG)
      * //SAVRPT   DD SYSOUT=*
      ***************************************************************
      * Quarterly procurement savings and cost-avoidance ledger.
      * Builds one SAVLEDGR row (layout SAVLEDGR.cpy) per savings
      * event dated in the quarter, from three sources:
      *
      *    HARD        Every PRICEHST row (PARTSUPL's 625-WRITE-
      *                PRICE-HISTORY trail - the price a pair had
      *                before a change) dated in the quarter.  The
      *                price after the change is the pair's next
      *                PRICEHST row, or its current PARTSUPL price
      *                if there is no later change.  Only reductions
      *                count.
      *    AVOIDANCE   Every QTEAWARD row (an 843 quote a buyer
      *                awarded) dated in the quarter whose award
      *                price is below the incumbent price - the
      *                lowest ACTIVE price any OTHER supplier has on
      *                the link for the part.  An award whose pair
      *                also has a hard reduction in the quarter is
      *                the same saving keyed twice and is counted
      *                once, as hard.
      *    NEGOTIATED  Every PRCAPPRQ row CATRELSE approved in the
      *                quarter for an 832 increase (catalog above
      *                book) at an agreed price below the catalog
      *                price.  Only the part of the increase that
      *                was avoided counts; talking it below the old
      *                book price shows up again as hard savings
      *                when the released price reaches PRICEHST.
      *
      * Each event is valued at the part's trailing 12-month usage
      * (DEMDHIST, returns netted off the way TIMEPHAS nets them,
      * over the year ending on the quarter's last day) - the
      * claimed saving.  Against it, the received POs for the same
      * pair on RPTINPUT ordered on or after the event show what
      * really came through: received quantity and the difference
      * between the old price and the PO's own UNIT-PRICE.
      *
      * A hard saving is credited to the buyer on the pair's most
      * recent PO; an award or a negotiated increase to the buyer
      * who keyed it.  GL-COST-CODE comes off the part record.
      * SAVRPT lists the ledger, then rolls it up by buyer, by
      * supplier and by GL-COST-CODE, with a grand total.
      *
      * The quarter is columns 1-5 of the optional SAVPARM card
      * (YYYYQ, quarter 1-4); no card, or a card that is not a
      * valid quarter, takes the last complete calendar quarter.
      * QTEAWARD and DEMDHIST are optional - no awards file means
      * no avoidance rows, no usage history values every event at
      * zero (the ledger still lists what moved).
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICEHIST-REC ASSIGN TO PRICEHST.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT PRCAPPRQ-REC  ASSIGN TO PRCAPPRQ.
           SELECT QTEAWARD-REC  ASSIGN TO QTEAWARD
               FILE STATUS IS WS-QTEAWARD-FILE-STATUS.
           SELECT DEMDHIST-REC  ASSIGN TO DEMDHIST
               FILE STATUS IS WS-DEMDHIST-FILE-STATUS.
           SELECT PART-SUPP-IN  ASSIGN TO RPTINPUT.
           SELECT SAVPARM-REC   ASSIGN TO SAVPARM
               FILE STATUS IS WS-SAVPARM-FILE-STATUS.
           SELECT SAVLEDGR-REC  ASSIGN TO SAVLEDGR.
           SELECT SAVRPT-REC    ASSIGN TO SAVRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PRICEHIST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICEHIST-RECORD.
       01  PRICEHIST-RECORD              PIC X(80).

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

      *    Same queue row CATRELSE decides, decision fields and all.
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
               88 PQ-STATUS-APPROVED        VALUE 'A'.
           05  PQ-STAGED-DATE      PIC 9(08).
           05  PQ-AGREED-PRICE     PIC S9(7)V99.
           05  PQ-DECIDED-BY       PIC X(03).
           05  PQ-DECIDED-DATE     PIC 9(08).
           05  FILLER              PIC X(02).

       FD  QTEAWARD-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUOTE-AWARD-ROW.
           COPY 'QTEAWARD'.

      *    Same dated usage row TIMEPHAS reads.
       FD  DEMDHIST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEMDHIST-RECORD.
       01  DEMDHIST-RECORD.
           05  DH-PART-NUMBER      PIC X(23).
           05  DH-USAGE-QTY        PIC 9(07).
           05  DH-USAGE-DATE       PIC 9(08).
           05  DH-USAGE-TYPE       PIC X(01).
               88 DH-RETURN-TO-STOCK              VALUE 'R'.
           05  FILLER              PIC X(01).

       FD  PART-SUPP-IN.
           COPY 'PARTSUPP'.

       FD  SAVPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SAVPARM-RECORD.
       01  SAVPARM-RECORD.
           05  SPM-QUARTER-YEAR    PIC X(04).
           05  SPM-QUARTER-NUMBER  PIC X(01).
           05  FILLER              PIC X(75).

       FD  SAVLEDGR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SAVINGS-LEDGER-ROW.
           COPY 'SAVLEDGR'.

       FD  SAVRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SAVRPT-RECORD.
       01  SAVRPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-QTEAWARD-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-DEMDHIST-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-SAVPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    Fixed-position view of PRICEHIST-RECORD, the same view
      *    PCTREND reads it through.
       01  WS-PH-ROW.
           05  WS-PH-RUN-DATE            PIC 9(08).
           05  FILLER                    PIC X(01).
           05  WS-PH-PART-NUMBER         PIC X(23).
           05  FILLER                    PIC X(01).
           05  WS-PH-SUPPLIER-CODE       PIC X(10).
           05  FILLER                    PIC X(01).
           05  WS-PH-UNIT-PRICE          PIC S9(7)V99.
           05  FILLER                    PIC X(01).
           05  WS-PH-PRICE-EFF-DATE      PIC 9(08).
           05  FILLER                    PIC X(18).

      *    The whole price-history trail, in the order it was
      *    appended, so a row's successor is the next row down for
      *    the same pair.
       01  WS-HST-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-HST-TABLE.
           05  WS-HST-ENTRY OCCURS 5000 TIMES
                  INDEXED BY HST-IDX HST-IDX2.
               10 WS-HST-RUN-DATE        PIC 9(08)      VALUE 0.
               10 WS-HST-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-HST-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-HST-OLD-PRICE       PIC S9(7)V99   VALUE 0.

      *    The current price link.
       01  WS-PSL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PSL-TABLE.
           05  WS-PSL-ENTRY OCCURS 5000 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PSL-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-PSL-PRICE-STATUS    PIC X(01)      VALUE SPACES.

      *    One row per part seen on the master - its GL-COST-CODE
      *    and its 12-month usage.
       01  WS-PRT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PRT-TABLE.
           05  WS-PRT-ENTRY OCCURS 3000 TIMES
                  INDEXED BY PRT-IDX.
               10 WS-PRT-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PRT-GL-COST-CODE    PIC X(06)      VALUE SPACES.
               10 WS-PRT-USAGE           PIC S9(09)     VALUE 0.

      *    Every PO slot on the master, for the buyer behind a hard
      *    saving and the received quantities behind every saving.
       01  WS-POL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 6000 TIMES
                  INDEXED BY POL-IDX.
               10 WS-POL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-POL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-POL-BUYER-CODE      PIC X(03)      VALUE SPACES.
               10 WS-POL-ORDER-DATE      PIC 9(08)      VALUE 0.
               10 WS-POL-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-POL-RECEIVED-QTY    PIC S9(7)      VALUE 0.
               10 WS-POL-COUNTS-FLAG     PIC X(01)      VALUE 'N'.
                  88 WS-POL-RECEIVED-ORDER              VALUE 'Y'.

      *    The quarter's ledger, built in memory so an award can
      *    see whether its pair already has a hard saving.  Each
      *    entry is laid out exactly as SAVLEDGR.cpy.
       01  WS-LDG-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 2000 TIMES
                  INDEXED BY LDG-IDX.
               10 WS-LDG-QUARTER         PIC X(05)      VALUE SPACES.
               10 WS-LDG-TYPE            PIC X(01)      VALUE SPACES.
                  88 WS-LDG-HARD                        VALUE 'H'.
                  88 WS-LDG-AVOIDANCE                   VALUE 'A'.
                  88 WS-LDG-NEGOTIATED                  VALUE 'N'.
               10 WS-LDG-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-LDG-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-LDG-BUYER-CODE      PIC X(03)      VALUE SPACES.
               10 WS-LDG-GL-COST-CODE    PIC X(06)      VALUE SPACES.
               10 WS-LDG-EVENT-DATE      PIC 9(08)      VALUE 0.
               10 WS-LDG-OLD-PRICE       PIC S9(7)V99   VALUE 0.
               10 WS-LDG-NEW-PRICE       PIC S9(7)V99   VALUE 0.
               10 WS-LDG-ANNUAL-USAGE    PIC S9(9)      VALUE 0.
               10 WS-LDG-CLAIMED-AMT     PIC S9(9)V99   VALUE 0.
               10 WS-LDG-RECEIVED-QTY    PIC S9(9)      VALUE 0.
               10 WS-LDG-REALIZED-AMT    PIC S9(9)V99   VALUE 0.
               10 FILLER                 PIC X(06)      VALUE SPACES.

      *    Roll-up totals.  WS-ROL-LEVEL orders the report - 1 by
      *    buyer, 2 by supplier, 3 by GL-COST-CODE.
       01  WS-ROL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-ROL-TABLE.
           05  WS-ROL-ENTRY OCCURS 3000 TIMES
                  INDEXED BY ROL-IDX ROL-IDX2.
               10 WS-ROL-SORT-KEY.
                  15 WS-ROL-LEVEL        PIC 9(01)      VALUE 0.
                  15 WS-ROL-KEY          PIC X(10)      VALUE SPACES.
               10 WS-ROL-HARD-AMT        PIC S9(9)V99   VALUE 0.
               10 WS-ROL-AVOID-AMT       PIC S9(9)V99   VALUE 0.
               10 WS-ROL-NEGOT-AMT       PIC S9(9)V99   VALUE 0.
               10 WS-ROL-REALIZED-AMT    PIC S9(9)V99   VALUE 0.
       01  WS-ROL-TEMP-ENTRY             PIC X(55)      VALUE SPACES.
       01  WS-SORT-PASS-LIMIT            PIC 9(05)      VALUE 0.
       01  WS-SORT-COMPARE-LIMIT         PIC 9(05)      VALUE 0.
       01  WS-ROL-FIND-LEVEL             PIC 9(01)      VALUE 0.
       01  WS-ROL-FIND-KEY               PIC X(10)      VALUE SPACES.
       01  WS-LAST-LEVEL                 PIC 9(01)      VALUE 0.

       01  WS-GRAND-TOTALS.
           05 WS-GT-HARD-AMT             PIC S9(9)V99   VALUE 0.
           05 WS-GT-AVOID-AMT            PIC S9(9)V99   VALUE 0.
           05 WS-GT-NEGOT-AMT            PIC S9(9)V99   VALUE 0.
           05 WS-GT-REALIZED-AMT         PIC S9(9)V99   VALUE 0.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-TODAY-X REDEFINES WS-TODAYS-DATE.
           05  WS-TODAY-YEAR             PIC 9(04).
           05  WS-TODAY-MONTH            PIC 9(02).
           05  WS-TODAY-DAY              PIC 9(02).
       01  WS-QUARTER.
           05  WS-QTR-YEAR               PIC 9(04)      VALUE 0.
           05  WS-QTR-NUMBER             PIC 9(01)      VALUE 0.
       01  WS-QTR-START-DATE             PIC 9(08)      VALUE 0.
       01  WS-QTR-START-X REDEFINES WS-QTR-START-DATE.
           05  WS-QTR-START-YEAR         PIC 9(04).
           05  WS-QTR-START-MONTH        PIC 9(02).
           05  WS-QTR-START-DAY          PIC 9(02).
       01  WS-QTR-END-DATE               PIC 9(08)      VALUE 0.
       01  WS-QTR-END-X REDEFINES WS-QTR-END-DATE.
           05  WS-QTR-END-YEAR           PIC 9(04).
           05  WS-QTR-END-MONTH          PIC 9(02).
           05  WS-QTR-END-DAY            PIC 9(02).
       01  WS-USAGE-START-DATE           PIC 9(08)      VALUE 0.
       01  WS-MONTHS-INTO-YEAR           PIC 9(02)      VALUE 0.

       01  WS-NEW-PRICE                  PIC S9(7)V99   VALUE 0.
       01  WS-INCUMBENT-PRICE            PIC S9(7)V99   VALUE 0.
       01  WS-LATEST-ORDER-DATE          PIC 9(08)      VALUE 0.
       01  WS-LINE-SAVING                PIC S9(7)V99   VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-HARD-COUNT              PIC 9(05)      VALUE 0.
           05 WS-AVOID-COUNT             PIC 9(05)      VALUE 0.
           05 WS-NEGOT-COUNT             PIC 9(05)      VALUE 0.
           05 WS-DUPLICATE-AWARD-COUNT   PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.

       01  PRICEHIST-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PRICEHIST                         VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.
       01  PRCAPPRQ-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-QUEUE                             VALUE 'Y'.
       01  QTEAWARD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-AWARDS                            VALUE 'Y'.
       01  DEMDHIST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-USAGE                             VALUE 'Y'.
       01  PART-SUPP-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PART-SUPP                         VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(36)      VALUE
               'PROCUREMENT SAVINGS LEDGER - QUARTER'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPH-QTR-YEAR        PIC 9(04)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE 'Q'.
           05  RPH-QTR-NUMBER      PIC 9(01)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE ' ('.
           05  RPH-QTR-START       PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE ' - '.
           05  RPH-QTR-END         PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               ')   RUN DATE'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(47)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'TYPE  PART                    SUPPLIER  '.
           05  FILLER              PIC X(40)      VALUE
               ' BYR GL     EVENT     OLD PRICE  NEW PRI'.
           05  FILLER              PIC X(40)      VALUE
               'CE 12M USAGE      CLAIMED  RCVD QTY     '.
           05  FILLER              PIC X(12)      VALUE
               'REALIZED    '.

       01  WS-RPT-DETAIL.
           05  RPD-TYPE            PIC X(05)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-BUYER-CODE      PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-GL-COST-CODE    PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-EVENT-DATE      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-OLD-PRICE       PIC ZZZZZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-NEW-PRICE       PIC ZZZZZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-ANNUAL-USAGE    PIC ZZZZZZZZ9  VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-CLAIMED-AMT     PIC ZZZZZZZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-RECEIVED-QTY    PIC ZZZZZZZ9   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-REALIZED-AMT    PIC ZZZZZZZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.

       01  WS-RPT-NONE.
           05  FILLER              PIC X(40)      VALUE
               'NO SAVINGS EVENTS IN THE QUARTER.'.
           05  FILLER              PIC X(92)      VALUE SPACES.

       01  WS-RPT-SECTION.
           05  FILLER              PIC X(16)      VALUE
               'SAVINGS ROLLED U'.
           05  FILLER              PIC X(06)      VALUE
               'P BY: '.
           05  RPS-LEVEL-NAME      PIC X(14)      VALUE SPACES.
           05  FILLER              PIC X(96)      VALUE SPACES.

       01  WS-RPT-ROLL-COLUMNS.
           05  RCH-KEY-TITLE       PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(40)      VALUE
               '       HARD SAVINGS    QUOTE AVOIDANCE  '.
           05  FILLER              PIC X(40)      VALUE
               '       NEGOTIATED      TOTAL CLAIMED    '.
           05  FILLER              PIC X(15)      VALUE
               '       REALIZED'.
           05  FILLER              PIC X(27)      VALUE SPACES.

       01  WS-RPT-ROLL-LINE.
           05  RRL-KEY             PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRL-HARD-AMT        PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRL-AVOID-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRL-NEGOT-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRL-TOTAL-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RRL-REALIZED-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(27)      VALUE SPACES.

       01  WS-RPT-COUNTS.
           05  FILLER              PIC X(12)      VALUE
               'HARD EVENTS '.
           05  RPC-HARD            PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(20)      VALUE
               '   AVOIDANCE EVENTS '.
           05  RPC-AVOID           PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(21)      VALUE
               '   NEGOTIATED EVENTS '.
           05  RPC-NEGOT           PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(30)      VALUE
               '   AWARDS ALREADY HARD SAVINGS'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPC-DUPLICATE       PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(24)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RUN-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-PRICE-LINK.
           PERFORM 250-LOAD-PARTS-AND-POS.
           PERFORM 300-LOAD-USAGE.
           PERFORM 400-BUILD-HARD-SAVINGS.
           PERFORM 450-BUILD-NEGOTIATED.
           PERFORM 500-BUILD-AVOIDANCE.
           PERFORM 600-VALUE-LEDGER.
           PERFORM 700-ROLL-UP-LEDGER.
           PERFORM 800-WRITE-LEDGER.
           PERFORM 850-WRITE-ROLL-UPS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'SAVTRACK COMPLETE - HARD: ' WS-HARD-COUNT
              ' AVOIDANCE: ' WS-AVOID-COUNT
              ' NEGOTIATED: ' WS-NEGOT-COUNT
              ' AWARDS ALREADY HARD: ' WS-DUPLICATE-AWARD-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-HST-COUNT.
           INITIALIZE WS-HST-TABLE.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PSL-TABLE.
           INITIALIZE WS-PRT-COUNT.
           INITIALIZE WS-PRT-TABLE.
           INITIALIZE WS-POL-COUNT.
           INITIALIZE WS-POL-TABLE.
           INITIALIZE WS-LDG-COUNT.
           INITIALIZE WS-LDG-TABLE.
           INITIALIZE WS-ROL-COUNT.
           INITIALIZE WS-ROL-TABLE.
           INITIALIZE WS-GRAND-TOTALS.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PRICEHIST-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO PRCAPPRQ-EOF.
           MOVE 'N' TO QTEAWARD-EOF.
           MOVE 'N' TO DEMDHIST-EOF.
           MOVE 'N' TO PART-SUPP-EOF.

      *    Default quarter - the last complete calendar quarter
      *    before the run date.  The usage year is the 365 days
      *    ending on the quarter's last day.
       050-READ-RUN-PARM.
           MOVE 0 TO WS-QTR-NUMBER
           OPEN INPUT SAVPARM-REC
           IF WS-SAVPARM-FILE-STATUS = '00'
              READ SAVPARM-REC
                 AT END MOVE SPACES TO SAVPARM-RECORD
              END-READ
              IF SPM-QUARTER-YEAR IS NUMERIC
                 AND SPM-QUARTER-NUMBER IS NUMERIC
                 MOVE SPM-QUARTER-YEAR TO WS-QTR-YEAR
                 MOVE SPM-QUARTER-NUMBER TO WS-QTR-NUMBER
                 IF WS-QTR-NUMBER < 1 OR WS-QTR-NUMBER > 4
                    OR WS-QTR-YEAR < 1601
                    MOVE 0 TO WS-QTR-NUMBER
                 END-IF
              END-IF
              CLOSE SAVPARM-REC
           END-IF
           IF WS-QTR-NUMBER = 0
              MOVE WS-TODAY-YEAR TO WS-QTR-YEAR
              COMPUTE WS-MONTHS-INTO-YEAR = WS-TODAY-MONTH - 1
              DIVIDE WS-MONTHS-INTO-YEAR BY 3
                 GIVING WS-QTR-NUMBER
              IF WS-QTR-NUMBER = 0
                 MOVE 4 TO WS-QTR-NUMBER
                 SUBTRACT 1 FROM WS-QTR-YEAR
              END-IF
           END-IF
           MOVE WS-QTR-YEAR TO WS-QTR-START-YEAR WS-QTR-END-YEAR
           COMPUTE WS-QTR-START-MONTH = (WS-QTR-NUMBER - 1) * 3 + 1
           MOVE 1 TO WS-QTR-START-DAY
           COMPUTE WS-QTR-END-MONTH = WS-QTR-NUMBER * 3
           IF WS-QTR-END-MONTH = 3 OR WS-QTR-END-MONTH = 12
              MOVE 31 TO WS-QTR-END-DAY
           ELSE
              MOVE 30 TO WS-QTR-END-DAY
           END-IF
           COMPUTE WS-USAGE-START-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-QTR-END-DATE) - 364)
           .

       100-OPEN-FILES.
           OPEN INPUT PRICEHIST-REC.
           OPEN INPUT PARTSUPL-REC.
           OPEN INPUT PRCAPPRQ-REC.
           OPEN INPUT PART-SUPP-IN.
           OPEN OUTPUT SAVLEDGR-REC.
           OPEN OUTPUT SAVRPT-REC.
           MOVE WS-QTR-YEAR TO RPH-QTR-YEAR
           MOVE WS-QTR-NUMBER TO RPH-QTR-NUMBER
           MOVE WS-QTR-START-DATE TO RPH-QTR-START
           MOVE WS-QTR-END-DATE TO RPH-QTR-END
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE SAVRPT-RECORD FROM WS-RPT-HEADING.

       200-LOAD-PRICE-LINK.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF WS-PSL-COUNT < 5000
                 ADD 1 TO WS-PSL-COUNT
                 SET PSL-IDX TO WS-PSL-COUNT
                 MOVE PSL-PART-NUMBER TO WS-PSL-PART-NUMBER(PSL-IDX)
                 MOVE PSL-SUPPLIER-CODE
                    TO WS-PSL-SUPPLIER-CODE(PSL-IDX)
                 MOVE PSL-UNIT-PRICE TO WS-PSL-UNIT-PRICE(PSL-IDX)
                 MOVE PSL-PRICE-STATUS
                    TO WS-PSL-PRICE-STATUS(PSL-IDX)
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

      *    Part GL codes and every PO slot that carries a number.
      *    Only received orders and releases count toward what
      *    came through - returns and blanket headers never do.
       250-LOAD-PARTS-AND-POS.
           READ PART-SUPP-IN
              AT END MOVE 'Y' TO PART-SUPP-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PART-SUPP
              PERFORM 255-FIND-OR-ADD-PART
              IF WS-SLOT > 0
                 AND WS-PRT-GL-COST-CODE(WS-SLOT) = SPACES
                 MOVE GL-COST-CODE TO WS-PRT-GL-COST-CODE(WS-SLOT)
              END-IF
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND WS-POL-COUNT < 6000
                    ADD 1 TO WS-POL-COUNT
                    SET POL-IDX TO WS-POL-COUNT
                    MOVE PART-NUMBER TO WS-POL-PART-NUMBER(POL-IDX)
                    MOVE SUPPLIER-CODE
                       TO WS-POL-SUPPLIER-CODE(POL-IDX)
                    MOVE BUYER-CODE(PO-IDX)
                       TO WS-POL-BUYER-CODE(POL-IDX)
                    MOVE ORDER-DATE(PO-IDX)
                       TO WS-POL-ORDER-DATE(POL-IDX)
                    MOVE UNIT-PRICE(PO-IDX)
                       TO WS-POL-UNIT-PRICE(POL-IDX)
                    MOVE RECEIVED-QUANTITY(PO-IDX)
                       TO WS-POL-RECEIVED-QTY(POL-IDX)
                    IF PO-STATUS-RECEIVED(PO-IDX)
                       AND (PO-TYPE-ORDER(PO-IDX)
                            OR PO-TYPE-RELEASE(PO-IDX))
                       MOVE 'Y' TO WS-POL-COUNTS-FLAG(POL-IDX)
                    ELSE
                       MOVE 'N' TO WS-POL-COUNTS-FLAG(POL-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              READ PART-SUPP-IN
                 AT END MOVE 'Y' TO PART-SUPP-EOF
              END-READ
           END-PERFORM
           .

       255-FIND-OR-ADD-PART.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT OR ENTRY-FOUND
                 IF WS-PRT-PART-NUMBER(PRT-IDX) = PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO PRT-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND WS-PRT-COUNT < 3000
              ADD 1 TO WS-PRT-COUNT
              MOVE WS-PRT-COUNT TO WS-SLOT
              MOVE PART-NUMBER TO WS-PRT-PART-NUMBER(WS-SLOT)
           END-IF
           .

      *    Issues less returns over the usage year, floored at zero
      *    - a missing demand history (FILE STATUS not '00') values
      *    every event at zero usage.
       300-LOAD-USAGE.
           OPEN INPUT DEMDHIST-REC
           IF WS-DEMDHIST-FILE-STATUS = '00'
              READ DEMDHIST-REC
                 AT END MOVE 'Y' TO DEMDHIST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-USAGE
                 IF DH-USAGE-DATE NOT < WS-USAGE-START-DATE
                    AND DH-USAGE-DATE NOT > WS-QTR-END-DATE
                    PERFORM VARYING PRT-IDX FROM 1 BY 1
                       UNTIL PRT-IDX > WS-PRT-COUNT
                          IF WS-PRT-PART-NUMBER(PRT-IDX) =
                             DH-PART-NUMBER
                             IF DH-RETURN-TO-STOCK
                                SUBTRACT DH-USAGE-QTY
                                   FROM WS-PRT-USAGE(PRT-IDX)
                             ELSE
                                ADD DH-USAGE-QTY
                                   TO WS-PRT-USAGE(PRT-IDX)
                             END-IF
                          END-IF
                    END-PERFORM
                 END-IF
                 READ DEMDHIST-REC
                    AT END MOVE 'Y' TO DEMDHIST-EOF
                 END-READ
              END-PERFORM
              CLOSE DEMDHIST-REC
           END-IF
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT
                 IF WS-PRT-USAGE(PRT-IDX) < 0
                    MOVE 0 TO WS-PRT-USAGE(PRT-IDX)
                 END-IF
           END-PERFORM
           .

      *    The whole trail is loaded first - a change in the
      *    quarter may have its successor after the quarter.
       400-BUILD-HARD-SAVINGS.
           READ PRICEHIST-REC
              AT END MOVE 'Y' TO PRICEHIST-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PRICEHIST
              IF WS-HST-COUNT < 5000
                 MOVE PRICEHIST-RECORD TO WS-PH-ROW
                 ADD 1 TO WS-HST-COUNT
                 SET HST-IDX TO WS-HST-COUNT
                 MOVE WS-PH-RUN-DATE TO WS-HST-RUN-DATE(HST-IDX)
                 MOVE WS-PH-PART-NUMBER
                    TO WS-HST-PART-NUMBER(HST-IDX)
                 MOVE WS-PH-SUPPLIER-CODE
                    TO WS-HST-SUPPLIER-CODE(HST-IDX)
                 MOVE WS-PH-UNIT-PRICE TO WS-HST-OLD-PRICE(HST-IDX)
              END-IF
              READ PRICEHIST-REC
                 AT END MOVE 'Y' TO PRICEHIST-EOF
              END-READ
           END-PERFORM
           PERFORM VARYING HST-IDX FROM 1 BY 1
              UNTIL HST-IDX > WS-HST-COUNT
                 IF WS-HST-RUN-DATE(HST-IDX) NOT < WS-QTR-START-DATE
                    AND WS-HST-RUN-DATE(HST-IDX) NOT >
                        WS-QTR-END-DATE
                    PERFORM 410-FIND-PRICE-AFTER-CHANGE
                    IF ENTRY-FOUND
                       AND WS-NEW-PRICE < WS-HST-OLD-PRICE(HST-IDX)
                       PERFORM 420-ADD-HARD-ENTRY
                    END-IF
                 END-IF
           END-PERFORM
           .

      *    The next trail row for the pair holds the price this
      *    change set; with none, the price is still on the link.
       410-FIND-PRICE-AFTER-CHANGE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-NEW-PRICE
           SET HST-IDX2 TO HST-IDX
           SET HST-IDX2 UP BY 1
           PERFORM VARYING HST-IDX2 FROM HST-IDX2 BY 1
              UNTIL HST-IDX2 > WS-HST-COUNT OR ENTRY-FOUND
                 IF WS-HST-PART-NUMBER(HST-IDX2) =
                    WS-HST-PART-NUMBER(HST-IDX)
                    AND WS-HST-SUPPLIER-CODE(HST-IDX2) =
                        WS-HST-SUPPLIER-CODE(HST-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    MOVE WS-HST-OLD-PRICE(HST-IDX2) TO WS-NEW-PRICE
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              PERFORM VARYING PSL-IDX FROM 1 BY 1
                 UNTIL PSL-IDX > WS-PSL-COUNT OR ENTRY-FOUND
                    IF WS-PSL-PART-NUMBER(PSL-IDX) =
                       WS-HST-PART-NUMBER(HST-IDX)
                       AND WS-PSL-SUPPLIER-CODE(PSL-IDX) =
                           WS-HST-SUPPLIER-CODE(HST-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE WS-PSL-UNIT-PRICE(PSL-IDX) TO WS-NEW-PRICE
                    END-IF
              END-PERFORM
           END-IF
           .

      *    Credited to the buyer on the pair's latest PO.
       420-ADD-HARD-ENTRY.
           IF WS-LDG-COUNT < 2000
              ADD 1 TO WS-LDG-COUNT
              SET LDG-IDX TO WS-LDG-COUNT
              MOVE 'H' TO WS-LDG-TYPE(LDG-IDX)
              MOVE WS-HST-PART-NUMBER(HST-IDX)
                 TO WS-LDG-PART-NUMBER(LDG-IDX)
              MOVE WS-HST-SUPPLIER-CODE(HST-IDX)
                 TO WS-LDG-SUPPLIER-CODE(LDG-IDX)
              MOVE WS-HST-RUN-DATE(HST-IDX)
                 TO WS-LDG-EVENT-DATE(LDG-IDX)
              MOVE WS-HST-OLD-PRICE(HST-IDX)
                 TO WS-LDG-OLD-PRICE(LDG-IDX)
              MOVE WS-NEW-PRICE TO WS-LDG-NEW-PRICE(LDG-IDX)
              MOVE 0 TO WS-LATEST-ORDER-DATE
              PERFORM VARYING POL-IDX FROM 1 BY 1
                 UNTIL POL-IDX > WS-POL-COUNT
                    IF WS-POL-PART-NUMBER(POL-IDX) =
                       WS-LDG-PART-NUMBER(LDG-IDX)
                       AND WS-POL-SUPPLIER-CODE(POL-IDX) =
                           WS-LDG-SUPPLIER-CODE(LDG-IDX)
                       AND WS-POL-ORDER-DATE(POL-IDX) NOT <
                           WS-LATEST-ORDER-DATE
                       MOVE WS-POL-ORDER-DATE(POL-IDX)
                          TO WS-LATEST-ORDER-DATE
                       MOVE WS-POL-BUYER-CODE(POL-IDX)
                          TO WS-LDG-BUYER-CODE(LDG-IDX)
                    END-IF
              END-PERFORM
              ADD 1 TO WS-HARD-COUNT
           END-IF
           .

      *    Only the avoided part of the increase - from the catalog
      *    price down to the released price, but never below the
      *    old book price, since anything under book is already a
      *    hard saving on PRICEHST.
       450-BUILD-NEGOTIATED.
           READ PRCAPPRQ-REC
              AT END MOVE 'Y' TO PRCAPPRQ-EOF
           END-READ
           PERFORM UNTIL NO-MORE-QUEUE
              IF PQ-STATUS-APPROVED
                 AND PQ-DECIDED-DATE IS NUMERIC
                 AND PQ-DECIDED-DATE NOT < WS-QTR-START-DATE
                 AND PQ-DECIDED-DATE NOT > WS-QTR-END-DATE
                 AND PQ-AGREED-PRICE IS NUMERIC
                 AND PQ-CATALOG-PRICE > PQ-BOOK-PRICE
                 AND PQ-AGREED-PRICE < PQ-CATALOG-PRICE
                 AND WS-LDG-COUNT < 2000
                 ADD 1 TO WS-LDG-COUNT
                 SET LDG-IDX TO WS-LDG-COUNT
                 MOVE 'N' TO WS-LDG-TYPE(LDG-IDX)
                 MOVE PQ-PART-NUMBER TO WS-LDG-PART-NUMBER(LDG-IDX)
                 MOVE PQ-SUPPLIER-CODE
                    TO WS-LDG-SUPPLIER-CODE(LDG-IDX)
                 MOVE PQ-DECIDED-BY TO WS-LDG-BUYER-CODE(LDG-IDX)
                 MOVE PQ-DECIDED-DATE TO WS-LDG-EVENT-DATE(LDG-IDX)
                 MOVE PQ-CATALOG-PRICE TO WS-LDG-OLD-PRICE(LDG-IDX)
                 IF PQ-AGREED-PRICE < PQ-BOOK-PRICE
                    MOVE PQ-BOOK-PRICE TO WS-LDG-NEW-PRICE(LDG-IDX)
                 ELSE
                    MOVE PQ-AGREED-PRICE TO WS-LDG-NEW-PRICE(LDG-IDX)
                 END-IF
                 ADD 1 TO WS-NEGOT-COUNT
              END-IF
              READ PRCAPPRQ-REC
                 AT END MOVE 'Y' TO PRCAPPRQ-EOF
              END-READ
           END-PERFORM
           .

      *    A missing awards file (FILE STATUS not '00') simply
      *    means no avoidance this quarter.
       500-BUILD-AVOIDANCE.
           OPEN INPUT QTEAWARD-REC
           IF WS-QTEAWARD-FILE-STATUS = '00'
              READ QTEAWARD-REC
                 AT END MOVE 'Y' TO QTEAWARD-EOF
              END-READ
              PERFORM UNTIL NO-MORE-AWARDS
                 IF QA-AWARD-DATE IS NUMERIC
                    AND QA-AWARD-DATE NOT < WS-QTR-START-DATE
                    AND QA-AWARD-DATE NOT > WS-QTR-END-DATE
                    AND QA-AWARD-PRICE IS NUMERIC
                    PERFORM 510-PRICE-ONE-AWARD
                 END-IF
                 READ QTEAWARD-REC
                    AT END MOVE 'Y' TO QTEAWARD-EOF
                 END-READ
              END-PERFORM
              CLOSE QTEAWARD-REC
           END-IF
           .

      *    The incumbent is the cheapest ACTIVE source for the part
      *    other than the supplier awarded.
       510-PRICE-ONE-AWARD.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING LDG-IDX FROM 1 BY 1
              UNTIL LDG-IDX > WS-LDG-COUNT OR ENTRY-FOUND
                 IF WS-LDG-HARD(LDG-IDX)
                    AND WS-LDG-PART-NUMBER(LDG-IDX) = QA-PART-NUMBER
                    AND WS-LDG-SUPPLIER-CODE(LDG-IDX) =
                        QA-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              ADD 1 TO WS-DUPLICATE-AWARD-COUNT
           ELSE
              MOVE 0 TO WS-INCUMBENT-PRICE
              PERFORM VARYING PSL-IDX FROM 1 BY 1
                 UNTIL PSL-IDX > WS-PSL-COUNT
                    IF WS-PSL-PART-NUMBER(PSL-IDX) = QA-PART-NUMBER
                       AND WS-PSL-SUPPLIER-CODE(PSL-IDX) NOT =
                           QA-SUPPLIER-CODE
                       AND WS-PSL-PRICE-STATUS(PSL-IDX) = 'A'
                       AND (WS-INCUMBENT-PRICE = 0
                         OR WS-PSL-UNIT-PRICE(PSL-IDX) <
                            WS-INCUMBENT-PRICE)
                       MOVE WS-PSL-UNIT-PRICE(PSL-IDX)
                          TO WS-INCUMBENT-PRICE
                    END-IF
              END-PERFORM
              IF QA-AWARD-PRICE < WS-INCUMBENT-PRICE
                 AND WS-LDG-COUNT < 2000
                 ADD 1 TO WS-LDG-COUNT
                 SET LDG-IDX TO WS-LDG-COUNT
                 MOVE 'A' TO WS-LDG-TYPE(LDG-IDX)
                 MOVE QA-PART-NUMBER TO WS-LDG-PART-NUMBER(LDG-IDX)
                 MOVE QA-SUPPLIER-CODE
                    TO WS-LDG-SUPPLIER-CODE(LDG-IDX)
                 MOVE QA-BUYER-CODE TO WS-LDG-BUYER-CODE(LDG-IDX)
                 MOVE QA-AWARD-DATE TO WS-LDG-EVENT-DATE(LDG-IDX)
                 MOVE WS-INCUMBENT-PRICE
                    TO WS-LDG-OLD-PRICE(LDG-IDX)
                 MOVE QA-AWARD-PRICE TO WS-LDG-NEW-PRICE(LDG-IDX)
                 ADD 1 TO WS-AVOID-COUNT
              END-IF
           END-IF
           .

      *    Claimed at the 12-month usage; realized over the pair's
      *    received POs ordered on or after the event.
       600-VALUE-LEDGER.
           PERFORM VARYING LDG-IDX FROM 1 BY 1
              UNTIL LDG-IDX > WS-LDG-COUNT
                 MOVE WS-QUARTER TO WS-LDG-QUARTER(LDG-IDX)
                 PERFORM VARYING PRT-IDX FROM 1 BY 1
                    UNTIL PRT-IDX > WS-PRT-COUNT
                       IF WS-PRT-PART-NUMBER(PRT-IDX) =
                          WS-LDG-PART-NUMBER(LDG-IDX)
                          MOVE WS-PRT-GL-COST-CODE(PRT-IDX)
                             TO WS-LDG-GL-COST-CODE(LDG-IDX)
                          MOVE WS-PRT-USAGE(PRT-IDX)
                             TO WS-LDG-ANNUAL-USAGE(LDG-IDX)
                       END-IF
                 END-PERFORM
                 COMPUTE WS-LINE-SAVING = WS-LDG-OLD-PRICE(LDG-IDX)
                    - WS-LDG-NEW-PRICE(LDG-IDX)
                 COMPUTE WS-LDG-CLAIMED-AMT(LDG-IDX) =
                    WS-LINE-SAVING * WS-LDG-ANNUAL-USAGE(LDG-IDX)
                 PERFORM VARYING POL-IDX FROM 1 BY 1
                    UNTIL POL-IDX > WS-POL-COUNT
                       IF WS-POL-RECEIVED-ORDER(POL-IDX)
                          AND WS-POL-PART-NUMBER(POL-IDX) =
                              WS-LDG-PART-NUMBER(LDG-IDX)
                          AND WS-POL-SUPPLIER-CODE(POL-IDX) =
                              WS-LDG-SUPPLIER-CODE(LDG-IDX)
                          AND WS-POL-ORDER-DATE(POL-IDX) NOT <
                              WS-LDG-EVENT-DATE(LDG-IDX)
                          ADD WS-POL-RECEIVED-QTY(POL-IDX)
                             TO WS-LDG-RECEIVED-QTY(LDG-IDX)
                          COMPUTE WS-LDG-REALIZED-AMT(LDG-IDX) =
                             WS-LDG-REALIZED-AMT(LDG-IDX)
                             + (WS-LDG-OLD-PRICE(LDG-IDX)
                                - WS-POL-UNIT-PRICE(POL-IDX))
                             * WS-POL-RECEIVED-QTY(POL-IDX)
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       700-ROLL-UP-LEDGER.
           PERFORM VARYING LDG-IDX FROM 1 BY 1
              UNTIL LDG-IDX > WS-LDG-COUNT
                 MOVE 1 TO WS-ROL-FIND-LEVEL
                 MOVE WS-LDG-BUYER-CODE(LDG-IDX) TO WS-ROL-FIND-KEY
                 PERFORM 710-ADD-TO-ROLL-UP
                 MOVE 2 TO WS-ROL-FIND-LEVEL
                 MOVE WS-LDG-SUPPLIER-CODE(LDG-IDX)
                    TO WS-ROL-FIND-KEY
                 PERFORM 710-ADD-TO-ROLL-UP
                 MOVE 3 TO WS-ROL-FIND-LEVEL
                 MOVE WS-LDG-GL-COST-CODE(LDG-IDX) TO WS-ROL-FIND-KEY
                 PERFORM 710-ADD-TO-ROLL-UP
                 EVALUATE TRUE
                    WHEN WS-LDG-HARD(LDG-IDX)
                       ADD WS-LDG-CLAIMED-AMT(LDG-IDX)
                          TO WS-GT-HARD-AMT
                    WHEN WS-LDG-AVOIDANCE(LDG-IDX)
                       ADD WS-LDG-CLAIMED-AMT(LDG-IDX)
                          TO WS-GT-AVOID-AMT
                    WHEN OTHER
                       ADD WS-LDG-CLAIMED-AMT(LDG-IDX)
                          TO WS-GT-NEGOT-AMT
                 END-EVALUATE
                 ADD WS-LDG-REALIZED-AMT(LDG-IDX)
                    TO WS-GT-REALIZED-AMT
           END-PERFORM
           IF WS-ROL-COUNT > 1
              PERFORM 720-SORT-ROLL-UP
           END-IF
           .

       710-ADD-TO-ROLL-UP.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING ROL-IDX FROM 1 BY 1
              UNTIL ROL-IDX > WS-ROL-COUNT OR ENTRY-FOUND
                 IF WS-ROL-LEVEL(ROL-IDX) = WS-ROL-FIND-LEVEL
                    AND WS-ROL-KEY(ROL-IDX) = WS-ROL-FIND-KEY
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO ROL-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-ROL-COUNT < 3000
                 ADD 1 TO WS-ROL-COUNT
                 MOVE WS-ROL-COUNT TO WS-SLOT
                 MOVE WS-ROL-FIND-LEVEL TO WS-ROL-LEVEL(WS-SLOT)
                 MOVE WS-ROL-FIND-KEY TO WS-ROL-KEY(WS-SLOT)
              ELSE
                 MOVE 0 TO WS-SLOT
              END-IF
           END-IF
           IF WS-SLOT > 0
              EVALUATE TRUE
                 WHEN WS-LDG-HARD(LDG-IDX)
                    ADD WS-LDG-CLAIMED-AMT(LDG-IDX)
                       TO WS-ROL-HARD-AMT(WS-SLOT)
                 WHEN WS-LDG-AVOIDANCE(LDG-IDX)
                    ADD WS-LDG-CLAIMED-AMT(LDG-IDX)
                       TO WS-ROL-AVOID-AMT(WS-SLOT)
                 WHEN OTHER
                    ADD WS-LDG-CLAIMED-AMT(LDG-IDX)
                       TO WS-ROL-NEGOT-AMT(WS-SLOT)
              END-EVALUATE
              ADD WS-LDG-REALIZED-AMT(LDG-IDX)
                 TO WS-ROL-REALIZED-AMT(WS-SLOT)
           END-IF
           .

      *    A plain swap sort by level and key, the same style as
      *    STDMAINT's 700-SORT-TABLE.
       720-SORT-ROLL-UP.
           COMPUTE WS-SORT-PASS-LIMIT = WS-ROL-COUNT - 1
           PERFORM VARYING ROL-IDX FROM 1 BY 1
              UNTIL ROL-IDX > WS-SORT-PASS-LIMIT
                 COMPUTE WS-SORT-COMPARE-LIMIT =
                    WS-ROL-COUNT - ROL-IDX
                 PERFORM VARYING ROL-IDX2 FROM 1 BY 1
                    UNTIL ROL-IDX2 > WS-SORT-COMPARE-LIMIT
                       IF WS-ROL-SORT-KEY(ROL-IDX2) >
                          WS-ROL-SORT-KEY(ROL-IDX2 + 1)
                          MOVE WS-ROL-ENTRY(ROL-IDX2)
                             TO WS-ROL-TEMP-ENTRY
                          MOVE WS-ROL-ENTRY(ROL-IDX2 + 1)
                             TO WS-ROL-ENTRY(ROL-IDX2)
                          MOVE WS-ROL-TEMP-ENTRY
                             TO WS-ROL-ENTRY(ROL-IDX2 + 1)
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       800-WRITE-LEDGER.
           WRITE SAVRPT-RECORD FROM WS-RPT-COLUMNS
           IF WS-LDG-COUNT = 0
              WRITE SAVRPT-RECORD FROM WS-RPT-NONE
           END-IF
           PERFORM VARYING LDG-IDX FROM 1 BY 1
              UNTIL LDG-IDX > WS-LDG-COUNT
                 WRITE SAVINGS-LEDGER-ROW FROM WS-LDG-ENTRY(LDG-IDX)
                 EVALUATE TRUE
                    WHEN WS-LDG-HARD(LDG-IDX)
                       MOVE 'HARD' TO RPD-TYPE
                    WHEN WS-LDG-AVOIDANCE(LDG-IDX)
                       MOVE 'AVOID' TO RPD-TYPE
                    WHEN OTHER
                       MOVE 'NEGOT' TO RPD-TYPE
                 END-EVALUATE
                 MOVE WS-LDG-PART-NUMBER(LDG-IDX) TO RPD-PART-NUMBER
                 MOVE WS-LDG-SUPPLIER-CODE(LDG-IDX)
                    TO RPD-SUPPLIER-CODE
                 MOVE WS-LDG-BUYER-CODE(LDG-IDX) TO RPD-BUYER-CODE
                 MOVE WS-LDG-GL-COST-CODE(LDG-IDX)
                    TO RPD-GL-COST-CODE
                 MOVE WS-LDG-EVENT-DATE(LDG-IDX) TO RPD-EVENT-DATE
                 MOVE WS-LDG-OLD-PRICE(LDG-IDX) TO RPD-OLD-PRICE
                 MOVE WS-LDG-NEW-PRICE(LDG-IDX) TO RPD-NEW-PRICE
                 MOVE WS-LDG-ANNUAL-USAGE(LDG-IDX)
                    TO RPD-ANNUAL-USAGE
                 MOVE WS-LDG-CLAIMED-AMT(LDG-IDX) TO RPD-CLAIMED-AMT
                 MOVE WS-LDG-RECEIVED-QTY(LDG-IDX)
                    TO RPD-RECEIVED-QTY
                 MOVE WS-LDG-REALIZED-AMT(LDG-IDX)
                    TO RPD-REALIZED-AMT
                 WRITE SAVRPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           .

      *    One section per roll-up level, each headed afresh, then
      *    the grand total and the event counts.  A blank key (no
      *    buyer on file, no GL code on the part) prints as NONE.
       850-WRITE-ROLL-UPS.
           MOVE 0 TO WS-LAST-LEVEL
           PERFORM VARYING ROL-IDX FROM 1 BY 1
              UNTIL ROL-IDX > WS-ROL-COUNT
                 IF WS-ROL-LEVEL(ROL-IDX) NOT = WS-LAST-LEVEL
                    MOVE WS-ROL-LEVEL(ROL-IDX) TO WS-LAST-LEVEL
                    EVALUATE WS-LAST-LEVEL
                       WHEN 1
                          MOVE 'BUYER' TO RPS-LEVEL-NAME
                          MOVE 'BUYER' TO RCH-KEY-TITLE
                       WHEN 2
                          MOVE 'SUPPLIER' TO RPS-LEVEL-NAME
                          MOVE 'SUPPLIER' TO RCH-KEY-TITLE
                       WHEN OTHER
                          MOVE 'GL-COST-CODE' TO RPS-LEVEL-NAME
                          MOVE 'GL CODE' TO RCH-KEY-TITLE
                    END-EVALUATE
                    MOVE SPACES TO SAVRPT-RECORD
                    WRITE SAVRPT-RECORD
                    WRITE SAVRPT-RECORD FROM WS-RPT-SECTION
                    WRITE SAVRPT-RECORD FROM WS-RPT-ROLL-COLUMNS
                 END-IF
                 IF WS-ROL-KEY(ROL-IDX) = SPACES
                    MOVE 'NONE' TO RRL-KEY
                 ELSE
                    MOVE WS-ROL-KEY(ROL-IDX) TO RRL-KEY
                 END-IF
                 MOVE WS-ROL-HARD-AMT(ROL-IDX) TO RRL-HARD-AMT
                 MOVE WS-ROL-AVOID-AMT(ROL-IDX) TO RRL-AVOID-AMT
                 MOVE WS-ROL-NEGOT-AMT(ROL-IDX) TO RRL-NEGOT-AMT
                 COMPUTE RRL-TOTAL-AMT = WS-ROL-HARD-AMT(ROL-IDX)
                    + WS-ROL-AVOID-AMT(ROL-IDX)
                    + WS-ROL-NEGOT-AMT(ROL-IDX)
                 MOVE WS-ROL-REALIZED-AMT(ROL-IDX)
                    TO RRL-REALIZED-AMT
                 WRITE SAVRPT-RECORD FROM WS-RPT-ROLL-LINE
           END-PERFORM
           MOVE SPACES TO SAVRPT-RECORD
           WRITE SAVRPT-RECORD
           MOVE 'GRAND TOTAL' TO RPS-LEVEL-NAME
           WRITE SAVRPT-RECORD FROM WS-RPT-SECTION
           MOVE SPACES TO RCH-KEY-TITLE
           WRITE SAVRPT-RECORD FROM WS-RPT-ROLL-COLUMNS
           MOVE 'ALL' TO RRL-KEY
           MOVE WS-GT-HARD-AMT TO RRL-HARD-AMT
           MOVE WS-GT-AVOID-AMT TO RRL-AVOID-AMT
           MOVE WS-GT-NEGOT-AMT TO RRL-NEGOT-AMT
           COMPUTE RRL-TOTAL-AMT = WS-GT-HARD-AMT + WS-GT-AVOID-AMT
              + WS-GT-NEGOT-AMT
           MOVE WS-GT-REALIZED-AMT TO RRL-REALIZED-AMT
           WRITE SAVRPT-RECORD FROM WS-RPT-ROLL-LINE
           MOVE WS-HARD-COUNT TO RPC-HARD
           MOVE WS-AVOID-COUNT TO RPC-AVOID
           MOVE WS-NEGOT-COUNT TO RPC-NEGOT
           MOVE WS-DUPLICATE-AWARD-COUNT TO RPC-DUPLICATE
           WRITE SAVRPT-RECORD FROM WS-RPT-COUNTS
           .

       1000-CLOSE-END.
           CLOSE PRICEHIST-REC.
           CLOSE PARTSUPL-REC.
           CLOSE PRCAPPRQ-REC.
           CLOSE PART-SUPP-IN.
           CLOSE SAVLEDGR-REC.
           CLOSE SAVRPT-REC.
