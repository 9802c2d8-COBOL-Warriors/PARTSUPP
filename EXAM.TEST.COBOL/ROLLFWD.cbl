      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    ROLLFWD.
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
      * //RCPTPOST DD DSN=USER66.EXAM.DEV.EDI856IN.RCPTPOST,DISP=SHR
      * //INVMOVE  DD DSN=USER66.EXAM.DEV.INVMOVE.JOURNAL,DISP=SHR
      * //CCAUDIT  DD DSN=USER66.EXAM.DEV.CCAPPLY.AUDIT,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //JVOUCHER DD DSN=USER66.EXAM.DEV.JVGEN.VOUCHERS,DISP=SHR
      * //PERSTAT  DD DSN=USER66.EXAM.DEV.PERSTAT.MASTER,DISP=SHR
      * //ROLLOLD  DD DSN=USER66.EXAM.DEV.ROLLFWD.BALANCES,DISP=SHR
      * //ROLLPARM DD *
      *   JCL Output
      * //ROLLNEW  DD DSN=USER66.EXAM.DEV.ROLLFWD.BALANCES,DISP=OLD
      * //ROLLRPT  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   JVGEN now debits receipts into inventory at standard and
      *   posts the difference to purchase price variance, so a
      *   part with a STDCOST row is valued here at standard too
      *   (the last received PO price still covers a part with no
      *   standard), and the PPV rows stay out of the JVGEN tie.
      *   JCL Input (new)
      * //STDCOST  DD DSN=USER66.EXAM.DEV.STDCOST.MASTER,DISP=SHR
      ***************************************************************
      * Monthly inventory roll-forward by part/location - proves
      * this period's ending on-hand from last period's plus what
      * moved:
      *
      *      beginning balance      (last closed roll, ROLLOLD)
      *    + receipts               (RCPTPOST)
      *    - issues + returns       (INVMOVE IS/RT, MATISSUE)
      *    - RTV shipments          (INVMOVE RV, RTVMAINT)
      *    +/- transfers            (INVMOVE TO/TI, XFERMNT)
      *    +/- kitting              (INVMOVE KC/KB, KITWORK)
      *    +/- count adjustments    (CCAUDIT variance, CCAPPLY)
      *    = calculated ending,
      *
      * compared against the book - the ONHAND master backed out to
      * period end by whatever moved after it.  Any difference is
      * unexplained and prints on the exception section.
      *
      * The period is the YYYYMM keyed in columns 1-6 of the
      * optional ROLLPARM card; no card, or one that isn't numeric,
      * rolls the current month.  Movement is counted from the day
      * after the last closed roll through the period end, so a
      * month skipped is picked up by the next roll.  The feeds
      * must reach back that far - concatenate the period's
      * RCPTPOST and JVOUCHER generations on their DDs.
      *
      * PERSTAT control: only a period PERSTAT shows closed is a
      * FINAL roll - its book ending goes onto ROLLNEW as the next
      * period's beginning.  An open period (or no PERSTAT) is a
      * PRELIMINARY roll and ROLLNEW carries the last closed
      * balances forward untouched.  A period at or before the last
      * closed roll is refused.  With no ROLLOLD at all the first
      * roll backs its beginning out of the book, so it can show no
      * difference - it is the starting point the next roll proves.
      *
      * Quantities are valued at each part's current cost - its
      * STDCOST standard where it has one, otherwise the UNIT-PRICE
      * of its latest received order on the master - the cost
      * JVGEN debits receipts into inventory at.  The valued totals
      * close with the prior roll's stored ending value, the
      * revaluation to current cost, and the valued receipts
      * against the JVGEN inventory debits posted inside the
      * window, for finance to tie to the inventory balance in the
      * GL.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONHAND-MSTR   ASSIGN TO ONHMSTR.
           SELECT RCPTPOST-REC  ASSIGN TO RCPTPOST
               FILE STATUS IS WS-RCPTPOST-FILE-STATUS.
           SELECT INVMOVE-REC   ASSIGN TO INVMOVE
               FILE STATUS IS WS-INVMOVE-FILE-STATUS.
           SELECT CCAUDIT-REC   ASSIGN TO CCAUDIT
               FILE STATUS IS WS-CCAUDIT-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT STDCOST-REC   ASSIGN TO STDCOST
               FILE STATUS IS WS-STDCOST-FILE-STATUS.
           SELECT JVOUCHER-REC  ASSIGN TO JVOUCHER
               FILE STATUS IS WS-JVOUCHER-FILE-STATUS.
           SELECT PERSTAT-REC   ASSIGN TO PERSTAT
               FILE STATUS IS WS-PERSTAT-FILE-STATUS.
           SELECT ROLL-OLD      ASSIGN TO ROLLOLD
               FILE STATUS IS WS-ROLLOLD-FILE-STATUS.
           SELECT ROLLPARM-REC  ASSIGN TO ROLLPARM
               FILE STATUS IS WS-ROLLPARM-FILE-STATUS.
           SELECT ROLL-NEW      ASSIGN TO ROLLNEW.
           SELECT ROLLRPT-REC   ASSIGN TO ROLLRPT.

       DATA DIVISION.
       FILE SECTION.

      *    Same on-hand row ONHPOST maintains.
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

      *    Same receipt-posting row EDI856IN appends.
       FD  RCPTPOST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCPTPOST-RECORD.
       01  RCPTPOST-RECORD.
           05  RP-PART-NUMBER      PIC X(23).
           05  RP-LOCATION         PIC X(04).
           05  RP-RECEIPT-QTY      PIC S9(7).
           05  RP-RECEIPT-DATE     PIC 9(08).
           05  RP-LOT-NUMBER       PIC X(15).
           05  RP-EXPIRY-DATE      PIC 9(08).
           05  FILLER              PIC X(15).

      *    Shared inventory movement journal.  See INVMOVE.cpy.
       FD  INVMOVE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INV-MOVEMENT-ROW.
           COPY 'INVMOVE'.

      *    Same count audit row CCAPPLY appends.
       FD  CCAUDIT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CCAUDIT-RECORD.
       01  CCAUDIT-RECORD.
           05  CA-PART-NUMBER      PIC X(23).
           05  CA-LOCATION         PIC X(04).
           05  CA-BOOK-QTY         PIC S9(7).
           05  CA-COUNTED-QTY      PIC S9(7).
           05  CA-VARIANCE-QTY     PIC S9(7).
           05  CA-COUNTER-ID       PIC X(08).
           05  CA-COUNT-DATE       PIC 9(08).
           05  FILLER              PIC X(16).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    Standard cost per part.  See STDCOST.cpy.
       FD  STDCOST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STD-COST-ROW.
           COPY 'STDCOST'.

      *    Same voucher row JVGEN writes.
       FD  JVOUCHER-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JVOUCHER-RECORD.
       01  JVOUCHER-RECORD.
           05  JV-ROW-TYPE         PIC X(01).
               88 JV-DETAIL-ROW             VALUE 'D'.
               88 JV-CONTROL-ROW            VALUE 'T'.
           05  JV-POST-DATE        PIC 9(08).
           05  JV-ACCOUNT-CODE     PIC X(06).
           05  JV-DR-CR            PIC X(01).
           05  JV-AMOUNT           PIC S9(11)V99.
           05  FILLER              PIC X(51).

      *    Same period-status row EDI810IN and EDI856IN consult.
       FD  PERSTAT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PERSTAT-RECORD.
       01  PERSTAT-RECORD.
           05  PER-PERIOD          PIC 9(06).
           05  PER-STATUS          PIC X(01).
           05  PER-POLICY          PIC X(01).
           05  FILLER              PIC X(12).

      *    Period-end balances of the last closed roll - one row
      *    per part/location with stock, quantity and value.
       FD  ROLL-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROLL-OLD-REC.
       01  ROLL-OLD-REC.
           05  RBO-PART-NUMBER     PIC X(23).
           05  RBO-LOCATION        PIC X(04).
           05  RBO-PERIOD          PIC 9(06).
           05  RBO-END-QTY         PIC S9(7).
           05  RBO-END-VALUE       PIC S9(11)V99.
           05  FILLER              PIC X(27).

       FD  ROLL-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROLL-NEW-REC.
       01  ROLL-NEW-REC.
           05  RBN-PART-NUMBER     PIC X(23).
           05  RBN-LOCATION        PIC X(04).
           05  RBN-PERIOD          PIC 9(06).
           05  RBN-END-QTY         PIC S9(7).
           05  RBN-END-VALUE       PIC S9(11)V99.
           05  FILLER              PIC X(27).

      *    Run control card - the period to roll.
       FD  ROLLPARM-REC
           DATA RECORD IS ROLLPARM-RECORD.
       01  ROLLPARM-RECORD.
           05  RPM-PERIOD          PIC X(06).
           05  FILLER              PIC X(74).

       FD  ROLLRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROLLRPT-RECORD.
       01  ROLLRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RCPTPOST-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-INVMOVE-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-CCAUDIT-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-JVOUCHER-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-PERSTAT-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-ROLLOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-ROLLPARM-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-STDCOST-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    JVGEN's purchase price variance account - its rows are
      *    not inventory and stay out of the receipts tie.
       01  WS-PPV-ACCOUNT                PIC X(06)      VALUE 'PPV001'.

      *    One row per part/location seen anywhere - the prior
      *    roll, the master, or a movement.  Movements are bucketed
      *    by type; POST-PERIOD holds everything dated after the
      *    period end, which the book is backed out by.
       01  WS-RF-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-ROLL-TABLE.
           05  WS-RF-ENTRY OCCURS 3000 TIMES
                  INDEXED BY RF-IDX.
               10 WS-RF-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-RF-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-RF-FROM-PRIOR       PIC X(01)      VALUE 'N'.
               10 WS-RF-BEGIN-QTY        PIC S9(9)      VALUE 0.
               10 WS-RF-BEGIN-VALUE      PIC S9(11)V99  VALUE 0.
               10 WS-RF-RECEIPT-QTY      PIC S9(9)      VALUE 0.
               10 WS-RF-ISSUE-QTY        PIC S9(9)      VALUE 0.
               10 WS-RF-RTV-QTY          PIC S9(9)      VALUE 0.
               10 WS-RF-TRANSFER-QTY     PIC S9(9)      VALUE 0.
               10 WS-RF-KITTING-QTY      PIC S9(9)      VALUE 0.
               10 WS-RF-COUNT-ADJ-QTY    PIC S9(9)      VALUE 0.
               10 WS-RF-POST-PERIOD-QTY  PIC S9(9)      VALUE 0.
               10 WS-RF-ON-HAND-QTY      PIC S9(9)      VALUE 0.
               10 WS-RF-CALC-END-QTY     PIC S9(9)      VALUE 0.
               10 WS-RF-BOOK-END-QTY     PIC S9(9)      VALUE 0.
               10 WS-RF-DIFF-QTY         PIC S9(9)      VALUE 0.
               10 WS-RF-UNIT-COST        PIC S9(7)V99   VALUE 0.

      *    Current cost per part - the standard, or the latest
      *    received order's UNIT-PRICE.
       01  WS-CST-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-COST-TABLE.
           05  WS-CST-ENTRY OCCURS 3000 TIMES
                  INDEXED BY CST-IDX.
               10 WS-CST-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-CST-UNIT-COST       PIC S9(7)V99   VALUE 0.
               10 WS-CST-ORDER-DATE      PIC 9(08)      VALUE 0.

       01  WS-PER-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-PERSTAT-TABLE.
           05  WS-PER-ENTRY OCCURS 120 TIMES
                  INDEXED BY PER-IDX.
               10 WS-PER-PERIOD          PIC 9(06)      VALUE 0.
               10 WS-PER-STATUS          PIC X(01)      VALUE SPACES.
               10 WS-PER-POLICY          PIC X(01)      VALUE SPACES.

      *    The period being rolled and the last one closed.
       01  WS-PERIOD.
           05  WS-PERIOD-YYYY            PIC 9(04)      VALUE 0.
           05  WS-PERIOD-MM              PIC 9(02)      VALUE 0.
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD
                                         PIC 9(06).
       01  WS-PRIOR-PERIOD               PIC 9(06)      VALUE 0.

      *    Month arithmetic - WS-CALC-PERIOD in, the first day of
      *    the month after it out in WS-CALC-DATE-NUM.
       01  WS-CALC-PERIOD.
           05  WS-CALC-YYYY              PIC 9(04)      VALUE 0.
           05  WS-CALC-MM                PIC 9(02)      VALUE 0.
       01  WS-CALC-PERIOD-NUM REDEFINES WS-CALC-PERIOD
                                         PIC 9(06).
       01  WS-CALC-DATE.
           05  WS-CALC-DATE-YYYY         PIC 9(04)      VALUE 0.
           05  WS-CALC-DATE-MM           PIC 9(02)      VALUE 0.
           05  WS-CALC-DATE-DD           PIC 9(02)      VALUE 0.
       01  WS-CALC-DATE-NUM REDEFINES WS-CALC-DATE
                                         PIC 9(08).

       01  WS-WINDOW-START-DATE          PIC 9(08)      VALUE 0.
       01  WS-PERIOD-END-DATE            PIC 9(08)      VALUE 0.
       01  WS-MOVE-DATE                  PIC 9(08)      VALUE 0.
       01  WS-MOVE-QTY                   PIC S9(9)      VALUE 0.
       01  WS-MOVE-BUCKET                PIC X(01)      VALUE SPACES.
       01  WS-KEY-PART                   PIC X(23)      VALUE SPACES.
       01  WS-KEY-LOC                    PIC X(04)      VALUE SPACES.
       01  WS-RF-SLOT                    PIC 9(05)      VALUE 0.
       01  WS-NET-MOVE-QTY               PIC S9(9)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  WS-RUN-MODE                   PIC X(01)      VALUE 'P'.
           88 FINAL-ROLL                                VALUE 'F'.
           88 PRELIMINARY-ROLL                          VALUE 'P'.
           88 ALREADY-ROLLED                            VALUE 'X'.
       01  WS-PRIOR-FLAG                 PIC X(01)      VALUE 'N'.
           88 PRIOR-ROLL-ON-FILE                        VALUE 'Y'.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-ROWS-PRINTED            PIC 9(05)      VALUE 0.
           05 WS-EXCEPTION-COUNT         PIC 9(05)      VALUE 0.
           05 WS-NO-COST-COUNT           PIC 9(05)      VALUE 0.
           05 WS-MOVES-READ              PIC 9(07)      VALUE 0.
           05 WS-MOVES-IN-PERIOD         PIC 9(07)      VALUE 0.
           05 WS-UNKNOWN-MOVES           PIC 9(05)      VALUE 0.
           05 WS-BALANCES-WRITTEN        PIC 9(05)      VALUE 0.

      *    Quantity totals across every row.
       01  WS-QTY-TOTALS.
           05 WS-TOT-BEGIN-QTY           PIC S9(11)     VALUE 0.
           05 WS-TOT-RECEIPT-QTY         PIC S9(11)     VALUE 0.
           05 WS-TOT-ISSUE-QTY           PIC S9(11)     VALUE 0.
           05 WS-TOT-RTV-QTY             PIC S9(11)     VALUE 0.
           05 WS-TOT-TRANSFER-QTY        PIC S9(11)     VALUE 0.
           05 WS-TOT-KITTING-QTY         PIC S9(11)     VALUE 0.
           05 WS-TOT-COUNT-ADJ-QTY       PIC S9(11)     VALUE 0.
           05 WS-TOT-CALC-END-QTY        PIC S9(11)     VALUE 0.
           05 WS-TOT-BOOK-END-QTY        PIC S9(11)     VALUE 0.
           05 WS-TOT-DIFF-QTY            PIC S9(11)     VALUE 0.

      *    Valued totals at current cost.
       01  WS-VALUE-TOTALS.
           05 WS-VAL-PRIOR-CLOSE         PIC S9(13)V99  VALUE 0.
           05 WS-VAL-REVALUATION         PIC S9(13)V99  VALUE 0.
           05 WS-VAL-BEGIN               PIC S9(13)V99  VALUE 0.
           05 WS-VAL-RECEIPTS            PIC S9(13)V99  VALUE 0.
           05 WS-VAL-ISSUES              PIC S9(13)V99  VALUE 0.
           05 WS-VAL-RTV                 PIC S9(13)V99  VALUE 0.
           05 WS-VAL-TRANSFERS           PIC S9(13)V99  VALUE 0.
           05 WS-VAL-KITTING             PIC S9(13)V99  VALUE 0.
           05 WS-VAL-COUNT-ADJ           PIC S9(13)V99  VALUE 0.
           05 WS-VAL-CALC-END            PIC S9(13)V99  VALUE 0.
           05 WS-VAL-BOOK-END            PIC S9(13)V99  VALUE 0.
           05 WS-VAL-DIFF                PIC S9(13)V99  VALUE 0.
           05 WS-VAL-JVGEN-DEBITS        PIC S9(13)V99  VALUE 0.
           05 WS-VAL-JVGEN-GAP           PIC S9(13)V99  VALUE 0.
       01  WS-ROW-VALUE                  PIC S9(13)V99  VALUE 0.

       01  ONHMSTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  RCPTPOST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-RECEIPTS                          VALUE 'Y'.
       01  INVMOVE-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-MOVEMENTS                         VALUE 'Y'.
       01  CCAUDIT-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-COUNTS                            VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  JVOUCHER-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-VOUCHERS                          VALUE 'Y'.
       01  PERSTAT-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-PERIODS                           VALUE 'Y'.
       01  ROLLOLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-BALANCES                      VALUE 'Y'.
       01  STDCOST-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-STANDARDS                         VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(32)      VALUE
               'INVENTORY ROLL-FORWARD - PERIOD '.
           05  RHD-PERIOD          PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(03)      VALUE ' - '.
           05  RHD-RUN-MODE        PIC X(11)      VALUE SPACES.
           05  FILLER              PIC X(07)      VALUE ' - RUN '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(65)      VALUE SPACES.

       01  WS-WINDOW-LINE.
           05  FILLER              PIC X(15)      VALUE
               'MOVEMENT FROM '.
           05  RWL-START-DATE      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(06)      VALUE ' THRU '.
           05  RWL-END-DATE        PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(03)      VALUE ' - '.
           05  RWL-REMARK          PIC X(50)      VALUE SPACES.
           05  FILLER              PIC X(42)      VALUE SPACES.

       01  WS-SECTION-LINE.
           05  RSL-TITLE           PIC X(50)      VALUE SPACES.
           05  FILLER              PIC X(82)      VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(28)      VALUE
               'PART NUMBER             LOC '.
           05  FILLER              PIC X(45)      VALUE
               '    BEGIN RECEIPTS   ISSUES      RTV TRANSFER'.
           05  FILLER              PIC X(45)      VALUE
               '  KITTING  CNT ADJ CALC END BOOK END     DIFF'.
           05  FILLER              PIC X(14)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RFD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-BEGIN           PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-RECEIPTS        PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-ISSUES          PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-RTV             PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-TRANSFERS       PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-KITTING         PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-COUNT-ADJ       PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-CALC-END        PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-BOOK-END        PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-DIFF            PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-FLAG            PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE SPACES.

       01  WS-EXCP-COLUMN-LINE.
           05  FILLER              PIC X(32)      VALUE
               '    PART NUMBER             LOC '.
           05  FILLER              PIC X(42)      VALUE
               '    CALC END      BOOK END          DIFF  '.
           05  FILLER              PIC X(18)      VALUE
               '   VALUE OF DIFF  '.
           05  FILLER              PIC X(40)      VALUE SPACES.

       01  WS-EXCP-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RXD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RXD-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RXD-CALC-END        PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RXD-BOOK-END        PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RXD-DIFF            PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RXD-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(38)      VALUE SPACES.

       01  WS-VALUE-LINE.
           05  RVL-TITLE           PIC X(34)      VALUE SPACES.
           05  RVL-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RVL-REMARK          PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(37)      VALUE SPACES.

       01  WS-COUNT-LINE.
           05  RCL-TITLE           PIC X(34)      VALUE SPACES.
           05  RCL-COUNT           PIC ZZZZZZ9    VALUE ZERO.
           05  FILLER              PIC X(91)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-PERIOD-CARD.
           PERFORM 060-LOAD-PERIOD-STATUS.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-PRIOR-ROLL.
           PERFORM 250-SET-WINDOW.
           PERFORM 290-WRITE-HEADING.
           IF NOT ALREADY-ROLLED
              PERFORM 300-LOAD-ONHAND
              PERFORM 350-LOAD-UNIT-COSTS
              PERFORM 400-READ-RECEIPTS
              PERFORM 420-READ-MOVEMENTS
              PERFORM 440-READ-COUNT-AUDIT
              PERFORM 460-READ-JV-BATCHES
              PERFORM 600-ROLL-FORWARD
              PERFORM 700-PRINT-EXCEPTIONS
              PERFORM 750-PRINT-VALUED-TOTALS
           END-IF
           PERFORM 800-WRITE-BALANCES.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'ROLLFWD COMPLETE - PERIOD: ' WS-PERIOD-NUM
              ' MODE: ' WS-RUN-MODE
              ' ROWS: ' WS-ROWS-PRINTED
              ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
              ' BALANCES WRITTEN: ' WS-BALANCES-WRITTEN.
           GOBACK.

       000-INIT.
           INITIALIZE WS-RF-COUNT.
           INITIALIZE WS-ROLL-TABLE.
           INITIALIZE WS-CST-COUNT.
           INITIALIZE WS-COST-TABLE.
           INITIALIZE WS-PER-COUNT.
           INITIALIZE WS-PERSTAT-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           INITIALIZE WS-QTY-TOTALS.
           INITIALIZE WS-VALUE-TOTALS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE WS-TODAYS-DATE(1:6) TO WS-PERIOD-NUM.
           MOVE 0 TO WS-PRIOR-PERIOD.
           MOVE 'P' TO WS-RUN-MODE.
           MOVE 'N' TO WS-PRIOR-FLAG.
           MOVE 'N' TO ONHMSTR-EOF.
           MOVE 'N' TO RCPTPOST-EOF.
           MOVE 'N' TO INVMOVE-EOF.
           MOVE 'N' TO CCAUDIT-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO JVOUCHER-EOF.
           MOVE 'N' TO PERSTAT-EOF.
           MOVE 'N' TO ROLLOLD-EOF.
           MOVE 'N' TO STDCOST-EOF.

      *    A missing card, or columns 1-6 not a numeric YYYYMM,
      *    rolls the current month.
       050-READ-PERIOD-CARD.
           OPEN INPUT ROLLPARM-REC
           IF WS-ROLLPARM-FILE-STATUS = '00'
              READ ROLLPARM-REC
                 AT END MOVE SPACES TO ROLLPARM-RECORD
              END-READ
              IF RPM-PERIOD NUMERIC
                 AND RPM-PERIOD(5:2) >= '01'
                 AND RPM-PERIOD(5:2) <= '12'
                 MOVE RPM-PERIOD TO WS-PERIOD-NUM
              ELSE
                 DISPLAY 'ROLLFWD PERIOD CARD NOT VALID - ROLLING '
                    WS-PERIOD-NUM
              END-IF
              CLOSE ROLLPARM-REC
           END-IF
           .

      *    A missing PERSTAT leaves every period open, the shop's
      *    missing-optional-file default - every roll preliminary.
       060-LOAD-PERIOD-STATUS.
           OPEN INPUT PERSTAT-REC
           IF WS-PERSTAT-FILE-STATUS = '00'
              READ PERSTAT-REC
                 AT END MOVE 'Y' TO PERSTAT-EOF
              END-READ
              PERFORM VARYING PER-IDX FROM 1 BY 1
                 UNTIL NO-MORE-PERIODS OR PER-IDX > 120
                    MOVE PER-PERIOD TO WS-PER-PERIOD(PER-IDX)
                    MOVE PER-STATUS TO WS-PER-STATUS(PER-IDX)
                    MOVE PER-POLICY TO WS-PER-POLICY(PER-IDX)
                    SET WS-PER-COUNT TO PER-IDX
                    READ PERSTAT-REC
                       AT END MOVE 'Y' TO PERSTAT-EOF
                    END-READ
              END-PERFORM
              CLOSE PERSTAT-REC
           END-IF
           PERFORM VARYING PER-IDX FROM 1 BY 1
              UNTIL PER-IDX > WS-PER-COUNT
                 IF WS-PER-PERIOD(PER-IDX) = WS-PERIOD-NUM
                    AND WS-PER-STATUS(PER-IDX) = 'C'
                    MOVE 'F' TO WS-RUN-MODE
                 END-IF
           END-PERFORM
           .

       100-OPEN-FILES.
           OPEN INPUT ONHAND-MSTR.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT ROLL-NEW.
           OPEN OUTPUT ROLLRPT-REC.

      *    The last closed roll's balances are this period's
      *    beginning.  A missing file is the first roll.
       200-LOAD-PRIOR-ROLL.
           OPEN INPUT ROLL-OLD
           IF WS-ROLLOLD-FILE-STATUS = '00'
              READ ROLL-OLD
                 AT END MOVE 'Y' TO ROLLOLD-EOF
              END-READ
              PERFORM 210-ADD-PRIOR-BALANCE UNTIL NO-MORE-OLD-BALANCES
              CLOSE ROLL-OLD
           END-IF
           .

       210-ADD-PRIOR-BALANCE.
           MOVE 'Y' TO WS-PRIOR-FLAG
           IF RBO-PERIOD > WS-PRIOR-PERIOD
              MOVE RBO-PERIOD TO WS-PRIOR-PERIOD
           END-IF
           MOVE RBO-PART-NUMBER TO WS-KEY-PART
           MOVE RBO-LOCATION TO WS-KEY-LOC
           PERFORM 500-FIND-ROLL-ROW
           IF WS-RF-SLOT > 0
              MOVE 'Y' TO WS-RF-FROM-PRIOR(WS-RF-SLOT)
              ADD RBO-END-QTY TO WS-RF-BEGIN-QTY(WS-RF-SLOT)
              ADD RBO-END-VALUE TO WS-RF-BEGIN-VALUE(WS-RF-SLOT)
           END-IF
           READ ROLL-OLD
              AT END MOVE 'Y' TO ROLLOLD-EOF
           END-READ
           .

      *    Movement counts from the day after the last closed
      *    period through this period's last day; with no prior
      *    roll, from this period's first day.
       250-SET-WINDOW.
           MOVE WS-PERIOD TO WS-CALC-PERIOD
           PERFORM 260-NEXT-MONTH-START
           COMPUTE WS-PERIOD-END-DATE =
              FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-CALC-DATE-NUM) - 1)
           IF PRIOR-ROLL-ON-FILE
              IF WS-PRIOR-PERIOD >= WS-PERIOD-NUM
                 MOVE 'X' TO WS-RUN-MODE
                 DISPLAY 'ROLLFWD PERIOD ' WS-PERIOD-NUM
                    ' ALREADY ROLLED - LAST CLOSED ' WS-PRIOR-PERIOD
              END-IF
              MOVE WS-PRIOR-PERIOD TO WS-CALC-PERIOD-NUM
              PERFORM 260-NEXT-MONTH-START
              MOVE WS-CALC-DATE-NUM TO WS-WINDOW-START-DATE
           ELSE
              COMPUTE WS-WINDOW-START-DATE = WS-PERIOD-NUM * 100 + 1
           END-IF
           .

       260-NEXT-MONTH-START.
           IF WS-CALC-MM >= 12
              COMPUTE WS-CALC-DATE-YYYY = WS-CALC-YYYY + 1
              MOVE 1 TO WS-CALC-DATE-MM
           ELSE
              MOVE WS-CALC-YYYY TO WS-CALC-DATE-YYYY
              COMPUTE WS-CALC-DATE-MM = WS-CALC-MM + 1
           END-IF
           MOVE 1 TO WS-CALC-DATE-DD
           .

       290-WRITE-HEADING.
           MOVE WS-PERIOD-NUM TO RHD-PERIOD
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE
           EVALUATE TRUE
              WHEN FINAL-ROLL
                 MOVE 'FINAL' TO RHD-RUN-MODE
              WHEN PRELIMINARY-ROLL
                 MOVE 'PRELIMINARY' TO RHD-RUN-MODE
              WHEN OTHER
                 MOVE 'REFUSED' TO RHD-RUN-MODE
           END-EVALUATE
           WRITE ROLLRPT-RECORD FROM WS-RPT-HEADING
           MOVE WS-WINDOW-START-DATE TO RWL-START-DATE
           MOVE WS-PERIOD-END-DATE TO RWL-END-DATE
           EVALUATE TRUE
              WHEN ALREADY-ROLLED
                 MOVE 'PERIOD ALREADY CLOSED BY AN EARLIER ROLL'
                    TO RWL-REMARK
              WHEN NOT PRIOR-ROLL-ON-FILE
                 MOVE 'FIRST ROLL - BEGINNING BACKED OUT OF THE BOOK'
                    TO RWL-REMARK
              WHEN PRELIMINARY-ROLL
                 MOVE 'PERIOD OPEN - BALANCES NOT CARRIED FORWARD'
                    TO RWL-REMARK
              WHEN OTHER
                 MOVE 'PERIOD CLOSED - BALANCES CARRIED FORWARD'
                    TO RWL-REMARK
           END-EVALUATE
           WRITE ROLLRPT-RECORD FROM WS-WINDOW-LINE
           .

       300-LOAD-ONHAND.
           READ ONHAND-MSTR
              AT END MOVE 'Y' TO ONHMSTR-EOF
           END-READ
           PERFORM UNTIL NO-MORE-ONHAND
              MOVE OHM-PART-NUMBER TO WS-KEY-PART
              MOVE OHM-LOCATION TO WS-KEY-LOC
              PERFORM 500-FIND-ROLL-ROW
              IF WS-RF-SLOT > 0
                 ADD OHM-ON-HAND-QTY TO WS-RF-ON-HAND-QTY(WS-RF-SLOT)
              END-IF
              READ ONHAND-MSTR
                 AT END MOVE 'Y' TO ONHMSTR-EOF
              END-READ
           END-PERFORM
           .

      *    Current cost per part - the UNIT-PRICE of the received,
      *    non-blanket order with the latest ORDER-DATE across every
      *    supplier row.  A return carries the original price, so
      *    it is skipped too.
       350-LOAD-UNIT-COSTS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM UNTIL NO-MORE-OLD-MASTER
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND PO-STATUS-RECEIVED(PO-IDX)
                    AND NOT PO-TYPE-BLANKET(PO-IDX)
                    AND NOT PO-TYPE-RETURN(PO-IDX)
                    PERFORM 360-KEEP-LATEST-COST
                 END-IF
              END-PERFORM
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO PSMSTOLD-EOF
              END-READ
           END-PERFORM
           PERFORM 370-APPLY-STANDARD-COSTS
           .

       360-KEEP-LATEST-COST.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING CST-IDX FROM 1 BY 1
              UNTIL CST-IDX > WS-CST-COUNT OR ENTRY-FOUND
                 IF WS-CST-PART-NUMBER(CST-IDX) =
                    PART-NUMBER IN PART-SUPP-ADDR-PO
                    MOVE 'Y' TO WS-FOUND-FLAG
                    IF ORDER-DATE(PO-IDX) >=
                       WS-CST-ORDER-DATE(CST-IDX)
                       MOVE UNIT-PRICE(PO-IDX)
                          TO WS-CST-UNIT-COST(CST-IDX)
                       MOVE ORDER-DATE(PO-IDX)
                          TO WS-CST-ORDER-DATE(CST-IDX)
                    END-IF
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND WS-CST-COUNT < 3000
              ADD 1 TO WS-CST-COUNT
              MOVE PART-NUMBER IN PART-SUPP-ADDR-PO
                 TO WS-CST-PART-NUMBER(WS-CST-COUNT)
              MOVE UNIT-PRICE(PO-IDX)
                 TO WS-CST-UNIT-COST(WS-CST-COUNT)
              MOVE ORDER-DATE(PO-IDX)
                 TO WS-CST-ORDER-DATE(WS-CST-COUNT)
           END-IF
           .

      *    A standard, where there is one, replaces the PO price.
      *    A missing STDCOST leaves every part at its PO price.
       370-APPLY-STANDARD-COSTS.
           OPEN INPUT STDCOST-REC
           IF WS-STDCOST-FILE-STATUS = '00'
              READ STDCOST-REC
                 AT END MOVE 'Y' TO STDCOST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-STANDARDS
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING CST-IDX FROM 1 BY 1
                    UNTIL CST-IDX > WS-CST-COUNT OR ENTRY-FOUND
                       IF WS-CST-PART-NUMBER(CST-IDX) =
                          STD-PART-NUMBER
                          MOVE 'Y' TO WS-FOUND-FLAG
                          MOVE STD-UNIT-COST
                             TO WS-CST-UNIT-COST(CST-IDX)
                       END-IF
                 END-PERFORM
                 IF NOT ENTRY-FOUND AND WS-CST-COUNT < 3000
                    ADD 1 TO WS-CST-COUNT
                    MOVE STD-PART-NUMBER
                       TO WS-CST-PART-NUMBER(WS-CST-COUNT)
                    MOVE STD-UNIT-COST
                       TO WS-CST-UNIT-COST(WS-CST-COUNT)
                 END-IF
                 READ STDCOST-REC
                    AT END MOVE 'Y' TO STDCOST-EOF
                 END-READ
              END-PERFORM
              CLOSE STDCOST-REC
           END-IF
           .

       400-READ-RECEIPTS.
           OPEN INPUT RCPTPOST-REC
           IF WS-RCPTPOST-FILE-STATUS = '00'
              READ RCPTPOST-REC
                 AT END MOVE 'Y' TO RCPTPOST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-RECEIPTS
                 MOVE RP-PART-NUMBER TO WS-KEY-PART
                 MOVE RP-LOCATION TO WS-KEY-LOC
                 MOVE RP-RECEIPT-DATE TO WS-MOVE-DATE
                 MOVE RP-RECEIPT-QTY TO WS-MOVE-QTY
                 MOVE 'R' TO WS-MOVE-BUCKET
                 PERFORM 550-POST-MOVEMENT
                 READ RCPTPOST-REC
                    AT END MOVE 'Y' TO RCPTPOST-EOF
                 END-READ
              END-PERFORM
              CLOSE RCPTPOST-REC
           END-IF
           .

      *    A movement type this program doesn't know still moved
      *    on-hand - it is counted but left out of every column, so
      *    it surfaces as a difference instead of vanishing.
       420-READ-MOVEMENTS.
           OPEN INPUT INVMOVE-REC
           IF WS-INVMOVE-FILE-STATUS = '00'
              READ INVMOVE-REC
                 AT END MOVE 'Y' TO INVMOVE-EOF
              END-READ
              PERFORM UNTIL NO-MORE-MOVEMENTS
                 MOVE MV-PART-NUMBER TO WS-KEY-PART
                 MOVE MV-LOCATION TO WS-KEY-LOC
                 MOVE MV-MOVE-DATE TO WS-MOVE-DATE
                 MOVE MV-QTY TO WS-MOVE-QTY
                 EVALUATE TRUE
                    WHEN MV-ISSUE OR MV-RETURN-TO-STOCK
                       MOVE 'I' TO WS-MOVE-BUCKET
                    WHEN MV-RTV-SHIPMENT
                       MOVE 'V' TO WS-MOVE-BUCKET
                    WHEN MV-TRANSFER-OUT OR MV-TRANSFER-IN
                       MOVE 'T' TO WS-MOVE-BUCKET
                    WHEN MV-KIT-CONSUMED OR MV-KIT-BUILT
                       MOVE 'K' TO WS-MOVE-BUCKET
                    WHEN OTHER
                       MOVE '?' TO WS-MOVE-BUCKET
                       ADD 1 TO WS-UNKNOWN-MOVES
                       DISPLAY 'ROLLFWD UNKNOWN MOVEMENT TYPE: '
                          MV-MOVE-TYPE ' ' MV-PROGRAM-ID
                 END-EVALUATE
                 PERFORM 550-POST-MOVEMENT
                 READ INVMOVE-REC
                    AT END MOVE 'Y' TO INVMOVE-EOF
                 END-READ
              END-PERFORM
              CLOSE INVMOVE-REC
           END-IF
           .

       440-READ-COUNT-AUDIT.
           OPEN INPUT CCAUDIT-REC
           IF WS-CCAUDIT-FILE-STATUS = '00'
              READ CCAUDIT-REC
                 AT END MOVE 'Y' TO CCAUDIT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-COUNTS
                 MOVE CA-PART-NUMBER TO WS-KEY-PART
                 MOVE CA-LOCATION TO WS-KEY-LOC
                 MOVE CA-COUNT-DATE TO WS-MOVE-DATE
                 MOVE CA-VARIANCE-QTY TO WS-MOVE-QTY
                 MOVE 'C' TO WS-MOVE-BUCKET
                 PERFORM 550-POST-MOVEMENT
                 READ CCAUDIT-REC
                    AT END MOVE 'Y' TO CCAUDIT-EOF
                 END-READ
              END-PERFORM
              CLOSE CCAUDIT-REC
           END-IF
           .

      *    The receipt debits JVGEN posted inside the window - the
      *    GL side of the valued receipts.
       460-READ-JV-BATCHES.
           OPEN INPUT JVOUCHER-REC
           IF WS-JVOUCHER-FILE-STATUS = '00'
              READ JVOUCHER-REC
                 AT END MOVE 'Y' TO JVOUCHER-EOF
              END-READ
              PERFORM UNTIL NO-MORE-VOUCHERS
                 IF JV-DETAIL-ROW
                    AND JV-DR-CR = 'D'
                 AND JV-ACCOUNT-CODE NOT = WS-PPV-ACCOUNT
                    AND JV-POST-DATE >= WS-WINDOW-START-DATE
                    AND JV-POST-DATE <= WS-PERIOD-END-DATE
                    ADD JV-AMOUNT TO WS-VAL-JVGEN-DEBITS
                 END-IF
                 READ JVOUCHER-REC
                    AT END MOVE 'Y' TO JVOUCHER-EOF
                 END-READ
              END-PERFORM
              CLOSE JVOUCHER-REC
           END-IF
           .

      *    Find or add WS-KEY-PART/WS-KEY-LOC's row - WS-RF-SLOT 0
      *    when the table is full.
       500-FIND-ROLL-ROW.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-RF-SLOT
           PERFORM VARYING RF-IDX FROM 1 BY 1
              UNTIL RF-IDX > WS-RF-COUNT OR ENTRY-FOUND
                 IF WS-RF-PART-NUMBER(RF-IDX) = WS-KEY-PART
                    AND WS-RF-LOCATION(RF-IDX) = WS-KEY-LOC
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-RF-SLOT TO RF-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-RF-COUNT >= 3000
                 DISPLAY 'ROLLFWD TABLE FULL - NOT ROLLED: '
                    WS-KEY-PART '/' WS-KEY-LOC
              ELSE
                 ADD 1 TO WS-RF-COUNT
                 MOVE WS-RF-COUNT TO WS-RF-SLOT
                 MOVE WS-KEY-PART TO WS-RF-PART-NUMBER(WS-RF-SLOT)
                 MOVE WS-KEY-LOC TO WS-RF-LOCATION(WS-RF-SLOT)
              END-IF
           END-IF
           .

      *    Before the window it is already in the beginning
      *    balance; after the period end it backs the book out.
       550-POST-MOVEMENT.
           ADD 1 TO WS-MOVES-READ
           IF WS-MOVE-DATE NOT NUMERIC
              MOVE WS-TODAYS-DATE TO WS-MOVE-DATE
           END-IF
           IF WS-MOVE-DATE >= WS-WINDOW-START-DATE
              PERFORM 500-FIND-ROLL-ROW
              IF WS-RF-SLOT > 0
                 IF WS-MOVE-DATE > WS-PERIOD-END-DATE
                    ADD WS-MOVE-QTY
                       TO WS-RF-POST-PERIOD-QTY(WS-RF-SLOT)
                 ELSE
                    ADD 1 TO WS-MOVES-IN-PERIOD
                    EVALUATE WS-MOVE-BUCKET
                       WHEN 'R'
                          ADD WS-MOVE-QTY
                             TO WS-RF-RECEIPT-QTY(WS-RF-SLOT)
                       WHEN 'I'
                          ADD WS-MOVE-QTY
                             TO WS-RF-ISSUE-QTY(WS-RF-SLOT)
                       WHEN 'V'
                          ADD WS-MOVE-QTY
                             TO WS-RF-RTV-QTY(WS-RF-SLOT)
                       WHEN 'T'
                          ADD WS-MOVE-QTY
                             TO WS-RF-TRANSFER-QTY(WS-RF-SLOT)
                       WHEN 'K'
                          ADD WS-MOVE-QTY
                             TO WS-RF-KITTING-QTY(WS-RF-SLOT)
                       WHEN 'C'
                          ADD WS-MOVE-QTY
                             TO WS-RF-COUNT-ADJ-QTY(WS-RF-SLOT)
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF
           .

      *    Calculated ending against the book, row by row.  A row
      *    with nothing at the start, nothing moved and nothing on
      *    the book doesn't print.
       600-ROLL-FORWARD.
           WRITE ROLLRPT-RECORD FROM WS-COLUMN-LINE
           PERFORM VARYING RF-IDX FROM 1 BY 1
              UNTIL RF-IDX > WS-RF-COUNT
                 PERFORM 610-ROLL-ONE-ROW
           END-PERFORM
           .

       610-ROLL-ONE-ROW.
           COMPUTE WS-RF-BOOK-END-QTY(RF-IDX) =
              WS-RF-ON-HAND-QTY(RF-IDX)
              - WS-RF-POST-PERIOD-QTY(RF-IDX)
           COMPUTE WS-NET-MOVE-QTY =
              WS-RF-RECEIPT-QTY(RF-IDX) + WS-RF-ISSUE-QTY(RF-IDX)
              + WS-RF-RTV-QTY(RF-IDX) + WS-RF-TRANSFER-QTY(RF-IDX)
              + WS-RF-KITTING-QTY(RF-IDX)
              + WS-RF-COUNT-ADJ-QTY(RF-IDX)
           IF NOT PRIOR-ROLL-ON-FILE
              COMPUTE WS-RF-BEGIN-QTY(RF-IDX) =
                 WS-RF-BOOK-END-QTY(RF-IDX) - WS-NET-MOVE-QTY
           END-IF
           COMPUTE WS-RF-CALC-END-QTY(RF-IDX) =
              WS-RF-BEGIN-QTY(RF-IDX) + WS-NET-MOVE-QTY
           COMPUTE WS-RF-DIFF-QTY(RF-IDX) =
              WS-RF-BOOK-END-QTY(RF-IDX)
              - WS-RF-CALC-END-QTY(RF-IDX)
           PERFORM 620-FIND-UNIT-COST
           PERFORM 630-ADD-TO-TOTALS
           IF WS-RF-BEGIN-QTY(RF-IDX) NOT = 0
              OR WS-NET-MOVE-QTY NOT = 0
              OR WS-RF-BOOK-END-QTY(RF-IDX) NOT = 0
              OR WS-RF-DIFF-QTY(RF-IDX) NOT = 0
              OR WS-RF-RECEIPT-QTY(RF-IDX) NOT = 0
              OR WS-RF-TRANSFER-QTY(RF-IDX) NOT = 0
              PERFORM 640-PRINT-ROLL-LINE
           END-IF
           .

       620-FIND-UNIT-COST.
           MOVE 0 TO WS-RF-UNIT-COST(RF-IDX)
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING CST-IDX FROM 1 BY 1
              UNTIL CST-IDX > WS-CST-COUNT OR ENTRY-FOUND
                 IF WS-CST-PART-NUMBER(CST-IDX) =
                    WS-RF-PART-NUMBER(RF-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    MOVE WS-CST-UNIT-COST(CST-IDX)
                       TO WS-RF-UNIT-COST(RF-IDX)
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              AND WS-RF-BOOK-END-QTY(RF-IDX) NOT = 0
              ADD 1 TO WS-NO-COST-COUNT
           END-IF
           .

       630-ADD-TO-TOTALS.
           ADD WS-RF-BEGIN-QTY(RF-IDX)     TO WS-TOT-BEGIN-QTY
           ADD WS-RF-RECEIPT-QTY(RF-IDX)   TO WS-TOT-RECEIPT-QTY
           ADD WS-RF-ISSUE-QTY(RF-IDX)     TO WS-TOT-ISSUE-QTY
           ADD WS-RF-RTV-QTY(RF-IDX)       TO WS-TOT-RTV-QTY
           ADD WS-RF-TRANSFER-QTY(RF-IDX)  TO WS-TOT-TRANSFER-QTY
           ADD WS-RF-KITTING-QTY(RF-IDX)   TO WS-TOT-KITTING-QTY
           ADD WS-RF-COUNT-ADJ-QTY(RF-IDX) TO WS-TOT-COUNT-ADJ-QTY
           ADD WS-RF-CALC-END-QTY(RF-IDX)  TO WS-TOT-CALC-END-QTY
           ADD WS-RF-BOOK-END-QTY(RF-IDX)  TO WS-TOT-BOOK-END-QTY
           ADD WS-RF-DIFF-QTY(RF-IDX)      TO WS-TOT-DIFF-QTY
           ADD WS-RF-BEGIN-VALUE(RF-IDX)   TO WS-VAL-PRIOR-CLOSE
           COMPUTE WS-VAL-BEGIN = WS-VAL-BEGIN
              + WS-RF-BEGIN-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
           COMPUTE WS-VAL-RECEIPTS = WS-VAL-RECEIPTS
              + WS-RF-RECEIPT-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
           COMPUTE WS-VAL-ISSUES = WS-VAL-ISSUES
              + WS-RF-ISSUE-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
           COMPUTE WS-VAL-RTV = WS-VAL-RTV
              + WS-RF-RTV-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
           COMPUTE WS-VAL-TRANSFERS = WS-VAL-TRANSFERS
              + WS-RF-TRANSFER-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
           COMPUTE WS-VAL-KITTING = WS-VAL-KITTING
              + WS-RF-KITTING-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
           COMPUTE WS-VAL-COUNT-ADJ = WS-VAL-COUNT-ADJ
              + WS-RF-COUNT-ADJ-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
           COMPUTE WS-VAL-CALC-END = WS-VAL-CALC-END
              + WS-RF-CALC-END-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
           COMPUTE WS-VAL-BOOK-END = WS-VAL-BOOK-END
              + WS-RF-BOOK-END-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
           COMPUTE WS-VAL-DIFF = WS-VAL-DIFF
              + WS-RF-DIFF-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
           .

       640-PRINT-ROLL-LINE.
           MOVE WS-RF-PART-NUMBER(RF-IDX)   TO RFD-PART-NUMBER
           MOVE WS-RF-LOCATION(RF-IDX)      TO RFD-LOCATION
           MOVE WS-RF-BEGIN-QTY(RF-IDX)     TO RFD-BEGIN
           MOVE WS-RF-RECEIPT-QTY(RF-IDX)   TO RFD-RECEIPTS
           MOVE WS-RF-ISSUE-QTY(RF-IDX)     TO RFD-ISSUES
           MOVE WS-RF-RTV-QTY(RF-IDX)       TO RFD-RTV
           MOVE WS-RF-TRANSFER-QTY(RF-IDX)  TO RFD-TRANSFERS
           MOVE WS-RF-KITTING-QTY(RF-IDX)   TO RFD-KITTING
           MOVE WS-RF-COUNT-ADJ-QTY(RF-IDX) TO RFD-COUNT-ADJ
           MOVE WS-RF-CALC-END-QTY(RF-IDX)  TO RFD-CALC-END
           MOVE WS-RF-BOOK-END-QTY(RF-IDX)  TO RFD-BOOK-END
           MOVE WS-RF-DIFF-QTY(RF-IDX)      TO RFD-DIFF
           IF WS-RF-DIFF-QTY(RF-IDX) NOT = 0
              MOVE '***' TO RFD-FLAG
           ELSE
              MOVE SPACES TO RFD-FLAG
           END-IF
           WRITE ROLLRPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-ROWS-PRINTED
           .

      *    Every part/location whose book doesn't come out where
      *    the movements say it should.
       700-PRINT-EXCEPTIONS.
           MOVE SPACES TO ROLLRPT-RECORD
           WRITE ROLLRPT-RECORD
           MOVE 'UNEXPLAINED DIFFERENCES - BOOK VS CALCULATED'
              TO RSL-TITLE
           WRITE ROLLRPT-RECORD FROM WS-SECTION-LINE
           WRITE ROLLRPT-RECORD FROM WS-EXCP-COLUMN-LINE
           PERFORM VARYING RF-IDX FROM 1 BY 1
              UNTIL RF-IDX > WS-RF-COUNT
                 IF WS-RF-DIFF-QTY(RF-IDX) NOT = 0
                    ADD 1 TO WS-EXCEPTION-COUNT
                    MOVE WS-RF-PART-NUMBER(RF-IDX)
                       TO RXD-PART-NUMBER
                    MOVE WS-RF-LOCATION(RF-IDX)     TO RXD-LOCATION
                    MOVE WS-RF-CALC-END-QTY(RF-IDX) TO RXD-CALC-END
                    MOVE WS-RF-BOOK-END-QTY(RF-IDX) TO RXD-BOOK-END
                    MOVE WS-RF-DIFF-QTY(RF-IDX)     TO RXD-DIFF
                    COMPUTE WS-ROW-VALUE =
                       WS-RF-DIFF-QTY(RF-IDX) * WS-RF-UNIT-COST(RF-IDX)
                    MOVE WS-ROW-VALUE TO RXD-VALUE
                    WRITE ROLLRPT-RECORD FROM WS-EXCP-DETAIL
                 END-IF
           END-PERFORM
           IF WS-EXCEPTION-COUNT = 0
              MOVE '    NONE - EVERY ROW ROLLS TO THE BOOK'
                 TO RSL-TITLE
              WRITE ROLLRPT-RECORD FROM WS-SECTION-LINE
           END-IF
           .

      *    The valued roll and the tie to JVGEN.
       750-PRINT-VALUED-TOTALS.
           MOVE SPACES TO ROLLRPT-RECORD
           WRITE ROLLRPT-RECORD
           MOVE 'VALUED ROLL-FORWARD AT CURRENT COST' TO RSL-TITLE
           WRITE ROLLRPT-RECORD FROM WS-SECTION-LINE
           IF PRIOR-ROLL-ON-FILE
              COMPUTE WS-VAL-REVALUATION =
                 WS-VAL-BEGIN - WS-VAL-PRIOR-CLOSE
              MOVE 'PRIOR CLOSE - ' TO RVL-TITLE
              MOVE WS-PRIOR-PERIOD TO RVL-TITLE(15:6)
              MOVE WS-VAL-PRIOR-CLOSE TO RVL-AMOUNT
              MOVE 'AS STORED AT THE LAST CLOSED ROLL' TO RVL-REMARK
              WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
              MOVE 'REVALUATION TO CURRENT COST' TO RVL-TITLE
              MOVE WS-VAL-REVALUATION TO RVL-AMOUNT
              MOVE SPACES TO RVL-REMARK
              WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           END-IF
           MOVE SPACES TO RVL-REMARK
           MOVE 'BEGINNING' TO RVL-TITLE
           MOVE WS-VAL-BEGIN TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE 'RECEIPTS' TO RVL-TITLE
           MOVE WS-VAL-RECEIPTS TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE 'ISSUES NET OF RETURNS' TO RVL-TITLE
           MOVE WS-VAL-ISSUES TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE 'RTV SHIPMENTS' TO RVL-TITLE
           MOVE WS-VAL-RTV TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE 'TRANSFERS' TO RVL-TITLE
           MOVE WS-VAL-TRANSFERS TO RVL-AMOUNT
           MOVE 'NET OUT IS STOCK STILL IN TRANSIT' TO RVL-REMARK
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE SPACES TO RVL-REMARK
           MOVE 'KIT CONSUMPTION AND BUILDS' TO RVL-TITLE
           MOVE WS-VAL-KITTING TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE 'CYCLE-COUNT ADJUSTMENTS' TO RVL-TITLE
           MOVE WS-VAL-COUNT-ADJ TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE 'CALCULATED ENDING' TO RVL-TITLE
           MOVE WS-VAL-CALC-END TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE 'BOOK ENDING (ONHAND AT PERIOD END)' TO RVL-TITLE
           MOVE WS-VAL-BOOK-END TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE 'UNEXPLAINED DIFFERENCE' TO RVL-TITLE
           MOVE WS-VAL-DIFF TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE SPACES TO ROLLRPT-RECORD
           WRITE ROLLRPT-RECORD
           COMPUTE WS-VAL-JVGEN-GAP =
              WS-VAL-RECEIPTS - WS-VAL-JVGEN-DEBITS
           MOVE 'RECEIPTS AT CURRENT COST' TO RVL-TITLE
           MOVE WS-VAL-RECEIPTS TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE 'JVGEN DEBITS POSTED IN WINDOW' TO RVL-TITLE
           MOVE WS-VAL-JVGEN-DEBITS TO RVL-AMOUNT
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE 'RECEIPTS LESS JVGEN DEBITS' TO RVL-TITLE
           MOVE WS-VAL-JVGEN-GAP TO RVL-AMOUNT
           IF WS-VAL-JVGEN-GAP = 0
              MOVE 'TIES TO THE GL' TO RVL-REMARK
           ELSE
              MOVE 'PRICE OR TIMING DIFFERENCE - RECONCILE'
                 TO RVL-REMARK
           END-IF
           WRITE ROLLRPT-RECORD FROM WS-VALUE-LINE
           MOVE SPACES TO ROLLRPT-RECORD
           WRITE ROLLRPT-RECORD
           MOVE 'PART/LOCATIONS PRINTED' TO RCL-TITLE
           MOVE WS-ROWS-PRINTED TO RCL-COUNT
           WRITE ROLLRPT-RECORD FROM WS-COUNT-LINE
           MOVE 'UNEXPLAINED DIFFERENCES' TO RCL-TITLE
           MOVE WS-EXCEPTION-COUNT TO RCL-COUNT
           WRITE ROLLRPT-RECORD FROM WS-COUNT-LINE
           MOVE 'ON HAND WITH NO COST - VALUED ZERO' TO RCL-TITLE
           MOVE WS-NO-COST-COUNT TO RCL-COUNT
           WRITE ROLLRPT-RECORD FROM WS-COUNT-LINE
           MOVE 'UNKNOWN MOVEMENT TYPES' TO RCL-TITLE
           MOVE WS-UNKNOWN-MOVES TO RCL-COUNT
           WRITE ROLLRPT-RECORD FROM WS-COUNT-LINE
           .

      *    A final roll writes this period's book ending as the next
      *    beginning; anything else carries the last closed
      *    balances forward as they were.
       800-WRITE-BALANCES.
           PERFORM VARYING RF-IDX FROM 1 BY 1
              UNTIL RF-IDX > WS-RF-COUNT
                 MOVE SPACES TO ROLL-NEW-REC
                 MOVE WS-RF-PART-NUMBER(RF-IDX) TO RBN-PART-NUMBER
                 MOVE WS-RF-LOCATION(RF-IDX)    TO RBN-LOCATION
                 IF FINAL-ROLL
                    IF WS-RF-BOOK-END-QTY(RF-IDX) NOT = 0
                       MOVE WS-PERIOD-NUM TO RBN-PERIOD
                       MOVE WS-RF-BOOK-END-QTY(RF-IDX)
                          TO RBN-END-QTY
                       COMPUTE RBN-END-VALUE =
                          WS-RF-BOOK-END-QTY(RF-IDX)
                          * WS-RF-UNIT-COST(RF-IDX)
                       WRITE ROLL-NEW-REC
                       ADD 1 TO WS-BALANCES-WRITTEN
                    END-IF
                 ELSE
                    IF WS-RF-FROM-PRIOR(RF-IDX) = 'Y'
                       MOVE WS-PRIOR-PERIOD TO RBN-PERIOD
                       MOVE WS-RF-BEGIN-QTY(RF-IDX) TO RBN-END-QTY
                       MOVE WS-RF-BEGIN-VALUE(RF-IDX)
                          TO RBN-END-VALUE
                       WRITE ROLL-NEW-REC
                       ADD 1 TO WS-BALANCES-WRITTEN
                    END-IF
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE ONHAND-MSTR.
           CLOSE PART-SUPP-OLD.
           CLOSE ROLL-NEW.
           CLOSE ROLLRPT-REC.
