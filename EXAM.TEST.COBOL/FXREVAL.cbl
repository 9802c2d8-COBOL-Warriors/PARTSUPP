      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    FXREVAL.
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
      * //FXPARM   DD *
      * //FXRATES  DD DSN=USER66.EXAM.DEV.FXRATES.MASTER,DISP=SHR
      * //PERSTAT  DD DSN=USER66.EXAM.DEV.PERSTAT.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //INVCREG  DD DSN=USER66.EXAM.DEV.EDI810IN.INVCREG,DISP=SHR
      * //PAYREGOL DD DSN=USER66.EXAM.DEV.PAYREG.REGISTER,DISP=SHR
      * //LCPREPAY DD DSN=USER66.EXAM.DEV.LCPREPAY.MASTER,DISP=SHR
      *   JCL Output
      * //JVOUCHER DD DSN=USER66.EXAM.DEV.FXREVAL.ENTRY,
      * //            DISP=(,CATLG)
      * //JVREVRS  DD DSN=USER66.EXAM.DEV.FXREVAL.REVERSAL,
      * //            DISP=(,CATLG)
      * //FXRVRPT  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Company code for the sister plant's separate legal entity.
      *   The GR/IR and payable movement accumulates by each PO's
      *   PO-COMPANY-CODE (spaces are the home company '01'), and
      *   each company gets its own entry and reversal batch with
      *   JV-COMPANY-CODE on every row, as JVGEN's do.  FXPARM
      *   columns 7-8 name one company to revalue; blank revalues
      *   every company, each still its own batches.
      ***************************************************************
      * Month-end foreign-exchange revaluation of what is still open
      * with the importers.  An IMPORTER's UNIT-PRICE is carried in
      * its own currency - the currency of its Order Address
      * country - and everything downstream has been valuing it at
      * whatever rate was in effect when the PO was keyed.  This
      * run values each open line at the FXRATES rate in effect on
      * its ORDER-DATE and again at the rate in effect on the last
      * day of the period, and reports the unrealized gain or loss
      * by supplier and currency, split three ways:
      *
      *    OPEN PO     not yet received (Open, Shipped, Inspection
      *                Hold) - QUANTITY * UNIT-PRICE;
      *    GR/IR ACCR  received, not on EDI810IN's INVCREG register
      *                - what GRIRACCR accrues;
      *    UNPAID AP   received and invoiced, not yet on PAYREG's
      *                register.
      *
      * A received PO already remitted is settled and is not
      * revalued.  Money already out on a letter of credit or
      * prepayment (LCPREPAY) comes off a received PO the same way
      * GRIRACCR and PAYREG take it off.
      *
      * The GR/IR and payable movement goes out as a balanced
      * journal batch in JVGEN's voucher format (JVOUCHER) dated
      * the last day of the period - the accrual and payable
      * accounts against the unrealized exchange account - and
      * its reversal (JVREVRS) dated the first day of the next, so
      * the next month-end revalues from the booked rate again.
      * Open POs are not on the books and are reported only.
      * Either batch dated into a period PERSTAT shows closed is
      * not written under policy 'R', or is redated to today under
      * policy 'D', the same period control EDI810IN applies.
      *
      * The period comes off the optional FXPARM card (YYYYMM in
      * columns 1-6); no card, or one that is not a valid month,
      * revalues the current month.  Columns 7-8 of the same card
      * name one company to revalue; blank revalues every company,
      * and each company's entry and reversal are batches of their
      * own.  A foreign PO that cannot be
      * revalued - a country with no currency on the table below,
      * or no rate in effect on one of the two dates - is listed
      * as an exception and left out of the entry.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXPARM-REC    ASSIGN TO FXPARM
               FILE STATUS IS WS-FXPARM-FILE-STATUS.
           SELECT FXRATE-REC    ASSIGN TO FXRATES.
           SELECT PERSTAT-REC   ASSIGN TO PERSTAT
               FILE STATUS IS WS-PERSTAT-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT INVCREG-REC   ASSIGN TO INVCREG
               FILE STATUS IS WS-INVCREG-FILE-STATUS.
           SELECT PAYREG-OLD    ASSIGN TO PAYREGOL
               FILE STATUS IS WS-PAYREGOL-FILE-STATUS.
           SELECT LCPREPAY-REC  ASSIGN TO LCPREPAY
               FILE STATUS IS WS-LCPREPAY-FILE-STATUS.
           SELECT JVOUCHER-REC  ASSIGN TO JVOUCHER.
           SELECT JVREVRS-REC   ASSIGN TO JVREVRS.
           SELECT FXRVRPT-REC   ASSIGN TO FXRVRPT.

       DATA DIVISION.
       FILE SECTION.

      *    One run-parameter card - the YYYYMM to revalue and the
      *    company to run.
       FD  FXPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FXPARM-RECORD.
       01  FXPARM-RECORD.
           05  FXP-PERIOD          PIC X(06).
           05  FXP-COMPANY-CODE    PIC X(02).
           05  FILLER              PIC X(72).

      *    Rate table with history.  See FXRATE.cpy.
       FD  FXRATE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FX-RATE-ROW.
           COPY 'FXRATE'.

      *    Same period-status reference EDI810IN consults.
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

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    Same matched-invoice row EDI810IN appends.
       FD  INVCREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVCREG-RECORD.
       01  INVCREG-RECORD.
           05  IR-INV-NUMBER       PIC X(10).
           05  IR-SUPPLIER-CODE    PIC X(10).
           05  IR-PO-NUMBER        PIC X(06).
           05  IR-QUANTITY         PIC S9(7).
           05  IR-UNIT-PRICE       PIC S9(7)V99.
           05  IR-MATCH-DATE       PIC 9(08).
           05  FILLER              PIC X(30).

      *    Same register row PAYREG writes.
       FD  PAYREG-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYREG-OLD-REC.
       01  PAYREG-OLD-REC.
           05  PRO-SUPPLIER-CODE   PIC X(10).
           05  PRO-PO-NUMBER       PIC X(06).
           05  PRO-REMIT-DATE      PIC 9(08).
           05  PRO-AMOUNT          PIC S9(9)V99.
           05  PRO-ENTRY-TYPE      PIC X(01).
               88 PRO-DEBIT-MEMO            VALUE 'D'.
               88 PRO-RETAINAGE-RELEASE     VALUE 'R'.
           05  FILLER              PIC X(44).

      *    Letter-of-credit / prepayment file LCMAINT maintains.
       FD  LCPREPAY-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LC-PREPAY-ROW.
           COPY 'LCPREPAY'.

      *    JVGEN's voucher row - the revaluation entry ...
       FD  JVOUCHER-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JVOUCHER-RECORD.
       01  JVOUCHER-RECORD               PIC X(80).

      *    ... and its reversal, on a dataset of its own.
       FD  JVREVRS-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JVREVRS-RECORD.
       01  JVREVRS-RECORD                PIC X(80).

       FD  FXRVRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FXRVRPT-RECORD.
       01  FXRVRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FXPARM-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-PERSTAT-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-INVCREG-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-PAYREGOL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-LCPREPAY-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    Blank company codes on the master are the home company.
      *    WS-RUN-COMPANY spaces = every company.
       01  WS-HOME-COMPANY               PIC X(02)      VALUE '01'.
       01  WS-RUN-COMPANY                PIC X(02)      VALUE SPACES.
       01  WS-PO-COMPANY                 PIC X(02)      VALUE SPACES.

      *    Per-company GR/IR and payable movement, in first-seen
      *    order - 850 writes one entry and one reversal for each.
       01  WS-CO-COUNT                   PIC 9(02)      VALUE 0.
       01  WS-CO-SLOT                    PIC 9(02)      VALUE 0.
       01  WS-CO-FOUND-FLAG              PIC X(01)      VALUE 'N'.
           88 COMPANY-FOUND                             VALUE 'Y'.
       01  WS-COMPANY-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES
                  INDEXED BY CO-IDX.
               10 WS-CO-COMPANY-CODE     PIC X(02)      VALUE SPACES.
               10 WS-CO-GRIR-ADJUST      PIC S9(11)V99  VALUE 0.
               10 WS-CO-PAYABLE-ADJUST   PIC S9(11)V99  VALUE 0.

      *    The period being revalued, its last day (the entry date)
      *    and the first day of the next (the reversal date).
       01  WS-PERIOD                     PIC 9(06)      VALUE 0.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YYYY            PIC 9(04).
           05  WS-PERIOD-MM              PIC 9(02).
       01  WS-REVERSAL-DATE              PIC 9(08)      VALUE 0.
       01  WS-REVERSAL-PARTS REDEFINES WS-REVERSAL-DATE.
           05  WS-REVERSAL-YYYY          PIC 9(04).
           05  WS-REVERSAL-MM            PIC 9(02).
           05  WS-REVERSAL-DD            PIC 9(02).
       01  WS-PERIOD-END-DATE            PIC 9(08)      VALUE 0.
       01  WS-DATE-INTEGER               PIC 9(08)      VALUE 0.

      *    Currency each Order Address country prices in.  A
      *    country not here (other than US) cannot be revalued and
      *    is listed as an exception.
       01  WS-COUNTRY-CURRENCIES.
           05  FILLER                    PIC X(35)      VALUE
               'CACADMXMXNGBGBPDEEURFREURITEURESEUR'.
           05  FILLER                    PIC X(35)      VALUE
               'NLEURBEEURJPJPYCNCNYKRKRWTWTWDININR'.
       01  WS-COUNTRY-CURRENCY-TABLE REDEFINES WS-COUNTRY-CURRENCIES.
           05  WS-CC-ENTRY OCCURS 14 TIMES
                  INDEXED BY CC-IDX.
               10 WS-CC-COUNTRY          PIC X(02).
               10 WS-CC-CURRENCY         PIC X(03).

      *    Rate table, loaded whole.
       01  WS-RATE-COUNT                 PIC 9(03)      VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 500 TIMES
                  INDEXED BY RT-IDX.
               10 WS-RT-CURRENCY-CODE    PIC X(03)      VALUE SPACES.
               10 WS-RT-RATE-DATE        PIC 9(08)      VALUE 0.
               10 WS-RT-USD-RATE         PIC 9(05)V9(06) VALUE 0.
       01  FXRATE-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-RATES                             VALUE 'Y'.

      *    Rate lookup - the rate in effect for WS-SUP-CURRENCY on
      *    WS-RATE-AS-OF-DATE.
       01  WS-RATE-AS-OF-DATE            PIC 9(08)      VALUE 0.
       01  WS-RATE-FOUND-DATE            PIC 9(08)      VALUE 0.
       01  WS-RATE-FOUND                 PIC 9(05)V9(06) VALUE 0.
       01  WS-RATE-FOUND-FLAG            PIC X(01)      VALUE 'N'.
           88 RATE-FOUND                                VALUE 'Y'.
       01  WS-BOOKED-RATE                PIC 9(05)V9(06) VALUE 0.
       01  WS-PERIOD-RATE                PIC 9(05)V9(06) VALUE 0.

      *    Period-status table - a missing PERSTAT (FILE STATUS not
      *    '00') leaves the table empty and every period open.
       01  WS-PER-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-PERSTAT-TABLE.
           05  WS-PER-ENTRY OCCURS 120 TIMES
                  INDEXED BY PER-IDX.
               10 WS-PER-PERIOD          PIC 9(06)      VALUE 0.
               10 WS-PER-STATUS          PIC X(01)      VALUE SPACES.
               10 WS-PER-POLICY          PIC X(01)      VALUE SPACES.
       01  PERSTAT-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-PERIODS                           VALUE 'Y'.
       01  WS-PER-CHECK-DATE             PIC 9(08)      VALUE 0.
       01  WS-PER-CHECK-PERIOD           PIC 9(06)      VALUE 0.
       01  WS-PER-ACTION                 PIC X(01)      VALUE 'A'.
           88 PERIOD-ACCEPTED                           VALUE 'A'.
           88 PERIOD-REJECTED                           VALUE 'R'.
           88 PERIOD-REDATED                            VALUE 'D'.

      *    Invoiced and remitted supplier/PO pairs off the two
      *    registers, and what has already gone out per PO - each
      *    missing file leaves its table empty.
       01  WS-INV-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-INVOICED-TABLE.
           05  WS-INV-ENTRY OCCURS 2000 TIMES
                  INDEXED BY INV-IDX.
               10 WS-INV-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-INV-PO-NUMBER       PIC X(06)      VALUE SPACES.
       01  INVCREG-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-INVCREG                           VALUE 'Y'.

       01  WS-REG-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-REMITTED-TABLE.
           05  WS-REG-ENTRY OCCURS 2000 TIMES
                  INDEXED BY REG-IDX.
               10 WS-REG-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-REG-PO-NUMBER       PIC X(06)      VALUE SPACES.
       01  PAYREGOL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-REGISTER                      VALUE 'Y'.

       01  WS-LCP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-LCP-TABLE.
           05  WS-LCP-ENTRY OCCURS 500 TIMES
                  INDEXED BY LCP-IDX.
               10 WS-LCP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-LCP-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-LCP-DRAWN-AMOUNT    PIC S9(9)V99   VALUE 0.
       01  LCPREPAY-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-LCP-ROWS                          VALUE 'Y'.

      *    The supplier on the record just read - what it prices in.
       01  WS-SUP-COUNTRY                PIC X(02)      VALUE SPACES.
       01  WS-SUP-CURRENCY               PIC X(03)      VALUE SPACES.
       01  WS-SUP-PRICING                PIC X(01)      VALUE 'U'.
           88 SUPPLIER-PRICED-USD                       VALUE 'U'.
           88 SUPPLIER-PRICED-FOREIGN                   VALUE 'F'.
           88 SUPPLIER-CURRENCY-UNKNOWN                 VALUE 'X'.

      *    The PO line being revalued.
       01  WS-CATEGORY                   PIC X(01)      VALUE SPACE.
           88 CATEGORY-OPEN-PO                          VALUE '1'.
           88 CATEGORY-GRIR                             VALUE '2'.
           88 CATEGORY-PAYABLE                          VALUE '3'.
           88 CATEGORY-NONE                             VALUE SPACE.
       01  WS-CAT-SUB                    PIC 9(01)      VALUE 0.
       01  WS-FOREIGN-AMOUNT             PIC S9(11)V99  VALUE 0.
       01  WS-BOOKED-USD                 PIC S9(11)V99  VALUE 0.
       01  WS-REVALUED-USD               PIC S9(11)V99  VALUE 0.
       01  WS-PO-PAID-FLAG               PIC X(01)      VALUE 'N'.
           88 PO-PAID                                   VALUE 'Y'.
       01  WS-PO-INVOICED-FLAG           PIC X(01)      VALUE 'N'.
           88 PO-INVOICED                               VALUE 'Y'.
       01  WS-EXCEPTION-TEXT             PIC X(40)      VALUE SPACES.

      *    Revaluation per supplier/currency/category, printed in
      *    that order.
       01  WS-RV-COUNT                   PIC 9(03)      VALUE 0.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 500 TIMES
                  INDEXED BY RV-IDX RV-IDX2.
               10 WS-RV-KEY.
                  15 WS-RV-SUPPLIER-CODE PIC X(10)      VALUE SPACES.
                  15 WS-RV-CURRENCY-CODE PIC X(03)      VALUE SPACES.
                  15 WS-RV-CATEGORY      PIC X(01)      VALUE SPACE.
               10 WS-RV-ITEMS            PIC 9(05)      VALUE 0.
               10 WS-RV-FOREIGN          PIC S9(11)V99  VALUE 0.
               10 WS-RV-BOOKED-USD       PIC S9(11)V99  VALUE 0.
               10 WS-RV-REVALUED-USD     PIC S9(11)V99  VALUE 0.
       01  WS-RV-SWAP                    PIC X(58)      VALUE SPACES.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.

      *    Totals per currency, all categories.
       01  WS-CT-COUNT                   PIC 9(02)      VALUE 0.
       01  WS-CURRENCY-TOTALS.
           05  WS-CT-ENTRY OCCURS 20 TIMES
                  INDEXED BY CT-IDX.
               10 WS-CT-CURRENCY-CODE    PIC X(03)      VALUE SPACES.
               10 WS-CT-ITEMS            PIC 9(05)      VALUE 0.
               10 WS-CT-FOREIGN          PIC S9(11)V99  VALUE 0.
               10 WS-CT-BOOKED-USD       PIC S9(11)V99  VALUE 0.
               10 WS-CT-REVALUED-USD     PIC S9(11)V99  VALUE 0.

      *    Totals per category in dollars - 1 open PO, 2 GR/IR
      *    accrual, 3 unpaid payable.
       01  WS-CATEGORY-TOTALS.
           05  WS-CAT-ENTRY OCCURS 3 TIMES.
               10 WS-CAT-ITEMS           PIC 9(05)      VALUE 0.
               10 WS-CAT-BOOKED-USD      PIC S9(11)V99  VALUE 0.
               10 WS-CAT-REVALUED-USD    PIC S9(11)V99  VALUE 0.
       01  WS-CATEGORY-LABELS            PIC X(36)      VALUE
           'OPEN PO     GR/IR ACCR  UNPAID AP   '.
       01  WS-CATEGORY-LABEL-TABLE REDEFINES WS-CATEGORY-LABELS.
           05  WS-CATEGORY-LABEL OCCURS 3 TIMES PIC X(12).

      *    Foreign POs that could not be revalued.
       01  WS-EXC-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-EXCEPTION-TABLE.
           05  WS-EXC-ENTRY OCCURS 200 TIMES
                  INDEXED BY EXC-IDX.
               10 WS-EXC-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-EXC-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-EXC-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-EXC-CURRENCY        PIC X(03)      VALUE SPACES.
               10 WS-EXC-REASON          PIC X(40)      VALUE SPACES.

      *    GL accounts the entry posts to - the accrual account
      *    JVGEN credits, the trade payable account, and unrealized
      *    exchange gain/loss.
       01  WS-ACCRUAL-ACCOUNT            PIC X(06)      VALUE 'GRIR01'.
       01  WS-PAYABLE-ACCOUNT            PIC X(06)      VALUE 'AP0001'.
       01  WS-FX-ACCOUNT                 PIC X(06)      VALUE 'FXUNRL'.
       01  WS-GRIR-ADJUST                PIC S9(11)V99  VALUE 0.
       01  WS-PAYABLE-ADJUST             PIC S9(11)V99  VALUE 0.
       01  WS-FX-NET                     PIC S9(11)V99  VALUE 0.

      *    The batch being written - entry or reversal.
       01  WS-BATCH-TYPE                 PIC X(01)      VALUE 'E'.
           88 BATCH-IS-ENTRY                            VALUE 'E'.
           88 BATCH-IS-REVERSAL                         VALUE 'R'.
       01  WS-BATCH-LABEL                PIC X(10)      VALUE SPACES.
       01  WS-BATCH-DATE                 PIC 9(08)      VALUE 0.
       01  WS-BATCH-ROWS                 PIC 9(05)      VALUE 0.
       01  WS-BATCH-DEBITS               PIC S9(13)V99  VALUE 0.
       01  WS-BATCH-CREDITS              PIC S9(13)V99  VALUE 0.
       01  WS-ROW-ACCOUNT                PIC X(06)      VALUE SPACES.
       01  WS-ROW-CREDIT-AMOUNT          PIC S9(11)V99  VALUE 0.
       01  WS-ROW-REMARK                 PIC X(40)      VALUE SPACES.
       01  WS-JV-ROW.
           05  JV-ROW-TYPE         PIC X(01).
               88 JV-DETAIL-ROW             VALUE 'D'.
               88 JV-CONTROL-ROW            VALUE 'T'.
           05  JV-POST-DATE        PIC 9(08).
           05  JV-ACCOUNT-CODE     PIC X(06).
           05  JV-DR-CR            PIC X(01).
           05  JV-AMOUNT           PIC S9(11)V99.
           05  JV-COMPANY-CODE     PIC X(02).
           05  FILLER              PIC X(49).

       01  WS-RUN-COUNTS.
           05 WS-REVALUED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-SETTLED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-BATCHES-WRITTEN         PIC 9(03)      VALUE 0.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(31)      VALUE
               'FOREIGN-EXCHANGE REVALUATION - '.
           05  FILLER              PIC X(25)      VALUE
               'OPEN IMPORTER COMMITMENTS'.
           05  FILLER              PIC X(10)      VALUE
               ' - PERIOD '.
           05  RPH-PERIOD          PIC 9(06)      VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE
               ' ENDING '.
           05  RPH-PERIOD-END      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE
               ' COMPANY '.
           05  RPH-COMPANY         PIC X(03)      VALUE 'ALL'.
           05  FILLER              PIC X(32)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(34)      VALUE
               'SUPPLIER   CUR CATEGORY     ITEMS '.
           05  FILLER              PIC X(36)      VALUE
               '   FOREIGN AMOUNT        BOOKED USD '.
           05  FILLER              PIC X(35)      VALUE
               '     REVALUED USD       LOSS(GAIN-)'.
           05  FILLER              PIC X(27)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-CURRENCY-CODE   PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-CATEGORY        PIC X(12)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-ITEMS           PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-FOREIGN         PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-BOOKED-USD      PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-REVALUED-USD    PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-GAIN-LOSS       PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(27)      VALUE SPACES.

       01  WS-RPT-JV-LINE.
           05  JVL-BATCH           PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  JVL-POST-DATE       PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  JVL-ACCOUNT-CODE    PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  JVL-DR-CR           PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  JVL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  JVL-REMARK          PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(44)      VALUE SPACES.

       01  WS-RPT-CONTROL-LINE.
           05  JVC-BATCH           PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  FILLER              PIC X(06)      VALUE 'ROWS: '.
           05  JVC-ROW-COUNT       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE
               '  DEBITS: '.
           05  JVC-TOTAL-DR        PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  CREDITS: '.
           05  JVC-TOTAL-CR        PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(55)      VALUE SPACES.

       01  WS-RPT-EXCEPTION.
           05  RPX-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPX-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPX-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPX-CURRENCY        PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPX-REASON          PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(46)      VALUE SPACES.

       01  WS-RPT-CO-HEADING.
           05  FILLER              PIC X(08)      VALUE 'COMPANY '.
           05  JVH-COMPANY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(122)     VALUE SPACES.

       01  WS-RPT-MESSAGE                PIC X(132)     VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RUN-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-RATES.
           PERFORM 250-LOAD-PERIOD-STATUS.
           PERFORM 300-LOAD-INVOICE-REGISTER.
           PERFORM 350-LOAD-PAYMENT-REGISTER.
           PERFORM 400-LOAD-PREPAYMENTS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM 600-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 700-SORT-REVALUATIONS.
           PERFORM 800-WRITE-REPORT.
           PERFORM 850-WRITE-JOURNALS.
           PERFORM 900-WRITE-EXCEPTIONS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'FXREVAL COMPLETE - PERIOD: ' WS-PERIOD
              ' LINES REVALUED: ' WS-REVALUED-COUNT
              ' EXCEPTIONS: ' WS-EXC-COUNT
              ' BATCHES WRITTEN: ' WS-BATCHES-WRITTEN.
           GOBACK.

       000-INIT.
           INITIALIZE WS-RATE-COUNT.
           INITIALIZE WS-RATE-TABLE.
           INITIALIZE WS-PER-COUNT.
           INITIALIZE WS-PERSTAT-TABLE.
           INITIALIZE WS-INV-COUNT.
           INITIALIZE WS-INVOICED-TABLE.
           INITIALIZE WS-REG-COUNT.
           INITIALIZE WS-REMITTED-TABLE.
           INITIALIZE WS-LCP-COUNT.
           INITIALIZE WS-LCP-TABLE.
           INITIALIZE WS-RV-COUNT.
           INITIALIZE WS-RV-TABLE.
           INITIALIZE WS-CT-COUNT.
           INITIALIZE WS-CURRENCY-TOTALS.
           INITIALIZE WS-CATEGORY-TOTALS.
           INITIALIZE WS-EXC-COUNT.
           INITIALIZE WS-EXCEPTION-TABLE.
           INITIALIZE WS-CO-COUNT.
           INITIALIZE WS-COMPANY-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE SPACES TO WS-RUN-COMPANY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE WS-TODAYS-DATE(1:6) TO WS-PERIOD.
           MOVE 'N' TO FXRATE-EOF.
           MOVE 'N' TO PERSTAT-EOF.
           MOVE 'N' TO INVCREG-EOF.
           MOVE 'N' TO PAYREGOL-EOF.
           MOVE 'N' TO LCPREPAY-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

      *    No FXPARM card, or one that is not a YYYYMM with a month
      *    of 01-12, revalues the current month - a card keyed for
      *    the company alone (period blank) without comment.  The
      *    entry is dated the period's last day, the reversal the
      *    next period's first.
       050-READ-RUN-PARM.
           OPEN INPUT FXPARM-REC
           IF WS-FXPARM-FILE-STATUS = '00'
              READ FXPARM-REC
                 AT END MOVE SPACES TO FXPARM-RECORD
              END-READ
              EVALUATE TRUE
                 WHEN FXP-PERIOD = SPACES
                    CONTINUE
                 WHEN FXP-PERIOD IS NUMERIC
                    AND FXP-PERIOD(5:2) >= '01'
                    AND FXP-PERIOD(5:2) <= '12'
                    MOVE FXP-PERIOD TO WS-PERIOD
                 WHEN OTHER
                    DISPLAY 'FXPARM PERIOD NOT VALID - CURRENT MONTH '
                       'REVALUED: ' FXP-PERIOD
              END-EVALUATE
              MOVE FXP-COMPANY-CODE TO WS-RUN-COMPANY
              CLOSE FXPARM-REC
           END-IF
           MOVE WS-PERIOD-YYYY TO WS-REVERSAL-YYYY
           MOVE WS-PERIOD-MM TO WS-REVERSAL-MM
           MOVE 01 TO WS-REVERSAL-DD
           IF WS-REVERSAL-MM = 12
              ADD 1 TO WS-REVERSAL-YYYY
              MOVE 01 TO WS-REVERSAL-MM
           ELSE
              ADD 1 TO WS-REVERSAL-MM
           END-IF
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-REVERSAL-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
              TO WS-PERIOD-END-DATE
           .

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT JVOUCHER-REC.
           OPEN OUTPUT JVREVRS-REC.
           OPEN OUTPUT FXRVRPT-REC.

       200-LOAD-RATES.
           OPEN INPUT FXRATE-REC
           READ FXRATE-REC
              AT END MOVE 'Y' TO FXRATE-EOF
           END-READ
           PERFORM UNTIL NO-MORE-RATES
              IF WS-RATE-COUNT < 500
                 ADD 1 TO WS-RATE-COUNT
                 SET RT-IDX TO WS-RATE-COUNT
                 MOVE FX-CURRENCY-CODE
                    TO WS-RT-CURRENCY-CODE(RT-IDX)
                 MOVE FX-RATE-DATE TO WS-RT-RATE-DATE(RT-IDX)
                 MOVE FX-USD-RATE TO WS-RT-USD-RATE(RT-IDX)
              ELSE
                 DISPLAY 'FXREVAL RATE TABLE FULL - NOT LOADED: '
                    FX-CURRENCY-CODE ' ' FX-RATE-DATE
              END-IF
              READ FXRATE-REC
                 AT END MOVE 'Y' TO FXRATE-EOF
              END-READ
           END-PERFORM
           CLOSE FXRATE-REC
           .

      *    Loads the period-status reference once at startup - a
      *    missing file leaves every period open.
       250-LOAD-PERIOD-STATUS.
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
           .

       300-LOAD-INVOICE-REGISTER.
           OPEN INPUT INVCREG-REC
           IF WS-INVCREG-FILE-STATUS = '00'
              READ INVCREG-REC
                 AT END MOVE 'Y' TO INVCREG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-INVCREG
                 OR WS-INV-COUNT >= 2000
                 ADD 1 TO WS-INV-COUNT
                 MOVE IR-SUPPLIER-CODE
                    TO WS-INV-SUPPLIER-CODE(WS-INV-COUNT)
                 MOVE IR-PO-NUMBER TO WS-INV-PO-NUMBER(WS-INV-COUNT)
                 READ INVCREG-REC
                    AT END MOVE 'Y' TO INVCREG-EOF
                 END-READ
              END-PERFORM
              CLOSE INVCREG-REC
           END-IF
           .

      *    Debit memos and retainage releases on the register are
      *    not remittances of the PO itself.
       350-LOAD-PAYMENT-REGISTER.
           OPEN INPUT PAYREG-OLD
           IF WS-PAYREGOL-FILE-STATUS = '00'
              READ PAYREG-OLD
                 AT END MOVE 'Y' TO PAYREGOL-EOF
              END-READ
              PERFORM UNTIL NO-MORE-OLD-REGISTER
                 OR WS-REG-COUNT >= 2000
                 IF NOT PRO-DEBIT-MEMO
                    AND NOT PRO-RETAINAGE-RELEASE
                    ADD 1 TO WS-REG-COUNT
                    MOVE PRO-SUPPLIER-CODE
                       TO WS-REG-SUPPLIER-CODE(WS-REG-COUNT)
                    MOVE PRO-PO-NUMBER
                       TO WS-REG-PO-NUMBER(WS-REG-COUNT)
                 END-IF
                 READ PAYREG-OLD
                    AT END MOVE 'Y' TO PAYREGOL-EOF
                 END-READ
              END-PERFORM
              CLOSE PAYREG-OLD
           END-IF
           .

       400-LOAD-PREPAYMENTS.
           OPEN INPUT LCPREPAY-REC
           IF WS-LCPREPAY-FILE-STATUS = '00'
              READ LCPREPAY-REC
                 AT END MOVE 'Y' TO LCPREPAY-EOF
              END-READ
              PERFORM UNTIL NO-MORE-LCP-ROWS
                 OR WS-LCP-COUNT >= 500
                 IF LP-DRAWN-AMOUNT > 0
                    ADD 1 TO WS-LCP-COUNT
                    MOVE LP-SUPPLIER-CODE
                       TO WS-LCP-SUPPLIER-CODE(WS-LCP-COUNT)
                    MOVE LP-PO-NUMBER
                       TO WS-LCP-PO-NUMBER(WS-LCP-COUNT)
                    MOVE LP-DRAWN-AMOUNT
                       TO WS-LCP-DRAWN-AMOUNT(WS-LCP-COUNT)
                 END-IF
                 READ LCPREPAY-REC
                    AT END MOVE 'Y' TO LCPREPAY-EOF
                 END-READ
              END-PERFORM
              CLOSE LCPREPAY-REC
           END-IF
           .

      *    Only an IMPORTER prices in a currency of its own.  A PO
      *    belonging to a company other than FXPARM's is left for
      *    that company's run.
       600-PROCESS-MASTER.
           IF IMPORTER
              PERFORM 610-FIND-SUPPLIER-CURRENCY
              IF NOT SUPPLIER-PRICED-USD
                 PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                    MOVE PO-COMPANY-CODE(PO-IDX) TO WS-PO-COMPANY
                    IF WS-PO-COMPANY = SPACES
                       MOVE WS-HOME-COMPANY TO WS-PO-COMPANY
                    END-IF
                    IF PO-NUMBER(PO-IDX) NOT = SPACES
                       AND NOT PO-TYPE-BLANKET(PO-IDX)
                       AND NOT PO-STATUS-CANCELLED(PO-IDX)
                       AND (WS-RUN-COMPANY = SPACES
                            OR WS-PO-COMPANY = WS-RUN-COMPANY)
                       PERFORM 605-FIND-COMPANY-SLOT
                       IF WS-CO-SLOT > 0
                          PERFORM 620-REVALUE-PO-LINE
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

      *    The company's accumulator row for WS-PO-COMPANY, added
      *    on first sight - JVGEN's 605-FIND-COMPANY-SLOT.  A
      *    company with no room left comes back as slot 0 and its
      *    POs are not revalued rather than posted to another
      *    company's batch.
       605-FIND-COMPANY-SLOT.
           MOVE 'N' TO WS-CO-FOUND-FLAG
           MOVE 0 TO WS-CO-SLOT
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT OR COMPANY-FOUND
                 IF WS-CO-COMPANY-CODE(CO-IDX) = WS-PO-COMPANY
                    MOVE 'Y' TO WS-CO-FOUND-FLAG
                    SET WS-CO-SLOT TO CO-IDX
                 END-IF
           END-PERFORM
           IF NOT COMPANY-FOUND
              IF WS-CO-COUNT < 20
                 ADD 1 TO WS-CO-COUNT
                 MOVE WS-CO-COUNT TO WS-CO-SLOT
                 MOVE WS-PO-COMPANY TO WS-CO-COMPANY-CODE(WS-CO-SLOT)
              ELSE
                 DISPLAY 'FXREVAL COMPANY TABLE FULL - NOT REVALUED: '
                    WS-PO-COMPANY ' ' SUPPLIER-CODE '/'
                    PO-NUMBER(PO-IDX)
              END-IF
           END-IF
           .

      *    The Order Address country decides the currency; a record
      *    with no Order Address goes by its first address.  US
      *    (and spaces, which means US) is dollars.
       610-FIND-SUPPLIER-CURRENCY.
           MOVE ADDR-COUNTRY-CODE(1) TO WS-SUP-COUNTRY
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 4
              IF ORDER-ADDRESS(ADDR-IDX)
                 MOVE ADDR-COUNTRY-CODE(ADDR-IDX) TO WS-SUP-COUNTRY
              END-IF
           END-PERFORM
           MOVE 'USD' TO WS-SUP-CURRENCY
           MOVE 'U' TO WS-SUP-PRICING
           IF WS-SUP-COUNTRY NOT = SPACES
              AND WS-SUP-COUNTRY NOT = 'US'
              MOVE WS-SUP-COUNTRY TO WS-SUP-CURRENCY
              MOVE 'X' TO WS-SUP-PRICING
              PERFORM VARYING CC-IDX FROM 1 BY 1
                 UNTIL CC-IDX > 14 OR SUPPLIER-PRICED-FOREIGN
                    IF WS-CC-COUNTRY(CC-IDX) = WS-SUP-COUNTRY
                       MOVE WS-CC-CURRENCY(CC-IDX) TO WS-SUP-CURRENCY
                       MOVE 'F' TO WS-SUP-PRICING
                    END-IF
              END-PERFORM
           END-IF
           .

       620-REVALUE-PO-LINE.
           PERFORM 630-CLASSIFY-EXPOSURE
           IF NOT CATEGORY-NONE
              AND WS-FOREIGN-AMOUNT NOT = 0
              EVALUATE TRUE
                 WHEN SUPPLIER-CURRENCY-UNKNOWN
                    MOVE 'NO CURRENCY FOR ORDER-ADDRESS COUNTRY'
                       TO WS-EXCEPTION-TEXT
                    PERFORM 690-ADD-EXCEPTION
                 WHEN OTHER
                    MOVE ORDER-DATE(PO-IDX) TO WS-RATE-AS-OF-DATE
                    PERFORM 660-FIND-RATE
                    IF NOT RATE-FOUND
                       MOVE 'NO RATE IN EFFECT ON ORDER DATE'
                          TO WS-EXCEPTION-TEXT
                       PERFORM 690-ADD-EXCEPTION
                    ELSE
                       MOVE WS-RATE-FOUND TO WS-BOOKED-RATE
                       MOVE WS-PERIOD-END-DATE TO WS-RATE-AS-OF-DATE
                       PERFORM 660-FIND-RATE
                       IF NOT RATE-FOUND
                          MOVE 'NO RATE IN EFFECT AT PERIOD END'
                             TO WS-EXCEPTION-TEXT
                          PERFORM 690-ADD-EXCEPTION
                       ELSE
                          MOVE WS-RATE-FOUND TO WS-PERIOD-RATE
                          PERFORM 670-ACCUMULATE-REVALUATION
                       END-IF
                    END-IF
              END-EVALUATE
           END-IF
           .

      *    Not yet received is an open commitment for the whole
      *    order.  Received and remitted is settled.  Received and
      *    not remitted is owed - on the GR/IR accrual until it is
      *    invoiced, a payable after - less whatever has already
      *    gone out against it.
       630-CLASSIFY-EXPOSURE.
           MOVE SPACE TO WS-CATEGORY
           MOVE 0 TO WS-FOREIGN-AMOUNT
           EVALUATE TRUE
              WHEN PO-STATUS-OPEN(PO-IDX)
                 OR PO-STATUS-SHIPPED(PO-IDX)
                 OR PO-STATUS-INSP-HOLD(PO-IDX)
                 MOVE '1' TO WS-CATEGORY
                 COMPUTE WS-FOREIGN-AMOUNT =
                    QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
              WHEN PO-STATUS-RECEIVED(PO-IDX)
                 PERFORM 640-CHECK-REGISTERS
                 IF PO-PAID
                    ADD 1 TO WS-SETTLED-COUNT
                 ELSE
                    COMPUTE WS-FOREIGN-AMOUNT =
                       RECEIVED-QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
                    PERFORM 650-NET-PREPAYMENT
                    IF PO-INVOICED
                       MOVE '3' TO WS-CATEGORY
                    ELSE
                       MOVE '2' TO WS-CATEGORY
                    END-IF
                 END-IF
           END-EVALUATE
           .

       640-CHECK-REGISTERS.
           MOVE 'N' TO WS-PO-PAID-FLAG
           PERFORM VARYING REG-IDX FROM 1 BY 1
              UNTIL REG-IDX > WS-REG-COUNT OR PO-PAID
                 IF WS-REG-SUPPLIER-CODE(REG-IDX) = SUPPLIER-CODE
                    AND WS-REG-PO-NUMBER(REG-IDX) = PO-NUMBER(PO-IDX)
                    MOVE 'Y' TO WS-PO-PAID-FLAG
                 END-IF
           END-PERFORM
           MOVE 'N' TO WS-PO-INVOICED-FLAG
           PERFORM VARYING INV-IDX FROM 1 BY 1
              UNTIL INV-IDX > WS-INV-COUNT OR PO-INVOICED
                 IF WS-INV-SUPPLIER-CODE(INV-IDX) = SUPPLIER-CODE
                    AND WS-INV-PO-NUMBER(INV-IDX) = PO-NUMBER(PO-IDX)
                    MOVE 'Y' TO WS-PO-INVOICED-FLAG
                 END-IF
           END-PERFORM
           .

       650-NET-PREPAYMENT.
           PERFORM VARYING LCP-IDX FROM 1 BY 1
              UNTIL LCP-IDX > WS-LCP-COUNT
                 IF WS-LCP-SUPPLIER-CODE(LCP-IDX) = SUPPLIER-CODE
                    AND WS-LCP-PO-NUMBER(LCP-IDX) = PO-NUMBER(PO-IDX)
                    SUBTRACT WS-LCP-DRAWN-AMOUNT(LCP-IDX)
                       FROM WS-FOREIGN-AMOUNT
                    IF WS-FOREIGN-AMOUNT < 0
                       MOVE 0 TO WS-FOREIGN-AMOUNT
                    END-IF
                 END-IF
           END-PERFORM
           .

      *    The rate in effect for WS-SUP-CURRENCY on
      *    WS-RATE-AS-OF-DATE - the row with the latest rate date
      *    not after it.
       660-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           MOVE 0 TO WS-RATE-FOUND-DATE
           MOVE 0 TO WS-RATE-FOUND
           PERFORM VARYING RT-IDX FROM 1 BY 1
              UNTIL RT-IDX > WS-RATE-COUNT
                 IF WS-RT-CURRENCY-CODE(RT-IDX) = WS-SUP-CURRENCY
                    AND WS-RT-RATE-DATE(RT-IDX) <= WS-RATE-AS-OF-DATE
                    AND WS-RT-RATE-DATE(RT-IDX) >= WS-RATE-FOUND-DATE
                    MOVE 'Y' TO WS-RATE-FOUND-FLAG
                    MOVE WS-RT-RATE-DATE(RT-IDX) TO WS-RATE-FOUND-DATE
                    MOVE WS-RT-USD-RATE(RT-IDX) TO WS-RATE-FOUND
                 END-IF
           END-PERFORM
           .

       670-ACCUMULATE-REVALUATION.
           COMPUTE WS-BOOKED-USD ROUNDED =
              WS-FOREIGN-AMOUNT * WS-BOOKED-RATE
           COMPUTE WS-REVALUED-USD ROUNDED =
              WS-FOREIGN-AMOUNT * WS-PERIOD-RATE
           ADD 1 TO WS-REVALUED-COUNT
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING RV-IDX FROM 1 BY 1
              UNTIL RV-IDX > WS-RV-COUNT OR ENTRY-FOUND
                 IF WS-RV-SUPPLIER-CODE(RV-IDX) = SUPPLIER-CODE
                    AND WS-RV-CURRENCY-CODE(RV-IDX) = WS-SUP-CURRENCY
                    AND WS-RV-CATEGORY(RV-IDX) = WS-CATEGORY
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET RV-IDX2 TO RV-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-RV-COUNT < 500
                 ADD 1 TO WS-RV-COUNT
                 SET RV-IDX2 TO WS-RV-COUNT
                 MOVE SUPPLIER-CODE TO WS-RV-SUPPLIER-CODE(RV-IDX2)
                 MOVE WS-SUP-CURRENCY TO WS-RV-CURRENCY-CODE(RV-IDX2)
                 MOVE WS-CATEGORY TO WS-RV-CATEGORY(RV-IDX2)
                 MOVE 'Y' TO WS-FOUND-FLAG
              ELSE
                 DISPLAY 'FXREVAL TABLE FULL - NOT LISTED: '
                    SUPPLIER-CODE '/' PO-NUMBER(PO-IDX)
              END-IF
           END-IF
           IF ENTRY-FOUND
              ADD 1 TO WS-RV-ITEMS(RV-IDX2)
              ADD WS-FOREIGN-AMOUNT TO WS-RV-FOREIGN(RV-IDX2)
              ADD WS-BOOKED-USD TO WS-RV-BOOKED-USD(RV-IDX2)
              ADD WS-REVALUED-USD TO WS-RV-REVALUED-USD(RV-IDX2)
           END-IF
           PERFORM 680-ADD-TO-TOTALS
           .

      *    Currency and category totals take every line revalued,
      *    listed on the detail or not - the entry must be whole.
       680-ADD-TO-TOTALS.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING CT-IDX FROM 1 BY 1
              UNTIL CT-IDX > WS-CT-COUNT OR ENTRY-FOUND
                 IF WS-CT-CURRENCY-CODE(CT-IDX) = WS-SUP-CURRENCY
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              SET CT-IDX DOWN BY 1
           ELSE
              IF WS-CT-COUNT < 20
                 ADD 1 TO WS-CT-COUNT
                 SET CT-IDX TO WS-CT-COUNT
                 MOVE WS-SUP-CURRENCY TO WS-CT-CURRENCY-CODE(CT-IDX)
                 MOVE 'Y' TO WS-FOUND-FLAG
              END-IF
           END-IF
           IF ENTRY-FOUND
              ADD 1 TO WS-CT-ITEMS(CT-IDX)
              ADD WS-FOREIGN-AMOUNT TO WS-CT-FOREIGN(CT-IDX)
              ADD WS-BOOKED-USD TO WS-CT-BOOKED-USD(CT-IDX)
              ADD WS-REVALUED-USD TO WS-CT-REVALUED-USD(CT-IDX)
           END-IF
           MOVE WS-CATEGORY TO WS-CAT-SUB
           ADD 1 TO WS-CAT-ITEMS(WS-CAT-SUB)
           ADD WS-BOOKED-USD TO WS-CAT-BOOKED-USD(WS-CAT-SUB)
           ADD WS-REVALUED-USD TO WS-CAT-REVALUED-USD(WS-CAT-SUB)
           EVALUATE TRUE
              WHEN CATEGORY-GRIR
                 COMPUTE WS-CO-GRIR-ADJUST(WS-CO-SLOT) =
                    WS-CO-GRIR-ADJUST(WS-CO-SLOT)
                    + WS-REVALUED-USD - WS-BOOKED-USD
              WHEN CATEGORY-PAYABLE
                 COMPUTE WS-CO-PAYABLE-ADJUST(WS-CO-SLOT) =
                    WS-CO-PAYABLE-ADJUST(WS-CO-SLOT)
                    + WS-REVALUED-USD - WS-BOOKED-USD
           END-EVALUATE
           .

       690-ADD-EXCEPTION.
           IF WS-EXC-COUNT < 200
              ADD 1 TO WS-EXC-COUNT
              SET EXC-IDX TO WS-EXC-COUNT
              MOVE SUPPLIER-CODE TO WS-EXC-SUPPLIER-CODE(EXC-IDX)
              MOVE PO-NUMBER(PO-IDX) TO WS-EXC-PO-NUMBER(EXC-IDX)
              MOVE PART-NUMBER TO WS-EXC-PART-NUMBER(EXC-IDX)
              MOVE WS-SUP-CURRENCY TO WS-EXC-CURRENCY(EXC-IDX)
              MOVE WS-EXCEPTION-TEXT TO WS-EXC-REASON(EXC-IDX)
           ELSE
              DISPLAY 'FXREVAL EXCEPTION NOT LISTED: '
                 SUPPLIER-CODE '/' PO-NUMBER(PO-IDX) ' '
                 WS-EXCEPTION-TEXT
           END-IF
           .

      *    Supplier, then currency, then category - the master
      *    comes to us in part-number order.
       700-SORT-REVALUATIONS.
           PERFORM VARYING RV-IDX FROM 1 BY 1
              UNTIL RV-IDX >= WS-RV-COUNT
                 PERFORM VARYING RV-IDX2 FROM 1 BY 1
                    UNTIL RV-IDX2 > WS-RV-COUNT - RV-IDX
                       IF WS-RV-KEY(RV-IDX2) > WS-RV-KEY(RV-IDX2 + 1)
                          MOVE WS-RV-ENTRY(RV-IDX2) TO WS-RV-SWAP
                          MOVE WS-RV-ENTRY(RV-IDX2 + 1)
                             TO WS-RV-ENTRY(RV-IDX2)
                          MOVE WS-RV-SWAP TO WS-RV-ENTRY(RV-IDX2 + 1)
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

      *    Gain or loss is the revalued dollars less the booked -
      *    more dollars owed is a loss, fewer a gain (minus sign).
       800-WRITE-REPORT.
           MOVE WS-PERIOD TO RPH-PERIOD
           MOVE WS-PERIOD-END-DATE TO RPH-PERIOD-END
           IF WS-RUN-COMPANY NOT = SPACES
              MOVE WS-RUN-COMPANY TO RPH-COMPANY
           END-IF
           WRITE FXRVRPT-RECORD FROM WS-RPT-HEADING
           MOVE SPACES TO FXRVRPT-RECORD
           WRITE FXRVRPT-RECORD
           WRITE FXRVRPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING RV-IDX FROM 1 BY 1
              UNTIL RV-IDX > WS-RV-COUNT
                 MOVE SPACES TO WS-RPT-DETAIL
                 MOVE WS-RV-SUPPLIER-CODE(RV-IDX) TO RPD-SUPPLIER-CODE
                 MOVE WS-RV-CURRENCY-CODE(RV-IDX) TO RPD-CURRENCY-CODE
                 MOVE WS-RV-CATEGORY(RV-IDX) TO WS-CAT-SUB
                 MOVE WS-CATEGORY-LABEL(WS-CAT-SUB) TO RPD-CATEGORY
                 MOVE WS-RV-ITEMS(RV-IDX) TO RPD-ITEMS
                 MOVE WS-RV-FOREIGN(RV-IDX) TO RPD-FOREIGN
                 MOVE WS-RV-BOOKED-USD(RV-IDX) TO RPD-BOOKED-USD
                 MOVE WS-RV-REVALUED-USD(RV-IDX) TO RPD-REVALUED-USD
                 COMPUTE RPD-GAIN-LOSS = WS-RV-REVALUED-USD(RV-IDX)
                    - WS-RV-BOOKED-USD(RV-IDX)
                 WRITE FXRVRPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           MOVE SPACES TO FXRVRPT-RECORD
           WRITE FXRVRPT-RECORD
           PERFORM VARYING CT-IDX FROM 1 BY 1
              UNTIL CT-IDX > WS-CT-COUNT
                 MOVE SPACES TO WS-RPT-DETAIL
                 MOVE 'CURRENCY' TO RPD-SUPPLIER-CODE
                 MOVE WS-CT-CURRENCY-CODE(CT-IDX) TO RPD-CURRENCY-CODE
                 MOVE 'ALL' TO RPD-CATEGORY
                 MOVE WS-CT-ITEMS(CT-IDX) TO RPD-ITEMS
                 MOVE WS-CT-FOREIGN(CT-IDX) TO RPD-FOREIGN
                 MOVE WS-CT-BOOKED-USD(CT-IDX) TO RPD-BOOKED-USD
                 MOVE WS-CT-REVALUED-USD(CT-IDX) TO RPD-REVALUED-USD
                 COMPUTE RPD-GAIN-LOSS = WS-CT-REVALUED-USD(CT-IDX)
                    - WS-CT-BOOKED-USD(CT-IDX)
                 WRITE FXRVRPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           MOVE SPACES TO FXRVRPT-RECORD
           WRITE FXRVRPT-RECORD
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > 3
                 MOVE SPACES TO WS-RPT-DETAIL
                 MOVE 'TOTAL' TO RPD-SUPPLIER-CODE
                 MOVE 'USD' TO RPD-CURRENCY-CODE
                 MOVE WS-CATEGORY-LABEL(WS-CAT-SUB) TO RPD-CATEGORY
                 MOVE WS-CAT-ITEMS(WS-CAT-SUB) TO RPD-ITEMS
                 MOVE WS-CAT-BOOKED-USD(WS-CAT-SUB) TO RPD-BOOKED-USD
                 MOVE WS-CAT-REVALUED-USD(WS-CAT-SUB)
                    TO RPD-REVALUED-USD
                 COMPUTE RPD-GAIN-LOSS =
                    WS-CAT-REVALUED-USD(WS-CAT-SUB)
                    - WS-CAT-BOOKED-USD(WS-CAT-SUB)
                 WRITE FXRVRPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           MOVE SPACES TO WS-RPT-MESSAGE
           MOVE 'OPEN PO COMMITMENTS ARE REPORTED ONLY - NOT POSTED'
              TO WS-RPT-MESSAGE
           WRITE FXRVRPT-RECORD FROM WS-RPT-MESSAGE
           .

      *    GR/IR and payable movements are credits to their
      *    accounts when the dollars owed went up; the exchange
      *    account takes the other side of both.  The reversal is
      *    the same rows with debit and credit swapped.  Each
      *    company gets its own entry and reversal; a run that saw
      *    no foreign-currency PO still writes the run company's
      *    (or the home company's) empty pair for the control file.
       850-WRITE-JOURNALS.
           IF WS-CO-COUNT = 0
              MOVE 1 TO WS-CO-COUNT
              IF WS-RUN-COMPANY = SPACES
                 MOVE WS-HOME-COMPANY TO WS-CO-COMPANY-CODE(1)
              ELSE
                 MOVE WS-RUN-COMPANY TO WS-CO-COMPANY-CODE(1)
              END-IF
           END-IF
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
                 PERFORM 855-WRITE-COMPANY-JOURNALS
           END-PERFORM
           .

       855-WRITE-COMPANY-JOURNALS.
           MOVE WS-CO-GRIR-ADJUST(CO-IDX) TO WS-GRIR-ADJUST
           MOVE WS-CO-PAYABLE-ADJUST(CO-IDX) TO WS-PAYABLE-ADJUST
           COMPUTE WS-FX-NET = WS-GRIR-ADJUST + WS-PAYABLE-ADJUST
           MOVE SPACES TO FXRVRPT-RECORD
           WRITE FXRVRPT-RECORD
           MOVE WS-CO-COMPANY-CODE(CO-IDX) TO JVH-COMPANY-CODE
           WRITE FXRVRPT-RECORD FROM WS-RPT-CO-HEADING
           MOVE 'E' TO WS-BATCH-TYPE
           MOVE 'ENTRY' TO WS-BATCH-LABEL
           MOVE WS-PERIOD-END-DATE TO WS-PER-CHECK-DATE
           PERFORM 860-CHECK-AND-WRITE-BATCH
           MOVE 'R' TO WS-BATCH-TYPE
           MOVE 'REVERSAL' TO WS-BATCH-LABEL
           MOVE WS-REVERSAL-DATE TO WS-PER-CHECK-DATE
           PERFORM 860-CHECK-AND-WRITE-BATCH
           .

       860-CHECK-AND-WRITE-BATCH.
           PERFORM 870-CHECK-POSTING-PERIOD
           MOVE SPACES TO WS-RPT-MESSAGE
           EVALUATE TRUE
              WHEN PERIOD-REJECTED
                 STRING WS-BATCH-LABEL DELIMITED BY SPACE
                    ' NOT WRITTEN - PERIOD ' DELIMITED BY SIZE
                    WS-PER-CHECK-PERIOD DELIMITED BY SIZE
                    ' IS CLOSED' DELIMITED BY SIZE
                    INTO WS-RPT-MESSAGE
                 END-STRING
                 WRITE FXRVRPT-RECORD FROM WS-RPT-MESSAGE
              WHEN OTHER
                 IF PERIOD-REDATED
                    STRING WS-BATCH-LABEL DELIMITED BY SPACE
                       ' REDATED TO TODAY - PERIOD ' DELIMITED BY SIZE
                       WS-PER-CHECK-PERIOD DELIMITED BY SIZE
                       ' IS CLOSED' DELIMITED BY SIZE
                       INTO WS-RPT-MESSAGE
                    END-STRING
                    WRITE FXRVRPT-RECORD FROM WS-RPT-MESSAGE
                 END-IF
                 MOVE WS-PER-CHECK-DATE TO WS-BATCH-DATE
                 PERFORM 880-WRITE-BATCH
           END-EVALUATE
           .

      *    Is WS-PER-CHECK-DATE's YYYYMM closed?  'R' policy leaves
      *    WS-PER-ACTION 'R' for the caller to skip the batch; 'D'
      *    redates WS-PER-CHECK-DATE to today (the open period).  A
      *    period not on the table at all counts open.
       870-CHECK-POSTING-PERIOD.
           MOVE 'A' TO WS-PER-ACTION
           MOVE WS-PER-CHECK-DATE(1:6) TO WS-PER-CHECK-PERIOD
           PERFORM VARYING PER-IDX FROM 1 BY 1
              UNTIL PER-IDX > WS-PER-COUNT
                 IF WS-PER-PERIOD(PER-IDX) = WS-PER-CHECK-PERIOD
                    AND WS-PER-STATUS(PER-IDX) = 'C'
                    IF WS-PER-POLICY(PER-IDX) = 'D'
                       MOVE 'D' TO WS-PER-ACTION
                       MOVE WS-TODAYS-DATE TO WS-PER-CHECK-DATE
                    ELSE
                       MOVE 'R' TO WS-PER-ACTION
                    END-IF
                 END-IF
           END-PERFORM
           .

      *    One row per account that moved, and the batch-control
      *    trailer JVGEN writes.
       880-WRITE-BATCH.
           MOVE 0 TO WS-BATCH-ROWS
           MOVE 0 TO WS-BATCH-DEBITS
           MOVE 0 TO WS-BATCH-CREDITS
           IF WS-GRIR-ADJUST NOT = 0
              MOVE WS-ACCRUAL-ACCOUNT TO WS-ROW-ACCOUNT
              MOVE WS-GRIR-ADJUST TO WS-ROW-CREDIT-AMOUNT
              MOVE 'GR/IR ACCRUAL - FX REVALUATION'
                 TO WS-ROW-REMARK
              PERFORM 890-WRITE-ONE-ROW
           END-IF
           IF WS-PAYABLE-ADJUST NOT = 0
              MOVE WS-PAYABLE-ACCOUNT TO WS-ROW-ACCOUNT
              MOVE WS-PAYABLE-ADJUST TO WS-ROW-CREDIT-AMOUNT
              MOVE 'TRADE PAYABLES - FX REVALUATION'
                 TO WS-ROW-REMARK
              PERFORM 890-WRITE-ONE-ROW
           END-IF
           IF WS-FX-NET NOT = 0
              MOVE WS-FX-ACCOUNT TO WS-ROW-ACCOUNT
              COMPUTE WS-ROW-CREDIT-AMOUNT = 0 - WS-FX-NET
              IF WS-FX-NET > 0
                 MOVE 'UNREALIZED EXCHANGE LOSS' TO WS-ROW-REMARK
              ELSE
                 MOVE 'UNREALIZED EXCHANGE GAIN' TO WS-ROW-REMARK
              END-IF
              PERFORM 890-WRITE-ONE-ROW
           END-IF
           MOVE SPACES TO WS-JV-ROW
           MOVE 'T' TO JV-ROW-TYPE
           MOVE WS-BATCH-DATE TO JV-POST-DATE
           MOVE SPACES TO JV-ACCOUNT-CODE
           MOVE SPACE TO JV-DR-CR
           MOVE WS-BATCH-ROWS TO JV-AMOUNT
           MOVE WS-CO-COMPANY-CODE(CO-IDX) TO JV-COMPANY-CODE
           IF BATCH-IS-REVERSAL
              WRITE JVREVRS-RECORD FROM WS-JV-ROW
           ELSE
              WRITE JVOUCHER-RECORD FROM WS-JV-ROW
           END-IF
           ADD 1 TO WS-BATCHES-WRITTEN
           MOVE WS-BATCH-LABEL TO JVC-BATCH
           MOVE WS-BATCH-ROWS TO JVC-ROW-COUNT
           MOVE WS-BATCH-DEBITS TO JVC-TOTAL-DR
           MOVE WS-BATCH-CREDITS TO JVC-TOTAL-CR
           WRITE FXRVRPT-RECORD FROM WS-RPT-CONTROL-LINE
           .

      *    WS-ROW-CREDIT-AMOUNT positive credits the account in the
      *    entry, negative debits it; the reversal turns it round.
       890-WRITE-ONE-ROW.
           MOVE SPACES TO WS-JV-ROW
           MOVE 'D' TO JV-ROW-TYPE
           MOVE WS-BATCH-DATE TO JV-POST-DATE
           MOVE WS-ROW-ACCOUNT TO JV-ACCOUNT-CODE
           MOVE WS-CO-COMPANY-CODE(CO-IDX) TO JV-COMPANY-CODE
           IF BATCH-IS-REVERSAL
              COMPUTE WS-ROW-CREDIT-AMOUNT = 0 - WS-ROW-CREDIT-AMOUNT
           END-IF
           IF WS-ROW-CREDIT-AMOUNT > 0
              MOVE 'C' TO JV-DR-CR
              MOVE WS-ROW-CREDIT-AMOUNT TO JV-AMOUNT
              ADD WS-ROW-CREDIT-AMOUNT TO WS-BATCH-CREDITS
           ELSE
              MOVE 'D' TO JV-DR-CR
              COMPUTE JV-AMOUNT = 0 - WS-ROW-CREDIT-AMOUNT
              SUBTRACT WS-ROW-CREDIT-AMOUNT FROM WS-BATCH-DEBITS
           END-IF
           IF BATCH-IS-REVERSAL
              WRITE JVREVRS-RECORD FROM WS-JV-ROW
           ELSE
              WRITE JVOUCHER-RECORD FROM WS-JV-ROW
           END-IF
           ADD 1 TO WS-BATCH-ROWS
           MOVE SPACES TO WS-RPT-JV-LINE
           MOVE WS-BATCH-LABEL TO JVL-BATCH
           MOVE WS-BATCH-DATE TO JVL-POST-DATE
           MOVE WS-ROW-ACCOUNT TO JVL-ACCOUNT-CODE
           IF JV-DR-CR = 'C'
              MOVE 'CR' TO JVL-DR-CR
           ELSE
              MOVE 'DR' TO JVL-DR-CR
           END-IF
           MOVE JV-AMOUNT TO JVL-AMOUNT
           MOVE WS-ROW-REMARK TO JVL-REMARK
           WRITE FXRVRPT-RECORD FROM WS-RPT-JV-LINE
           .

       900-WRITE-EXCEPTIONS.
           IF WS-EXC-COUNT > 0
              MOVE SPACES TO FXRVRPT-RECORD
              WRITE FXRVRPT-RECORD
              MOVE 'NOT REVALUED - LEFT OUT OF THE ENTRY'
                 TO WS-RPT-MESSAGE
              WRITE FXRVRPT-RECORD FROM WS-RPT-MESSAGE
              PERFORM VARYING EXC-IDX FROM 1 BY 1
                 UNTIL EXC-IDX > WS-EXC-COUNT
                    MOVE SPACES TO WS-RPT-EXCEPTION
                    MOVE WS-EXC-SUPPLIER-CODE(EXC-IDX)
                       TO RPX-SUPPLIER-CODE
                    MOVE WS-EXC-PO-NUMBER(EXC-IDX) TO RPX-PO-NUMBER
                    MOVE WS-EXC-PART-NUMBER(EXC-IDX)
                       TO RPX-PART-NUMBER
                    MOVE WS-EXC-CURRENCY(EXC-IDX) TO RPX-CURRENCY
                    MOVE WS-EXC-REASON(EXC-IDX) TO RPX-REASON
                    WRITE FXRVRPT-RECORD FROM WS-RPT-EXCEPTION
              END-PERFORM
           END-IF
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE JVOUCHER-REC.
           CLOSE JVREVRS-REC.
           CLOSE FXRVRPT-REC.
