      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    TAX1099.
       AUTHOR.        WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Workshop:                   FINAL EXAM
      * Developer:                  maruca
      * Created:                    2026-10-15
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M2
      *  Version Level
      *  Release Level
      *  Modification Level
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M1
      *   Initial release.
      *   JCL Input
      * //TAXPARM  DD DSN=USER66.EXAM.DEV.TAX1099.PARM,DISP=SHR
      *   (optional - tax year and payer/transmitter identity;
      *   without it the year is last year and no IRS file is cut)
      * //TAXID    DD DSN=USER66.EXAM.DEV.TAXID.MASTER,DISP=SHR
      * //PAYREG   DD DSN=USER66.EXAM.DEV.PAYREG.REGISTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //T1099WK  DD SYSOUT=*
      * //T1099EX  DD SYSOUT=*
      * //T1099IRS DD DSN=USER66.EXAM.DEV.TAX1099.IRSFILE,
      * //            DISP=(,CATLG)
      *
      * 2026-10-15 maruca V0R0M2
      *   Company code for the sister plant's separate legal entity.
      *   Each entity files its own 1099s under its own payer TIN,
      *   so TAXPARM grew TXP-COMPANY-CODE (out of the filler) and
      *   only register rows for that company (PRG-COMPANY-CODE,
      *   spaces = home company '01') are totalled - a supplier
      *   paid by both entities is two payees, each against its own
      *   threshold.  A blank company, or no TAXPARM, runs the home
      *   company.  Both headings show the company.
      ***************************************************************
      * Year-end 1099 reporting off the payment register.  Every
      * PAYREG register row dated in the tax year - remitted POs,
      * returns netted, debit memos taken - is totalled by supplier,
      * so the total is the cash that actually went out, and each
      * supplier paid is matched to its ACTIVE row on the tax-
      * identity master TAXMAINT maintains (TAXID.cpy):
      *    - exempt payees (TX-EXEMPT-FLAG 'Y', corporations) and
      *      totals under the reporting threshold print on the
      *      worksheet but are not reported;
      *    - everyone else is reportable, in the form and box on
      *      the supplier's row, and goes on the IRS electronic
      *      filing (T1099IRS - the IRS Publication 1220 T/A/B/C/F
      *      750-byte records, one A/C group per form type, the
      *      box's payment amount field and amount code);
      *    - a reportable supplier with no TIN on file prints but
      *      cannot be filed until TAXMAINT supplies one.
      * T1099EX is the chase list: every non-exempt supplier paid
      * in the year with no TIN or no W-9 on file, plus anyone paid
      * with no ACTIVE tax row at all (never set up, or a change
      * still waiting on its dual-control release).  Run it with a
      * current-year TAXPARM in the fall and the list is there
      * while there is still time to get W-9s back; run it in
      * January for last year and the worksheet and IRS file are
      * the filing.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXPARM-REC   ASSIGN TO TAXPARM
               FILE STATUS IS WS-TAXPARM-FILE-STATUS.
           SELECT TAXID-REC     ASSIGN TO TAXID
               FILE STATUS IS WS-TAXID-FILE-STATUS.
           SELECT PAYREG-REC    ASSIGN TO PAYREG
               FILE STATUS IS WS-PAYREG-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT T1099WK-REC   ASSIGN TO T1099WK.
           SELECT T1099EX-REC   ASSIGN TO T1099EX.
           SELECT T1099IRS-REC  ASSIGN TO T1099IRS.

       DATA DIVISION.
       FILE SECTION.

      *    Tax year plus who we are to the IRS - payer and
      *    transmitter are the same company here, the legal entity
      *    TXP-COMPANY-CODE names (spaces = home company).
       FD  TAXPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAXPARM-RECORD.
       01  TAXPARM-RECORD.
           05  TXP-TAX-YEAR        PIC 9(04).
           05  TXP-TEST-FLAG       PIC X(01).
               88 TXP-TEST-FILE             VALUE 'T'.
           05  TXP-PAYER-TIN       PIC 9(09).
           05  TXP-TCC             PIC X(05).
           05  TXP-NAME-CONTROL    PIC X(04).
           05  TXP-PAYER-NAME      PIC X(40).
           05  TXP-PAYER-ADDRESS   PIC X(40).
           05  TXP-PAYER-CITY      PIC X(40).
           05  TXP-PAYER-STATE     PIC X(02).
           05  TXP-PAYER-ZIP       PIC X(09).
           05  TXP-PAYER-PHONE     PIC X(15).
           05  TXP-CONTACT-NAME    PIC X(40).
           05  TXP-COMPANY-CODE    PIC X(02).
           05  FILLER              PIC X(29).

      *    Tax-identity master - see TAXID.cpy.
       FD  TAXID-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-ID-ROW.
           COPY 'TAXID'.

      *    Same register row PAYREG writes - read-only here.
       FD  PAYREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYREG-RECORD.
       01  PAYREG-RECORD.
           05  PRG-SUPPLIER-CODE   PIC X(10).
           05  PRG-PO-NUMBER       PIC X(06).
           05  PRG-REMIT-DATE      PIC 9(08).
           05  PRG-AMOUNT          PIC S9(9)V99.
           05  PRG-ENTRY-TYPE      PIC X(01).
           05  PRG-MEMO-ID         PIC X(10).
           05  PRG-COMPANY-CODE    PIC X(02).
           05  FILLER              PIC X(32).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  T1099WK-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS T1099WK-RECORD.
       01  T1099WK-RECORD                PIC X(132).

       FD  T1099EX-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS T1099EX-RECORD.
       01  T1099EX-RECORD                PIC X(132).

       FD  T1099IRS-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 750 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS T1099IRS-RECORD.
       01  T1099IRS-RECORD               PIC X(750).

       WORKING-STORAGE SECTION.

       01  WS-TAXPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-TAXID-FILE-STATUS          PIC X(02)      VALUE SPACES.
       01  WS-PAYREG-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    IRS reporting floors - royalties (1099-MISC box 02) are
      *    reportable from $10, everything else from $600.
       01  WS-REPORT-THRESHOLD           PIC 9(5)V99    VALUE 600.00.
       01  WS-ROYALTY-THRESHOLD          PIC 9(5)V99    VALUE 10.00.

       01  WS-TAX-YEAR                   PIC 9(04)      VALUE 0.

      *    The paying company this run files for - blank company
      *    codes on the register are the home company.
       01  WS-HOME-COMPANY               PIC X(02)      VALUE '01'.
       01  WS-RUN-COMPANY                PIC X(02)      VALUE '01'.
       01  WS-IRS-FILE-FLAG              PIC X(01)      VALUE 'N'.
           88 CUT-IRS-FILE                              VALUE 'Y'.

      *    The tax-identity master, ACTIVE and PENDING rows alike -
      *    a PENDING row is not reported off, only chased.
       01  WS-TAX-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY OCCURS 200 TIMES
                  INDEXED BY TAX-IDX.
               10 WS-TAX-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-TAX-TIN-TYPE        PIC X(01)      VALUE SPACES.
               10 WS-TAX-TIN             PIC 9(09)      VALUE 0.
               10 WS-TAX-LEGAL-NAME      PIC X(40)      VALUE SPACES.
               10 WS-TAX-1099-TYPE       PIC X(04)      VALUE SPACES.
               10 WS-TAX-1099-BOX        PIC 9(02)      VALUE 0.
               10 WS-TAX-EXEMPT-FLAG     PIC X(01)      VALUE SPACES.
               10 WS-TAX-W9-DATE         PIC 9(08)      VALUE 0.
               10 WS-TAX-PEND-FLAG       PIC X(01)      VALUE SPACES.
               10 WS-TAX-ENTERED-BY      PIC X(08)      VALUE SPACES.
               10 WS-TAX-ENTERED-DATE    PIC 9(08)      VALUE 0.
               10 WS-TAX-CONFIRMED-BY    PIC X(08)      VALUE SPACES.
               10 WS-TAX-CONFIRMED-DATE  PIC 9(08)      VALUE 0.
               10 FILLER                 PIC X(12)      VALUE SPACES.

      *    One entry per supplier paid in the tax year.
       01  WS-PAY-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 300 TIMES
                  INDEXED BY PAY-IDX PAY-IDX2.
               10 WS-PAY-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PAY-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
               10 WS-PAY-AMOUNT          PIC S9(9)V99   VALUE 0.
               10 WS-PAY-TAX-SLOT        PIC 9(03)      VALUE 0.
               10 WS-PAY-STATUS          PIC X(20)      VALUE SPACES.
               10 WS-PAY-FILE-FLAG       PIC X(01)      VALUE 'N'.
               10 WS-PAY-ADDRESS-1       PIC X(15)      VALUE SPACES.
               10 WS-PAY-CITY            PIC X(15)      VALUE SPACES.
               10 WS-PAY-STATE           PIC X(02)      VALUE SPACES.
               10 WS-PAY-ZIP             PIC 9(10)      VALUE 0.
       01  WS-PAY-SORT-TEMP              PIC X(102)     VALUE SPACES.
       01  WS-SORT-PASS-LIMIT            PIC 9(03)      VALUE 0.
       01  WS-SORT-COMPARE-LIMIT         PIC 9(03)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-REGISTER-ROWS           PIC 9(05)      VALUE 0.
           05 WS-SUPPLIERS-PAID          PIC 9(05)      VALUE 0.
           05 WS-REPORTABLE-COUNT        PIC 9(05)      VALUE 0.
           05 WS-FILED-COUNT             PIC 9(05)      VALUE 0.
           05 WS-EXCEPTION-COUNT         PIC 9(05)      VALUE 0.
           05 WS-REPORTABLE-TOTAL        PIC 9(9)V99    VALUE 0.
           05 WS-PAID-TOTAL              PIC S9(9)V99   VALUE 0.

       01  WS-SLOT                       PIC 9(03)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-THRESHOLD                  PIC 9(5)V99    VALUE 0.
       01  WS-EXCEPTION-TEXT             PIC X(30)      VALUE SPACES.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

      *    IRS filing work - the form types in filing order, the
      *    amount code for each payment amount field, and what
      *    the current A/C group has used.
       01  WS-FORM-TYPES                 PIC X(08)      VALUE
           'NEC MISC'.
       01  WS-FORM-TYPE-TABLE REDEFINES WS-FORM-TYPES.
           05  WS-FORM-TYPE OCCURS 2 TIMES
                  INDEXED BY FRM-IDX     PIC X(04).
       01  WS-AMOUNT-CODE-CHARS          PIC X(16)      VALUE
           '123456789ABCDEFG'.
       01  WS-AMOUNT-CODE-TABLE REDEFINES WS-AMOUNT-CODE-CHARS.
           05  WS-AMOUNT-CODE-CHAR OCCURS 16 TIMES
                  INDEXED BY AMT-IDX     PIC X(01).
       01  WS-BOX-USED-FLAGS             PIC X(16)      VALUE SPACES.
       01  WS-BOX-USED-TABLE REDEFINES WS-BOX-USED-FLAGS.
           05  WS-BOX-USED OCCURS 16 TIMES PIC X(01).
       01  WS-GROUP-PAYEES               PIC 9(08)      VALUE 0.
       01  WS-GROUP-TOTALS.
           05  WS-GROUP-TOTAL OCCURS 18 TIMES
                                         PIC 9(16)V99   VALUE 0.
       01  WS-A-RECORD-COUNT             PIC 9(08)      VALUE 0.
       01  WS-RECORD-SEQUENCE            PIC 9(08)      VALUE 0.
       01  WS-CODE-POS                   PIC 9(02)      VALUE 0.
       01  WS-BOX                        PIC 9(02)      VALUE 0.
       01  WS-PAYEE-FORM                 PIC X(04)      VALUE SPACES.

       01  TAXID-EOF                     PIC X(01)      VALUE 'N'.
           88 NO-MORE-TAX-ROWS                          VALUE 'Y'.
       01  PAYREG-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-REGISTER-ROWS                     VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

      *    IRS Publication 1220 records, 750 bytes each.
       01  WS-IRS-T-RECORD.
           05  IRT-RECORD-TYPE     PIC X(01)      VALUE 'T'.
           05  IRT-PAYMENT-YEAR    PIC 9(04)      VALUE 0.
           05  IRT-PRIOR-YEAR      PIC X(01)      VALUE SPACE.
           05  IRT-TRANSMITTER-TIN PIC 9(09)      VALUE 0.
           05  IRT-TCC             PIC X(05)      VALUE SPACES.
           05  FILLER              PIC X(07)      VALUE SPACES.
           05  IRT-TEST-FILE       PIC X(01)      VALUE SPACE.
           05  IRT-FOREIGN-ENTITY  PIC X(01)      VALUE SPACE.
           05  IRT-TRANSMITTER-NAME PIC X(40)     VALUE SPACES.
           05  FILLER              PIC X(40)      VALUE SPACES.
           05  IRT-COMPANY-NAME    PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(40)      VALUE SPACES.
           05  IRT-COMPANY-ADDRESS PIC X(40)      VALUE SPACES.
           05  IRT-COMPANY-CITY    PIC X(40)      VALUE SPACES.
           05  IRT-COMPANY-STATE   PIC X(02)      VALUE SPACES.
           05  IRT-COMPANY-ZIP     PIC X(09)      VALUE SPACES.
           05  FILLER              PIC X(15)      VALUE SPACES.
           05  IRT-TOTAL-PAYEES    PIC 9(08)      VALUE 0.
           05  IRT-CONTACT-NAME    PIC X(40)      VALUE SPACES.
           05  IRT-CONTACT-PHONE   PIC X(15)      VALUE SPACES.
           05  IRT-CONTACT-EMAIL   PIC X(50)      VALUE SPACES.
           05  FILLER              PIC X(91)      VALUE SPACES.
           05  IRT-SEQUENCE        PIC 9(08)      VALUE 0.
           05  FILLER              PIC X(10)      VALUE SPACES.
           05  IRT-VENDOR-IND      PIC X(01)      VALUE 'I'.
           05  FILLER              PIC X(232)     VALUE SPACES.

       01  WS-IRS-A-RECORD.
           05  IRA-RECORD-TYPE     PIC X(01)      VALUE 'A'.
           05  IRA-PAYMENT-YEAR    PIC 9(04)      VALUE 0.
           05  IRA-COMBINED-FS     PIC X(01)      VALUE SPACE.
           05  FILLER              PIC X(05)      VALUE SPACES.
           05  IRA-PAYER-TIN       PIC 9(09)      VALUE 0.
           05  IRA-NAME-CONTROL    PIC X(04)      VALUE SPACES.
           05  IRA-LAST-FILING     PIC X(01)      VALUE SPACE.
           05  IRA-TYPE-OF-RETURN  PIC X(02)      VALUE SPACES.
           05  IRA-AMOUNT-CODES    PIC X(18)      VALUE SPACES.
           05  FILLER              PIC X(06)      VALUE SPACES.
           05  IRA-FOREIGN-ENTITY  PIC X(01)      VALUE SPACE.
           05  IRA-PAYER-NAME      PIC X(40)      VALUE SPACES.
           05  IRA-PAYER-NAME-2    PIC X(40)      VALUE SPACES.
           05  IRA-TRANSFER-AGENT  PIC X(01)      VALUE '0'.
           05  IRA-PAYER-ADDRESS   PIC X(40)      VALUE SPACES.
           05  IRA-PAYER-CITY      PIC X(40)      VALUE SPACES.
           05  IRA-PAYER-STATE     PIC X(02)      VALUE SPACES.
           05  IRA-PAYER-ZIP       PIC X(09)      VALUE SPACES.
           05  IRA-PAYER-PHONE     PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(260)     VALUE SPACES.
           05  IRA-SEQUENCE        PIC 9(08)      VALUE 0.
           05  FILLER              PIC X(243)     VALUE SPACES.

       01  WS-IRS-B-RECORD.
           05  IRB-RECORD-TYPE     PIC X(01)      VALUE 'B'.
           05  IRB-PAYMENT-YEAR    PIC 9(04)      VALUE 0.
           05  IRB-CORRECTED       PIC X(01)      VALUE SPACE.
           05  IRB-NAME-CONTROL    PIC X(04)      VALUE SPACES.
           05  IRB-TIN-TYPE        PIC X(01)      VALUE SPACE.
           05  IRB-PAYEE-TIN       PIC 9(09)      VALUE 0.
           05  IRB-ACCOUNT-NUMBER  PIC X(20)      VALUE SPACES.
           05  IRB-OFFICE-CODE     PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE SPACES.
           05  IRB-PAYMENT-AMOUNT OCCURS 16 TIMES
                                   PIC 9(10)V99   VALUE 0.
           05  IRB-FOREIGN-IND     PIC X(01)      VALUE SPACE.
           05  IRB-PAYEE-NAME      PIC X(40)      VALUE SPACES.
           05  IRB-PAYEE-NAME-2    PIC X(40)      VALUE SPACES.
           05  IRB-PAYEE-ADDRESS   PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(40)      VALUE SPACES.
           05  IRB-PAYEE-CITY      PIC X(40)      VALUE SPACES.
           05  IRB-PAYEE-STATE     PIC X(02)      VALUE SPACES.
           05  IRB-PAYEE-ZIP       PIC X(09)      VALUE SPACES.
           05  FILLER              PIC X(41)      VALUE SPACES.
           05  IRB-SEQUENCE        PIC 9(08)      VALUE 0.
           05  FILLER              PIC X(243)     VALUE SPACES.

       01  WS-IRS-C-RECORD.
           05  IRC-RECORD-TYPE     PIC X(01)      VALUE 'C'.
           05  IRC-NUMBER-PAYEES   PIC 9(08)      VALUE 0.
           05  FILLER              PIC X(06)      VALUE SPACES.
           05  IRC-CONTROL-TOTAL OCCURS 18 TIMES
                                   PIC 9(16)V99   VALUE 0.
           05  FILLER              PIC X(160)     VALUE SPACES.
           05  IRC-SEQUENCE        PIC 9(08)      VALUE 0.
           05  FILLER              PIC X(243)     VALUE SPACES.

       01  WS-IRS-F-RECORD.
           05  IRF-RECORD-TYPE     PIC X(01)      VALUE 'F'.
           05  IRF-NUMBER-A-RECS   PIC 9(08)      VALUE 0.
           05  IRF-ZEROS           PIC 9(21)      VALUE 0.
           05  FILLER              PIC X(19)      VALUE SPACES.
           05  IRF-TOTAL-PAYEES    PIC 9(08)      VALUE 0.
           05  FILLER              PIC X(442)     VALUE SPACES.
           05  IRF-SEQUENCE        PIC 9(08)      VALUE 0.
           05  FILLER              PIC X(243)     VALUE SPACES.

       01  WS-WK-HEADING.
           05  FILLER              PIC X(38)      VALUE
               '1099 WORKSHEET - PAYMENTS FOR TAX YEAR'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  WKH-TAX-YEAR        PIC 9(04)      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '   RUN DATE'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  WKH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE
               '   COMPANY'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  WKH-COMPANY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(56)      VALUE SPACES.

       01  WS-WK-COLUMNS.
           05  FILLER              PIC X(50)      VALUE
               'SUPPLIER   LEGAL NAME                     TIN     '.
           05  FILLER              PIC X(50)      VALUE
               '     FORM BOX          PAID     STATUS            '.
           05  FILLER              PIC X(32)      VALUE SPACES.

       01  WS-WK-DETAIL.
           05  WKD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  WKD-LEGAL-NAME      PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  WKD-TIN-TYPE        PIC X(01)      VALUE SPACE.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  WKD-TIN             PIC X(09)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  WKD-1099-TYPE       PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  WKD-1099-BOX        PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  WKD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  WKD-STATUS          PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(31)      VALUE SPACES.

       01  WS-WK-TOTALS.
           05  FILLER              PIC X(16)      VALUE
               'SUPPLIERS PAID: '.
           05  WKT-PAID            PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(15)      VALUE
               '  REPORTABLE: '.
           05  WKT-REPORTABLE      PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  FILED: '.
           05  WKT-FILED           PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(20)      VALUE
               '  REPORTABLE TOTAL: '.
           05  WKT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(38)      VALUE SPACES.

       01  WS-EX-HEADING.
           05  FILLER              PIC X(42)      VALUE
               '1099 MISSING TIN / W-9 LIST - TAX YEAR   '.
           05  EXH-TAX-YEAR        PIC 9(04)      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '   RUN DATE'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  EXH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE
               '   COMPANY'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  EXH-COMPANY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(53)      VALUE SPACES.

       01  WS-EX-DETAIL.
           05  EXD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  EXD-NAME            PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  EXD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  EXD-REASON          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  EXD-THRESHOLD-NOTE  PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(20)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-TAX-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-TAX-IDENTITIES.
           PERFORM 300-LOAD-PAYMENTS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.
           PERFORM 400-CAPTURE-PAYEE-ADDRESS UNTIL NO-MORE-OLD-MASTER.
           PERFORM 450-SORT-PAYEES.
           PERFORM 500-CLASSIFY-PAYEES.
           PERFORM 600-WRITE-WORKSHEET.
           IF CUT-IRS-FILE
              PERFORM 700-WRITE-IRS-FILE
           END-IF.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'TAX1099 COMPLETE - TAX YEAR: ' WS-TAX-YEAR
              ' SUPPLIERS PAID: ' WS-SUPPLIERS-PAID
              ' REPORTABLE: ' WS-REPORTABLE-COUNT
              ' FILED: ' WS-FILED-COUNT
              ' EXCEPTIONS: ' WS-EXCEPTION-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TAX-COUNT.
           INITIALIZE WS-TAX-TABLE.
           INITIALIZE WS-PAY-COUNT.
           INITIALIZE WS-PAY-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE WS-TODAYS-DATE(1:4) TO WS-TAX-YEAR.
           SUBTRACT 1 FROM WS-TAX-YEAR.
           MOVE 'N' TO WS-IRS-FILE-FLAG.
           MOVE 'N' TO TAXID-EOF.
           MOVE 'N' TO PAYREG-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

      *    No parm means last year's worksheet and chase list only -
      *    the IRS file needs the payer identity the parm carries.
      *    Either way the run is one company's - the home company
      *    unless the parm names another.
       050-READ-TAX-PARM.
           MOVE WS-HOME-COMPANY TO WS-RUN-COMPANY
           OPEN INPUT TAXPARM-REC
           IF WS-TAXPARM-FILE-STATUS = '00'
              READ TAXPARM-REC
                 AT END
                    DISPLAY 'TAX1099 - EMPTY TAXPARM, NO IRS FILE'
                 NOT AT END
                    IF TXP-TAX-YEAR IS NUMERIC
                       AND TXP-TAX-YEAR > 0
                       MOVE TXP-TAX-YEAR TO WS-TAX-YEAR
                    END-IF
                    IF TXP-COMPANY-CODE NOT = SPACES
                       MOVE TXP-COMPANY-CODE TO WS-RUN-COMPANY
                    END-IF
                    IF TXP-PAYER-TIN IS NUMERIC
                       AND TXP-PAYER-TIN > 0
                       AND TXP-PAYER-NAME NOT = SPACES
                       MOVE 'Y' TO WS-IRS-FILE-FLAG
                    ELSE
                       DISPLAY 'TAX1099 - NO PAYER TIN/NAME ON '
                          'TAXPARM, NO IRS FILE'
                    END-IF
              END-READ
              CLOSE TAXPARM-REC
           ELSE
              DISPLAY 'TAX1099 - NO TAXPARM, TAX YEAR ' WS-TAX-YEAR
                 ' AND NO IRS FILE'
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT T1099WK-REC.
           OPEN OUTPUT T1099EX-REC.
           OPEN OUTPUT T1099IRS-REC.

      *    A missing master leaves the table empty - everyone paid
      *    then lands on the chase list as having no tax row.
       200-LOAD-TAX-IDENTITIES.
           OPEN INPUT TAXID-REC
           IF WS-TAXID-FILE-STATUS = '00'
              READ TAXID-REC
                 AT END MOVE 'Y' TO TAXID-EOF
              END-READ
              PERFORM VARYING TAX-IDX FROM 1 BY 1
                 UNTIL NO-MORE-TAX-ROWS OR TAX-IDX > 200
                    MOVE TAX-ID-ROW TO WS-TAX-ENTRY(TAX-IDX)
                    SET WS-TAX-COUNT TO TAX-IDX
                    READ TAXID-REC
                       AT END MOVE 'Y' TO TAXID-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-TAX-ROWS
                 DISPLAY 'TAX1099 TAX ID TABLE FULL - MASTER '
                    'TRUNCATED'
              END-IF
              CLOSE TAXID-REC
           END-IF
           .

      *    Every register row in the year counts - remitted POs,
      *    netted returns and debit memos alike, so the total is
      *    what was actually paid - by this run's company only.
       300-LOAD-PAYMENTS.
           OPEN INPUT PAYREG-REC
           IF WS-PAYREG-FILE-STATUS = '00'
              READ PAYREG-REC
                 AT END MOVE 'Y' TO PAYREG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-REGISTER-ROWS
                 IF PRG-COMPANY-CODE = SPACES
                    MOVE WS-HOME-COMPANY TO PRG-COMPANY-CODE
                 END-IF
                 IF PRG-REMIT-DATE(1:4) = WS-TAX-YEAR
                    AND PRG-COMPANY-CODE = WS-RUN-COMPANY
                    ADD 1 TO WS-REGISTER-ROWS
                    PERFORM 310-ADD-PAYMENT
                 END-IF
                 READ PAYREG-REC
                    AT END MOVE 'Y' TO PAYREG-EOF
                 END-READ
              END-PERFORM
              CLOSE PAYREG-REC
           ELSE
              DISPLAY 'TAX1099 - NO PAYMENT REGISTER, NOTHING PAID'
           END-IF
           .

       310-ADD-PAYMENT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PAY-IDX FROM 1 BY 1
              UNTIL PAY-IDX > WS-PAY-COUNT OR ENTRY-FOUND
                 IF WS-PAY-SUPPLIER-CODE(PAY-IDX) = PRG-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO PAY-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-PAY-COUNT < 300
                 ADD 1 TO WS-PAY-COUNT
                 MOVE WS-PAY-COUNT TO WS-SLOT
                 MOVE PRG-SUPPLIER-CODE
                    TO WS-PAY-SUPPLIER-CODE(WS-SLOT)
                 MOVE 'Y' TO WS-FOUND-FLAG
              ELSE
                 DISPLAY 'TAX1099 PAYEE TABLE FULL - NOT TOTALLED: '
                    PRG-SUPPLIER-CODE
              END-IF
           END-IF
           IF ENTRY-FOUND
              ADD PRG-AMOUNT TO WS-PAY-AMOUNT(WS-SLOT)
           END-IF
           .

      *    The Remit ('3') address off the first master record for
      *    each payee - the same capture-once PAYREG does - and the
      *    supplier name for anyone with no legal name on file.
       400-CAPTURE-PAYEE-ADDRESS.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
              UNTIL PAY-IDX > WS-PAY-COUNT
                 IF WS-PAY-SUPPLIER-CODE(PAY-IDX) = SUPPLIER-CODE
                    AND WS-PAY-SUPPLIER-NAME(PAY-IDX) = SPACES
                    MOVE SUPPLIER-NAME TO WS-PAY-SUPPLIER-NAME(PAY-IDX)
                    PERFORM VARYING ADDR-IDX FROM 1 BY 1
                       UNTIL ADDR-IDX > 4
                          IF ADDRESS-TYPE(ADDR-IDX) = '3'
                             MOVE ADDRESS-1(ADDR-IDX)
                                TO WS-PAY-ADDRESS-1(PAY-IDX)
                             MOVE CITY(ADDR-IDX)
                                TO WS-PAY-CITY(PAY-IDX)
                             MOVE ADDR-STATE(ADDR-IDX)
                                TO WS-PAY-STATE(PAY-IDX)
                             MOVE ZIP-CODE(ADDR-IDX)
                                TO WS-PAY-ZIP(PAY-IDX)
                          END-IF
                    END-PERFORM
                 END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

      *    Plain swap sort into SUPPLIER-CODE order, the same one
      *    RPTPRINT's 300-SORT-SUPPLIER-GROUP uses.
       450-SORT-PAYEES.
           IF WS-PAY-COUNT > 1
              COMPUTE WS-SORT-PASS-LIMIT = WS-PAY-COUNT - 1
              PERFORM VARYING PAY-IDX FROM 1 BY 1
                 UNTIL PAY-IDX > WS-SORT-PASS-LIMIT
                    COMPUTE WS-SORT-COMPARE-LIMIT
                       = WS-PAY-COUNT - PAY-IDX
                    PERFORM VARYING PAY-IDX2 FROM 1 BY 1
                       UNTIL PAY-IDX2 > WS-SORT-COMPARE-LIMIT
                          IF WS-PAY-SUPPLIER-CODE(PAY-IDX2) >
                             WS-PAY-SUPPLIER-CODE(PAY-IDX2 + 1)
                             MOVE WS-PAY-ENTRY(PAY-IDX2)
                                TO WS-PAY-SORT-TEMP
                             MOVE WS-PAY-ENTRY(PAY-IDX2 + 1)
                                TO WS-PAY-ENTRY(PAY-IDX2)
                             MOVE WS-PAY-SORT-TEMP
                                TO WS-PAY-ENTRY(PAY-IDX2 + 1)
                          END-IF
                    END-PERFORM
              END-PERFORM
           END-IF
           .

       500-CLASSIFY-PAYEES.
           MOVE WS-TAX-YEAR TO EXH-TAX-YEAR
           MOVE WS-TODAYS-DATE TO EXH-RUN-DATE
           MOVE WS-RUN-COMPANY TO EXH-COMPANY-CODE
           WRITE T1099EX-RECORD FROM WS-EX-HEADING
           MOVE SPACES TO T1099EX-RECORD
           WRITE T1099EX-RECORD
           PERFORM VARYING PAY-IDX FROM 1 BY 1
              UNTIL PAY-IDX > WS-PAY-COUNT
                 ADD 1 TO WS-SUPPLIERS-PAID
                 ADD WS-PAY-AMOUNT(PAY-IDX) TO WS-PAID-TOTAL
                 PERFORM 510-FIND-TAX-ROW
                 PERFORM 520-SET-PAYEE-STATUS
           END-PERFORM
           .

       510-FIND-TAX-ROW.
           MOVE 0 TO WS-PAY-TAX-SLOT(PAY-IDX)
           PERFORM VARYING TAX-IDX FROM 1 BY 1
              UNTIL TAX-IDX > WS-TAX-COUNT
                 OR WS-PAY-TAX-SLOT(PAY-IDX) > 0
                 IF WS-TAX-SUPPLIER-CODE(TAX-IDX) =
                    WS-PAY-SUPPLIER-CODE(PAY-IDX)
                    SET WS-PAY-TAX-SLOT(PAY-IDX) TO TAX-IDX
                 END-IF
           END-PERFORM
           .

      *    Decides what the payee is this year - and puts anyone
      *    still missing a TIN or W-9 on the chase list.
       520-SET-PAYEE-STATUS.
           MOVE 'N' TO WS-PAY-FILE-FLAG(PAY-IDX)
           MOVE WS-PAY-TAX-SLOT(PAY-IDX) TO WS-SLOT
           MOVE WS-REPORT-THRESHOLD TO WS-THRESHOLD
           EVALUATE TRUE
              WHEN WS-SLOT = 0
                 MOVE 'NO TAX PROFILE' TO WS-PAY-STATUS(PAY-IDX)
                 MOVE 'NO TAX PROFILE ON FILE' TO WS-EXCEPTION-TEXT
                 PERFORM 530-WRITE-EXCEPTION
              WHEN WS-TAX-PEND-FLAG(WS-SLOT) NOT = 'A'
                 MOVE 'PROFILE PENDING' TO WS-PAY-STATUS(PAY-IDX)
                 MOVE 'TAX PROFILE AWAITING RELEASE'
                    TO WS-EXCEPTION-TEXT
                 PERFORM 530-WRITE-EXCEPTION
              WHEN WS-TAX-EXEMPT-FLAG(WS-SLOT) = 'Y'
                 MOVE 'EXEMPT' TO WS-PAY-STATUS(PAY-IDX)
              WHEN OTHER
                 PERFORM 525-CHECK-REPORTABLE
           END-EVALUATE
           .

      *    Non-exempt, released profile - chase a missing TIN or
      *    W-9 whatever the total, then test the reporting floor.
       525-CHECK-REPORTABLE.
           IF WS-TAX-1099-TYPE(WS-SLOT) = 'MISC'
              AND WS-TAX-1099-BOX(WS-SLOT) = 2
              MOVE WS-ROYALTY-THRESHOLD TO WS-THRESHOLD
           END-IF
           IF WS-TAX-TIN(WS-SLOT) = ZERO
              MOVE 'NO TIN ON FILE' TO WS-EXCEPTION-TEXT
              PERFORM 530-WRITE-EXCEPTION
           ELSE
              IF WS-TAX-W9-DATE(WS-SLOT) = ZERO
                 MOVE 'NO W-9 ON FILE' TO WS-EXCEPTION-TEXT
                 PERFORM 530-WRITE-EXCEPTION
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-PAY-AMOUNT(PAY-IDX) < WS-THRESHOLD
                 MOVE 'UNDER THRESHOLD' TO WS-PAY-STATUS(PAY-IDX)
              WHEN WS-TAX-TIN(WS-SLOT) = ZERO
                 ADD 1 TO WS-REPORTABLE-COUNT
                 ADD WS-PAY-AMOUNT(PAY-IDX) TO WS-REPORTABLE-TOTAL
                 MOVE 'REPORTABLE - NO TIN' TO WS-PAY-STATUS(PAY-IDX)
              WHEN OTHER
                 ADD 1 TO WS-REPORTABLE-COUNT
                 ADD WS-PAY-AMOUNT(PAY-IDX) TO WS-REPORTABLE-TOTAL
                 MOVE 'REPORTED' TO WS-PAY-STATUS(PAY-IDX)
                 MOVE 'Y' TO WS-PAY-FILE-FLAG(PAY-IDX)
                 ADD 1 TO WS-FILED-COUNT
           END-EVALUATE
           .

       530-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-EX-DETAIL
           MOVE WS-PAY-SUPPLIER-CODE(PAY-IDX) TO EXD-SUPPLIER-CODE
           IF WS-SLOT > 0
              MOVE WS-TAX-LEGAL-NAME(WS-SLOT) TO EXD-NAME
           ELSE
              MOVE WS-PAY-SUPPLIER-NAME(PAY-IDX) TO EXD-NAME
           END-IF
           MOVE WS-PAY-AMOUNT(PAY-IDX) TO EXD-AMOUNT
           MOVE WS-EXCEPTION-TEXT TO EXD-REASON
           IF WS-PAY-AMOUNT(PAY-IDX) < WS-THRESHOLD
              MOVE 'UNDER THRESHOLD YET' TO EXD-THRESHOLD-NOTE
           ELSE
              MOVE 'REPORTABLE' TO EXD-THRESHOLD-NOTE
           END-IF
           WRITE T1099EX-RECORD FROM WS-EX-DETAIL
           .

       600-WRITE-WORKSHEET.
           MOVE WS-TAX-YEAR TO WKH-TAX-YEAR
           MOVE WS-TODAYS-DATE TO WKH-RUN-DATE
           MOVE WS-RUN-COMPANY TO WKH-COMPANY-CODE
           WRITE T1099WK-RECORD FROM WS-WK-HEADING
           MOVE SPACES TO T1099WK-RECORD
           WRITE T1099WK-RECORD
           WRITE T1099WK-RECORD FROM WS-WK-COLUMNS
           PERFORM VARYING PAY-IDX FROM 1 BY 1
              UNTIL PAY-IDX > WS-PAY-COUNT
                 MOVE SPACES TO WS-WK-DETAIL
                 MOVE WS-PAY-SUPPLIER-CODE(PAY-IDX)
                    TO WKD-SUPPLIER-CODE
                 MOVE WS-PAY-TAX-SLOT(PAY-IDX) TO WS-SLOT
                 IF WS-SLOT > 0
                    MOVE WS-TAX-LEGAL-NAME(WS-SLOT) TO WKD-LEGAL-NAME
                    MOVE WS-TAX-TIN-TYPE(WS-SLOT) TO WKD-TIN-TYPE
                    IF WS-TAX-TIN(WS-SLOT) > ZERO
                       MOVE WS-TAX-TIN(WS-SLOT) TO WKD-TIN
                    END-IF
                    MOVE WS-TAX-1099-TYPE(WS-SLOT) TO WKD-1099-TYPE
                    MOVE WS-TAX-1099-BOX(WS-SLOT) TO WKD-1099-BOX
                 ELSE
                    MOVE WS-PAY-SUPPLIER-NAME(PAY-IDX)
                       TO WKD-LEGAL-NAME
                 END-IF
                 MOVE WS-PAY-AMOUNT(PAY-IDX) TO WKD-AMOUNT
                 MOVE WS-PAY-STATUS(PAY-IDX) TO WKD-STATUS
                 WRITE T1099WK-RECORD FROM WS-WK-DETAIL
           END-PERFORM
           MOVE SPACES TO T1099WK-RECORD
           WRITE T1099WK-RECORD
           MOVE WS-SUPPLIERS-PAID TO WKT-PAID
           MOVE WS-REPORTABLE-COUNT TO WKT-REPORTABLE
           MOVE WS-FILED-COUNT TO WKT-FILED
           MOVE WS-REPORTABLE-TOTAL TO WKT-TOTAL
           WRITE T1099WK-RECORD FROM WS-WK-TOTALS
           .

      *    Transmitter record, then one A/B.../C group per form type
      *    with anyone filed on it, then the end-of-transmission
      *    record.  Every record carries its sequence number.
       700-WRITE-IRS-FILE.
           MOVE 0 TO WS-RECORD-SEQUENCE
           MOVE 0 TO WS-A-RECORD-COUNT
           MOVE WS-TAX-YEAR TO IRT-PAYMENT-YEAR
           MOVE TXP-PAYER-TIN TO IRT-TRANSMITTER-TIN
           MOVE TXP-TCC TO IRT-TCC
           IF TXP-TEST-FILE
              MOVE 'T' TO IRT-TEST-FILE
           END-IF
           MOVE TXP-PAYER-NAME TO IRT-TRANSMITTER-NAME
           MOVE TXP-PAYER-NAME TO IRT-COMPANY-NAME
           MOVE TXP-PAYER-ADDRESS TO IRT-COMPANY-ADDRESS
           MOVE TXP-PAYER-CITY TO IRT-COMPANY-CITY
           MOVE TXP-PAYER-STATE TO IRT-COMPANY-STATE
           MOVE TXP-PAYER-ZIP TO IRT-COMPANY-ZIP
           MOVE WS-FILED-COUNT TO IRT-TOTAL-PAYEES
           MOVE TXP-CONTACT-NAME TO IRT-CONTACT-NAME
           MOVE TXP-PAYER-PHONE TO IRT-CONTACT-PHONE
           ADD 1 TO WS-RECORD-SEQUENCE
           MOVE WS-RECORD-SEQUENCE TO IRT-SEQUENCE
           WRITE T1099IRS-RECORD FROM WS-IRS-T-RECORD
           PERFORM VARYING FRM-IDX FROM 1 BY 1 UNTIL FRM-IDX > 2
              PERFORM 710-WRITE-PAYER-GROUP
           END-PERFORM
           MOVE WS-A-RECORD-COUNT TO IRF-NUMBER-A-RECS
           MOVE WS-FILED-COUNT TO IRF-TOTAL-PAYEES
           ADD 1 TO WS-RECORD-SEQUENCE
           MOVE WS-RECORD-SEQUENCE TO IRF-SEQUENCE
           WRITE T1099IRS-RECORD FROM WS-IRS-F-RECORD
           .

       710-WRITE-PAYER-GROUP.
           MOVE SPACES TO WS-BOX-USED-FLAGS
           MOVE 0 TO WS-GROUP-PAYEES
           PERFORM VARYING PAY-IDX FROM 1 BY 1
              UNTIL PAY-IDX > WS-PAY-COUNT
                 MOVE WS-PAY-TAX-SLOT(PAY-IDX) TO WS-SLOT
                 IF WS-PAY-FILE-FLAG(PAY-IDX) = 'Y'
                    MOVE WS-TAX-1099-TYPE(WS-SLOT) TO WS-PAYEE-FORM
                 ELSE
                    MOVE SPACES TO WS-PAYEE-FORM
                 END-IF
                 IF WS-PAYEE-FORM = WS-FORM-TYPE(FRM-IDX)
                    ADD 1 TO WS-GROUP-PAYEES
                    MOVE WS-TAX-1099-BOX(WS-SLOT) TO WS-BOX
                    MOVE 'Y' TO WS-BOX-USED(WS-BOX)
                 END-IF
           END-PERFORM
           IF WS-GROUP-PAYEES > 0
              PERFORM 720-WRITE-A-RECORD
              INITIALIZE WS-GROUP-TOTALS
              PERFORM VARYING PAY-IDX FROM 1 BY 1
                 UNTIL PAY-IDX > WS-PAY-COUNT
                    MOVE WS-PAY-TAX-SLOT(PAY-IDX) TO WS-SLOT
                    IF WS-PAY-FILE-FLAG(PAY-IDX) = 'Y'
                       IF WS-TAX-1099-TYPE(WS-SLOT)
                          = WS-FORM-TYPE(FRM-IDX)
                          PERFORM 730-WRITE-B-RECORD
                       END-IF
                    END-IF
              END-PERFORM
              PERFORM 740-WRITE-C-RECORD
           END-IF
           .

      *    The amount codes are the boxes the group's payees use, in
      *    ascending code order.
       720-WRITE-A-RECORD.
           ADD 1 TO WS-A-RECORD-COUNT
           MOVE WS-TAX-YEAR TO IRA-PAYMENT-YEAR
           MOVE TXP-PAYER-TIN TO IRA-PAYER-TIN
           MOVE TXP-NAME-CONTROL TO IRA-NAME-CONTROL
           IF WS-FORM-TYPE(FRM-IDX) = 'NEC '
              MOVE 'NE' TO IRA-TYPE-OF-RETURN
           ELSE
              MOVE 'A ' TO IRA-TYPE-OF-RETURN
           END-IF
           MOVE SPACES TO IRA-AMOUNT-CODES
           MOVE 0 TO WS-CODE-POS
           PERFORM VARYING AMT-IDX FROM 1 BY 1 UNTIL AMT-IDX > 16
              IF WS-BOX-USED(AMT-IDX) = 'Y'
                 ADD 1 TO WS-CODE-POS
                 MOVE WS-AMOUNT-CODE-CHAR(AMT-IDX)
                    TO IRA-AMOUNT-CODES(WS-CODE-POS:1)
              END-IF
           END-PERFORM
           MOVE TXP-PAYER-NAME TO IRA-PAYER-NAME
           MOVE TXP-PAYER-ADDRESS TO IRA-PAYER-ADDRESS
           MOVE TXP-PAYER-CITY TO IRA-PAYER-CITY
           MOVE TXP-PAYER-STATE TO IRA-PAYER-STATE
           MOVE TXP-PAYER-ZIP TO IRA-PAYER-ZIP
           MOVE TXP-PAYER-PHONE TO IRA-PAYER-PHONE
           ADD 1 TO WS-RECORD-SEQUENCE
           MOVE WS-RECORD-SEQUENCE TO IRA-SEQUENCE
           WRITE T1099IRS-RECORD FROM WS-IRS-A-RECORD
           .

       730-WRITE-B-RECORD.
           MOVE WS-TAX-YEAR TO IRB-PAYMENT-YEAR
           IF WS-TAX-TIN-TYPE(WS-SLOT) = 'S'
              MOVE '2' TO IRB-TIN-TYPE
           ELSE
              MOVE '1' TO IRB-TIN-TYPE
           END-IF
           MOVE WS-TAX-TIN(WS-SLOT) TO IRB-PAYEE-TIN
           MOVE WS-PAY-SUPPLIER-CODE(PAY-IDX) TO IRB-ACCOUNT-NUMBER
           PERFORM VARYING AMT-IDX FROM 1 BY 1 UNTIL AMT-IDX > 16
              MOVE 0 TO IRB-PAYMENT-AMOUNT(AMT-IDX)
           END-PERFORM
           MOVE WS-TAX-1099-BOX(WS-SLOT) TO WS-BOX
           MOVE WS-PAY-AMOUNT(PAY-IDX) TO IRB-PAYMENT-AMOUNT(WS-BOX)
           ADD WS-PAY-AMOUNT(PAY-IDX) TO WS-GROUP-TOTAL(WS-BOX)
           MOVE WS-TAX-LEGAL-NAME(WS-SLOT) TO IRB-PAYEE-NAME
           MOVE WS-PAY-ADDRESS-1(PAY-IDX) TO IRB-PAYEE-ADDRESS
           MOVE WS-PAY-CITY(PAY-IDX) TO IRB-PAYEE-CITY
           MOVE WS-PAY-STATE(PAY-IDX) TO IRB-PAYEE-STATE
           MOVE WS-PAY-ZIP(PAY-IDX)(1:9) TO IRB-PAYEE-ZIP
           ADD 1 TO WS-RECORD-SEQUENCE
           MOVE WS-RECORD-SEQUENCE TO IRB-SEQUENCE
           WRITE T1099IRS-RECORD FROM WS-IRS-B-RECORD
           .

       740-WRITE-C-RECORD.
           MOVE WS-GROUP-PAYEES TO IRC-NUMBER-PAYEES
           PERFORM VARYING AMT-IDX FROM 1 BY 1 UNTIL AMT-IDX > 16
              MOVE WS-GROUP-TOTAL(AMT-IDX)
                 TO IRC-CONTROL-TOTAL(AMT-IDX)
           END-PERFORM
           ADD 1 TO WS-RECORD-SEQUENCE
           MOVE WS-RECORD-SEQUENCE TO IRC-SEQUENCE
           WRITE T1099IRS-RECORD FROM WS-IRS-C-RECORD
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE T1099WK-REC.
           CLOSE T1099EX-REC.
           CLOSE T1099IRS-REC.
