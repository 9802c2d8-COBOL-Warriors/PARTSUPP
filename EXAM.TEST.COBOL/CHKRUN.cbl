      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    CHKRUN.
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
      * //CHKPARM  DD DSN=USER66.EXAM.DEV.CHKRUN.PARM,DISP=SHR
      *   (optional - bank account and check-stock starting number)
      * //CHKREGOL DD DSN=USER66.EXAM.DEV.CHKREG.REGISTER,DISP=SHR
      * //CHKTRN   DD DSN=USER66.EXAM.DEV.CHKREG.TRANS,DISP=SHR
      *   (optional - void / reissue / bank-paid transactions)
      * //PAYEXTR  DD DSN=USER66.EXAM.DEV.PAYREG.PAYEXTR,DISP=SHR
      * //PAYREG   DD DSN=USER66.EXAM.DEV.PAYREG.REGISTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //CHKREGNW DD DSN=USER66.EXAM.DEV.CHKREG.REGISTER,DISP=OLD
      * //CHKPRINT DD SYSOUT=(C,,CHK1)
      * //POSPAY   DD DSN=USER66.EXAM.DEV.CHKREG.POSPAY,
      * //            DISP=(,CATLG)
      *
      * 2026-10-15 maruca V0R0M2
      *   A retainage release row on the register (entry type 'R')
      *   prints on the stub as RETAINAGE RELEASE against its PO.
      *
      * 2026-10-15 maruca V0R0M3
      *   Company code for the sister plant's separate legal entity.
      *   Each company pays from its own bank account, so CHKPARM
      *   columns 26-27 name the company whose checks this run
      *   cuts - only its PAYEXTR rows (PX-COMPANY-CODE, spaces =
      *   the home company '01') are paid, only its checks can be
      *   voided, reissued or cleared, and only they go on the
      *   positive-pay file under CHKPARM's account.  Blank runs
      *   every company as before.  The check register carries the
      *   company (CK-COMPANY-CODE), so a supplier paid by both
      *   companies on one remit date gets a check from each, and
      *   each stub lists only its own company's register rows.
      ***************************************************************
      * Check run for the suppliers PAYREG pays by paper - every
      * PAYEXTR row with pay method 'K' (no ACTIVE EFTMSTR banking
      * row) gets the next number off the check register (CHKREG.cpy)
      * and a printed check with its remittance stub, made out to
      * the Remit address PAYREG put on the extract.  The stub lists
      * the PAYREG register rows the check pays - the remitted POs
      * and any debit memos netted, all carrying the remit date of
      * the PAYREG run that extracted them.  A supplier that already
      * has a check for that remit date is not paid twice, so a
      * rerun against the same extract prints nothing new.
      *
      * Every check issued and every check voided goes on the
      * positive-pay issue file (POSPAY) for the bank, which pays
      * only a check number/amount it has been told about and has
      * not been told is void.
      *
      * Transactions (optional CHKTRN, applied before the run):
      *    V  Void an outstanding check - register status 'V' and a
      *       void record to the bank.  The payment is NOT re-made.
      *    R  Void and reissue - as V, then a replacement check for
      *       the same supplier and amount under a new number, to
      *       the supplier's current Remit address; the two are
      *       cross-referenced on the register.
      *    P  Paid - the bank cleared the check (from its paid-items
      *       report); status 'C'.  A paid amount that disagrees
      *       with the register is rejected for investigation.
      * V and R must carry the user id of whoever authorized them;
      * only an outstanding ('I') check can be voided, reissued or
      * paid.  CHKOUTS reports what is still outstanding.
      *
      * Check numbers run on from the highest on the register; a
      * CHKPARM starting number higher than that (new check stock)
      * takes over.  With neither the run starts at 00100001.
      *
      * CHKPARM's company (columns 26-27) limits the run to the
      * checks one company pays from the account on the same card;
      * blank pays every company's extract rows.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKPARM-REC   ASSIGN TO CHKPARM
               FILE STATUS IS WS-CHKPARM-FILE-STATUS.
           SELECT CHKREG-OLD    ASSIGN TO CHKREGOL
               FILE STATUS IS WS-CHKREGOL-FILE-STATUS.
           SELECT CHKTRN-REC    ASSIGN TO CHKTRN
               FILE STATUS IS WS-CHKTRN-FILE-STATUS.
           SELECT PAYEXTR-REC   ASSIGN TO PAYEXTR.
           SELECT PAYREG-REC    ASSIGN TO PAYREG
               FILE STATUS IS WS-PAYREG-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT CHKREG-NEW    ASSIGN TO CHKREGNW.
           SELECT CHKPRINT-REC  ASSIGN TO CHKPRINT.
           SELECT POSPAY-REC    ASSIGN TO POSPAY.

       DATA DIVISION.
       FILE SECTION.

       FD  CHKPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKPARM-RECORD.
       01  CHKPARM-RECORD.
           05  CKP-BANK-ACCOUNT    PIC X(17).
           05  CKP-START-CHECK     PIC 9(08).
           05  CKP-COMPANY-CODE    PIC X(02).
           05  FILLER              PIC X(53).

       FD  CHKREG-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-REG-ROW.
           COPY 'CHKREG'.

       FD  CHKTRN-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKTRN-RECORD.
       01  CHKTRN-RECORD.
           05  CKT-TRANS-CODE      PIC X(01).
               88 CKT-VOID                  VALUE 'V'.
               88 CKT-REISSUE               VALUE 'R'.
               88 CKT-PAID                  VALUE 'P'.
               88 CKT-TRANS-CODE-VALID      VALUES 'V' 'R' 'P'.
           05  CKT-CHECK-NUMBER    PIC 9(08).
      *    Paid transactions only - the bank's paid date and amount.
           05  CKT-PAID-DATE       PIC 9(08).
           05  CKT-PAID-AMOUNT     PIC 9(9)V99.
           05  CKT-REASON          PIC X(15).
           05  CKT-USER-ID         PIC X(08).
           05  FILLER              PIC X(29).

      *    Same extract row PAYREG writes - read-only here.
       FD  PAYEXTR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYEXTR-RECORD.
       01  PAYEXTR-RECORD.
           05  PX-SUPPLIER-CODE    PIC X(10).
           05  FILLER              PIC X(01).
           05  PX-AMOUNT-DUE       PIC S9(9)V99.
           05  FILLER              PIC X(01).
           05  PX-REMIT-ADDRESS-1  PIC X(15).
           05  FILLER              PIC X(01).
           05  PX-REMIT-CITY       PIC X(15).
           05  FILLER              PIC X(01).
           05  PX-REMIT-STATE      PIC X(02).
           05  FILLER              PIC X(01).
           05  PX-REMIT-ZIP        PIC 9(10).
           05  PX-PAY-METHOD       PIC X(01).
               88 PX-PAY-BY-EFT             VALUE 'E'.
           05  PX-EFT-ROUTING      PIC 9(09).
           05  PX-EFT-ACCOUNT      PIC X(17).
           05  PX-COMPANY-CODE     PIC X(02).
           05  FILLER              PIC X(35).

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

       FD  CHKREG-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKREG-NEW-REC.
       01  CHKREG-NEW-REC                PIC X(100).

       FD  CHKPRINT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKPRINT-RECORD.
       01  CHKPRINT-RECORD               PIC X(132).

      *    Positive-pay issue file - one row per check issued or
      *    voided this run.  A void row carries the check's original
      *    issue date and amount, which is what the bank matches on.
       FD  POSPAY-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSPAY-RECORD.
       01  POSPAY-RECORD.
           05  PP-BANK-ACCOUNT     PIC X(17).
           05  PP-CHECK-NUMBER     PIC 9(08).
           05  PP-ISSUE-DATE       PIC 9(08).
           05  PP-AMOUNT           PIC 9(9)V99.
           05  PP-PAYEE-NAME       PIC X(15).
           05  PP-ACTION           PIC X(01).
               88 PP-ISSUE                  VALUE 'I'.
               88 PP-VOID                   VALUE 'V'.
           05  PP-COMPANY-CODE     PIC X(02).
           05  FILLER              PIC X(18).

       WORKING-STORAGE SECTION.

       01  WS-CHKPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-CHKREGOL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-CHKTRN-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-PAYREG-FILE-STATUS         PIC X(02)      VALUE SPACES.

       01  WS-BANK-ACCOUNT               PIC X(17)      VALUE SPACES.
       01  WS-NEXT-CHECK-NUMBER          PIC 9(08)      VALUE 0.
       01  WS-START-CHECK-NUMBER         PIC 9(08)      VALUE 100001.

      *    Blank company codes are the home company.  WS-RUN-COMPANY
      *    spaces = every company.
       01  WS-HOME-COMPANY               PIC X(02)      VALUE '01'.
       01  WS-RUN-COMPANY                PIC X(02)      VALUE SPACES.
       01  WS-PX-COMPANY                 PIC X(02)      VALUE SPACES.
       01  WS-CHECK-COMPANY              PIC X(02)      VALUE SPACES.

      *    The check register loaded whole, mirroring CHKREG.cpy -
      *    rows load and write back with a group MOVE.
       01  WS-CHK-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-CHECK-TABLE.
           05  WS-CHK-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CHK-IDX.
               10 WS-CHK-CHECK-NUMBER    PIC 9(08)      VALUE 0.
               10 WS-CHK-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CHK-PAYEE-NAME      PIC X(15)      VALUE SPACES.
               10 WS-CHK-ISSUE-DATE      PIC 9(08)      VALUE 0.
               10 WS-CHK-PAY-DATE        PIC 9(08)      VALUE 0.
               10 WS-CHK-AMOUNT          PIC 9(9)V99    VALUE 0.
               10 WS-CHK-STATUS          PIC X(01)      VALUE SPACES.
               10 WS-CHK-STATUS-DATE     PIC 9(08)      VALUE 0.
               10 WS-CHK-REISSUE-OF      PIC 9(08)      VALUE 0.
               10 WS-CHK-REPLACED-BY     PIC 9(08)      VALUE 0.
               10 WS-CHK-VOID-REASON     PIC X(13)      VALUE SPACES.
               10 WS-CHK-COMPANY-CODE    PIC X(02)      VALUE SPACES.

      *    PAYREG register rows - what each check's stub lists.
       01  WS-PRG-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PAY-REGISTER-TABLE.
           05  WS-PRG-ENTRY OCCURS 2000 TIMES
                  INDEXED BY PRG-IDX.
               10 WS-PRG-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PRG-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-PRG-REMIT-DATE      PIC 9(08)      VALUE 0.
               10 WS-PRG-AMOUNT          PIC S9(9)V99   VALUE 0.
               10 WS-PRG-ENTRY-TYPE      PIC X(01)      VALUE SPACES.
               10 WS-PRG-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-PRG-COMPANY-CODE    PIC X(02)      VALUE SPACES.

      *    Supplier name and current Remit ('3') address off the
      *    first master record for each supplier - what a reissue
      *    is made out to.
       01  WS-PAYEE-COUNT                PIC 9(03)      VALUE 0.
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS 300 TIMES
                  INDEXED BY PYE-IDX.
               10 WS-PYE-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PYE-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
               10 WS-PYE-ADDRESS-1       PIC X(15)      VALUE SPACES.
               10 WS-PYE-CITY            PIC X(15)      VALUE SPACES.
               10 WS-PYE-STATE           PIC X(02)      VALUE SPACES.
               10 WS-PYE-ZIP             PIC 9(10)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-CHECKS-ISSUED           PIC 9(05)      VALUE 0.
           05 WS-CHECKS-REISSUED         PIC 9(05)      VALUE 0.
           05 WS-CHECKS-VOIDED           PIC 9(05)      VALUE 0.
           05 WS-CHECKS-PAID             PIC 9(05)      VALUE 0.
           05 WS-ALREADY-ISSUED          PIC 9(05)      VALUE 0.
           05 WS-REJECTED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-ISSUED-TOTAL            PIC 9(9)V99    VALUE 0.

       01  WS-SLOT                       PIC 9(05)      VALUE 0.
       01  WS-NEW-SLOT                   PIC 9(05)      VALUE 0.
       01  WS-PYE-SLOT                   PIC 9(03)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-PAY-DATE                   PIC 9(08)      VALUE 0.
       01  WS-PP-ACTION                  PIC X(01)      VALUE SPACE.
       01  WS-REJECT-REASON              PIC X(30)      VALUE SPACES.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

      *    What the check being printed is made out to.
       01  WS-PRT-ADDRESS-1              PIC X(15)      VALUE SPACES.
       01  WS-PRT-CITY                   PIC X(15)      VALUE SPACES.
       01  WS-PRT-STATE                  PIC X(02)      VALUE SPACES.
       01  WS-PRT-ZIP                    PIC 9(10)      VALUE 0.
       01  WS-STUB-TOTAL                 PIC S9(9)V99   VALUE 0.

       01  CHKREGOL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-CHECKS                        VALUE 'Y'.
       01  PAYREG-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-REGISTER-ROWS                     VALUE 'Y'.
       01  CHKTRN-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANSACTIONS                      VALUE 'Y'.
       01  PAYEXTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-EXTRACT-ROWS                      VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-STUB-HEADING.
           05  FILLER              PIC X(20)      VALUE
               'REMITTANCE ADVICE'.
           05  FILLER              PIC X(10)      VALUE 'CHECK NO: '.
           05  STH-CHECK-NUMBER    PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE '   DATE: '.
           05  STH-ISSUE-DATE      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(13)      VALUE
               '   SUPPLIER: '.
           05  STH-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  STH-PAYEE-NAME      PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(38)      VALUE SPACES.

       01  WS-STUB-REISSUE.
           05  FILLER              PIC X(26)      VALUE
               'REPLACES VOIDED CHECK NO: '.
           05  STR-REISSUE-OF      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(98)      VALUE SPACES.

       01  WS-STUB-COLUMNS.
           05  FILLER              PIC X(50)      VALUE
               'REFERENCE   TYPE                            AMOUNT'.
           05  FILLER              PIC X(82)      VALUE SPACES.

       01  WS-STUB-DETAIL.
           05  STD-REFERENCE       PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-TYPE            PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(81)      VALUE SPACES.

       01  WS-STUB-TOTAL-LINE.
           05  FILLER              PIC X(12)      VALUE SPACES.
           05  FILLER              PIC X(22)      VALUE
               'CHECK TOTAL'.
           05  STT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(81)      VALUE SPACES.

       01  WS-CHECK-LINE-1.
           05  FILLER              PIC X(10)      VALUE 'CHECK NO: '.
           05  CL1-CHECK-NUMBER    PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(06)      VALUE 'DATE: '.
           05  CL1-ISSUE-DATE      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(60)      VALUE SPACES.

       01  WS-CHECK-LINE-2.
           05  FILLER              PIC X(21)      VALUE
               'PAY TO THE ORDER OF'.
           05  CL2-PAYEE-NAME      PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(22)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE '$'.
           05  CL2-AMOUNT          PIC ***,***,**9.99 VALUE ZERO.
           05  FILLER              PIC X(59)      VALUE SPACES.

       01  WS-CHECK-ADDRESS-LINE.
           05  FILLER              PIC X(21)      VALUE SPACES.
           05  CLA-TEXT            PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(71)      VALUE SPACES.

       01  WS-CHECK-VOID-LINE            PIC X(132)     VALUE
           'VOID AFTER 90 DAYS'.
       01  WS-CHECK-SEPARATOR            PIC X(132)     VALUE ALL '-'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-CHECK-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-CHECK-REGISTER.
           PERFORM 210-LOAD-PAY-REGISTER.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.
           PERFORM 220-CAPTURE-PAYEE UNTIL NO-MORE-OLD-MASTER.
           PERFORM 300-APPLY-TRANSACTIONS.
           PERFORM 400-ISSUE-CHECKS.
           PERFORM 800-WRITE-NEW-REGISTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'CHKRUN COMPLETE - ISSUED: ' WS-CHECKS-ISSUED
              ' REISSUED: ' WS-CHECKS-REISSUED
              ' VOIDED: ' WS-CHECKS-VOIDED
              ' PAID: ' WS-CHECKS-PAID
              ' ALREADY ISSUED: ' WS-ALREADY-ISSUED
              ' REJECTED: ' WS-REJECTED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-CHK-COUNT.
           INITIALIZE WS-CHECK-TABLE.
           INITIALIZE WS-PRG-COUNT.
           INITIALIZE WS-PAY-REGISTER-TABLE.
           INITIALIZE WS-PAYEE-COUNT.
           INITIALIZE WS-PAYEE-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE SPACES TO WS-RUN-COMPANY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO CHKREGOL-EOF.
           MOVE 'N' TO PAYREG-EOF.
           MOVE 'N' TO CHKTRN-EOF.
           MOVE 'N' TO PAYEXTR-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

      *    Missing parm - no account number on the positive-pay
      *    rows (the bank will reject them, so say so) and numbers
      *    run on from the register.
       050-READ-CHECK-PARM.
           OPEN INPUT CHKPARM-REC
           IF WS-CHKPARM-FILE-STATUS = '00'
              READ CHKPARM-REC
                 AT END
                    DISPLAY 'CHKRUN - EMPTY CHKPARM, NO BANK ACCOUNT'
                 NOT AT END
                    MOVE CKP-BANK-ACCOUNT TO WS-BANK-ACCOUNT
                    IF CKP-START-CHECK IS NUMERIC
                       AND CKP-START-CHECK > 0
                       MOVE CKP-START-CHECK TO WS-START-CHECK-NUMBER
                    END-IF
                    MOVE CKP-COMPANY-CODE TO WS-RUN-COMPANY
              END-READ
              CLOSE CHKPARM-REC
           ELSE
              DISPLAY 'CHKRUN - NO CHKPARM, POSITIVE PAY HAS NO '
                 'BANK ACCOUNT'
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT CHKREG-NEW.
           OPEN OUTPUT CHKPRINT-REC.
           OPEN OUTPUT POSPAY-REC.

      *    A missing register is a first run - nothing issued yet.
       200-LOAD-CHECK-REGISTER.
           MOVE 0 TO WS-NEXT-CHECK-NUMBER
           OPEN INPUT CHKREG-OLD
           IF WS-CHKREGOL-FILE-STATUS = '00'
              READ CHKREG-OLD
                 AT END MOVE 'Y' TO CHKREGOL-EOF
              END-READ
              PERFORM VARYING CHK-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-CHECKS OR CHK-IDX > 2000
                    MOVE CHECK-REG-ROW TO WS-CHK-ENTRY(CHK-IDX)
                    SET WS-CHK-COUNT TO CHK-IDX
                    IF CK-CHECK-NUMBER > WS-NEXT-CHECK-NUMBER
                       MOVE CK-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER
                    END-IF
                    READ CHKREG-OLD
                       AT END MOVE 'Y' TO CHKREGOL-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-OLD-CHECKS
                 DISPLAY 'CHKRUN CHECK REGISTER FULL - REGISTER '
                    'TRUNCATED'
              END-IF
              CLOSE CHKREG-OLD
           END-IF
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           IF WS-START-CHECK-NUMBER > WS-NEXT-CHECK-NUMBER
              MOVE WS-START-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER
           END-IF
           .

      *    Without the payment register the checks still print,
      *    just with a total-only stub.
       210-LOAD-PAY-REGISTER.
           OPEN INPUT PAYREG-REC
           IF WS-PAYREG-FILE-STATUS = '00'
              READ PAYREG-REC
                 AT END MOVE 'Y' TO PAYREG-EOF
              END-READ
              PERFORM VARYING PRG-IDX FROM 1 BY 1
                 UNTIL NO-MORE-REGISTER-ROWS OR PRG-IDX > 2000
                    MOVE PRG-SUPPLIER-CODE
                       TO WS-PRG-SUPPLIER-CODE(PRG-IDX)
                    MOVE PRG-PO-NUMBER TO WS-PRG-PO-NUMBER(PRG-IDX)
                    MOVE PRG-REMIT-DATE TO WS-PRG-REMIT-DATE(PRG-IDX)
                    MOVE PRG-AMOUNT TO WS-PRG-AMOUNT(PRG-IDX)
                    MOVE PRG-ENTRY-TYPE TO WS-PRG-ENTRY-TYPE(PRG-IDX)
                    MOVE PRG-MEMO-ID TO WS-PRG-MEMO-ID(PRG-IDX)
                    MOVE PRG-COMPANY-CODE
                       TO WS-PRG-COMPANY-CODE(PRG-IDX)
                    IF PRG-COMPANY-CODE = SPACES
                       MOVE WS-HOME-COMPANY
                          TO WS-PRG-COMPANY-CODE(PRG-IDX)
                    END-IF
                    SET WS-PRG-COUNT TO PRG-IDX
                    READ PAYREG-REC
                       AT END MOVE 'Y' TO PAYREG-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-REGISTER-ROWS
                 DISPLAY 'CHKRUN PAY REGISTER TABLE FULL - STUBS '
                    'MAY BE SHORT'
              END-IF
              CLOSE PAYREG-REC
           ELSE
              DISPLAY 'CHKRUN - NO PAYMENT REGISTER, STUBS SHOW '
                 'TOTALS ONLY'
           END-IF
           .

       220-CAPTURE-PAYEE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PYE-IDX FROM 1 BY 1
              UNTIL PYE-IDX > WS-PAYEE-COUNT OR ENTRY-FOUND
                 IF WS-PYE-SUPPLIER-CODE(PYE-IDX) = SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-PAYEE-COUNT < 300
                 ADD 1 TO WS-PAYEE-COUNT
                 SET PYE-IDX TO WS-PAYEE-COUNT
                 MOVE SUPPLIER-CODE TO WS-PYE-SUPPLIER-CODE(PYE-IDX)
                 MOVE SUPPLIER-NAME TO WS-PYE-SUPPLIER-NAME(PYE-IDX)
                 PERFORM VARYING ADDR-IDX FROM 1 BY 1
                    UNTIL ADDR-IDX > 4
                       IF ADDRESS-TYPE(ADDR-IDX) = '3'
                          MOVE ADDRESS-1(ADDR-IDX)
                             TO WS-PYE-ADDRESS-1(PYE-IDX)
                          MOVE CITY(ADDR-IDX) TO WS-PYE-CITY(PYE-IDX)
                          MOVE ADDR-STATE(ADDR-IDX)
                             TO WS-PYE-STATE(PYE-IDX)
                          MOVE ZIP-CODE(ADDR-IDX)
                             TO WS-PYE-ZIP(PYE-IDX)
                       END-IF
                 END-PERFORM
              ELSE
                 DISPLAY 'CHKRUN PAYEE TABLE FULL - NOT LOADED: '
                    SUPPLIER-CODE
              END-IF
           END-IF
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

      *    No CHKTRN - nothing to void, reissue or clear this run.
       300-APPLY-TRANSACTIONS.
           OPEN INPUT CHKTRN-REC
           IF WS-CHKTRN-FILE-STATUS = '00'
              READ CHKTRN-REC
                 AT END MOVE 'Y' TO CHKTRN-EOF
              END-READ
              PERFORM UNTIL NO-MORE-TRANSACTIONS
                 PERFORM 310-APPLY-ONE-TRANSACTION
                 READ CHKTRN-REC
                    AT END MOVE 'Y' TO CHKTRN-EOF
                 END-READ
              END-PERFORM
              CLOSE CHKTRN-REC
           END-IF
           .

       310-APPLY-ONE-TRANSACTION.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING CHK-IDX FROM 1 BY 1
              UNTIL CHK-IDX > WS-CHK-COUNT OR WS-SLOT > 0
                 IF WS-CHK-CHECK-NUMBER(CHK-IDX) = CKT-CHECK-NUMBER
                    SET WS-SLOT TO CHK-IDX
                 END-IF
           END-PERFORM
           IF WS-SLOT > 0
              PERFORM 430-SET-CHECK-COMPANY
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
              WHEN NOT CKT-TRANS-CODE-VALID
                 MOVE 'BAD TRANSACTION CODE' TO WS-REJECT-REASON
              WHEN WS-SLOT = 0
                 MOVE 'CHECK NOT ON REGISTER' TO WS-REJECT-REASON
              WHEN WS-RUN-COMPANY NOT = SPACES
                 AND WS-CHECK-COMPANY NOT = WS-RUN-COMPANY
                 MOVE 'CHECK OF ANOTHER COMPANY' TO WS-REJECT-REASON
              WHEN WS-CHK-STATUS(WS-SLOT) NOT = 'I'
                 MOVE 'CHECK NOT OUTSTANDING' TO WS-REJECT-REASON
              WHEN CKT-USER-ID = SPACES AND NOT CKT-PAID
                 MOVE 'NO AUTHORIZING USER' TO WS-REJECT-REASON
              WHEN CKT-PAID
                 AND CKT-PAID-AMOUNT NOT = WS-CHK-AMOUNT(WS-SLOT)
                 MOVE 'PAID AMOUNT DIFFERS' TO WS-REJECT-REASON
              WHEN CKT-VOID
                 PERFORM 320-VOID-CHECK
              WHEN CKT-REISSUE
                 PERFORM 320-VOID-CHECK
                 PERFORM 330-REISSUE-CHECK
              WHEN CKT-PAID
                 PERFORM 340-CLEAR-CHECK
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECTED-COUNT
              DISPLAY 'REJECTED ' CKT-TRANS-CODE ' - '
                 WS-REJECT-REASON ': ' CKT-CHECK-NUMBER
           END-IF
           .

       320-VOID-CHECK.
           MOVE 'V' TO WS-CHK-STATUS(WS-SLOT)
           MOVE WS-TODAYS-DATE TO WS-CHK-STATUS-DATE(WS-SLOT)
           MOVE CKT-REASON TO WS-CHK-VOID-REASON(WS-SLOT)
           ADD 1 TO WS-CHECKS-VOIDED
           MOVE 'V' TO WS-PP-ACTION
           PERFORM 600-WRITE-POSITIVE-PAY
           DISPLAY 'CHKRUN VOIDED CHECK ' CKT-CHECK-NUMBER
              ' BY ' CKT-USER-ID
           .

      *    Same supplier, amount and PAYREG remit date as the void,
      *    made out to where the supplier wants paying today.
       330-REISSUE-CHECK.
           IF WS-CHK-COUNT NOT < 2000
              DISPLAY 'CHKRUN CHECK REGISTER FULL - NOT REISSUED: '
                 CKT-CHECK-NUMBER
           ELSE
              ADD 1 TO WS-CHK-COUNT
              MOVE WS-CHK-COUNT TO WS-NEW-SLOT
              MOVE WS-CHK-ENTRY(WS-SLOT) TO WS-CHK-ENTRY(WS-NEW-SLOT)
              MOVE WS-NEXT-CHECK-NUMBER
                 TO WS-CHK-CHECK-NUMBER(WS-NEW-SLOT)
              ADD 1 TO WS-NEXT-CHECK-NUMBER
              MOVE WS-TODAYS-DATE TO WS-CHK-ISSUE-DATE(WS-NEW-SLOT)
              MOVE 'I' TO WS-CHK-STATUS(WS-NEW-SLOT)
              MOVE 0 TO WS-CHK-STATUS-DATE(WS-NEW-SLOT)
              MOVE 0 TO WS-CHK-REPLACED-BY(WS-NEW-SLOT)
              MOVE SPACES TO WS-CHK-VOID-REASON(WS-NEW-SLOT)
              MOVE WS-CHK-CHECK-NUMBER(WS-SLOT)
                 TO WS-CHK-REISSUE-OF(WS-NEW-SLOT)
              MOVE WS-CHK-CHECK-NUMBER(WS-NEW-SLOT)
                 TO WS-CHK-REPLACED-BY(WS-SLOT)
              MOVE SPACES TO WS-PRT-ADDRESS-1 WS-PRT-CITY
                 WS-PRT-STATE
              MOVE 0 TO WS-PRT-ZIP
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING PYE-IDX FROM 1 BY 1
                 UNTIL PYE-IDX > WS-PAYEE-COUNT OR ENTRY-FOUND
                    IF WS-PYE-SUPPLIER-CODE(PYE-IDX) =
                       WS-CHK-SUPPLIER-CODE(WS-NEW-SLOT)
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE WS-PYE-SUPPLIER-NAME(PYE-IDX)
                          TO WS-CHK-PAYEE-NAME(WS-NEW-SLOT)
                       MOVE WS-PYE-ADDRESS-1(PYE-IDX)
                          TO WS-PRT-ADDRESS-1
                       MOVE WS-PYE-CITY(PYE-IDX) TO WS-PRT-CITY
                       MOVE WS-PYE-STATE(PYE-IDX) TO WS-PRT-STATE
                       MOVE WS-PYE-ZIP(PYE-IDX) TO WS-PRT-ZIP
                    END-IF
              END-PERFORM
              IF WS-PRT-ADDRESS-1 = SPACES
                 DISPLAY 'CHKRUN NO REMIT ADDRESS FOR REISSUE: '
                    WS-CHK-SUPPLIER-CODE(WS-NEW-SLOT)
              END-IF
              ADD 1 TO WS-CHECKS-REISSUED
              ADD WS-CHK-AMOUNT(WS-NEW-SLOT) TO WS-ISSUED-TOTAL
              MOVE WS-NEW-SLOT TO WS-SLOT
              PERFORM 500-PRINT-CHECK
              MOVE 'I' TO WS-PP-ACTION
              PERFORM 600-WRITE-POSITIVE-PAY
           END-IF
           .

       340-CLEAR-CHECK.
           MOVE 'C' TO WS-CHK-STATUS(WS-SLOT)
           IF CKT-PAID-DATE IS NUMERIC AND CKT-PAID-DATE > 0
              MOVE CKT-PAID-DATE TO WS-CHK-STATUS-DATE(WS-SLOT)
           ELSE
              MOVE WS-TODAYS-DATE TO WS-CHK-STATUS-DATE(WS-SLOT)
           END-IF
           ADD 1 TO WS-CHECKS-PAID
           .

      *    EFT payees are the bank file's business, not ours; another
      *    company's rows are left for that company's run.
       400-ISSUE-CHECKS.
           OPEN INPUT PAYEXTR-REC
           READ PAYEXTR-REC
              AT END MOVE 'Y' TO PAYEXTR-EOF
           END-READ
           PERFORM UNTIL NO-MORE-EXTRACT-ROWS
              MOVE PX-COMPANY-CODE TO WS-PX-COMPANY
              IF WS-PX-COMPANY = SPACES
                 MOVE WS-HOME-COMPANY TO WS-PX-COMPANY
              END-IF
              IF NOT PX-PAY-BY-EFT
                 AND (WS-RUN-COMPANY = SPACES
                      OR WS-PX-COMPANY = WS-RUN-COMPANY)
                 PERFORM 410-ISSUE-ONE-CHECK
              END-IF
              READ PAYEXTR-REC
                 AT END MOVE 'Y' TO PAYEXTR-EOF
              END-READ
           END-PERFORM
           CLOSE PAYEXTR-REC
           .

       410-ISSUE-ONE-CHECK.
           PERFORM 420-FIND-PAY-DATE
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING CHK-IDX FROM 1 BY 1
              UNTIL CHK-IDX > WS-CHK-COUNT OR ENTRY-FOUND
                 SET WS-SLOT TO CHK-IDX
                 PERFORM 430-SET-CHECK-COMPANY
                 IF WS-CHK-SUPPLIER-CODE(CHK-IDX) = PX-SUPPLIER-CODE
                    AND WS-CHK-PAY-DATE(CHK-IDX) = WS-PAY-DATE
                    AND WS-CHECK-COMPANY = WS-PX-COMPANY
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-ALREADY-ISSUED
              WHEN PX-AMOUNT-DUE NOT > 0
                 ADD 1 TO WS-REJECTED-COUNT
                 DISPLAY 'REJECTED CHECK - NOTHING DUE: '
                    PX-SUPPLIER-CODE
              WHEN WS-CHK-COUNT NOT < 2000
                 DISPLAY 'CHKRUN CHECK REGISTER FULL - NOT ISSUED: '
                    PX-SUPPLIER-CODE
              WHEN OTHER
                 ADD 1 TO WS-CHK-COUNT
                 MOVE WS-CHK-COUNT TO WS-SLOT
                 INITIALIZE WS-CHK-ENTRY(WS-SLOT)
                 MOVE WS-NEXT-CHECK-NUMBER
                    TO WS-CHK-CHECK-NUMBER(WS-SLOT)
                 ADD 1 TO WS-NEXT-CHECK-NUMBER
                 MOVE PX-SUPPLIER-CODE TO WS-CHK-SUPPLIER-CODE(WS-SLOT)
                 MOVE WS-PX-COMPANY TO WS-CHK-COMPANY-CODE(WS-SLOT)
                 PERFORM VARYING PYE-IDX FROM 1 BY 1
                    UNTIL PYE-IDX > WS-PAYEE-COUNT
                       IF WS-PYE-SUPPLIER-CODE(PYE-IDX) =
                          PX-SUPPLIER-CODE
                          MOVE WS-PYE-SUPPLIER-NAME(PYE-IDX)
                             TO WS-CHK-PAYEE-NAME(WS-SLOT)
                       END-IF
                 END-PERFORM
                 IF WS-CHK-PAYEE-NAME(WS-SLOT) = SPACES
                    MOVE PX-SUPPLIER-CODE TO WS-CHK-PAYEE-NAME(WS-SLOT)
                 END-IF
                 MOVE WS-TODAYS-DATE TO WS-CHK-ISSUE-DATE(WS-SLOT)
                 MOVE WS-PAY-DATE TO WS-CHK-PAY-DATE(WS-SLOT)
                 MOVE PX-AMOUNT-DUE TO WS-CHK-AMOUNT(WS-SLOT)
                 MOVE 'I' TO WS-CHK-STATUS(WS-SLOT)
                 MOVE PX-REMIT-ADDRESS-1 TO WS-PRT-ADDRESS-1
                 MOVE PX-REMIT-CITY TO WS-PRT-CITY
                 MOVE PX-REMIT-STATE TO WS-PRT-STATE
                 MOVE PX-REMIT-ZIP TO WS-PRT-ZIP
                 ADD 1 TO WS-CHECKS-ISSUED
                 ADD PX-AMOUNT-DUE TO WS-ISSUED-TOTAL
                 PERFORM 500-PRINT-CHECK
                 MOVE 'I' TO WS-PP-ACTION
                 PERFORM 600-WRITE-POSITIVE-PAY
           END-EVALUATE
           .

      *    The extract row belongs to the latest PAYREG run that
      *    registered anything for the supplier under its company.
       420-FIND-PAY-DATE.
           MOVE 0 TO WS-PAY-DATE
           PERFORM VARYING PRG-IDX FROM 1 BY 1
              UNTIL PRG-IDX > WS-PRG-COUNT
                 IF WS-PRG-SUPPLIER-CODE(PRG-IDX) = PX-SUPPLIER-CODE
                    AND WS-PRG-COMPANY-CODE(PRG-IDX) = WS-PX-COMPANY
                    AND WS-PRG-REMIT-DATE(PRG-IDX) > WS-PAY-DATE
                    MOVE WS-PRG-REMIT-DATE(PRG-IDX) TO WS-PAY-DATE
                 END-IF
           END-PERFORM
           IF WS-PAY-DATE = 0
              MOVE WS-TODAYS-DATE TO WS-PAY-DATE
           END-IF
           .

      *    The company of the check in WS-SLOT - a register row
      *    written before the company was carried is the home
      *    company's.
       430-SET-CHECK-COMPANY.
           MOVE WS-CHK-COMPANY-CODE(WS-SLOT) TO WS-CHECK-COMPANY
           IF WS-CHECK-COMPANY = SPACES
              MOVE WS-HOME-COMPANY TO WS-CHECK-COMPANY
           END-IF
           .

      *    Stub first - the register rows the check pays - then the
      *    check itself.  WS-SLOT is the check; WS-PRT-xxx is where
      *    it goes.
       500-PRINT-CHECK.
           PERFORM 430-SET-CHECK-COMPANY
           MOVE WS-CHK-CHECK-NUMBER(WS-SLOT) TO STH-CHECK-NUMBER
           MOVE WS-CHK-ISSUE-DATE(WS-SLOT) TO STH-ISSUE-DATE
           MOVE WS-CHK-SUPPLIER-CODE(WS-SLOT) TO STH-SUPPLIER-CODE
           MOVE WS-CHK-PAYEE-NAME(WS-SLOT) TO STH-PAYEE-NAME
           WRITE CHKPRINT-RECORD FROM WS-STUB-HEADING
           IF WS-CHK-REISSUE-OF(WS-SLOT) > 0
              MOVE WS-CHK-REISSUE-OF(WS-SLOT) TO STR-REISSUE-OF
              WRITE CHKPRINT-RECORD FROM WS-STUB-REISSUE
           END-IF
           WRITE CHKPRINT-RECORD FROM WS-STUB-COLUMNS
           MOVE 0 TO WS-STUB-TOTAL
           PERFORM VARYING PRG-IDX FROM 1 BY 1
              UNTIL PRG-IDX > WS-PRG-COUNT
                 IF WS-PRG-SUPPLIER-CODE(PRG-IDX) =
                    WS-CHK-SUPPLIER-CODE(WS-SLOT)
                    AND WS-PRG-REMIT-DATE(PRG-IDX) =
                    WS-CHK-PAY-DATE(WS-SLOT)
                    AND WS-PRG-COMPANY-CODE(PRG-IDX) = WS-CHECK-COMPANY
                    PERFORM 510-PRINT-STUB-LINE
                 END-IF
           END-PERFORM
           MOVE WS-CHK-AMOUNT(WS-SLOT) TO STT-AMOUNT
           WRITE CHKPRINT-RECORD FROM WS-STUB-TOTAL-LINE
           MOVE SPACES TO CHKPRINT-RECORD
           WRITE CHKPRINT-RECORD
           MOVE WS-CHK-CHECK-NUMBER(WS-SLOT) TO CL1-CHECK-NUMBER
           MOVE WS-CHK-ISSUE-DATE(WS-SLOT) TO CL1-ISSUE-DATE
           WRITE CHKPRINT-RECORD FROM WS-CHECK-LINE-1
           MOVE WS-CHK-PAYEE-NAME(WS-SLOT) TO CL2-PAYEE-NAME
           MOVE WS-CHK-AMOUNT(WS-SLOT) TO CL2-AMOUNT
           WRITE CHKPRINT-RECORD FROM WS-CHECK-LINE-2
           MOVE WS-PRT-ADDRESS-1 TO CLA-TEXT
           WRITE CHKPRINT-RECORD FROM WS-CHECK-ADDRESS-LINE
           MOVE SPACES TO CLA-TEXT
           STRING WS-PRT-CITY DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-PRT-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRT-ZIP DELIMITED BY SIZE
              INTO CLA-TEXT
           END-STRING
           WRITE CHKPRINT-RECORD FROM WS-CHECK-ADDRESS-LINE
           WRITE CHKPRINT-RECORD FROM WS-CHECK-VOID-LINE
           WRITE CHKPRINT-RECORD FROM WS-CHECK-SEPARATOR
           .

       510-PRINT-STUB-LINE.
           MOVE SPACES TO WS-STUB-DETAIL
           IF WS-PRG-ENTRY-TYPE(PRG-IDX) = 'D'
              MOVE WS-PRG-MEMO-ID(PRG-IDX) TO STD-REFERENCE
              MOVE 'DEBIT MEMO' TO STD-TYPE
           ELSE
              MOVE WS-PRG-PO-NUMBER(PRG-IDX) TO STD-REFERENCE
              EVALUATE TRUE
                 WHEN WS-PRG-ENTRY-TYPE(PRG-IDX) = 'R'
                    MOVE 'RETAINAGE RELEASE' TO STD-TYPE
                 WHEN WS-PRG-AMOUNT(PRG-IDX) < 0
                    MOVE 'RETURN CREDIT' TO STD-TYPE
                 WHEN OTHER
                    MOVE 'PURCHASE ORDER' TO STD-TYPE
              END-EVALUATE
           END-IF
           MOVE WS-PRG-AMOUNT(PRG-IDX) TO STD-AMOUNT
           WRITE CHKPRINT-RECORD FROM WS-STUB-DETAIL
           .

      *    WS-PP-ACTION is set by the caller; WS-SLOT is the check.
       600-WRITE-POSITIVE-PAY.
           MOVE SPACES TO POSPAY-RECORD
           MOVE WS-PP-ACTION TO PP-ACTION
           MOVE WS-BANK-ACCOUNT TO PP-BANK-ACCOUNT
           MOVE WS-CHK-CHECK-NUMBER(WS-SLOT) TO PP-CHECK-NUMBER
           MOVE WS-CHK-ISSUE-DATE(WS-SLOT) TO PP-ISSUE-DATE
           MOVE WS-CHK-AMOUNT(WS-SLOT) TO PP-AMOUNT
           MOVE WS-CHK-PAYEE-NAME(WS-SLOT) TO PP-PAYEE-NAME
           PERFORM 430-SET-CHECK-COMPANY
           MOVE WS-CHECK-COMPANY TO PP-COMPANY-CODE
           WRITE POSPAY-RECORD
           .

       800-WRITE-NEW-REGISTER.
           PERFORM VARYING CHK-IDX FROM 1 BY 1
              UNTIL CHK-IDX > WS-CHK-COUNT
                 WRITE CHKREG-NEW-REC FROM WS-CHK-ENTRY(CHK-IDX)
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE CHKREG-NEW.
           CLOSE CHKPRINT-REC.
           CLOSE POSPAY-REC.
