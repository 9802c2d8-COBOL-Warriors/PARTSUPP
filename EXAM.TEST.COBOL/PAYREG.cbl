      * Created:                    2026-09-02
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M7
      *  Version Level
      *  Release Level
      *  Modification Level
      *   (optional PARTSUPL DD) loads at startup for the check.
      *   JCL Input (new)
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M4
      *   Debit memos (optional DEBITMEM DD - RTVMAINT's return-to-
      *   vendor memos) net against the supplier's payment.  Each
      *   memo not yet on the register is taken off the supplier's
      *   amount due the first run that amount exceeds it, and is
      *   registered as an entry-type 'D' row with a negative
      *   amount and its memo id; a memo bigger than this run's
      *   payment waits for a later run.  Register rows grew
      *   PRO-ENTRY-TYPE/PRO-MEMO-ID out of the filler - a blank
      *   type is a remitted PO, as every older row already is.
      *   JCL Input (new)
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M5
      *   Retainage on SUBCONTRACTOR POs.  RETTERMS (optional)
      *   carries a hold-back percent per subcontractor (PO-NUMBER
      *   blank) or per PO (overrides the supplier's row; a PO row
      *   of zero exempts that PO).  When such a PO is remitted the
      *   percent is withheld - the register row and the extract
      *   carry the net, marked RETAINED in the memo id - and the
      *   held amount goes onto the retainage ledger (RETLEDGR.cpy,
      *   old/new) by PO-NUMBER.  RETRLSE release transactions pay
      *   it out once the work is accepted: one dated today or
      *   earlier (or undated) pays the amount keyed, or the whole
      *   balance when zero or more than is held, as an entry-type
      *   'R' register row added to the supplier's payment; one
      *   dated in the future only schedules the release on the
      *   ledger for CASHFCST.  A release for a PO not on the
      *   master, or with nothing held, is rejected.
      *   JCL Input (new)
      * //RETTERMS DD DSN=USER66.EXAM.DEV.PAYREG.RETTERMS,DISP=SHR
      * //RETLEDOL DD DSN=USER66.EXAM.DEV.PAYREG.RETLEDGR,DISP=SHR
      * //RETRLSE  DD DSN=USER66.EXAM.DEV.PAYREG.RETRLSE,DISP=SHR
      *   JCL Output (new)
      * //RETLEDNW DD DSN=USER66.EXAM.DEV.PAYREG.RETLEDGR,DISP=OLD
      *
      * 2026-10-15 maruca V0R0M6
      *   Letters of credit and prepayments.  A PO on the
      *   LCMAINT file (optional LCPREPAY DD, LCPREPAY.cpy) has
      *   money already out against it, which EDI810IN (or
      *   ERSSETL) applies to the PO's invoice at match time as
      *   IR-PREPAID-AMOUNT on INVCREG (optional DD).  Such a PO
      *   is remitted less the amount applied - the register row
      *   marked PREPAID - and is held, not remitted at all, until
      *   its invoice has matched, since until then nothing says
      *   how much of the prepayment the supplier has earned.
      *   JCL Input (new)
      * //LCPREPAY DD DSN=USER66.EXAM.DEV.LCPREPAY.MASTER,DISP=SHR
      * //INVCREG  DD DSN=USER66.EXAM.DEV.EDI810IN.INVCREG,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M7
      *   Company code for the sister plant's separate legal entity.
      *   Register rows (PRO/PRN-COMPANY-CODE) and the extract
      *   (PX-COMPANY-CODE) carry the company out of the filler,
      *   and a supplier sold to by both entities is paid once per
      *   company, never one combined payment.  A remitted PO and
      *   a retainage release take the PO's PO-COMPANY-CODE; a
      *   debit memo takes the company of its PO's register row
      *   and waits, held, until that PO has been remitted; a memo
      *   with no PO (REBATRK's rebate memos) takes the PAYPARM
      *   company, or the home company when PAYPARM names none,
      *   and nets by supplier as before.  Spaces are the home
      *   company '01'.  The extract is written one
      *   company at a time with a total per company on PAYREGRP.
      *   An optional PAYPARM names one company to run - other
      *   companies' POs, releases and memos are left for their
      *   own run and the report lists only that company's rows;
      *   missing or blank runs every company, each still separate.
      *   JCL Input (new)
      * //PAYPARM  DD DSN=USER66.EXAM.DEV.PAYREG.PARM,DISP=SHR
      ***************************************************************
      * Persistent payment register - the cross-batch memory the
      * remittance extract never had.  RPTPRINT's REMITBAT is
      * Blanket headers carry no payable amount of their own and are
      * never remitted; a Received return/credit's negative amount
      * nets against the supplier's total the same way REMITBAT
      * already nets it.  Debit memos net the same way, one whole
      * memo at a time, and only against a payment big enough to
      * absorb it - a supplier is never extracted at zero or below.
      ***************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-EFTMSTR-FILE-STATUS.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL
               FILE STATUS IS WS-PARTSUPL-FILE-STATUS.
           SELECT DEBITMEM-REC  ASSIGN TO DEBITMEM
               FILE STATUS IS WS-DEBITMEM-FILE-STATUS.
           SELECT RETTERMS-REC  ASSIGN TO RETTERMS
               FILE STATUS IS WS-RETTERMS-FILE-STATUS.
           SELECT RETLED-OLD    ASSIGN TO RETLEDOL
               FILE STATUS IS WS-RETLEDOL-FILE-STATUS.
           SELECT RETRLSE-REC   ASSIGN TO RETRLSE
               FILE STATUS IS WS-RETRLSE-FILE-STATUS.
           SELECT RETLED-NEW    ASSIGN TO RETLEDNW.
           SELECT LCPREPAY-REC  ASSIGN TO LCPREPAY
               FILE STATUS IS WS-LCPREPAY-FILE-STATUS.
           SELECT INVCREG-REC   ASSIGN TO INVCREG
               FILE STATUS IS WS-INVCREG-FILE-STATUS.
           SELECT PAYREGRP-REC  ASSIGN TO PAYREGRP.
           SELECT PAYPARM-REC   ASSIGN TO PAYPARM
               FILE STATUS IS WS-PAYPARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'PARTSUPP'.

      *    One register row per remitted PO - the run date and
      *    amount it was extracted for payment with - and one per
      *    debit memo netted, type 'D', amount negative.
       FD  PAYREG-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           05  PRO-PO-NUMBER       PIC X(06).
           05  PRO-REMIT-DATE      PIC 9(08).
           05  PRO-AMOUNT          PIC S9(9)V99.
           05  PRO-ENTRY-TYPE      PIC X(01).
               88 PRO-DEBIT-MEMO            VALUE 'D'.
               88 PRO-RETAINAGE-RELEASE     VALUE 'R'.
           05  PRO-MEMO-ID         PIC X(10).
           05  PRO-COMPANY-CODE    PIC X(02).
           05  FILLER              PIC X(32).

       FD  PAYREG-NEW
           RECORDING MODE F
           05  PRN-PO-NUMBER       PIC X(06).
           05  PRN-REMIT-DATE      PIC 9(08).
           05  PRN-AMOUNT          PIC S9(9)V99.
           05  PRN-ENTRY-TYPE      PIC X(01).
           05  PRN-MEMO-ID         PIC X(10).
           05  PRN-COMPANY-CODE    PIC X(02).
           05  FILLER              PIC X(32).

      *    One payment row per supplier with something newly owed
      *    this run - total amount and the remit-to address, the
           05  PX-PAY-METHOD       PIC X(01).
           05  PX-EFT-ROUTING      PIC 9(09).
           05  PX-EFT-ACCOUNT      PIC X(17).
      *    The paying company - its own bank account and AP books.
           05  PX-COMPANY-CODE     PIC X(02).
           05  FILLER              PIC X(35).

       FD  PAYREGRP-REC
           RECORDING MODE F
           DATA RECORD IS PAYREGRP-RECORD.
       01  PAYREGRP-RECORD               PIC X(132).

      *    One 2-byte company selector.  A missing or blank record
      *    (or FILE STATUS not '00') means run every company.
       FD  PAYPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYPARM-RECORD.
       01  PAYPARM-RECORD.
           05  PAYPARM-COMPANY-CODE  PIC X(02).

      *    Same EFT master row EFTMAINT maintains - read-only here.
       FD  EFTMSTR-REC
           RECORDING MODE F
           05  PSL-CONSIGNMENT-FLAG PIC X(01).
           05  FILLER              PIC X(05).

      *    Same debit memo row RTVMAINT appends - read-only here.
       FD  DEBITMEM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
       01  DEBITMEM-RECORD.
           05  DM-MEMO-ID          PIC X(10).
           05  DM-SUPPLIER-CODE    PIC X(10).
           05  DM-PO-NUMBER        PIC X(06).
           05  DM-SOURCE           PIC X(04).
           05  DM-REASON-CODE      PIC X(03).
           05  DM-AMOUNT           PIC S9(9)V99.
           05  DM-MEMO-DATE        PIC 9(08).
           05  DM-REFERENCE        PIC X(10).
           05  FILLER              PIC X(38).

      *    Retainage terms - a blank PO-NUMBER is the subcontractor's
      *    default percent, a PO row overrides it for that PO.
       FD  RETTERMS-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETTERMS-RECORD.
       01  RETTERMS-RECORD.
           05  RT-SUPPLIER-CODE    PIC X(10).
           05  RT-PO-NUMBER        PIC X(06).
           05  RT-RETAIN-PCT       PIC 9(02)V99.
           05  FILLER              PIC X(60).

       FD  RETLED-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETAINAGE-LEDGER-ROW.
           COPY 'RETLEDGR'.

       FD  RETLED-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETLED-NEW-REC.
       01  RETLED-NEW-REC.
           05  RLN-SUPPLIER-CODE   PIC X(10).
           05  RLN-PO-NUMBER       PIC X(06).
           05  RLN-HOLD-DATE       PIC 9(08).
           05  RLN-HELD-AMOUNT     PIC S9(9)V99.
           05  RLN-RELEASED-AMOUNT PIC S9(9)V99.
           05  RLN-RETAIN-PCT      PIC 9(02)V99.
           05  RLN-SCHED-DATE      PIC 9(08).
           05  RLN-LAST-REL-DATE   PIC 9(08).
           05  FILLER              PIC X(14).

      *    Release on acceptance - a zero amount releases whatever
      *    is still held on the PO.
       FD  RETRLSE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETRLSE-RECORD.
       01  RETRLSE-RECORD.
           05  RR-SUPPLIER-CODE    PIC X(10).
           05  RR-PO-NUMBER        PIC X(06).
           05  RR-RELEASE-DATE     PIC 9(08).
           05  RR-AMOUNT           PIC S9(9)V99.
           05  FILLER              PIC X(45).

      *    Letter-of-credit / prepayment file LCMAINT maintains.
       FD  LCPREPAY-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LC-PREPAY-ROW.
           COPY 'LCPREPAY'.

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
           05  IR-PREPAID-AMOUNT   PIC S9(9)V99.
           05  FILLER              PIC X(19).

       WORKING-STORAGE SECTION.

       01  WS-PAYREGOL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-EFTMSTR-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-PARTSUPL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-DEBITMEM-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-RETTERMS-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-RETLEDOL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-RETRLSE-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-LCPREPAY-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-INVCREG-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-PAYPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    Blank company codes on the master and the register are
      *    the home company.  WS-RUN-COMPANY spaces = every company.
       01  WS-HOME-COMPANY               PIC X(02)      VALUE '01'.
       01  WS-RUN-COMPANY                PIC X(02)      VALUE SPACES.
       01  WS-PO-COMPANY                 PIC X(02)      VALUE SPACES.

      *    Extract totals per company, in first-seen order.
       01  WS-CO-COUNT                   PIC 9(02)      VALUE 0.
       01  WS-CO-FOUND-FLAG              PIC X(01)      VALUE 'N'.
           88 COMPANY-FOUND                             VALUE 'Y'.
       01  WS-COMPANY-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES
                  INDEXED BY CO-IDX.
               10 WS-CO-COMPANY-CODE     PIC X(02)      VALUE SPACES.
               10 WS-CO-SUPPLIERS-PAID   PIC 9(03)      VALUE 0.
               10 WS-CO-AMOUNT-DUE       PIC S9(11)V99  VALUE 0.

      *    POs with a letter of credit or prepayment on file, and
      *    what their matched invoice had applied.  A missing
      *    LCPREPAY leaves the table empty and every PO remitted
      *    as before; a missing INVCREG leaves every one of these
      *    POs unmatched.
       01  WS-LCP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-PREPAY-TABLE.
           05  WS-LCP-ENTRY OCCURS 500 TIMES
                  INDEXED BY LCP-IDX.
               10 WS-LCP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-LCP-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-LCP-MATCHED-FLAG    PIC X(01)      VALUE 'N'.
                  88 WS-LCP-INVOICE-MATCHED             VALUE 'Y'.
               10 WS-LCP-PREPAID-AMOUNT  PIC S9(9)V99   VALUE 0.
       01  LCPREPAY-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-LCP-ROWS                          VALUE 'Y'.
       01  INVCREG-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-INVCREG                           VALUE 'Y'.
       01  WS-LCP-SLOT                   PIC 9(03)      VALUE 0.

      *    Retainage terms, the ledger carried whole, and the
      *    releases due this run.  A missing RETTERMS holds nothing
      *    back; a missing RETLEDOL is a ledger with nothing held.
       01  WS-RTT-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-RETAIN-TERMS-TABLE.
           05  WS-RTT-ENTRY OCCURS 200 TIMES
                  INDEXED BY RTT-IDX.
               10 WS-RTT-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-RTT-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-RTT-RETAIN-PCT      PIC 9(02)V99   VALUE 0.
       01  RETTERMS-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-RETAIN-TERMS                      VALUE 'Y'.

       01  WS-RTL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-RETAIN-LEDGER-TABLE.
           05  WS-RTL-ENTRY OCCURS 2000 TIMES
                  INDEXED BY RTL-IDX.
               10 WS-RTL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-RTL-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-RTL-HOLD-DATE       PIC 9(08)      VALUE 0.
               10 WS-RTL-HELD-AMOUNT     PIC S9(9)V99   VALUE 0.
               10 WS-RTL-RELEASED-AMOUNT PIC S9(9)V99   VALUE 0.
               10 WS-RTL-RETAIN-PCT      PIC 9(02)V99   VALUE 0.
               10 WS-RTL-SCHED-DATE      PIC 9(08)      VALUE 0.
               10 WS-RTL-LAST-REL-DATE   PIC 9(08)      VALUE 0.
       01  RETLEDOL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-RETAIN-LEDGER                     VALUE 'Y'.

       01  WS-RRL-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-RETAIN-RELEASE-TABLE.
           05  WS-RRL-ENTRY OCCURS 300 TIMES
                  INDEXED BY RRL-IDX.
               10 WS-RRL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-RRL-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-RRL-AMOUNT          PIC S9(9)V99   VALUE 0.
               10 WS-RRL-DONE-FLAG       PIC X(01)      VALUE 'N'.
                  88 WS-RRL-DONE                        VALUE 'Y'.
       01  RETRLSE-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-RETAIN-RELEASES                   VALUE 'Y'.

       01  WS-RETAIN-PCT                 PIC 9(02)V99   VALUE 0.
       01  WS-RETAIN-AMOUNT              PIC S9(9)V99   VALUE 0.
       01  WS-RETAIN-BALANCE             PIC S9(9)V99   VALUE 0.
       01  WS-RTL-SLOT                   PIC 9(05)      VALUE 0.
       01  WS-RTT-PO-FOUND-FLAG          PIC X(01)      VALUE 'N'.
           88 RTT-PO-ROW-FOUND                          VALUE 'Y'.
       01  WS-RRL-PO-FOUND-FLAG          PIC X(01)      VALUE 'N'.
           88 RRL-PO-ON-RECORD                          VALUE 'Y'.

      *    Debit memos not yet netted - a memo already on the
      *    register as a 'D' row is dropped as it loads.  A missing
      *    DEBITMEM just means nothing is owed back.
       01  WS-DMO-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-DEBIT-MEMO-TABLE.
           05  WS-DMO-ENTRY OCCURS 300 TIMES
                  INDEXED BY DMO-IDX.
               10 WS-DMO-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-DMO-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-DMO-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-DMO-AMOUNT          PIC S9(9)V99   VALUE 0.
               10 WS-DMO-COMPANY-CODE    PIC X(02)      VALUE SPACES.
       01  DEBITMEM-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-DEBIT-MEMOS                       VALUE 'Y'.
       01  WS-MEMO-NETTED-FLAG           PIC X(01)      VALUE 'N'.
           88 MEMO-ALREADY-NETTED                       VALUE 'Y'.

      *    Consignment part/supplier pairs off the price link - a
      *    receipt on one of these is the supplier's inventory, not
               10 WS-REG-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-REG-REMIT-DATE      PIC 9(08)      VALUE 0.
               10 WS-REG-AMOUNT          PIC S9(9)V99   VALUE 0.
               10 WS-REG-ENTRY-TYPE      PIC X(01)      VALUE SPACES.
                  88 WS-REG-DEBIT-MEMO                  VALUE 'D'.
                  88 WS-REG-RETAINAGE-RELEASE           VALUE 'R'.
               10 WS-REG-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-REG-COMPANY-CODE    PIC X(02)      VALUE SPACES.

      *    Per-supplier accumulation for this run's payment extract,
      *    with the remit address captured off the first record seen
      *    for the supplier - the same capture-once idea RPTPRINT's
      *    500-SUB-CAPTURE-REMIT-RAW uses.  One slot per supplier
      *    per company - each entity pays its own.
       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SUPPLIER-PAY-TABLE.
           05  WS-SUP-ENTRY OCCURS 200 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SUP-COMPANY-CODE    PIC X(02)      VALUE SPACES.
               10 WS-SUP-AMOUNT-DUE      PIC S9(9)V99   VALUE 0.
               10 WS-SUP-REMIT-ADDRESS-1 PIC X(15)      VALUE SPACES.
               10 WS-SUP-REMIT-CITY      PIC X(15)      VALUE SPACES.
           05 WS-NEW-REMIT-COUNT         PIC 9(05)      VALUE 0.
           05 WS-SKIPPED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-SUPPLIERS-PAID          PIC 9(03)      VALUE 0.
           05 WS-MEMOS-NETTED            PIC 9(03)      VALUE 0.
           05 WS-MEMOS-HELD              PIC 9(03)      VALUE 0.
           05 WS-RETAINAGE-HELD          PIC 9(05)      VALUE 0.
           05 WS-RETAINAGE-RELEASED      PIC 9(05)      VALUE 0.
           05 WS-PREPAID-APPLIED         PIC 9(05)      VALUE 0.
           05 WS-PREPAID-HELD            PIC 9(05)      VALUE 0.

       01  WS-PO-AMOUNT                  PIC S9(9)V99   VALUE 0.
       01  WS-ALREADY-REMITTED-FLAG      PIC X(01)      VALUE 'N'.
           'PAYMENT REGISTER - REMITTED PURCHASE ORDERS'.

       01  WS-RPT-DETAIL.
           05  RPD-COMPANY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-REMARK          PIC X(17)      VALUE SPACES.
           05  FILLER              PIC X(66)      VALUE SPACES.

       01  WS-RPT-CO-TOTAL.
           05  FILLER              PIC X(08)      VALUE 'COMPANY '.
           05  RPT-COMPANY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(26)      VALUE
               ' EXTRACT - SUPPLIERS PAID '.
           05  RPT-SUPPLIERS-PAID  PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE '  TOTAL '.
           05  RPT-AMOUNT-DUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(67)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PARM.
           PERFORM 400-LOAD-OLD-REGISTER.
           PERFORM 450-LOAD-EFT-MASTER.
           PERFORM 460-LOAD-CONSIGNMENT-ROWS.
           PERFORM 470-LOAD-DEBIT-MEMOS.
           PERFORM 480-LOAD-RETAINAGE-TERMS.
           PERFORM 485-LOAD-RETAINAGE-LEDGER.
           PERFORM 490-LOAD-RETAINAGE-RELEASES.
           PERFORM 475-LOAD-PREPAYMENTS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM 600-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 660-REJECT-UNMATCHED-RELEASES.
           PERFORM 650-NET-DEBIT-MEMOS.
           PERFORM 700-WRITE-PAY-EXTRACT.
           PERFORM 800-WRITE-REGISTER-AND-REPORT.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'PAYREG COMPLETE - NEW REMITS: ' WS-NEW-REMIT-COUNT
              ' ALREADY REMITTED: ' WS-SKIPPED-COUNT
              ' SUPPLIERS PAID: ' WS-SUPPLIERS-PAID
              ' MEMOS NETTED: ' WS-MEMOS-NETTED
              ' MEMOS HELD: ' WS-MEMOS-HELD
              ' RETAINAGE HELD: ' WS-RETAINAGE-HELD
              ' RELEASED: ' WS-RETAINAGE-RELEASED
              ' PREPAID APPLIED: ' WS-PREPAID-APPLIED
              ' PREPAID HELD: ' WS-PREPAID-HELD.
           GOBACK.

       000-INIT.
           INITIALIZE WS-REGISTER-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-PAY-TABLE.
           INITIALIZE WS-DMO-COUNT.
           INITIALIZE WS-DEBIT-MEMO-TABLE.
           INITIALIZE WS-RTT-COUNT.
           INITIALIZE WS-RETAIN-TERMS-TABLE.
           INITIALIZE WS-RTL-COUNT.
           INITIALIZE WS-RETAIN-LEDGER-TABLE.
           INITIALIZE WS-RRL-COUNT.
           INITIALIZE WS-RETAIN-RELEASE-TABLE.
           INITIALIZE WS-LCP-COUNT.
           INITIALIZE WS-PREPAY-TABLE.
           INITIALIZE WS-CO-COUNT.
           INITIALIZE WS-COMPANY-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO PAYREGOL-EOF.
           MOVE 'N' TO RETTERMS-EOF.
           MOVE 'N' TO RETLEDOL-EOF.
           MOVE 'N' TO RETRLSE-EOF.
           MOVE 'N' TO LCPREPAY-EOF.
           MOVE 'N' TO INVCREG-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT PAYREG-NEW.
           OPEN OUTPUT PAYEXTR-REC.
           OPEN OUTPUT PAYREGRP-REC.
           OPEN OUTPUT RETLED-NEW.

      *    Same optional-file treatment PERCLOSE gives PERPARM - a
      *    missing PAYPARM DD just means every company, never an
      *    abend.
       110-READ-PARM.
           MOVE SPACES TO WS-RUN-COMPANY
           OPEN INPUT PAYPARM-REC
           IF WS-PAYPARM-FILE-STATUS = '00'
              READ PAYPARM-REC
              IF WS-PAYPARM-FILE-STATUS = '00'
                 AND PAYPARM-COMPANY-CODE NOT = SPACES
                 MOVE PAYPARM-COMPANY-CODE TO WS-RUN-COMPANY
              END-IF
           END-IF
           CLOSE PAYPARM-REC.

      *    A missing or empty register (FILE STATUS not '00') just
      *    means nothing has ever been remitted - first run.
                    MOVE PRO-REMIT-DATE
                       TO WS-REG-REMIT-DATE(REG-IDX)
                    MOVE PRO-AMOUNT TO WS-REG-AMOUNT(REG-IDX)
                    MOVE PRO-ENTRY-TYPE
                       TO WS-REG-ENTRY-TYPE(REG-IDX)
                    MOVE PRO-MEMO-ID TO WS-REG-MEMO-ID(REG-IDX)
                    IF PRO-COMPANY-CODE = SPACES
                       MOVE WS-HOME-COMPANY
                          TO WS-REG-COMPANY-CODE(REG-IDX)
                    ELSE
                       MOVE PRO-COMPANY-CODE
                          TO WS-REG-COMPANY-CODE(REG-IDX)
                    END-IF
                    SET WS-REG-COUNT TO REG-IDX
                    READ PAYREG-OLD
                       AT END MOVE 'Y' TO PAYREGOL-EOF
           END-IF
           .

      *    Runs after the register has loaded, so a memo netted on
      *    any earlier run never loads twice.
       470-LOAD-DEBIT-MEMOS.
           OPEN INPUT DEBITMEM-REC
           IF WS-DEBITMEM-FILE-STATUS = '00'
              READ DEBITMEM-REC
                 AT END MOVE 'Y' TO DEBITMEM-EOF
              END-READ
              PERFORM UNTIL NO-MORE-DEBIT-MEMOS
                 MOVE 'N' TO WS-MEMO-NETTED-FLAG
                 PERFORM VARYING REG-IDX FROM 1 BY 1
                    UNTIL REG-IDX > WS-REG-COUNT
                       OR MEMO-ALREADY-NETTED
                       IF WS-REG-DEBIT-MEMO(REG-IDX)
                          AND WS-REG-MEMO-ID(REG-IDX) = DM-MEMO-ID
                          MOVE 'Y' TO WS-MEMO-NETTED-FLAG
                       END-IF
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN MEMO-ALREADY-NETTED
                       CONTINUE
                    WHEN DM-AMOUNT NOT > ZERO
                       DISPLAY 'PAYREG DEBIT MEMO IGNORED - AMOUNT: '
                          DM-MEMO-ID
                    WHEN WS-DMO-COUNT >= 300
                       DISPLAY 'PAYREG DEBIT MEMO TABLE FULL: '
                          DM-MEMO-ID
                    WHEN OTHER
                       ADD 1 TO WS-DMO-COUNT
                       MOVE DM-MEMO-ID
                          TO WS-DMO-MEMO-ID(WS-DMO-COUNT)
                       MOVE DM-SUPPLIER-CODE
                          TO WS-DMO-SUPPLIER-CODE(WS-DMO-COUNT)
                       MOVE DM-PO-NUMBER
                          TO WS-DMO-PO-NUMBER(WS-DMO-COUNT)
                       MOVE DM-AMOUNT TO WS-DMO-AMOUNT(WS-DMO-COUNT)
                 END-EVALUATE
                 READ DEBITMEM-REC
                    AT END MOVE 'Y' TO DEBITMEM-EOF
                 END-READ
              END-PERFORM
              CLOSE DEBITMEM-REC
           END-IF
           .

       480-LOAD-RETAINAGE-TERMS.
           OPEN INPUT RETTERMS-REC
           IF WS-RETTERMS-FILE-STATUS = '00'
              READ RETTERMS-REC
                 AT END MOVE 'Y' TO RETTERMS-EOF
              END-READ
              PERFORM UNTIL NO-MORE-RETAIN-TERMS
                 IF RT-RETAIN-PCT IS NOT NUMERIC
                    OR RT-RETAIN-PCT > 50
                    DISPLAY 'REJECTED RETAINAGE TERMS: '
                       RT-SUPPLIER-CODE '/' RT-PO-NUMBER
                 ELSE
                    IF WS-RTT-COUNT < 200
                       ADD 1 TO WS-RTT-COUNT
                       MOVE RT-SUPPLIER-CODE
                          TO WS-RTT-SUPPLIER-CODE(WS-RTT-COUNT)
                       MOVE RT-PO-NUMBER
                          TO WS-RTT-PO-NUMBER(WS-RTT-COUNT)
                       MOVE RT-RETAIN-PCT
                          TO WS-RTT-RETAIN-PCT(WS-RTT-COUNT)
                    ELSE
                       DISPLAY 'PAYREG RETAINAGE TERMS TABLE FULL: '
                          RT-SUPPLIER-CODE '/' RT-PO-NUMBER
                    END-IF
                 END-IF
                 READ RETTERMS-REC
                    AT END MOVE 'Y' TO RETTERMS-EOF
                 END-READ
              END-PERFORM
              CLOSE RETTERMS-REC
           END-IF
           .

       485-LOAD-RETAINAGE-LEDGER.
           OPEN INPUT RETLED-OLD
           IF WS-RETLEDOL-FILE-STATUS = '00'
              READ RETLED-OLD
                 AT END MOVE 'Y' TO RETLEDOL-EOF
              END-READ
              PERFORM VARYING RTL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-RETAIN-LEDGER OR RTL-IDX > 2000
                    MOVE RL-SUPPLIER-CODE
                       TO WS-RTL-SUPPLIER-CODE(RTL-IDX)
                    MOVE RL-PO-NUMBER TO WS-RTL-PO-NUMBER(RTL-IDX)
                    MOVE RL-HOLD-DATE TO WS-RTL-HOLD-DATE(RTL-IDX)
                    MOVE RL-HELD-AMOUNT
                       TO WS-RTL-HELD-AMOUNT(RTL-IDX)
                    MOVE RL-RELEASED-AMOUNT
                       TO WS-RTL-RELEASED-AMOUNT(RTL-IDX)
                    MOVE RL-RETAIN-PCT TO WS-RTL-RETAIN-PCT(RTL-IDX)
                    MOVE RL-SCHED-RELEASE-DATE
                       TO WS-RTL-SCHED-DATE(RTL-IDX)
                    MOVE RL-LAST-RELEASE-DATE
                       TO WS-RTL-LAST-REL-DATE(RTL-IDX)
                    SET WS-RTL-COUNT TO RTL-IDX
                    READ RETLED-OLD
                       AT END MOVE 'Y' TO RETLEDOL-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-RETAIN-LEDGER
                 DISPLAY 'PAYREG RETAINAGE LEDGER TABLE FULL - '
                    'RETLEDOL TRUNCATED'
              END-IF
              CLOSE RETLED-OLD
           END-IF
           .

      *    A future-dated release only schedules the PO's ledger
      *    row; one due today or earlier queues for the master pass,
      *    which pays it with the supplier's other remittances.
       490-LOAD-RETAINAGE-RELEASES.
           OPEN INPUT RETRLSE-REC
           IF WS-RETRLSE-FILE-STATUS = '00'
              READ RETRLSE-REC
                 AT END MOVE 'Y' TO RETRLSE-EOF
              END-READ
              PERFORM UNTIL NO-MORE-RETAIN-RELEASES
                 PERFORM 495-FIND-LEDGER-ROW
                 EVALUATE TRUE
                    WHEN RR-RELEASE-DATE IS NOT NUMERIC
                       OR RR-AMOUNT IS NOT NUMERIC
                       OR RR-AMOUNT < 0
                       DISPLAY 'REJECTED RETAINAGE RELEASE: '
                          RR-SUPPLIER-CODE '/' RR-PO-NUMBER
                    WHEN WS-RTL-SLOT = 0
                       DISPLAY 'REJECTED RETAINAGE RELEASE - NOTHING '
                          'HELD: ' RR-SUPPLIER-CODE '/' RR-PO-NUMBER
                    WHEN RR-RELEASE-DATE > WS-TODAYS-DATE
                       MOVE RR-RELEASE-DATE
                          TO WS-RTL-SCHED-DATE(WS-RTL-SLOT)
                    WHEN WS-RRL-COUNT >= 300
                       DISPLAY 'PAYREG RETAINAGE RELEASE TABLE FULL: '
                          RR-SUPPLIER-CODE '/' RR-PO-NUMBER
                    WHEN OTHER
                       ADD 1 TO WS-RRL-COUNT
                       MOVE RR-SUPPLIER-CODE
                          TO WS-RRL-SUPPLIER-CODE(WS-RRL-COUNT)
                       MOVE RR-PO-NUMBER
                          TO WS-RRL-PO-NUMBER(WS-RRL-COUNT)
                       MOVE RR-AMOUNT TO WS-RRL-AMOUNT(WS-RRL-COUNT)
                       MOVE 'N' TO WS-RRL-DONE-FLAG(WS-RRL-COUNT)
                 END-EVALUATE
                 READ RETRLSE-REC
                    AT END MOVE 'Y' TO RETRLSE-EOF
                 END-READ
              END-PERFORM
              CLOSE RETRLSE-REC
           END-IF
           .

      *    Sets WS-RTL-SLOT to the RR-SUPPLIER-CODE/RR-PO-NUMBER
      *    ledger row still holding a balance, zero when none.
       495-FIND-LEDGER-ROW.
           MOVE 0 TO WS-RTL-SLOT
           PERFORM VARYING RTL-IDX FROM 1 BY 1
              UNTIL RTL-IDX > WS-RTL-COUNT OR WS-RTL-SLOT > 0
                 IF WS-RTL-SUPPLIER-CODE(RTL-IDX) = RR-SUPPLIER-CODE
                    AND WS-RTL-PO-NUMBER(RTL-IDX) = RR-PO-NUMBER
                    AND WS-RTL-HELD-AMOUNT(RTL-IDX) >
                        WS-RTL-RELEASED-AMOUNT(RTL-IDX)
                    SET WS-RTL-SLOT TO RTL-IDX
                 END-IF
           END-PERFORM
           .

      *    The instrument rows first, then one pass of INVCREG
      *    to mark which of their POs have an invoice matched and
      *    what was applied against it.
       475-LOAD-PREPAYMENTS.
           OPEN INPUT LCPREPAY-REC
           IF WS-LCPREPAY-FILE-STATUS = '00'
              READ LCPREPAY-REC
                 AT END MOVE 'Y' TO LCPREPAY-EOF
              END-READ
              PERFORM VARYING LCP-IDX FROM 1 BY 1
                 UNTIL NO-MORE-LCP-ROWS OR LCP-IDX > 500
                    MOVE LP-SUPPLIER-CODE
                       TO WS-LCP-SUPPLIER-CODE(LCP-IDX)
                    MOVE LP-PO-NUMBER TO WS-LCP-PO-NUMBER(LCP-IDX)
                    MOVE 'N' TO WS-LCP-MATCHED-FLAG(LCP-IDX)
                    MOVE 0 TO WS-LCP-PREPAID-AMOUNT(LCP-IDX)
                    SET WS-LCP-COUNT TO LCP-IDX
                    READ LCPREPAY-REC
                       AT END MOVE 'Y' TO LCPREPAY-EOF
                    END-READ
              END-PERFORM
              CLOSE LCPREPAY-REC
           END-IF
           IF WS-LCP-COUNT > 0
              OPEN INPUT INVCREG-REC
              IF WS-INVCREG-FILE-STATUS = '00'
                 READ INVCREG-REC
                    AT END MOVE 'Y' TO INVCREG-EOF
                 END-READ
                 PERFORM UNTIL NO-MORE-INVCREG
                    PERFORM 477-MARK-PREPAID-MATCH
                    READ INVCREG-REC
                       AT END MOVE 'Y' TO INVCREG-EOF
                    END-READ
                 END-PERFORM
                 CLOSE INVCREG-REC
              END-IF
           END-IF
           .

      *    An older register row reads zeros or spaces where the
      *    prepaid amount now sits - it applied nothing.
       477-MARK-PREPAID-MATCH.
           PERFORM VARYING LCP-IDX FROM 1 BY 1
              UNTIL LCP-IDX > WS-LCP-COUNT
                 IF WS-LCP-SUPPLIER-CODE(LCP-IDX) = IR-SUPPLIER-CODE
                    AND WS-LCP-PO-NUMBER(LCP-IDX) = IR-PO-NUMBER
                    MOVE 'Y' TO WS-LCP-MATCHED-FLAG(LCP-IDX)
                    IF IR-PREPAID-AMOUNT NUMERIC
                       ADD IR-PREPAID-AMOUNT
                          TO WS-LCP-PREPAID-AMOUNT(LCP-IDX)
                    END-IF
                 END-IF
           END-PERFORM
           .

       600-PROCESS-MASTER.
           MOVE 'N' TO WS-CONSIGNMENT-FLAG
           PERFORM VARYING CSG-IDX FROM 1 BY 1
                 END-IF
           END-PERFORM
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              MOVE PO-COMPANY-CODE(PO-IDX) TO WS-PO-COMPANY
              IF WS-PO-COMPANY = SPACES
                 MOVE WS-HOME-COMPANY TO WS-PO-COMPANY
              END-IF
              IF PO-NUMBER(PO-IDX) NOT = SPACES
                 AND PO-STATUS-RECEIVED(PO-IDX)
                 AND NOT PO-TYPE-BLANKET(PO-IDX)
                 AND NOT PO-IS-CONSIGNMENT
                 AND (WS-RUN-COMPANY = SPACES
                      OR WS-PO-COMPANY = WS-RUN-COMPANY)
                 PERFORM 610-CHECK-AND-REMIT-PO
              END-IF
           END-PERFORM
           IF WS-RRL-COUNT > 0
              PERFORM 640-RELEASE-RETAINAGE
           END-IF
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
              UNTIL REG-IDX > WS-REG-COUNT OR PO-ALREADY-REMITTED
                 IF WS-REG-SUPPLIER-CODE(REG-IDX) = SUPPLIER-CODE
                    AND WS-REG-PO-NUMBER(REG-IDX) = PO-NUMBER(PO-IDX)
                    AND NOT WS-REG-DEBIT-MEMO(REG-IDX)
                    MOVE 'Y' TO WS-ALREADY-REMITTED-FLAG
                 END-IF
           END-PERFORM
           MOVE 0 TO WS-LCP-SLOT
           PERFORM VARYING LCP-IDX FROM 1 BY 1
              UNTIL LCP-IDX > WS-LCP-COUNT OR WS-LCP-SLOT > 0
                 IF WS-LCP-SUPPLIER-CODE(LCP-IDX) = SUPPLIER-CODE
                    AND WS-LCP-PO-NUMBER(LCP-IDX) = PO-NUMBER(PO-IDX)
                    SET WS-LCP-SLOT TO LCP-IDX
                 END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN PO-ALREADY-REMITTED
                 ADD 1 TO WS-SKIPPED-COUNT
              WHEN WS-LCP-SLOT > 0
                 AND NOT WS-LCP-INVOICE-MATCHED(WS-LCP-SLOT)
                 ADD 1 TO WS-PREPAID-HELD
                 DISPLAY 'PAYREG PREPAID PO HELD - INVOICE NOT '
                    'MATCHED: ' SUPPLIER-CODE '/' PO-NUMBER(PO-IDX)
              WHEN OTHER
                 PERFORM 620-REGISTER-NEW-REMIT
           END-EVALUATE
           .

       620-REGISTER-NEW-REMIT.
              MOVE PO-NUMBER(PO-IDX)
                 TO WS-REG-PO-NUMBER(WS-REG-COUNT)
              MOVE WS-TODAYS-DATE TO WS-REG-REMIT-DATE(WS-REG-COUNT)
              MOVE SPACE TO WS-REG-ENTRY-TYPE(WS-REG-COUNT)
              MOVE SPACES TO WS-REG-MEMO-ID(WS-REG-COUNT)
              MOVE WS-PO-COMPANY TO WS-REG-COMPANY-CODE(WS-REG-COUNT)
              IF WS-LCP-SLOT > 0
                 AND WS-LCP-PREPAID-AMOUNT(WS-LCP-SLOT) > 0
                 PERFORM 622-APPLY-PREPAYMENT
              END-IF
              IF SUBCONTRACTOR AND WS-PO-AMOUNT > 0
                 PERFORM 625-WITHHOLD-RETAINAGE
              END-IF
              MOVE WS-PO-AMOUNT TO WS-REG-AMOUNT(WS-REG-COUNT)
              ADD 1 TO WS-NEW-REMIT-COUNT
              PERFORM 630-ACCUMULATE-SUPPLIER-PAY
           END-IF
           .

      *    Never more than the PO itself - a prepayment bigger
      *    than the receipt leaves the PO at zero, not a credit.
       622-APPLY-PREPAYMENT.
           IF WS-LCP-PREPAID-AMOUNT(WS-LCP-SLOT) < WS-PO-AMOUNT
              SUBTRACT WS-LCP-PREPAID-AMOUNT(WS-LCP-SLOT)
                 FROM WS-PO-AMOUNT
           ELSE
              MOVE 0 TO WS-PO-AMOUNT
           END-IF
           MOVE 'PREPAID' TO WS-REG-MEMO-ID(WS-REG-COUNT)
           ADD 1 TO WS-PREPAID-APPLIED
           .

      *    The PO's own terms row wins over the subcontractor's
      *    blank-PO default.  The held portion comes off the amount
      *    remitted and onto the ledger; the register row is marked
      *    so the report and anyone reading it can tell it is net.
       625-WITHHOLD-RETAINAGE.
           MOVE 0 TO WS-RETAIN-PCT
           MOVE 'N' TO WS-RTT-PO-FOUND-FLAG
           PERFORM VARYING RTT-IDX FROM 1 BY 1
              UNTIL RTT-IDX > WS-RTT-COUNT OR RTT-PO-ROW-FOUND
                 IF WS-RTT-SUPPLIER-CODE(RTT-IDX) = SUPPLIER-CODE
                    EVALUATE TRUE
                       WHEN WS-RTT-PO-NUMBER(RTT-IDX) =
                            PO-NUMBER(PO-IDX)
                          MOVE WS-RTT-RETAIN-PCT(RTT-IDX)
                             TO WS-RETAIN-PCT
                          MOVE 'Y' TO WS-RTT-PO-FOUND-FLAG
                       WHEN WS-RTT-PO-NUMBER(RTT-IDX) = SPACES
                          MOVE WS-RTT-RETAIN-PCT(RTT-IDX)
                             TO WS-RETAIN-PCT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-PERFORM
           IF WS-RETAIN-PCT > 0
              IF WS-RTL-COUNT < 2000
                 COMPUTE WS-RETAIN-AMOUNT ROUNDED =
                    WS-PO-AMOUNT * WS-RETAIN-PCT / 100
                 SUBTRACT WS-RETAIN-AMOUNT FROM WS-PO-AMOUNT
                 ADD 1 TO WS-RTL-COUNT
                 MOVE SUPPLIER-CODE
                    TO WS-RTL-SUPPLIER-CODE(WS-RTL-COUNT)
                 MOVE PO-NUMBER(PO-IDX)
                    TO WS-RTL-PO-NUMBER(WS-RTL-COUNT)
                 MOVE WS-TODAYS-DATE TO WS-RTL-HOLD-DATE(WS-RTL-COUNT)
                 MOVE WS-RETAIN-AMOUNT
                    TO WS-RTL-HELD-AMOUNT(WS-RTL-COUNT)
                 MOVE 0 TO WS-RTL-RELEASED-AMOUNT(WS-RTL-COUNT)
                 MOVE WS-RETAIN-PCT TO WS-RTL-RETAIN-PCT(WS-RTL-COUNT)
                 MOVE 0 TO WS-RTL-SCHED-DATE(WS-RTL-COUNT)
                 MOVE 0 TO WS-RTL-LAST-REL-DATE(WS-RTL-COUNT)
                 MOVE 'RETAINED' TO WS-REG-MEMO-ID(WS-REG-COUNT)
                 ADD 1 TO WS-RETAINAGE-HELD
              ELSE
                 DISPLAY 'PAYREG RETAINAGE LEDGER FULL - PAID IN '
                    'FULL: ' SUPPLIER-CODE '/' PO-NUMBER(PO-IDX)
              END-IF
           END-IF
           .

      *    Keyed by supplier and WS-PO-COMPANY.
       630-ACCUMULATE-SUPPLIER-PAY.
           MOVE 'N' TO WS-SUP-FOUND-FLAG
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR SUPPLIER-SLOT-FOUND
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = SUPPLIER-CODE
                    AND WS-SUP-COMPANY-CODE(SUP-IDX) = WS-PO-COMPANY
                    MOVE 'Y' TO WS-SUP-FOUND-FLAG
                    SET WS-SUP-SLOT TO SUP-IDX
                 END-IF
              MOVE WS-SUP-COUNT TO WS-SUP-SLOT
              MOVE SUPPLIER-CODE
                 TO WS-SUP-SUPPLIER-CODE(WS-SUP-SLOT)
              MOVE WS-PO-COMPANY TO WS-SUP-COMPANY-CODE(WS-SUP-SLOT)
              PERFORM 635-CAPTURE-REMIT-ADDRESS
           END-IF
           ADD WS-PO-AMOUNT TO WS-SUP-AMOUNT-DUE(WS-SUP-SLOT)
           END-PERFORM
           .

      *    Due releases for this supplier whose PO is on this master
      *    record - the record supplies the Remit address when the
      *    release is all the supplier is owed this run.  The
      *    release is paid by the PO's company; one for a company
      *    other than PAYPARM's is left for that company's run.
       640-RELEASE-RETAINAGE.
           PERFORM VARYING RRL-IDX FROM 1 BY 1
              UNTIL RRL-IDX > WS-RRL-COUNT
                 IF NOT WS-RRL-DONE(RRL-IDX)
                    AND WS-RRL-SUPPLIER-CODE(RRL-IDX) = SUPPLIER-CODE
                    MOVE 'N' TO WS-RRL-PO-FOUND-FLAG
                    PERFORM VARYING PO-IDX FROM 1 BY 1
                       UNTIL PO-IDX > 3 OR RRL-PO-ON-RECORD
                          IF PO-NUMBER(PO-IDX) =
                             WS-RRL-PO-NUMBER(RRL-IDX)
                             MOVE 'Y' TO WS-RRL-PO-FOUND-FLAG
                             MOVE PO-COMPANY-CODE(PO-IDX)
                                TO WS-PO-COMPANY
                          END-IF
                    END-PERFORM
                    IF WS-PO-COMPANY = SPACES
                       MOVE WS-HOME-COMPANY TO WS-PO-COMPANY
                    END-IF
                    EVALUATE TRUE
                       WHEN NOT RRL-PO-ON-RECORD
                          CONTINUE
                       WHEN WS-RUN-COMPANY NOT = SPACES
                            AND WS-PO-COMPANY NOT = WS-RUN-COMPANY
                          MOVE 'Y' TO WS-RRL-DONE-FLAG(RRL-IDX)
                       WHEN OTHER
                          PERFORM 645-PAY-RETAINAGE-RELEASE
                    END-EVALUATE
                 END-IF
           END-PERFORM
           .

      *    A zero amount, or one more than is still held, releases
      *    the whole balance.
       645-PAY-RETAINAGE-RELEASE.
           MOVE 'Y' TO WS-RRL-DONE-FLAG(RRL-IDX)
           MOVE WS-RRL-SUPPLIER-CODE(RRL-IDX) TO RR-SUPPLIER-CODE
           MOVE WS-RRL-PO-NUMBER(RRL-IDX) TO RR-PO-NUMBER
           PERFORM 495-FIND-LEDGER-ROW
           EVALUATE TRUE
              WHEN WS-RTL-SLOT = 0
                 DISPLAY 'REJECTED RETAINAGE RELEASE - NOTHING '
                    'HELD: ' RR-SUPPLIER-CODE '/' RR-PO-NUMBER
              WHEN WS-REG-COUNT >= 2000
                 DISPLAY 'PAYREG REGISTER TABLE FULL - RETAINAGE NOT '
                    'RELEASED: ' RR-SUPPLIER-CODE '/' RR-PO-NUMBER
              WHEN OTHER
                 COMPUTE WS-RETAIN-BALANCE =
                    WS-RTL-HELD-AMOUNT(WS-RTL-SLOT)
                    - WS-RTL-RELEASED-AMOUNT(WS-RTL-SLOT)
                 IF WS-RRL-AMOUNT(RRL-IDX) > 0
                    AND WS-RRL-AMOUNT(RRL-IDX) < WS-RETAIN-BALANCE
                    MOVE WS-RRL-AMOUNT(RRL-IDX) TO WS-PO-AMOUNT
                 ELSE
                    MOVE WS-RETAIN-BALANCE TO WS-PO-AMOUNT
                 END-IF
                 ADD WS-PO-AMOUNT
                    TO WS-RTL-RELEASED-AMOUNT(WS-RTL-SLOT)
                 MOVE WS-TODAYS-DATE
                    TO WS-RTL-LAST-REL-DATE(WS-RTL-SLOT)
                 ADD 1 TO WS-REG-COUNT
                 MOVE SUPPLIER-CODE
                    TO WS-REG-SUPPLIER-CODE(WS-REG-COUNT)
                 MOVE RR-PO-NUMBER TO WS-REG-PO-NUMBER(WS-REG-COUNT)
                 MOVE WS-TODAYS-DATE
                    TO WS-REG-REMIT-DATE(WS-REG-COUNT)
                 MOVE WS-PO-AMOUNT TO WS-REG-AMOUNT(WS-REG-COUNT)
                 MOVE 'R' TO WS-REG-ENTRY-TYPE(WS-REG-COUNT)
                 MOVE 'RETAINAGE' TO WS-REG-MEMO-ID(WS-REG-COUNT)
                 MOVE WS-PO-COMPANY
                    TO WS-REG-COMPANY-CODE(WS-REG-COUNT)
                 ADD 1 TO WS-RETAINAGE-RELEASED
                 PERFORM 630-ACCUMULATE-SUPPLIER-PAY
           END-EVALUATE
           .

      *    A due release whose PO never turned up on the master
      *    pays nothing - it stays held until keyed again.
       660-REJECT-UNMATCHED-RELEASES.
           PERFORM VARYING RRL-IDX FROM 1 BY 1
              UNTIL RRL-IDX > WS-RRL-COUNT
                 IF NOT WS-RRL-DONE(RRL-IDX)
                    DISPLAY 'REJECTED RETAINAGE RELEASE - PO NOT ON '
                       'MASTER: ' WS-RRL-SUPPLIER-CODE(RRL-IDX) '/'
                       WS-RRL-PO-NUMBER(RRL-IDX)
                 END-IF
           END-PERFORM
           .

      *    A memo nets only against a supplier being paid this run,
      *    and only when the payment still exceeds it - the extract
      *    never carries a zero or credit balance to pay.  Memos are
      *    taken whole, oldest first as DEBITMEM delivers them; one
      *    that doesn't fit waits for a bigger payment.  A memo
      *    nets only against its own company's payment - the
      *    company of its PO's register row, this run's remits
      *    included; a memo whose PO has never been remitted has no
      *    company yet and waits.  A memo with no PO at all - a
      *    REBATRK rebate - belongs to this run's PAYPARM company,
      *    or the home company when PAYPARM names none.
       650-NET-DEBIT-MEMOS.
           PERFORM VARYING DMO-IDX FROM 1 BY 1
              UNTIL DMO-IDX > WS-DMO-COUNT
                 PERFORM 652-FIND-MEMO-COMPANY
                 MOVE 'N' TO WS-SUP-FOUND-FLAG
                 PERFORM VARYING SUP-IDX FROM 1 BY 1
                    UNTIL SUP-IDX > WS-SUP-COUNT
                       OR SUPPLIER-SLOT-FOUND
                       OR WS-DMO-COMPANY-CODE(DMO-IDX) = SPACES
                       IF WS-SUP-SUPPLIER-CODE(SUP-IDX) =
                          WS-DMO-SUPPLIER-CODE(DMO-IDX)
                          AND WS-SUP-COMPANY-CODE(SUP-IDX) =
                              WS-DMO-COMPANY-CODE(DMO-IDX)
                          MOVE 'Y' TO WS-SUP-FOUND-FLAG
                          SET WS-SUP-SLOT TO SUP-IDX
                       END-IF
                 END-PERFORM
                 IF SUPPLIER-SLOT-FOUND
                    AND WS-SUP-AMOUNT-DUE(WS-SUP-SLOT) >
                        WS-DMO-AMOUNT(DMO-IDX)
                    AND WS-REG-COUNT < 2000
                    PERFORM 655-REGISTER-DEBIT-MEMO
                 ELSE
                    ADD 1 TO WS-MEMOS-HELD
                 END-IF
           END-PERFORM
           .

       652-FIND-MEMO-COMPANY.
           MOVE SPACES TO WS-DMO-COMPANY-CODE(DMO-IDX)
           IF WS-DMO-PO-NUMBER(DMO-IDX) = SPACES
              IF WS-RUN-COMPANY NOT = SPACES
                 MOVE WS-RUN-COMPANY TO WS-DMO-COMPANY-CODE(DMO-IDX)
              ELSE
                 MOVE WS-HOME-COMPANY
                    TO WS-DMO-COMPANY-CODE(DMO-IDX)
              END-IF
           ELSE
              PERFORM VARYING REG-IDX FROM 1 BY 1
                 UNTIL REG-IDX > WS-REG-COUNT
                    OR WS-DMO-COMPANY-CODE(DMO-IDX) NOT = SPACES
                    IF WS-REG-SUPPLIER-CODE(REG-IDX) =
                       WS-DMO-SUPPLIER-CODE(DMO-IDX)
                       AND WS-REG-PO-NUMBER(REG-IDX) =
                           WS-DMO-PO-NUMBER(DMO-IDX)
                       AND NOT WS-REG-DEBIT-MEMO(REG-IDX)
                       MOVE WS-REG-COMPANY-CODE(REG-IDX)
                          TO WS-DMO-COMPANY-CODE(DMO-IDX)
                    END-IF
              END-PERFORM
           END-IF
           .

       655-REGISTER-DEBIT-MEMO.
           SUBTRACT WS-DMO-AMOUNT(DMO-IDX)
              FROM WS-SUP-AMOUNT-DUE(WS-SUP-SLOT)
           ADD 1 TO WS-REG-COUNT
           MOVE WS-DMO-SUPPLIER-CODE(DMO-IDX)
              TO WS-REG-SUPPLIER-CODE(WS-REG-COUNT)
           MOVE WS-DMO-PO-NUMBER(DMO-IDX)
              TO WS-REG-PO-NUMBER(WS-REG-COUNT)
           MOVE WS-TODAYS-DATE TO WS-REG-REMIT-DATE(WS-REG-COUNT)
           COMPUTE WS-REG-AMOUNT(WS-REG-COUNT) =
              ZERO - WS-DMO-AMOUNT(DMO-IDX)
           MOVE 'D' TO WS-REG-ENTRY-TYPE(WS-REG-COUNT)
           MOVE WS-DMO-MEMO-ID(DMO-IDX)
              TO WS-REG-MEMO-ID(WS-REG-COUNT)
           MOVE WS-DMO-COMPANY-CODE(DMO-IDX)
              TO WS-REG-COMPANY-CODE(WS-REG-COUNT)
           ADD 1 TO WS-MEMOS-NETTED
           .

      *    One company at a time - each company's suppliers
      *    together, so the paying entity's bank run never has to
      *    pick its rows out of the other's.
       700-WRITE-PAY-EXTRACT.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 MOVE 'N' TO WS-CO-FOUND-FLAG
                 PERFORM VARYING CO-IDX FROM 1 BY 1
                    UNTIL CO-IDX > WS-CO-COUNT OR COMPANY-FOUND
                       IF WS-CO-COMPANY-CODE(CO-IDX) =
                          WS-SUP-COMPANY-CODE(SUP-IDX)
                          MOVE 'Y' TO WS-CO-FOUND-FLAG
                       END-IF
                 END-PERFORM
                 IF NOT COMPANY-FOUND AND WS-CO-COUNT < 20
                    ADD 1 TO WS-CO-COUNT
                    MOVE WS-SUP-COMPANY-CODE(SUP-IDX)
                       TO WS-CO-COMPANY-CODE(WS-CO-COUNT)
                 END-IF
           END-PERFORM
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
                 PERFORM VARYING SUP-IDX FROM 1 BY 1
                    UNTIL SUP-IDX > WS-SUP-COUNT
                       IF WS-SUP-COMPANY-CODE(SUP-IDX) =
                          WS-CO-COMPANY-CODE(CO-IDX)
                          PERFORM 705-WRITE-ONE-PAYMENT
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       705-WRITE-ONE-PAYMENT.
           MOVE SPACES TO PAYEXTR-RECORD
           MOVE WS-SUP-SUPPLIER-CODE(SUP-IDX)
              TO PX-SUPPLIER-CODE
           MOVE WS-SUP-AMOUNT-DUE(SUP-IDX) TO PX-AMOUNT-DUE
           MOVE WS-SUP-REMIT-ADDRESS-1(SUP-IDX)
              TO PX-REMIT-ADDRESS-1
           MOVE WS-SUP-REMIT-CITY(SUP-IDX) TO PX-REMIT-CITY
           MOVE WS-SUP-REMIT-STATE(SUP-IDX) TO PX-REMIT-STATE
           MOVE WS-SUP-REMIT-ZIP(SUP-IDX) TO PX-REMIT-ZIP
           MOVE WS-SUP-COMPANY-CODE(SUP-IDX) TO PX-COMPANY-CODE
           PERFORM 710-SET-PAYMENT-METHOD
           WRITE PAYEXTR-RECORD
           ADD 1 TO WS-SUPPLIERS-PAID
           ADD 1 TO WS-CO-SUPPLIERS-PAID(CO-IDX)
           ADD WS-SUP-AMOUNT-DUE(SUP-IDX) TO WS-CO-AMOUNT-DUE(CO-IDX)
           .

      *    EFT when the supplier has an ACTIVE row on the EFT
      *    master, a paper check to the Remit address otherwise.
       710-SET-PAYMENT-METHOD.

      *    The whole register - prior runs' rows and this run's -
      *    goes back out as the new register, and every row prints
      *    on the register report with this run's rows flagged -
      *    only PAYPARM's company's rows when it names one - then
      *    each company's extract total.
       800-WRITE-REGISTER-AND-REPORT.
           WRITE PAYREGRP-RECORD FROM WS-RPT-HEADING
           PERFORM VARYING REG-IDX FROM 1 BY 1
              UNTIL REG-IDX > WS-REG-COUNT
                 MOVE SPACES TO PAYREG-NEW-REC
                 MOVE WS-REG-SUPPLIER-CODE(REG-IDX)
                    TO PRN-SUPPLIER-CODE
                 MOVE WS-REG-PO-NUMBER(REG-IDX) TO PRN-PO-NUMBER
                 MOVE WS-REG-REMIT-DATE(REG-IDX) TO PRN-REMIT-DATE
                 MOVE WS-REG-AMOUNT(REG-IDX) TO PRN-AMOUNT
                 MOVE WS-REG-ENTRY-TYPE(REG-IDX) TO PRN-ENTRY-TYPE
                 MOVE WS-REG-MEMO-ID(REG-IDX) TO PRN-MEMO-ID
                 MOVE WS-REG-COMPANY-CODE(REG-IDX)
                    TO PRN-COMPANY-CODE
                 WRITE PAYREG-NEW-REC
                 IF WS-RUN-COMPANY = SPACES
                    OR WS-REG-COMPANY-CODE(REG-IDX) = WS-RUN-COMPANY
                    PERFORM 810-PRINT-REGISTER-ROW
                 END-IF
           END-PERFORM
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
                 MOVE WS-CO-COMPANY-CODE(CO-IDX) TO RPT-COMPANY-CODE
                 MOVE WS-CO-SUPPLIERS-PAID(CO-IDX)
                    TO RPT-SUPPLIERS-PAID
                 MOVE WS-CO-AMOUNT-DUE(CO-IDX) TO RPT-AMOUNT-DUE
                 WRITE PAYREGRP-RECORD FROM WS-RPT-CO-TOTAL
           END-PERFORM
           PERFORM VARYING RTL-IDX FROM 1 BY 1
              UNTIL RTL-IDX > WS-RTL-COUNT
                 MOVE SPACES TO RETLED-NEW-REC
                 MOVE WS-RTL-SUPPLIER-CODE(RTL-IDX)
                    TO RLN-SUPPLIER-CODE
                 MOVE WS-RTL-PO-NUMBER(RTL-IDX) TO RLN-PO-NUMBER
                 MOVE WS-RTL-HOLD-DATE(RTL-IDX) TO RLN-HOLD-DATE
                 MOVE WS-RTL-HELD-AMOUNT(RTL-IDX) TO RLN-HELD-AMOUNT
                 MOVE WS-RTL-RELEASED-AMOUNT(RTL-IDX)
                    TO RLN-RELEASED-AMOUNT
                 MOVE WS-RTL-RETAIN-PCT(RTL-IDX) TO RLN-RETAIN-PCT
                 MOVE WS-RTL-SCHED-DATE(RTL-IDX) TO RLN-SCHED-DATE
                 MOVE WS-RTL-LAST-REL-DATE(RTL-IDX)
                    TO RLN-LAST-REL-DATE
                 WRITE RETLED-NEW-REC
           END-PERFORM
           .

       810-PRINT-REGISTER-ROW.
           MOVE WS-REG-COMPANY-CODE(REG-IDX)
              TO RPD-COMPANY-CODE
           MOVE WS-REG-SUPPLIER-CODE(REG-IDX)
              TO RPD-SUPPLIER-CODE
           MOVE WS-REG-PO-NUMBER(REG-IDX) TO RPD-PO-NUMBER
           MOVE WS-REG-REMIT-DATE(REG-IDX) TO RPD-REMIT-DATE
           MOVE WS-REG-AMOUNT(REG-IDX) TO RPD-AMOUNT
           EVALUATE TRUE
              WHEN WS-REG-DEBIT-MEMO(REG-IDX)
                 AND WS-REG-REMIT-DATE(REG-IDX) = WS-TODAYS-DATE
                 MOVE 'MEMO NETTED TODAY' TO RPD-REMARK
              WHEN WS-REG-DEBIT-MEMO(REG-IDX)
                 MOVE WS-REG-MEMO-ID(REG-IDX) TO RPD-REMARK
              WHEN WS-REG-RETAINAGE-RELEASE(REG-IDX)
                 AND WS-REG-REMIT-DATE(REG-IDX) = WS-TODAYS-DATE
                 MOVE 'RETAINAGE RELEASE' TO RPD-REMARK
              WHEN WS-REG-RETAINAGE-RELEASE(REG-IDX)
                 MOVE 'RETAINAGE' TO RPD-REMARK
              WHEN WS-REG-MEMO-ID(REG-IDX) = 'RETAINED'
                 AND WS-REG-REMIT-DATE(REG-IDX) = WS-TODAYS-DATE
                 MOVE 'NET OF RETAINAGE' TO RPD-REMARK
              WHEN WS-REG-MEMO-ID(REG-IDX) = 'PREPAID'
                 AND WS-REG-REMIT-DATE(REG-IDX) = WS-TODAYS-DATE
                 MOVE 'NET OF PREPAYMENT' TO RPD-REMARK
              WHEN WS-REG-REMIT-DATE(REG-IDX) = WS-TODAYS-DATE
                 MOVE 'REMITTED TODAY' TO RPD-REMARK
              WHEN OTHER
                 MOVE SPACES TO RPD-REMARK
           END-EVALUATE
           WRITE PAYREGRP-RECORD FROM WS-RPT-DETAIL
           .

       1000-CLOSE-END.
           CLOSE PAYREG-NEW.
           CLOSE PAYEXTR-REC.
           CLOSE PAYREGRP-REC.
           CLOSE RETLED-NEW.
