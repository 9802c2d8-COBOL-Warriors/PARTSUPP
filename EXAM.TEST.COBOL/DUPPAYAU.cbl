      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    DUPPAYAU.
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
      * //DUPPARM  DD DSN=USER66.EXAM.DEV.DUPPAYAU.PARM,DISP=SHR
      * //MERGXREF DD DSN=USER66.EXAM.DEV.SUPPMERG.XREF,DISP=SHR
      * //PAYREG   DD DSN=USER66.EXAM.DEV.PAYREG.REGISTER,DISP=SHR
      * //         DD DSN=USER66.EXAM.DEV.PAYREG.ARCHIVE,DISP=SHR
      * //INVCREG  DD DSN=USER66.EXAM.DEV.EDI810IN.INVCREG,DISP=SHR
      * //         DD DSN=USER66.EXAM.DEV.EDI810IN.ARCHIVE,DISP=SHR
      * //DUPDSPOL DD DSN=USER66.EXAM.DEV.DUPPAYAU.DISPOSN,DISP=SHR
      * //DUPDTRN  DD DSN=USER66.EXAM.DEV.DUPPAYAU.TRANS,DISP=SHR
      *   JCL Output
      * //DUPDSPNW DD DSN=USER66.EXAM.DEV.DUPPAYAU.DISPOSN,DISP=OLD
      * //DUPAUDRP DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Retainage release rows (entry type 'R') are left out of
      *   the payments audited - a release pays out the part of a
      *   PO held back when it was remitted, so it always shares
      *   its PO with that remit and is not a second payment.
      *
      * 2026-10-15 maruca V0R0M3
      *   MERGXREF FD trued to the 40-byte row SUPPMERG writes.
      ***************************************************************
      * Duplicate-payment recovery audit.  PAYREG stops the same
      * supplier/PO being remitted twice, but not the same supplier
      * invoice paid under two PO-NUMBERs, nor one invoice number
      * keyed once with leading zeros and once without, nor a PO
      * paid under a supplier code SUPPMERG later retired.  This run
      * reads the whole payment and matched-invoice history - the
      * current PAYREG and INVCREG with their archived generations
      * concatenated behind them on the DD - and lists every pair
      * of documents that looks like one liability paid twice:
      *    'P' two payments (debit memos excluded) to one supplier
      *        for the same amount, on different POs, remitted
      *        within DUPPARM's window of days of each other
      *        (columns 1-3, default 5);
      *    'M' one PO-NUMBER remitted twice for one supplier - the
      *        register can only miss this across a merge, when
      *        each payment was keyed to a different code;
      *    'I' one supplier invoice number matched twice on
      *        INVCREG, compared with leading zeros, spaces and
      *        punctuation stripped ('00012-A' = '12A').
      * Supplier codes are resolved through the MERGXREF chain to
      * today's survivor before anything is compared, so history
      * split by a merge is audited as the one supplier it was.
      * Each suspect is printed with both documents as the evidence
      * - as keyed, dated, valued, and for an invoice whether its
      * PO has been remitted.
      *
      * DUPDSPOL/DUPDSPNW is the auditors' disposition file, one
      * row per suspect pair ever reported: 'O' open, 'R' money
      * recovered, 'C' cleared - not a duplicate.  DUPDTRN rows
      * (pair key, new disposition, note) are applied first; a pair
      * dispositioned R or C is never reported again, an open one
      * reprints each run showing when it was first found, and a
      * new one is added to the file as open.  A missing DUPPARM,
      * MERGXREF, DUPDSPOL or DUPDTRN just takes the default - no
      * window override, no merges, nothing yet dispositioned.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPPARM-REC   ASSIGN TO DUPPARM
               FILE STATUS IS WS-DUPPARM-FILE-STATUS.
           SELECT MERGXREF-REC  ASSIGN TO MERGXREF
               FILE STATUS IS WS-MERGXREF-FILE-STATUS.
           SELECT PAYREG-REC    ASSIGN TO PAYREG
               FILE STATUS IS WS-PAYREG-FILE-STATUS.
           SELECT INVCREG-REC   ASSIGN TO INVCREG
               FILE STATUS IS WS-INVCREG-FILE-STATUS.
           SELECT DUPDSP-OLD    ASSIGN TO DUPDSPOL
               FILE STATUS IS WS-DUPDSPOL-FILE-STATUS.
           SELECT DUPDTRN-REC   ASSIGN TO DUPDTRN
               FILE STATUS IS WS-DUPDTRN-FILE-STATUS.
           SELECT DUPDSP-NEW    ASSIGN TO DUPDSPNW.
           SELECT DUPAUDRP-REC  ASSIGN TO DUPAUDRP.

       DATA DIVISION.
       FILE SECTION.

       FD  DUPPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUPPARM-RECORD.
       01  DUPPARM-RECORD.
           05  DPP-WINDOW-DAYS     PIC X(03).
           05  FILLER              PIC X(77).

      *    Same retiring -> survivor row SUPPMERG appends.
       FD  MERGXREF-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MERGXREF-RECORD.
       01  MERGXREF-RECORD.
           05  MX-RETIRED-CODE     PIC X(10).
           05  MX-SURVIVOR-CODE    PIC X(10).
           05  MX-MERGE-DATE       PIC 9(08).
           05  FILLER              PIC X(12).

      *    Same register row PAYREG keeps.
       FD  PAYREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYREG-RECORD.
       01  PAYREG-RECORD.
           05  PRO-SUPPLIER-CODE   PIC X(10).
           05  PRO-PO-NUMBER       PIC X(06).
           05  PRO-REMIT-DATE      PIC 9(08).
           05  PRO-AMOUNT          PIC S9(9)V99.
           05  PRO-ENTRY-TYPE      PIC X(01).
               88 PRO-DEBIT-MEMO            VALUE 'D'.
               88 PRO-RETAINAGE-RELEASE     VALUE 'R'.
           05  PRO-MEMO-ID         PIC X(10).
           05  FILLER              PIC X(34).

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

      *    Disposition row - the suspect pair key is the rule, the
      *    resolved supplier and the two documents' references in
      *    ascending order, so a pair keys the same every run.
       FD  DUPDSP-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUPDSP-OLD-REC.
       01  DUPDSP-OLD-REC.
           05  DDO-SUSPECT-KEY     PIC X(43).
           05  DDO-STATUS          PIC X(01).
           05  DDO-FIRST-DATE      PIC 9(08).
           05  DDO-STATUS-DATE     PIC 9(08).
           05  DDO-NOTE            PIC X(20).

       FD  DUPDSP-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUPDSP-NEW-REC.
       01  DUPDSP-NEW-REC.
           05  DDN-SUSPECT-KEY     PIC X(43).
           05  DDN-STATUS          PIC X(01).
           05  DDN-FIRST-DATE      PIC 9(08).
           05  DDN-STATUS-DATE     PIC 9(08).
           05  DDN-NOTE            PIC X(20).

      *    Auditor's disposition - the pair key as printed on
      *    DUPAUDRP, the new status and a note.
       FD  DUPDTRN-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUPDTRN-RECORD.
       01  DUPDTRN-RECORD.
           05  DDT-SUSPECT-KEY     PIC X(43).
           05  DDT-STATUS          PIC X(01).
               88 DDT-VALID-STATUS          VALUES 'O' 'R' 'C'.
           05  DDT-NOTE            PIC X(20).
           05  FILLER              PIC X(16).

       FD  DUPAUDRP-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUPAUDRP-RECORD.
       01  DUPAUDRP-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DUPPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-MERGXREF-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-PAYREG-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-INVCREG-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-DUPDSPOL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-DUPDTRN-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    Days apart two equal payments may be remitted and still
      *    be suspected as one bill paid twice.
       01  WS-WINDOW-DAYS                PIC 9(03)      VALUE 5.

       01  WS-XREF-COUNT                 PIC 9(03)      VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES
                  INDEXED BY XRF-IDX.
               10 WS-XRF-RETIRED-CODE    PIC X(10)      VALUE SPACES.
               10 WS-XRF-SURVIVOR-CODE   PIC X(10)      VALUE SPACES.

      *    Remittances (debit memos left out) off the whole register
      *    history, each with its supplier resolved to the survivor.
       01  WS-PAY-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 5000 TIMES
                  INDEXED BY PAY-IDX PAY-IDX2.
               10 WS-PAY-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PAY-RESOLVED-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PAY-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-PAY-REMIT-DATE      PIC 9(08)      VALUE 0.
               10 WS-PAY-DAY-NUMBER      PIC 9(07)      VALUE 0.
               10 WS-PAY-AMOUNT          PIC S9(9)V99   VALUE 0.

      *    Matched invoices off the whole INVCREG history, with the
      *    invoice number normalized for comparison.
       01  WS-INV-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 5000 TIMES
                  INDEXED BY INV-IDX INV-IDX2.
               10 WS-INV-NUMBER          PIC X(10)      VALUE SPACES.
               10 WS-INV-NORMAL-NUMBER   PIC X(10)      VALUE SPACES.
               10 WS-INV-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-INV-RESOLVED-CODE   PIC X(10)      VALUE SPACES.
               10 WS-INV-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-INV-MATCH-DATE      PIC 9(08)      VALUE 0.
               10 WS-INV-AMOUNT          PIC S9(9)V99   VALUE 0.

       01  WS-DSP-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY OCCURS 3000 TIMES
                  INDEXED BY DSP-IDX.
               10 WS-DSP-SUSPECT-KEY     PIC X(43)      VALUE SPACES.
               10 WS-DSP-STATUS          PIC X(01)      VALUE SPACES.
                  88 WS-DSP-CLOSED                VALUES 'R' 'C'.
               10 WS-DSP-FIRST-DATE      PIC 9(08)      VALUE 0.
               10 WS-DSP-STATUS-DATE     PIC 9(08)      VALUE 0.
               10 WS-DSP-NOTE            PIC X(20)      VALUE SPACES.

       01  WS-EOF-FLAGS.
           05 MERGXREF-EOF               PIC X(01)      VALUE 'N'.
              88 NO-MORE-XREF                           VALUE 'Y'.
           05 PAYREG-EOF                 PIC X(01)      VALUE 'N'.
              88 NO-MORE-PAYMENTS                       VALUE 'Y'.
           05 INVCREG-EOF                PIC X(01)      VALUE 'N'.
              88 NO-MORE-INVOICES                       VALUE 'Y'.
           05 DUPDSPOL-EOF               PIC X(01)      VALUE 'N'.
              88 NO-MORE-DISPOSITIONS                   VALUE 'Y'.
           05 DUPDTRN-EOF                PIC X(01)      VALUE 'N'.
              88 NO-MORE-TRANS                          VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-SUSPECT-COUNT           PIC 9(05)      VALUE 0.
           05 WS-NEW-COUNT               PIC 9(05)      VALUE 0.
           05 WS-OPEN-COUNT              PIC 9(05)      VALUE 0.
           05 WS-CLOSED-COUNT            PIC 9(05)      VALUE 0.
           05 WS-AT-RISK-AMOUNT          PIC S9(11)V99  VALUE 0.
           05 WS-TRANS-APPLIED           PIC 9(05)      VALUE 0.

      *    Supplier resolution through the merge chain.
       01  WS-RESOLVE-CODE               PIC X(10)      VALUE SPACES.
       01  WS-RESOLVE-HOPS               PIC 9(02)      VALUE 0.
       01  WS-RESOLVE-FLAG               PIC X(01)      VALUE 'N'.
           88 RESOLVE-MOVED                             VALUE 'Y'.

      *    Invoice-number normalization work areas.
       01  WS-NORM-IN                    PIC X(10)      VALUE SPACES.
       01  WS-NORM-OUT                   PIC X(10)      VALUE SPACES.
       01  WS-NORM-SUB                   PIC 9(02)      VALUE 0.
       01  WS-NORM-OUT-LEN               PIC 9(02)      VALUE 0.
       01  WS-NORM-CHAR                  PIC X(01)      VALUE SPACE.
           88 NORM-KEEP-CHAR                  VALUES '0' THRU '9'
                                                     'A' THRU 'Z'.

      *    The suspect pair being reported.
       01  WS-SUSPECT-KEY.
           05 WS-SK-RULE                 PIC X(01)      VALUE SPACE.
           05 WS-SK-SUPPLIER-CODE        PIC X(10)      VALUE SPACES.
           05 WS-SK-REF-LOW              PIC X(16)      VALUE SPACES.
           05 WS-SK-REF-HIGH             PIC X(16)      VALUE SPACES.
       01  WS-REF-1                      PIC X(16)      VALUE SPACES.
       01  WS-REF-2                      PIC X(16)      VALUE SPACES.
       01  WS-DAYS-APART                 PIC S9(07)     VALUE 0.
       01  WS-DSP-SLOT                   PIC 9(05)      VALUE 0.
       01  WS-INV-SAVE-SUB               PIC 9(05)      VALUE 0.
       01  WS-RISK-AMOUNT                PIC S9(9)V99   VALUE 0.
       01  WS-PAID-FLAG                  PIC X(01)      VALUE 'N'.
           88 PO-WAS-PAID                               VALUE 'Y'.
       01  WS-PAID-DATE                  PIC 9(08)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(42)      VALUE
               'DUPLICATE PAYMENT RECOVERY AUDIT - WINDOW '.
           05  RPH-WINDOW-DAYS     PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(16)      VALUE
               ' DAYS - RUN DATE'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(62)      VALUE SPACES.

       01  WS-RPT-SUSPECT.
           05  FILLER              PIC X(08)      VALUE 'SUSPECT '.
           05  RPS-SUSPECT-NUMBER  PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPS-RULE-TEXT       PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(09)      VALUE 'SUPPLIER '.
           05  RPS-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPS-STATUS-TEXT     PIC X(11)      VALUE SPACES.
           05  RPS-FIRST-DATE      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(45)      VALUE SPACES.

       01  WS-RPT-KEY.
           05  FILLER              PIC X(13)      VALUE
               '    PAIR KEY '.
           05  RPK-SUSPECT-KEY     PIC X(43)      VALUE SPACES.
           05  FILLER              PIC X(76)      VALUE SPACES.

       01  WS-RPT-EVIDENCE.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RPE-SOURCE          PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPE-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPE-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPE-INV-NUMBER      PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPE-DOC-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPE-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPE-PAID-NOTE       PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(38)      VALUE SPACES.

       01  WS-RPT-TOTALS.
           05  FILLER              PIC X(10)      VALUE 'SUSPECTS: '.
           05  RPT-SUSPECTS        PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(07)      VALUE '  NEW: '.
           05  RPT-NEW             PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE '  OPEN: '.
           05  RPT-OPEN            PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(20)      VALUE
               '  SUPPRESSED (R/C): '.
           05  RPT-CLOSED          PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  AT RISK: '.
           05  RPT-AT-RISK         PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(34)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-MERGE-XREF.
           PERFORM 210-LOAD-PAYMENTS.
           PERFORM 220-LOAD-INVOICES.
           PERFORM 230-LOAD-DISPOSITIONS.
           PERFORM 240-APPLY-TRANSACTIONS.
           PERFORM 300-AUDIT-PAYMENTS.
           PERFORM 400-AUDIT-INVOICES.
           PERFORM 800-WRITE-DISPOSITIONS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'DUPPAYAU COMPLETE - SUSPECTS: ' WS-SUSPECT-COUNT
              ' NEW: ' WS-NEW-COUNT
              ' SUPPRESSED: ' WS-CLOSED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-XREF-COUNT.
           INITIALIZE WS-XREF-TABLE.
           INITIALIZE WS-PAY-COUNT.
           INITIALIZE WS-PAY-TABLE.
           INITIALIZE WS-INV-COUNT.
           INITIALIZE WS-INV-TABLE.
           INITIALIZE WS-DSP-COUNT.
           INITIALIZE WS-DSP-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 'NNNNN' TO WS-EOF-FLAGS.
           MOVE 5 TO WS-WINDOW-DAYS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.

      *    No card, or a window that isn't numeric, keeps 5 days.
       050-READ-PARM.
           OPEN INPUT DUPPARM-REC
           IF WS-DUPPARM-FILE-STATUS = '00'
              READ DUPPARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF DPP-WINDOW-DAYS IS NUMERIC
                       MOVE DPP-WINDOW-DAYS TO WS-WINDOW-DAYS
                    END-IF
              END-READ
              CLOSE DUPPARM-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN OUTPUT DUPDSP-NEW.
           OPEN OUTPUT DUPAUDRP-REC.
           MOVE WS-WINDOW-DAYS TO RPH-WINDOW-DAYS.
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE.
           WRITE DUPAUDRP-RECORD FROM WS-RPT-HEADING.
           MOVE SPACES TO DUPAUDRP-RECORD.
           WRITE DUPAUDRP-RECORD.

       200-LOAD-MERGE-XREF.
           OPEN INPUT MERGXREF-REC
           IF WS-MERGXREF-FILE-STATUS = '00'
              READ MERGXREF-REC
                 AT END MOVE 'Y' TO MERGXREF-EOF
              END-READ
              PERFORM VARYING XRF-IDX FROM 1 BY 1
                 UNTIL NO-MORE-XREF OR XRF-IDX > 500
                    MOVE MX-RETIRED-CODE
                       TO WS-XRF-RETIRED-CODE(XRF-IDX)
                    MOVE MX-SURVIVOR-CODE
                       TO WS-XRF-SURVIVOR-CODE(XRF-IDX)
                    SET WS-XREF-COUNT TO XRF-IDX
                    READ MERGXREF-REC
                       AT END MOVE 'Y' TO MERGXREF-EOF
                    END-READ
              END-PERFORM
              CLOSE MERGXREF-REC
           END-IF
           .

      *    Follows WS-RESOLVE-CODE down the merge chain to today's
      *    survivor - ACME-1 -> ACME-01 -> ACME.  The hop limit
      *    stops a looped xref (A -> B, later B -> A) spinning.
       205-RESOLVE-SUPPLIER.
           MOVE 0 TO WS-RESOLVE-HOPS
           MOVE 'Y' TO WS-RESOLVE-FLAG
           PERFORM UNTIL NOT RESOLVE-MOVED OR WS-RESOLVE-HOPS > 10
              MOVE 'N' TO WS-RESOLVE-FLAG
              PERFORM VARYING XRF-IDX FROM 1 BY 1
                 UNTIL XRF-IDX > WS-XREF-COUNT OR RESOLVE-MOVED
                    IF WS-XRF-RETIRED-CODE(XRF-IDX) = WS-RESOLVE-CODE
                       MOVE WS-XRF-SURVIVOR-CODE(XRF-IDX)
                          TO WS-RESOLVE-CODE
                       MOVE 'Y' TO WS-RESOLVE-FLAG
                    END-IF
              END-PERFORM
              ADD 1 TO WS-RESOLVE-HOPS
           END-PERFORM
           .

       210-LOAD-PAYMENTS.
           OPEN INPUT PAYREG-REC
           IF WS-PAYREG-FILE-STATUS = '00'
              READ PAYREG-REC
                 AT END MOVE 'Y' TO PAYREG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-PAYMENTS
                 IF NOT PRO-DEBIT-MEMO
                    AND NOT PRO-RETAINAGE-RELEASE
                    IF WS-PAY-COUNT < 5000
                       PERFORM 215-ADD-PAYMENT
                    ELSE
                       DISPLAY 'DUPPAYAU PAYMENT TABLE FULL - NOT '
                          'AUDITED: ' PRO-SUPPLIER-CODE '/'
                          PRO-PO-NUMBER
                    END-IF
                 END-IF
                 READ PAYREG-REC
                    AT END MOVE 'Y' TO PAYREG-EOF
                 END-READ
              END-PERFORM
              CLOSE PAYREG-REC
           ELSE
              DISPLAY 'DUPPAYAU - NO PAYREG, NO PAYMENTS AUDITED'
           END-IF
           .

       215-ADD-PAYMENT.
           ADD 1 TO WS-PAY-COUNT
           SET PAY-IDX TO WS-PAY-COUNT
           MOVE PRO-SUPPLIER-CODE TO WS-PAY-SUPPLIER-CODE(PAY-IDX)
           MOVE PRO-SUPPLIER-CODE TO WS-RESOLVE-CODE
           PERFORM 205-RESOLVE-SUPPLIER
           MOVE WS-RESOLVE-CODE TO WS-PAY-RESOLVED-CODE(PAY-IDX)
           MOVE PRO-PO-NUMBER TO WS-PAY-PO-NUMBER(PAY-IDX)
           MOVE PRO-REMIT-DATE TO WS-PAY-REMIT-DATE(PAY-IDX)
           MOVE 0 TO WS-PAY-DAY-NUMBER(PAY-IDX)
           IF FUNCTION TEST-DATE-YYYYMMDD(PRO-REMIT-DATE) = 0
              COMPUTE WS-PAY-DAY-NUMBER(PAY-IDX) =
                 FUNCTION INTEGER-OF-DATE(PRO-REMIT-DATE)
           END-IF
           MOVE PRO-AMOUNT TO WS-PAY-AMOUNT(PAY-IDX)
           .

       220-LOAD-INVOICES.
           OPEN INPUT INVCREG-REC
           IF WS-INVCREG-FILE-STATUS = '00'
              READ INVCREG-REC
                 AT END MOVE 'Y' TO INVCREG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-INVOICES
                 IF WS-INV-COUNT < 5000
                    PERFORM 225-ADD-INVOICE
                 ELSE
                    DISPLAY 'DUPPAYAU INVOICE TABLE FULL - NOT '
                       'AUDITED: ' IR-SUPPLIER-CODE '/'
                       IR-INV-NUMBER
                 END-IF
                 READ INVCREG-REC
                    AT END MOVE 'Y' TO INVCREG-EOF
                 END-READ
              END-PERFORM
              CLOSE INVCREG-REC
           ELSE
              DISPLAY 'DUPPAYAU - NO INVCREG, NO INVOICES AUDITED'
           END-IF
           .

       225-ADD-INVOICE.
           ADD 1 TO WS-INV-COUNT
           SET INV-IDX TO WS-INV-COUNT
           MOVE IR-INV-NUMBER TO WS-INV-NUMBER(INV-IDX)
           MOVE IR-INV-NUMBER TO WS-NORM-IN
           PERFORM 227-NORMALIZE-INVOICE
           MOVE WS-NORM-OUT TO WS-INV-NORMAL-NUMBER(INV-IDX)
           MOVE IR-SUPPLIER-CODE TO WS-INV-SUPPLIER-CODE(INV-IDX)
           MOVE IR-SUPPLIER-CODE TO WS-RESOLVE-CODE
           PERFORM 205-RESOLVE-SUPPLIER
           MOVE WS-RESOLVE-CODE TO WS-INV-RESOLVED-CODE(INV-IDX)
           MOVE IR-PO-NUMBER TO WS-INV-PO-NUMBER(INV-IDX)
           MOVE IR-MATCH-DATE TO WS-INV-MATCH-DATE(INV-IDX)
           COMPUTE WS-INV-AMOUNT(INV-IDX) =
              IR-QUANTITY * IR-UNIT-PRICE
           .

      *    Keeps only letters and digits, and drops zeros ahead of
      *    the first significant one - '00012-A', ' 12 A' and '12A'
      *    all come out '12A'.
       227-NORMALIZE-INVOICE.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-OUT-LEN
           PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
              UNTIL WS-NORM-SUB > 10
                 MOVE WS-NORM-IN(WS-NORM-SUB:1) TO WS-NORM-CHAR
                 IF NORM-KEEP-CHAR
                    IF WS-NORM-CHAR NOT = '0' OR WS-NORM-OUT-LEN > 0
                       ADD 1 TO WS-NORM-OUT-LEN
                       MOVE WS-NORM-CHAR
                          TO WS-NORM-OUT(WS-NORM-OUT-LEN:1)
                    END-IF
                 END-IF
           END-PERFORM
           .

       230-LOAD-DISPOSITIONS.
           OPEN INPUT DUPDSP-OLD
           IF WS-DUPDSPOL-FILE-STATUS = '00'
              READ DUPDSP-OLD
                 AT END MOVE 'Y' TO DUPDSPOL-EOF
              END-READ
              PERFORM VARYING DSP-IDX FROM 1 BY 1
                 UNTIL NO-MORE-DISPOSITIONS OR DSP-IDX > 3000
                    MOVE DDO-SUSPECT-KEY
                       TO WS-DSP-SUSPECT-KEY(DSP-IDX)
                    MOVE DDO-STATUS TO WS-DSP-STATUS(DSP-IDX)
                    MOVE DDO-FIRST-DATE TO WS-DSP-FIRST-DATE(DSP-IDX)
                    MOVE DDO-STATUS-DATE
                       TO WS-DSP-STATUS-DATE(DSP-IDX)
                    MOVE DDO-NOTE TO WS-DSP-NOTE(DSP-IDX)
                    SET WS-DSP-COUNT TO DSP-IDX
                    READ DUPDSP-OLD
                       AT END MOVE 'Y' TO DUPDSPOL-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-DISPOSITIONS
                 DISPLAY 'DUPPAYAU DISPOSITION TABLE FULL - DUPDSPOL '
                    'TRUNCATED'
              END-IF
              CLOSE DUPDSP-OLD
           END-IF
           .

      *    A key not yet on file is added - an auditor may clear a
      *    pair they already know about before this run reports it.
       240-APPLY-TRANSACTIONS.
           OPEN INPUT DUPDTRN-REC
           IF WS-DUPDTRN-FILE-STATUS = '00'
              READ DUPDTRN-REC
                 AT END MOVE 'Y' TO DUPDTRN-EOF
              END-READ
              PERFORM UNTIL NO-MORE-TRANS
                 IF DDT-VALID-STATUS AND DDT-SUSPECT-KEY NOT = SPACES
                    MOVE DDT-SUSPECT-KEY TO WS-SUSPECT-KEY
                    PERFORM 500-FIND-DISPOSITION
                    IF WS-DSP-SLOT = 0
                       PERFORM 510-ADD-DISPOSITION
                    END-IF
                    IF WS-DSP-SLOT > 0
                       MOVE DDT-STATUS TO WS-DSP-STATUS(WS-DSP-SLOT)
                       MOVE WS-TODAYS-DATE
                          TO WS-DSP-STATUS-DATE(WS-DSP-SLOT)
                       MOVE DDT-NOTE TO WS-DSP-NOTE(WS-DSP-SLOT)
                       ADD 1 TO WS-TRANS-APPLIED
                    END-IF
                 ELSE
                    DISPLAY 'REJECTED DISPOSITION: ' DDT-SUSPECT-KEY
                       ' STATUS ' DDT-STATUS
                 END-IF
                 READ DUPDTRN-REC
                    AT END MOVE 'Y' TO DUPDTRN-EOF
                 END-READ
              END-PERFORM
              CLOSE DUPDTRN-REC
           END-IF
           .

      *    Rules 'M' and 'P' - each pair of remittances compared
      *    once, the later row against every earlier one.
       300-AUDIT-PAYMENTS.
           PERFORM VARYING PAY-IDX FROM 2 BY 1
              UNTIL PAY-IDX > WS-PAY-COUNT
                 PERFORM VARYING PAY-IDX2 FROM 1 BY 1
                    UNTIL PAY-IDX2 NOT < PAY-IDX
                       IF WS-PAY-RESOLVED-CODE(PAY-IDX) =
                          WS-PAY-RESOLVED-CODE(PAY-IDX2)
                          PERFORM 310-COMPARE-PAYMENTS
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       310-COMPARE-PAYMENTS.
           COMPUTE WS-DAYS-APART = WS-PAY-DAY-NUMBER(PAY-IDX)
              - WS-PAY-DAY-NUMBER(PAY-IDX2)
           IF WS-DAYS-APART < 0
              MULTIPLY -1 BY WS-DAYS-APART
           END-IF
           EVALUATE TRUE
              WHEN WS-PAY-PO-NUMBER(PAY-IDX) =
                   WS-PAY-PO-NUMBER(PAY-IDX2)
                 MOVE 'M' TO WS-SK-RULE
                 PERFORM 320-REPORT-PAYMENT-PAIR
              WHEN WS-PAY-AMOUNT(PAY-IDX) > 0
                   AND WS-PAY-AMOUNT(PAY-IDX) =
                       WS-PAY-AMOUNT(PAY-IDX2)
                   AND WS-PAY-DAY-NUMBER(PAY-IDX) > 0
                   AND WS-PAY-DAY-NUMBER(PAY-IDX2) > 0
                   AND WS-DAYS-APART NOT > WS-WINDOW-DAYS
                 MOVE 'P' TO WS-SK-RULE
                 PERFORM 320-REPORT-PAYMENT-PAIR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       320-REPORT-PAYMENT-PAIR.
           MOVE WS-PAY-RESOLVED-CODE(PAY-IDX) TO WS-SK-SUPPLIER-CODE
           MOVE SPACES TO WS-REF-1 WS-REF-2
           STRING WS-PAY-PO-NUMBER(PAY-IDX) DELIMITED BY SIZE
                  WS-PAY-REMIT-DATE(PAY-IDX) DELIMITED BY SIZE
              INTO WS-REF-1
           END-STRING
           STRING WS-PAY-PO-NUMBER(PAY-IDX2) DELIMITED BY SIZE
                  WS-PAY-REMIT-DATE(PAY-IDX2) DELIMITED BY SIZE
              INTO WS-REF-2
           END-STRING
           PERFORM 520-ORDER-PAIR-KEY
           MOVE WS-PAY-AMOUNT(PAY-IDX) TO WS-RISK-AMOUNT
           PERFORM 530-CHECK-DISPOSITION
           IF WS-DSP-SLOT > 0
              IF WS-SK-RULE = 'M'
                 MOVE 'SAME PO REMITTED TWICE' TO RPS-RULE-TEXT
              ELSE
                 MOVE 'SAME AMOUNT, CLOSE REMIT DATES'
                    TO RPS-RULE-TEXT
              END-IF
              PERFORM 540-WRITE-SUSPECT-HEADER
              MOVE SPACES TO WS-RPT-EVIDENCE
              MOVE 'PAYREG' TO RPE-SOURCE
              MOVE WS-PAY-SUPPLIER-CODE(PAY-IDX2) TO RPE-SUPPLIER-CODE
              MOVE WS-PAY-PO-NUMBER(PAY-IDX2) TO RPE-PO-NUMBER
              MOVE WS-PAY-REMIT-DATE(PAY-IDX2) TO RPE-DOC-DATE
              MOVE WS-PAY-AMOUNT(PAY-IDX2) TO RPE-AMOUNT
              MOVE 'REMITTED' TO RPE-PAID-NOTE
              WRITE DUPAUDRP-RECORD FROM WS-RPT-EVIDENCE
              MOVE WS-PAY-SUPPLIER-CODE(PAY-IDX) TO RPE-SUPPLIER-CODE
              MOVE WS-PAY-PO-NUMBER(PAY-IDX) TO RPE-PO-NUMBER
              MOVE WS-PAY-REMIT-DATE(PAY-IDX) TO RPE-DOC-DATE
              MOVE WS-PAY-AMOUNT(PAY-IDX) TO RPE-AMOUNT
              WRITE DUPAUDRP-RECORD FROM WS-RPT-EVIDENCE
              MOVE SPACES TO DUPAUDRP-RECORD
              WRITE DUPAUDRP-RECORD
           END-IF
           .

      *    Rule 'I' - one supplier's invoice number matched twice.
       400-AUDIT-INVOICES.
           PERFORM VARYING INV-IDX FROM 2 BY 1
              UNTIL INV-IDX > WS-INV-COUNT
                 PERFORM VARYING INV-IDX2 FROM 1 BY 1
                    UNTIL INV-IDX2 NOT < INV-IDX
                       IF WS-INV-RESOLVED-CODE(INV-IDX) =
                          WS-INV-RESOLVED-CODE(INV-IDX2)
                          AND WS-INV-NORMAL-NUMBER(INV-IDX) =
                              WS-INV-NORMAL-NUMBER(INV-IDX2)
                          AND WS-INV-NORMAL-NUMBER(INV-IDX)
                              NOT = SPACES
                          PERFORM 410-REPORT-INVOICE-PAIR
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       410-REPORT-INVOICE-PAIR.
           MOVE 'I' TO WS-SK-RULE
           MOVE WS-INV-RESOLVED-CODE(INV-IDX) TO WS-SK-SUPPLIER-CODE
           MOVE SPACES TO WS-REF-1 WS-REF-2
           STRING WS-INV-NUMBER(INV-IDX) DELIMITED BY SIZE
                  WS-INV-PO-NUMBER(INV-IDX) DELIMITED BY SIZE
              INTO WS-REF-1
           END-STRING
           STRING WS-INV-NUMBER(INV-IDX2) DELIMITED BY SIZE
                  WS-INV-PO-NUMBER(INV-IDX2) DELIMITED BY SIZE
              INTO WS-REF-2
           END-STRING
           PERFORM 520-ORDER-PAIR-KEY
           MOVE WS-INV-AMOUNT(INV-IDX) TO WS-RISK-AMOUNT
           PERFORM 530-CHECK-DISPOSITION
           IF WS-DSP-SLOT > 0
              MOVE 'SAME INVOICE MATCHED TWICE' TO RPS-RULE-TEXT
              PERFORM 540-WRITE-SUSPECT-HEADER
              MOVE SPACES TO WS-RPT-EVIDENCE
              MOVE 'INVCREG' TO RPE-SOURCE
              SET WS-INV-SAVE-SUB TO INV-IDX
              SET INV-IDX TO INV-IDX2
              PERFORM 420-WRITE-INVOICE-EVIDENCE
              SET INV-IDX TO WS-INV-SAVE-SUB
              PERFORM 420-WRITE-INVOICE-EVIDENCE
              MOVE SPACES TO DUPAUDRP-RECORD
              WRITE DUPAUDRP-RECORD
           END-IF
           .

       420-WRITE-INVOICE-EVIDENCE.
           MOVE WS-INV-SUPPLIER-CODE(INV-IDX) TO RPE-SUPPLIER-CODE
           MOVE WS-INV-PO-NUMBER(INV-IDX) TO RPE-PO-NUMBER
           MOVE WS-INV-NUMBER(INV-IDX) TO RPE-INV-NUMBER
           MOVE WS-INV-MATCH-DATE(INV-IDX) TO RPE-DOC-DATE
           MOVE WS-INV-AMOUNT(INV-IDX) TO RPE-AMOUNT
           MOVE 'N' TO WS-PAID-FLAG
           MOVE 0 TO WS-PAID-DATE
           PERFORM VARYING PAY-IDX FROM 1 BY 1
              UNTIL PAY-IDX > WS-PAY-COUNT OR PO-WAS-PAID
                 IF WS-PAY-RESOLVED-CODE(PAY-IDX) =
                    WS-INV-RESOLVED-CODE(INV-IDX)
                    AND WS-PAY-PO-NUMBER(PAY-IDX) =
                        WS-INV-PO-NUMBER(INV-IDX)
                    MOVE 'Y' TO WS-PAID-FLAG
                    MOVE WS-PAY-REMIT-DATE(PAY-IDX) TO WS-PAID-DATE
                 END-IF
           END-PERFORM
           MOVE SPACES TO RPE-PAID-NOTE
           IF PO-WAS-PAID
              STRING 'PO REMITTED ' DELIMITED BY SIZE
                     WS-PAID-DATE DELIMITED BY SIZE
                 INTO RPE-PAID-NOTE
              END-STRING
           ELSE
              MOVE 'PO NOT YET REMITTED' TO RPE-PAID-NOTE
           END-IF
           WRITE DUPAUDRP-RECORD FROM WS-RPT-EVIDENCE
           .

       500-FIND-DISPOSITION.
           MOVE 0 TO WS-DSP-SLOT
           PERFORM VARYING DSP-IDX FROM 1 BY 1
              UNTIL DSP-IDX > WS-DSP-COUNT OR WS-DSP-SLOT > 0
                 IF WS-DSP-SUSPECT-KEY(DSP-IDX) = WS-SUSPECT-KEY
                    SET WS-DSP-SLOT TO DSP-IDX
                 END-IF
           END-PERFORM
           .

       510-ADD-DISPOSITION.
           IF WS-DSP-COUNT < 3000
              ADD 1 TO WS-DSP-COUNT
              MOVE WS-DSP-COUNT TO WS-DSP-SLOT
              MOVE WS-SUSPECT-KEY TO WS-DSP-SUSPECT-KEY(WS-DSP-SLOT)
              MOVE 'O' TO WS-DSP-STATUS(WS-DSP-SLOT)
              MOVE WS-TODAYS-DATE TO WS-DSP-FIRST-DATE(WS-DSP-SLOT)
              MOVE WS-TODAYS-DATE TO WS-DSP-STATUS-DATE(WS-DSP-SLOT)
              MOVE SPACES TO WS-DSP-NOTE(WS-DSP-SLOT)
           ELSE
              DISPLAY 'DUPPAYAU DISPOSITION TABLE FULL - NOT KEPT: '
                 WS-SUSPECT-KEY
           END-IF
           .

       520-ORDER-PAIR-KEY.
           IF WS-REF-1 < WS-REF-2
              MOVE WS-REF-1 TO WS-SK-REF-LOW
              MOVE WS-REF-2 TO WS-SK-REF-HIGH
           ELSE
              MOVE WS-REF-2 TO WS-SK-REF-LOW
              MOVE WS-REF-1 TO WS-SK-REF-HIGH
           END-IF
           .

      *    Leaves WS-DSP-SLOT zero for a pair already worked (R/C) -
      *    not reported - otherwise the pair's disposition row,
      *    added as open the first time it is found.
       530-CHECK-DISPOSITION.
           PERFORM 500-FIND-DISPOSITION
           EVALUATE TRUE
              WHEN WS-DSP-SLOT = 0
                 PERFORM 510-ADD-DISPOSITION
                 ADD 1 TO WS-NEW-COUNT
                 MOVE 'NEW' TO RPS-STATUS-TEXT
                 MOVE SPACES TO RPS-FIRST-DATE
              WHEN WS-DSP-CLOSED(WS-DSP-SLOT)
                 ADD 1 TO WS-CLOSED-COUNT
                 MOVE 0 TO WS-DSP-SLOT
              WHEN OTHER
                 ADD 1 TO WS-OPEN-COUNT
                 MOVE 'OPEN SINCE ' TO RPS-STATUS-TEXT
                 MOVE WS-DSP-FIRST-DATE(WS-DSP-SLOT) TO RPS-FIRST-DATE
           END-EVALUATE
           .

       540-WRITE-SUSPECT-HEADER.
           ADD 1 TO WS-SUSPECT-COUNT
           ADD WS-RISK-AMOUNT TO WS-AT-RISK-AMOUNT
           MOVE WS-SUSPECT-COUNT TO RPS-SUSPECT-NUMBER
           MOVE WS-SK-SUPPLIER-CODE TO RPS-SUPPLIER-CODE
           WRITE DUPAUDRP-RECORD FROM WS-RPT-SUSPECT
           MOVE WS-SUSPECT-KEY TO RPK-SUSPECT-KEY
           WRITE DUPAUDRP-RECORD FROM WS-RPT-KEY
           .

       800-WRITE-DISPOSITIONS.
           PERFORM VARYING DSP-IDX FROM 1 BY 1
              UNTIL DSP-IDX > WS-DSP-COUNT
                 MOVE WS-DSP-SUSPECT-KEY(DSP-IDX) TO DDN-SUSPECT-KEY
                 MOVE WS-DSP-STATUS(DSP-IDX) TO DDN-STATUS
                 MOVE WS-DSP-FIRST-DATE(DSP-IDX) TO DDN-FIRST-DATE
                 MOVE WS-DSP-STATUS-DATE(DSP-IDX) TO DDN-STATUS-DATE
                 MOVE WS-DSP-NOTE(DSP-IDX) TO DDN-NOTE
                 WRITE DUPDSP-NEW-REC
           END-PERFORM
           MOVE WS-SUSPECT-COUNT TO RPT-SUSPECTS
           MOVE WS-NEW-COUNT TO RPT-NEW
           MOVE WS-OPEN-COUNT TO RPT-OPEN
           MOVE WS-CLOSED-COUNT TO RPT-CLOSED
           MOVE WS-AT-RISK-AMOUNT TO RPT-AT-RISK
           WRITE DUPAUDRP-RECORD FROM WS-RPT-TOTALS
           .

       1000-CLOSE-END.
           CLOSE DUPDSP-NEW.
           CLOSE DUPAUDRP-REC.
