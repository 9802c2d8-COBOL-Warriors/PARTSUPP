      *--------------------------------------------------------------
      * CHKREG.cpy
      * Check register - one 100-byte row per check number ever
      * issued, written by CHKRUN in check-number order and read by
      * CHKOUTS for the outstanding-checks report.
      *
      * CK-STATUS:
      *    'I'  Issued - outstanding until the bank pays it
      *    'V'  Voided - CK-STATUS-DATE is the void date; when the
      *         void was a reissue CK-REPLACED-BY is the new check
      *    'C'  Cleared - paid by the bank on CK-STATUS-DATE
      * CK-REISSUE-OF is the voided check a replacement stands in
      * for (zero on an original issue).  CK-PAY-DATE ties the
      * check back to the PAYREG register rows it paid - the remit
      * date of the payment, which a reissue keeps.
      * CK-COMPANY-CODE is the paying company off the PAYREG extract
      * (spaces = the home company '01'); a reissue keeps it.
      *--------------------------------------------------------------
       01  CHECK-REG-ROW.
           05  CK-CHECK-NUMBER       PIC 9(08).
           05  CK-SUPPLIER-CODE      PIC X(10).
           05  CK-PAYEE-NAME         PIC X(15).
           05  CK-ISSUE-DATE         PIC 9(08).
           05  CK-PAY-DATE           PIC 9(08).
           05  CK-AMOUNT             PIC 9(9)V99.
           05  CK-STATUS             PIC X(01).
               88  CK-ISSUED                 VALUE 'I'.
               88  CK-VOIDED                 VALUE 'V'.
               88  CK-CLEARED                VALUE 'C'.
           05  CK-STATUS-DATE        PIC 9(08).
           05  CK-REISSUE-OF         PIC 9(08).
           05  CK-REPLACED-BY        PIC 9(08).
           05  CK-VOID-REASON        PIC X(13).
           05  CK-COMPANY-CODE       PIC X(02).
