      *--------------------------------------------------------------
      * LCPREPAY.cpy
      * Letter-of-credit / prepayment file - one 80-byte row per
      * SUPPLIER-CODE/PO-NUMBER an IMPORTER wanted secured before
      * shipping, maintained by LCMAINT.  Read by EDI810IN and
      * ERSSETL (applied against the PO's invoice at match time),
      * PAYREG, CASHFCST, GRIRACCR and LCEXPIRY.
      *
      * LP-AMOUNT is the face of the letter of credit, or the cash
      * deposit agreed.  LP-DRAWN-AMOUNT is what has actually gone
      * out against it - drawings the bank has paid under the
      * letter, or the deposit wired - and is the part applied
      * against the invoice.  LP-EXPIRY-DATE matters for a letter
      * of credit only; a prepayment carries zero.
      *--------------------------------------------------------------
       01  LC-PREPAY-ROW.
           05  LP-SUPPLIER-CODE      PIC X(10).
           05  LP-PO-NUMBER          PIC X(06).
           05  LP-INSTR-TYPE         PIC X(01).
               88 LP-LETTER-OF-CREDIT         VALUE 'L'.
               88 LP-PREPAYMENT               VALUE 'P'.
           05  LP-AMOUNT             PIC S9(9)V99.
           05  LP-BANK-NAME          PIC X(15).
           05  LP-ISSUE-DATE         PIC 9(08).
           05  LP-EXPIRY-DATE        PIC 9(08).
           05  LP-DRAWN-AMOUNT       PIC S9(9)V99.
           05  LP-UPDATED-DATE       PIC 9(08).
           05  FILLER                PIC X(02).
