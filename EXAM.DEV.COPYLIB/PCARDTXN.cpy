      *--------------------------------------------------------------
      * PCARDTXN.cpy
      * Purchasing-card statement line - one 150-byte row per card
      * transaction as the card bank sends the cycle statement,
      * taken in by PCARDREC.  PC-TRANS-ID is the bank's reference
      * and is unique across cycles.  PC-AMOUNT is negative for a
      * merchant credit.
      *--------------------------------------------------------------
       01  PCARD-STMT-ROW.
           05  PC-CARD-NUMBER        PIC X(16).
           05  PC-CARDHOLDER-NAME    PIC X(20).
           05  PC-TRANS-ID           PIC X(12).
           05  PC-POST-DATE          PIC 9(08).
           05  PC-TRANS-DATE         PIC 9(08).
           05  PC-MERCHANT-NAME      PIC X(25).
           05  PC-MERCHANT-CITY      PIC X(15).
           05  PC-MERCHANT-STATE     PIC X(02).
           05  PC-MERCHANT-ZIP       PIC X(10).
           05  PC-MERCHANT-MCC       PIC X(04).
           05  PC-AMOUNT             PIC S9(7)V99.
           05  FILLER                PIC X(21).
