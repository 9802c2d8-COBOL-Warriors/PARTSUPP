      *--------------------------------------------------------------
      * PCJVFEED.cpy
      * Coded purchasing-card spend for JVGEN - one 80-byte row per
      * transaction PCARDREC released this run.  JVGEN debits
      * PJ-GL-COST-CODE and credits the card clearing account.
      * PJ-COMPANY-CODE is the cardholder's company off BUYRLMT -
      * spaces means the home company '01'.
      *--------------------------------------------------------------
       01  PCARD-JV-ROW.
           05  PJ-TRANS-ID           PIC X(12).
           05  PJ-BUYER-CODE         PIC X(03).
           05  PJ-GL-COST-CODE       PIC X(06).
           05  PJ-POST-DATE          PIC 9(08).
           05  PJ-AMOUNT             PIC S9(9)V99.
           05  PJ-MERCHANT-NAME      PIC X(25).
           05  PJ-COMPANY-CODE       PIC X(02).
           05  FILLER                PIC X(13).
