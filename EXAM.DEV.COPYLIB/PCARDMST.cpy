      *--------------------------------------------------------------
      * PCARDMST.cpy
      * Purchasing-card transaction master - one 200-byte row per
      * statement line PCARDREC has taken in (old/new, carried
      * whole every run).  The statement fields are as the bank
      * sent them; the rest is ours:
      *    PM-BUYER-CODE      the cardholder's buyer, off PCHOLDR
      *                       (spaces - card not mapped);
      *    PM-GL-COST-CODE    the cardholder's coding, checked
      *                       against COAREF;
      *    PM-STATUS          'U' uncoded, 'P' coded and released
      *                       to JVGEN on the PCJVFEED of the run
      *                       that coded it;
      *    PM-SUPPLIER-MATCH  the SUPPLIER-CODE the merchant turned
      *                       out to be, by name or address;
      *    PM-OVER-LIMIT-FLAG 'Y' when the line is over the buyer's
      *                       BUYRLMT spend limit.
      *--------------------------------------------------------------
       01  PCARD-MASTER-ROW.
           05  PM-TRANS-ID           PIC X(12).
           05  PM-CARD-NUMBER        PIC X(16).
           05  PM-CARDHOLDER-NAME    PIC X(20).
           05  PM-BUYER-CODE         PIC X(03).
           05  PM-POST-DATE          PIC 9(08).
           05  PM-TRANS-DATE         PIC 9(08).
           05  PM-MERCHANT-NAME      PIC X(25).
           05  PM-MERCHANT-CITY      PIC X(15).
           05  PM-MERCHANT-STATE     PIC X(02).
           05  PM-MERCHANT-ZIP       PIC X(10).
           05  PM-MERCHANT-MCC       PIC X(04).
           05  PM-AMOUNT             PIC S9(7)V99.
           05  PM-GL-COST-CODE       PIC X(06).
           05  PM-CODED-DATE         PIC 9(08).
           05  PM-STATUS             PIC X(01).
               88 PM-UNCODED                  VALUE 'U'.
               88 PM-POSTED                   VALUE 'P'.
           05  PM-SUPPLIER-MATCH     PIC X(10).
           05  PM-OVER-LIMIT-FLAG    PIC X(01).
           05  FILLER                PIC X(42).
