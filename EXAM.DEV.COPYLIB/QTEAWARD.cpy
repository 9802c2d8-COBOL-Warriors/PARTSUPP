      *--------------------------------------------------------------
      * QTEAWARD.cpy
      * Quote award row - one per EDI 843 quote line a buyer
      * awards, keyed from the EDI843IN QUOTCOMP book-versus-quoted
      * listing.  The award itself still reaches the price link
      * through PARTSUPL's own add/change transactions; this row
      * is the record of who awarded what, when and at what price,
      * read by SAVTRACK for cost avoidance.
      *--------------------------------------------------------------
       01  QUOTE-AWARD-ROW.
           05  QA-RFQ-ID               PIC X(08).
           05  QA-PART-NUMBER          PIC X(23).
           05  QA-SUPPLIER-CODE        PIC X(10).
           05  QA-AWARD-PRICE          PIC 9(07)V99.
           05  QA-AWARD-DATE           PIC 9(08).
           05  QA-BUYER-CODE           PIC X(03).
           05  FILLER                  PIC X(19).
