      *--------------------------------------------------------------
      * SAVLEDGR.cpy
      * Procurement savings ledger row - one per savings event in
      * the quarter SAVTRACK was run for.
      *    SL-TYPE-HARD        a price reduction on the PARTSUPL
      *                        price link (PRICEHST trail); OLD and
      *                        NEW are the price before and after.
      *    SL-TYPE-AVOIDANCE   an awarded 843 quote below the
      *                        incumbent supplier's price; OLD is
      *                        the incumbent price, NEW the award.
      *    SL-TYPE-NEGOTIATED  an 832 catalog increase the buyer
      *                        approved at less than was asked; OLD
      *                        is the catalog price, NEW the price
      *                        released.
      * SL-CLAIMED-AMT is (OLD - NEW) times SL-ANNUAL-USAGE, the
      * part's trailing 12-month DEMDHIST usage.  SL-REALIZED-AMT
      * is (OLD - PO UNIT-PRICE) times RECEIVED-QUANTITY over the
      * pair's received POs ordered on or after SL-EVENT-DATE -
      * what actually came through at the better price.
      *--------------------------------------------------------------
       01  SAVINGS-LEDGER-ROW.
           05  SL-QUARTER.
               10  SL-QUARTER-YEAR     PIC 9(04).
               10  SL-QUARTER-NUMBER   PIC 9(01).
           05  SL-TYPE                 PIC X(01).
               88  SL-TYPE-HARD                 VALUE 'H'.
               88  SL-TYPE-AVOIDANCE            VALUE 'A'.
               88  SL-TYPE-NEGOTIATED           VALUE 'N'.
           05  SL-PART-NUMBER          PIC X(23).
           05  SL-SUPPLIER-CODE        PIC X(10).
           05  SL-BUYER-CODE           PIC X(03).
           05  SL-GL-COST-CODE         PIC X(06).
           05  SL-EVENT-DATE           PIC 9(08).
           05  SL-OLD-PRICE            PIC S9(7)V99.
           05  SL-NEW-PRICE            PIC S9(7)V99.
           05  SL-ANNUAL-USAGE         PIC S9(9).
           05  SL-CLAIMED-AMT          PIC S9(9)V99.
           05  SL-RECEIVED-QTY         PIC S9(9).
           05  SL-REALIZED-AMT         PIC S9(9)V99.
           05  FILLER                  PIC X(06).
