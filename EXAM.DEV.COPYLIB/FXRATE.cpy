      *--------------------------------------------------------------
      * FXRATE.cpy
      * Foreign-exchange rate table - one 80-byte row per currency
      * per rate date, as treasury publishes it.  FX-USD-RATE is
      * US dollars per one unit of FX-CURRENCY-CODE.  The rate in
      * effect on a date is the row for that currency with the
      * latest FX-RATE-DATE not after it, so the table carries
      * history as well as the period-end rates - FXREVAL values
      * an open importer PO at the rate in effect on its
      * ORDER-DATE and revalues it at the period-end rate.
      *--------------------------------------------------------------
       01  FX-RATE-ROW.
           05  FX-CURRENCY-CODE      PIC X(03).
           05  FX-RATE-DATE          PIC 9(08).
           05  FX-USD-RATE           PIC 9(05)V9(06).
           05  FILLER                PIC X(58).
