      *--------------------------------------------------------------
      * SUPSHUT.cpy
      * Supplier plant-shutdown calendar row - one per shutdown
      * window a supplier has announced (summer shutdown, year-end
      * close, retooling).  The supplier ships nothing from
      * SS-START-DATE through SS-END-DATE, both days included.
      * Keyed on supplier and start date; a supplier's windows
      * never overlap.  Maintained only by SHUTMAIN, which stamps
      * SS-LAST-CHANGED and keeps an audit trail in SHUTAUD.
      *--------------------------------------------------------------
       01  SUP-SHUTDOWN-ROW.
           05  SS-KEY.
               10  SS-SUPPLIER-CODE    PIC X(10).
               10  SS-START-DATE       PIC 9(08).
           05  SS-END-DATE             PIC 9(08).
           05  SS-REASON               PIC X(30).
           05  SS-LAST-CHANGED         PIC 9(08).
           05  FILLER                  PIC X(16).
