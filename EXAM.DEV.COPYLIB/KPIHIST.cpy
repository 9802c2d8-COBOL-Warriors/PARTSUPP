      *--------------------------------------------------------------
      * KPIHIST.cpy
      * Procurement KPI history row - KPISNAP appends one per KPI
      * per nightly run; KPITRND reads the trail back for the
      * 13-week trend.  KH-KPI-NAME travels on the row so the trend
      * prints what the snapshot measured without a table of its
      * own.
      *    OTDPCT    supplier on-time delivery, percent
      *    FILLRATE  fill rate, percent
      *    OPENPOS   open PO count
      *    OPENVAL   open PO value
      *    OVDUEVAL  overdue PO value
      *    UNACK855  open POs awaiting 855 acknowledgment
      *    INVEXCP   open invoice exceptions
      *    INVVALUE  inventory value at standard cost
      *    INVTURNS  inventory turns
      *    DAYSSUPL  days of supply
      *    STOCKOUT  stockouts
      * KH-BASIS-COUNT is how many items the value was measured
      * over (PO lines, exceptions, parts) - a percent over a basis
      * of zero is reported as zero.
      *--------------------------------------------------------------
       01  KPI-HISTORY-ROW.
           05  KH-SNAP-DATE        PIC 9(08).
           05  KH-KPI-CODE         PIC X(08).
           05  KH-KPI-NAME         PIC X(30).
           05  KH-KPI-VALUE        PIC S9(11)V99.
           05  KH-BASIS-COUNT      PIC 9(07).
           05  FILLER              PIC X(14).
