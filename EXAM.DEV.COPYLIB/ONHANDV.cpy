      *--------------------------------------------------------------
      * ONHANDV.cpy
      * Record layout for the ONHANDV VSAM KSDS - the online copy of
      * the ONHAND master the ONHINQ inquiry reads, keyed PART-NUMBER
      * (23 bytes) + LOCATION (4 bytes).  Reloaded nightly by ONHLOAD
      * the same way BOMWUSEV is reloaded by WUSELOAD.
      *
      * Each part has two kinds of row:
      *    - one summary row ('S') with LOCATION spaces, so it sorts
      *      ahead of the part's locations.  It carries the totals
      *      over every location plus the part-level figures: open
      *      PO quantity still due (non-blanket Open/Shipped order
      *      and release lines, QUANTITY less RECEIVED-QUANTITY),
      *      the earliest of their DELIVERY-DATEs, and the successor
      *      part from SUPERSEDED-BY-PART-NUMBER;
      *    - one location row ('L') per ONHAND location, or per
      *      location an open transfer is going to or from, with
      *      that location's on-hand, last count date and open
      *      transfer quantities in and out.
      * An open transfer is one XFERMNT still has Requested or In
      * Transit.  An In Transit quantity has already been taken off
      * the from-location's on-hand when it was picked.
      *--------------------------------------------------------------
       01  OHV-REC.
           05  OHV-KEY.
               10  OHV-PART-NUMBER   PIC X(23) VALUE SPACES.
               10  OHV-LOCATION      PIC X(04) VALUE SPACES.
           05  OHV-ROW-TYPE          PIC X(01) VALUE SPACES.
               88  OHV-SUMMARY-ROW           VALUE 'S'.
               88  OHV-LOCATION-ROW          VALUE 'L'.
           05  OHV-ON-HAND-QTY       PIC S9(7) VALUE ZERO.
           05  OHV-LAST-COUNT-DATE   PIC 9(08) VALUE ZERO.
           05  OHV-XFER-IN-QTY       PIC S9(7) VALUE ZERO.
           05  OHV-XFER-OUT-QTY      PIC S9(7) VALUE ZERO.
      *        Summary row only - zero/spaces on a location row.
           05  OHV-OPEN-PO-QTY       PIC S9(7) VALUE ZERO.
           05  OHV-NEXT-DUE-DATE     PIC 9(08) VALUE ZERO.
           05  OHV-SUCCESSOR-PART    PIC X(23) VALUE SPACES.
           05  OHV-PART-NAME         PIC X(14) VALUE SPACES.
           05  OHV-LOCATION-COUNT    PIC 9(03) VALUE ZERO.
           05  OHV-REFRESH-DATE      PIC 9(08) VALUE ZERO.
           05  FILLER                PIC X(08) VALUE SPACES.
