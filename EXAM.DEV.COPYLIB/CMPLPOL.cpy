      *--------------------------------------------------------------
      * CMPLPOL.cpy
      * Supplier compliance policy row - one per shipping/routing
      * violation type the nightly CMPLCHG run checks for, with the
      * fee charged back per violation and its grace thresholds.
      * Maintained by hand like FRTZONE; a type with no row, or
      * with CP-ACTIVE-FLAG not 'Y', is detected but never charged.
      *
      *    CP-VIOLATION-TYPE  detected from
      *    ERL  early         arrival before DELIVERY-DATE less
      *                       CP-GRACE-DAYS (ASN receipt, else the
      *                       SHIPEVNT out-for-delivery scan)
      *    LAT  late          arrival after DELIVERY-DATE plus
      *                       CP-GRACE-DAYS
      *    ASN  no ASN        carrier out for delivery while the PO
      *                       is still Open - no 856 shipment notice
      *                       from a supplier profiled to send one
      *    CAR  carrier       freight bill carrier is not the
      *                       FRTZONE preferred carrier for the lane
      *    OVR  over-ship     an 856 receipt rejected for
      *                       over-receipt (APPREJCT reason OVR)
      *
      * CP-GRACE-DAYS only applies to ERL/LAT.  CP-FREE-PER-MONTH is
      * how many violations of the type a supplier may run up in a
      * calendar month before the fee starts - the first ones are
      * recorded as waived, so they still count on the scorecard.
      *--------------------------------------------------------------
       01  CMPL-POLICY-ROW.
           05  CP-VIOLATION-TYPE   PIC X(03).
               88 CP-EARLY                  VALUE 'ERL'.
               88 CP-LATE                   VALUE 'LAT'.
               88 CP-NO-ASN                 VALUE 'ASN'.
               88 CP-WRONG-CARRIER          VALUE 'CAR'.
               88 CP-OVER-SHIP              VALUE 'OVR'.
           05  CP-DESCRIPTION      PIC X(20).
           05  CP-FEE-AMOUNT       PIC 9(5)V99.
           05  CP-GRACE-DAYS       PIC 9(03).
           05  CP-FREE-PER-MONTH   PIC 9(03).
           05  CP-ACTIVE-FLAG      PIC X(01).
               88 CP-ACTIVE                 VALUE 'Y'.
           05  FILLER              PIC X(43).
