      *--------------------------------------------------------------
      * DOCKAPPT.cpy
      * Dock appointment row - one per booking, kept by DOCKMAIN
      * and read by DOCKRPT.  A PO has at most one Booked
      * appointment at a time; arrived and missed rows stay on file
      * for the carrier report until they are 90 days old, and a
      * cancelled booking drops off at once.
      *
      * DA-SLOT-TIME and DA-ARRIVAL-TIME are HHMM, 24-hour clock.
      * DA-LATE-MINUTES is how far past the slot the truck checked
      * in - zero for on time.
      *--------------------------------------------------------------
       01  DOCK-APPT-ROW.
           05  DA-PO-NUMBER        PIC X(06).
           05  DA-LOCATION         PIC X(04).
           05  DA-APPT-DATE        PIC 9(08).
           05  DA-SLOT-TIME        PIC 9(04).
           05  DA-DOOR             PIC 9(02).
           05  DA-SUPPLIER-CODE    PIC X(10).
           05  DA-CARRIER          PIC X(15).
           05  DA-STATUS           PIC X(01).
               88 DA-BOOKED                 VALUE 'B'.
               88 DA-ARRIVED                VALUE 'A'.
               88 DA-MISSED                 VALUE 'M'.
               88 DA-CANCELLED              VALUE 'X'.
           05  DA-ARRIVAL-DATE     PIC 9(08).
           05  DA-ARRIVAL-TIME     PIC 9(04).
           05  DA-LATE-MINUTES     PIC 9(04).
           05  DA-BOOKED-DATE      PIC 9(08).
           05  FILLER              PIC X(06).
