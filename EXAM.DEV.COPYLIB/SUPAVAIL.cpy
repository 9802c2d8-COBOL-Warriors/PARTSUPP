      *--------------------------------------------------------------
      * SUPAVAIL.cpy
      * Supplier-availability row - one per SUPPLIER-CODE/PART-NUMBER
      * a partner has reported stock on through an inbound EDI 846
      * (Inventory Inquiry/Advice).  EDI846IN keeps the master, a
      * newer advice for the same supplier/part replacing the older
      * one; REPLEN prefers a supplier whose current advice covers
      * the draft quantity, and AVAILRPT lists the parts with open
      * demand that no supplier reports stock on.
      *
      * SA-AVAIL-QTY is the quantity the supplier says it has
      * available to ship, SA-SHIP-BY-DATE the date it can ship it
      * by (zero when it can ship at once), SA-ADVICE-DATE the date
      * the supplier dated the advice and SA-LOADED-DATE the date
      * EDI846IN took it in.  Readers only believe an advice for 30
      * days after SA-ADVICE-DATE - an older one counts as no
      * report at all.
      *--------------------------------------------------------------
       01  SUP-AVAIL-ROW.
           05  SA-SUPPLIER-CODE    PIC X(10).
           05  SA-PART-NUMBER      PIC X(23).
           05  SA-AVAIL-QTY        PIC 9(07).
           05  SA-SHIP-BY-DATE     PIC 9(08).
           05  SA-ADVICE-DATE      PIC 9(08).
           05  SA-LOADED-DATE      PIC 9(08).
           05  FILLER              PIC X(16).
