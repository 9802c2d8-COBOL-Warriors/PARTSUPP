      *--------------------------------------------------------------
      * KBNLOOP.cpy
      * Kanban loop master row - one per PART-NUMBER and line-side
      * ship-to location run on pull signals, maintained by
      * KBNMAINT and reported by KBNSTAT.  KB-CARD-COUNT cards
      * circulate for the loop, each authorising KB-CONTAINER-QTY
      * from KB-SUPPLIER-CODE; the card slots past KB-CARD-COUNT
      * are unused.
      *
      * Card states:
      *    F  full at the line
      *    E  emptied - scanned, release not yet issued (no open
      *       blanket or no Active price link for the supplier)
      *    S  at the supplier - release issued on KB-CARD-RELEASE-
      *       DATE against KB-BLANKET-PO
      *    T  in transit - the supplier has shipped the container
      * KB-CARD-STATE-DATE is the date the card last changed state;
      * KB-CARD-RELEASE-DATE is the scan date the card's current
      * trip started on, zero while the card is full.
      *--------------------------------------------------------------
       01  KBN-LOOP-ROW.
           05  KB-PART-NUMBER      PIC X(23).
           05  KB-LOCATION         PIC X(04).
           05  KB-SUPPLIER-CODE    PIC X(10).
           05  KB-CARD-COUNT       PIC 9(02).
           05  KB-CONTAINER-QTY    PIC 9(07).
           05  KB-BLANKET-PO       PIC X(06).
           05  KB-CARD OCCURS 20 TIMES.
               10  KB-CARD-STATE           PIC X(01).
                   88  KB-CARD-FULL                VALUE 'F'.
                   88  KB-CARD-EMPTIED             VALUE 'E'.
                   88  KB-CARD-AT-SUPPLIER         VALUE 'S'.
                   88  KB-CARD-IN-TRANSIT          VALUE 'T'.
               10  KB-CARD-STATE-DATE      PIC 9(08).
               10  KB-CARD-RELEASE-DATE    PIC 9(08).
           05  FILLER              PIC X(08).
