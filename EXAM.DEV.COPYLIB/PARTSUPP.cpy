      *            number means the part is not regulated hazmat.
               10  PART-UN-NUMBER    PIC X(04) VALUE SPACES.
               10  PART-HAZMAT-CLASS PIC X(03) VALUE SPACES.
      *            Shipping weight of one unit, in kilograms -
      *            times the quantity received it is the shipment
      *            weight FRTEMISS rates the inbound freight
      *            emissions on.  Zero means no weight is on file.
               10  PART-UNIT-WEIGHT  PIC 9(05)V9(03) VALUE ZERO.
               10  VEHICLE-FITMENT OCCURS 3 TIMES INDEXED BY FIT-IDX.
                   15  VEHICLE-MAKE      PIC X(03) VALUE SPACES.
                        88 CHRYSLER       VALUE 'CHR'.
               10  PO-PRIORITY-RATING     PIC X(05)    VALUE SPACES.
                   88  PO-RATED-ORDER     VALUES 'DO-A1' THRU 'DO-Z9'
                                                 'DX-A1' THRU 'DX-Z9'.
      *            Legal entity the PO is bought for, and the dock
      *            (DOCKCFG DK-LOCATION) it ships to.  Spaces in the
      *            company code - every PO keyed before the second
      *            entity came on - means the home company '01'.
      *            POEDIT rejects a PO whose ship-to location belongs
      *            to a different company than its buyer.
               10  PO-COMPANY-CODE        PIC X(02)    VALUE SPACES.
               10  PO-SHIP-TO-LOCATION    PIC X(04)    VALUE SPACES.
      *    Audit stamp for the last program/date that added or
      *    changed this record - set by whichever batch job actually
      *    wrote the record (MKPRTSUP stamps its own ID on initial
      *    generation; EDI856IN restamps it whenever an ASN
      *    transaction is applied).  The online transactions that
      *    update the master (PARTPOU, RCVDOCK) stamp the signed-on
      *    user's id instead of a program name.
           05 LAST-UPDATE-INFO.
               10  LAST-UPDATE-USER-ID  PIC X(08) VALUE SPACES.
               10  LAST-UPDATE-DATE     PIC 9(08) VALUE ZERO.
