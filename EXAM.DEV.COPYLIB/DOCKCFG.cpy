      *--------------------------------------------------------------
      * DOCKCFG.cpy
      * Receiving dock configuration - one row per ship-to
      * location.  The dock day runs DK-SLOTS-PER-DAY slots of
      * DK-SLOT-MINUTES each from DK-FIRST-SLOT-TIME (HHMM, 24-hour
      * clock); each slot takes one truck per door, and no more than
      * DK-DAILY-CAPACITY appointments are booked for the day
      * whatever doors are free (crew, putaway space).
      * DK-LATITUDE/DK-LONGITUDE locate the dock itself, the same
      * signed-degree convention as the master's ADDR-LATITUDE/
      * ADDR-LONGITUDE - the receiving end of the inbound freight
      * leg FRTEMISS measures.  Zero/zero means not located.
      * DK-COMPANY-CODE is the legal entity the location receives
      * for - spaces (every row keyed before the second entity came
      * on) means the home company '01'.  POEDIT rejects a PO shipped
      * here by a buyer of another company.
      *--------------------------------------------------------------
       01  DOCK-CONFIG-ROW.
           05  DK-LOCATION         PIC X(04).
           05  DK-DOOR-COUNT       PIC 9(02).
           05  DK-FIRST-SLOT-TIME  PIC 9(04).
           05  DK-SLOT-MINUTES     PIC 9(03).
           05  DK-SLOTS-PER-DAY    PIC 9(02).
           05  DK-DAILY-CAPACITY   PIC 9(03).
           05  DK-DESCRIPTION      PIC X(30).
           05  DK-LATITUDE         PIC S9(3)V9(6).
           05  DK-LONGITUDE        PIC S9(3)V9(6).
           05  DK-COMPANY-CODE     PIC X(02).
           05  FILLER              PIC X(12).
