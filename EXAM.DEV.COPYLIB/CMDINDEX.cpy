      *--------------------------------------------------------------
      * CMDINDEX.cpy
      * Commodity index value history - one row per index per
      * published period, kept in index and period order by
      * CMDXINTK.  CIX-PERIOD-DATE is the date the value is for
      * (normally the last day of the month); a later publication
      * for the same index and period replaces the earlier value.
      * ESCALATE prices with the latest value whose period date is
      * not after the new price's effective date.
      *--------------------------------------------------------------
       01  CMD-INDEX-ROW.
           05  CIX-INDEX-ID          PIC X(08).
           05  CIX-PERIOD-DATE       PIC 9(08).
           05  CIX-INDEX-VALUE       PIC 9(07)V9(04).
           05  CIX-PUBLISHER         PIC X(20).
           05  CIX-LOADED-DATE       PIC 9(08).
           05  FILLER                PIC X(25).
