      *--------------------------------------------------------------
      * BUSCAL.cpy
      * Business calendar row - one per date that is not an
      * ordinary day for a location.  Saturdays and Sundays are
      * non-working and Monday to Friday working unless a row says
      * otherwise: 'H' closes a weekday (holiday, plant shutdown),
      * 'W' opens a weekend day (an extra receiving Saturday).
      * BC-LOCATION spaces applies the row to every location; a
      * row for the location itself wins over an all-locations row
      * for the same date.
      *--------------------------------------------------------------
       01  BUS-CALENDAR-ROW.
           05  BC-CAL-DATE         PIC 9(08).
           05  BC-LOCATION         PIC X(04).
           05  BC-DAY-TYPE         PIC X(01).
               88 BC-HOLIDAY                VALUE 'H'.
               88 BC-WORKING-DAY            VALUE 'W'.
           05  BC-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X(37).
