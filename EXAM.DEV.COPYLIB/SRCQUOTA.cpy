      *--------------------------------------------------------------
      * SRCQUOTA.cpy
      * Sourcing-quota row - one per PART-NUMBER/SUPPLIER-CODE for
      * a part deliberately split across more than one supplier,
      * giving that supplier's target share of the part's receipts
      * (70.00 and 30.00 for a 70/30 split).  The shares for a part
      * should total 100; REPLEN scales them by whatever they do
      * total.  A part with no rows here is single-sourced to its
      * best Active PARTSUPL price as before.
      *
      * REPLEN splits its draft POs across the part's suppliers to
      * keep each one's cumulative share near its target; QUOTARPT
      * reports actual against target share over the last quarter.
      * SQ-LAST-CHANGED is the date the share was last set.
      *--------------------------------------------------------------
       01  SRC-QUOTA-ROW.
           05  SQ-PART-NUMBER      PIC X(23).
           05  SQ-SUPPLIER-CODE    PIC X(10).
           05  SQ-TARGET-PCT       PIC 9(03)V99.
           05  SQ-LAST-CHANGED     PIC 9(08).
           05  FILLER              PIC X(34).
