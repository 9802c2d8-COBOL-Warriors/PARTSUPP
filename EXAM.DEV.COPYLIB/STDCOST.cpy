      *--------------------------------------------------------------
      * STDCOST.cpy
      * Standard-cost master row - one per PART-NUMBER, set once a
      * year and maintained by STDMAINT (which keeps the file in
      * ascending part order and logs every change to STDAUDIT).
      * JVGEN values receipts into inventory at this cost and posts
      * the difference from the PO UNIT-PRICE as purchase price
      * variance; PPVRPT reports that variance.
      *
      * STD-EFF-DATE is the date the cost took effect (normally the
      * first day of the cost year); STD-LAST-CHANGED the run date
      * of the transaction that last set it.
      *--------------------------------------------------------------
       01  STD-COST-ROW.
           05  STD-PART-NUMBER     PIC X(23).
           05  STD-UNIT-COST       PIC S9(7)V99.
           05  STD-EFF-DATE        PIC 9(08).
           05  STD-LAST-CHANGED    PIC 9(08).
           05  FILLER              PIC X(32).
