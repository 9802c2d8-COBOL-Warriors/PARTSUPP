      *--------------------------------------------------------------
      * ESCAGRMT.cpy
      * Commodity escalation agreement - one row per PARTSUPL
      * part/supplier pair whose contract price moves with a
      * published commodity index (steel, aluminium, resin).
      * Maintained by ESCMAINT, priced each quarter by ESCALATE.
      *
      * The escalated price is the base price with its material
      * share moved by the index:
      *    BASE-PRICE * ((100 - MATERIAL-PCT)
      *               +  MATERIAL-PCT * INDEX-NOW / BASE-INDEX)
      *               / 100
      * ESC-ADJ-FREQ-MONTHS is how often the contract lets the
      * price move - 3 quarterly, 6 half-yearly, 12 yearly - and
      * ESC-LAST-CHANGED the run date of the transaction that last
      * set the row.
      *--------------------------------------------------------------
       01  ESC-AGREEMENT-ROW.
           05  ESC-PART-NUMBER       PIC X(23).
           05  ESC-SUPPLIER-CODE     PIC X(10).
           05  ESC-INDEX-ID          PIC X(08).
           05  ESC-BASE-INDEX        PIC 9(07)V9(04).
           05  ESC-BASE-PRICE        PIC 9(07)V99.
           05  ESC-MATERIAL-PCT      PIC 9(03)V99.
           05  ESC-ADJ-FREQ-MONTHS   PIC 9(02).
           05  ESC-LAST-CHANGED      PIC 9(08).
           05  FILLER                PIC X(04).
