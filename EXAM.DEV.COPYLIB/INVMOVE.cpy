      *--------------------------------------------------------------
      * INVMOVE.cpy
      * Shared inventory movement journal row - every program that
      * moves stock on the ONHAND master other than by receipt or
      * count appends one dated row per part/location it changes,
      * so the month's on-hand can be rolled forward from what
      * moved.  Receipts already ride RCPTPOST and count
      * adjustments CCAUDIT; ROLLFWD reads all three.
      *
      * MV-QTY is signed the way it hits on-hand - positive into
      * the location, negative out of it.  MV-DOC-ID names the
      * document behind the move (cost code, transfer id, work
      * order, RA id).
      *--------------------------------------------------------------
       01  INV-MOVEMENT-ROW.
           05  MV-PART-NUMBER      PIC X(23).
           05  MV-LOCATION         PIC X(04).
           05  MV-MOVE-TYPE        PIC X(02).
               88 MV-ISSUE                  VALUE 'IS'.
               88 MV-RETURN-TO-STOCK        VALUE 'RT'.
               88 MV-RTV-SHIPMENT           VALUE 'RV'.
               88 MV-TRANSFER-OUT           VALUE 'TO'.
               88 MV-TRANSFER-IN            VALUE 'TI'.
               88 MV-KIT-CONSUMED           VALUE 'KC'.
               88 MV-KIT-BUILT              VALUE 'KB'.
           05  MV-QTY              PIC S9(7).
           05  MV-MOVE-DATE        PIC 9(08).
           05  MV-DOC-ID           PIC X(08).
           05  MV-PROGRAM-ID       PIC X(08).
           05  FILLER              PIC X(20).
