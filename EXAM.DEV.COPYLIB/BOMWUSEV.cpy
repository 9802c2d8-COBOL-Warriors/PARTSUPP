      *--------------------------------------------------------------
      * BOMWUSEV.cpy
      * Record layout for the BOMWUSEV VSAM KSDS - the online where-
      * used copy of BOMFILE, one row per parent/component link but
      * keyed COMPONENT-PART (23 bytes) + PARENT-PART (23 bytes), the
      * reverse of BOMFILE's own parent-first order, so WUSEINQ can
      * browse every parent a component goes into without an
      * alternate index.  Reloaded nightly by WUSELOAD the same way
      * PARTSUPV is reloaded from PARTSUPL.
      *
      * The parent's on-hand (all locations) and its open kit work
      * orders (KITWORK status Released or Held) are carried on the
      * row as of that reload.  BWU-PARENT-USED-FLAG is 'Y' when the
      * parent is itself a component somewhere, i.e. there is a
      * level further up to drop down to.
      *--------------------------------------------------------------
       01  BWU-REC.
           05  BWU-KEY.
               10  BWU-COMPONENT-PART PIC X(23) VALUE SPACES.
               10  BWU-PARENT-PART    PIC X(23) VALUE SPACES.
           05  BWU-QTY-PER           PIC 9(05) VALUE ZERO.
           05  BWU-PARENT-ON-HAND    PIC S9(7) VALUE ZERO.
           05  BWU-OPEN-WO-COUNT     PIC 9(03) VALUE ZERO.
           05  BWU-OPEN-WO-QTY       PIC S9(7) VALUE ZERO.
           05  BWU-PARENT-USED-FLAG  PIC X(01) VALUE 'N'.
               88  BWU-PARENT-IS-USED        VALUE 'Y'.
           05  BWU-REFRESH-DATE      PIC 9(08) VALUE ZERO.
           05  FILLER                PIC X(03) VALUE SPACES.
