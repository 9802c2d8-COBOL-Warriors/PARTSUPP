      *--------------------------------------------------------------
      * WUSEINQM.cpy
      * Symbolic map for the WUSEINQM mapset (screen WUSEINQ1) used
      * by the WUSEINQ bill-of-materials where-used inquiry.  The user
      * keys a component PART-NUMBER and the screen shows one row per
      * parent that uses it, the same seven-row repeating shape
      * PARTBRWM.cpy uses.  Unlike the browse screens, each row opens
      * with a one-byte selection field (ROWnSEL) the user can key,
      * so a parent can be picked to drop down to its own where-used
      * list; LEVEL shows how many levels up from the keyed
      * component the list is.
      * Hand-built to the same layout the BMS mapset assembly (macros
      * DFHMSD/DFHMDI/DFHMDF, not present in this library) would
      * itself generate.
      *--------------------------------------------------------------
       01  WUSEINQMI.
           02  FILLER                PIC X(12).
           02  COMPNOL               PIC S9(4) COMP.
           02  COMPNOF               PIC X.
           02  FILLER REDEFINES COMPNOF.
               03  COMPNOA           PIC X.
           02  COMPNOI               PIC X(23).
           02  LEVELL                PIC S9(4) COMP.
           02  LEVELF                PIC X.
           02  FILLER REDEFINES LEVELF.
               03  LEVELA            PIC X.
           02  LEVELI                PIC X(01).
      *    Each row's SEL field is the only one the user keys; the
      *    rest are display-only, but WUSEINQMO REDEFINES this record,
      *    so each still needs its own length/attribute/data
      *    placeholder here to keep the two views the same size.
           02  ROW1L                 PIC S9(4) COMP.
           02  ROW1F                 PIC X.
           02  FILLER REDEFINES ROW1F.
               03  ROW1A             PIC X.
           02  ROW1SELI              PIC X(01).
           02  ROW1L2                PIC S9(4) COMP.
           02  ROW1F2                PIC X.
           02  FILLER REDEFINES ROW1F2.
               03  ROW1A2            PIC X.
           02  ROW1PNOI              PIC X(23).
           02  ROW1L3                PIC S9(4) COMP.
           02  ROW1F3                PIC X.
           02  FILLER REDEFINES ROW1F3.
               03  ROW1A3            PIC X.
           02  ROW1QTYI              PIC X(05).
           02  ROW1L4                PIC S9(4) COMP.
           02  ROW1F4                PIC X.
           02  FILLER REDEFINES ROW1F4.
               03  ROW1A4            PIC X.
           02  ROW1OHI               PIC X(08).
           02  ROW1L5                PIC S9(4) COMP.
           02  ROW1F5                PIC X.
           02  FILLER REDEFINES ROW1F5.
               03  ROW1A5            PIC X.
           02  ROW1WOCI              PIC X(03).
           02  ROW1L6                PIC S9(4) COMP.
           02  ROW1F6                PIC X.
           02  FILLER REDEFINES ROW1F6.
               03  ROW1A6            PIC X.
           02  ROW1WOQI              PIC X(08).
           02  ROW1L7                PIC S9(4) COMP.
           02  ROW1F7                PIC X.
           02  FILLER REDEFINES ROW1F7.
               03  ROW1A7            PIC X.
           02  ROW1UPI               PIC X(01).

           02  ROW2L                 PIC S9(4) COMP.
           02  ROW2F                 PIC X.
           02  FILLER REDEFINES ROW2F.
               03  ROW2A             PIC X.
           02  ROW2SELI              PIC X(01).
           02  ROW2L2                PIC S9(4) COMP.
           02  ROW2F2                PIC X.
           02  FILLER REDEFINES ROW2F2.
               03  ROW2A2            PIC X.
           02  ROW2PNOI              PIC X(23).
           02  ROW2L3                PIC S9(4) COMP.
           02  ROW2F3                PIC X.
           02  FILLER REDEFINES ROW2F3.
               03  ROW2A3            PIC X.
           02  ROW2QTYI              PIC X(05).
           02  ROW2L4                PIC S9(4) COMP.
           02  ROW2F4                PIC X.
           02  FILLER REDEFINES ROW2F4.
               03  ROW2A4            PIC X.
           02  ROW2OHI               PIC X(08).
           02  ROW2L5                PIC S9(4) COMP.
           02  ROW2F5                PIC X.
           02  FILLER REDEFINES ROW2F5.
               03  ROW2A5            PIC X.
           02  ROW2WOCI              PIC X(03).
           02  ROW2L6                PIC S9(4) COMP.
           02  ROW2F6                PIC X.
           02  FILLER REDEFINES ROW2F6.
               03  ROW2A6            PIC X.
           02  ROW2WOQI              PIC X(08).
           02  ROW2L7                PIC S9(4) COMP.
           02  ROW2F7                PIC X.
           02  FILLER REDEFINES ROW2F7.
               03  ROW2A7            PIC X.
           02  ROW2UPI               PIC X(01).

           02  ROW3L                 PIC S9(4) COMP.
           02  ROW3F                 PIC X.
           02  FILLER REDEFINES ROW3F.
               03  ROW3A             PIC X.
           02  ROW3SELI              PIC X(01).
           02  ROW3L2                PIC S9(4) COMP.
           02  ROW3F2                PIC X.
           02  FILLER REDEFINES ROW3F2.
               03  ROW3A2            PIC X.
           02  ROW3PNOI              PIC X(23).
           02  ROW3L3                PIC S9(4) COMP.
           02  ROW3F3                PIC X.
           02  FILLER REDEFINES ROW3F3.
               03  ROW3A3            PIC X.
           02  ROW3QTYI              PIC X(05).
           02  ROW3L4                PIC S9(4) COMP.
           02  ROW3F4                PIC X.
           02  FILLER REDEFINES ROW3F4.
               03  ROW3A4            PIC X.
           02  ROW3OHI               PIC X(08).
           02  ROW3L5                PIC S9(4) COMP.
           02  ROW3F5                PIC X.
           02  FILLER REDEFINES ROW3F5.
               03  ROW3A5            PIC X.
           02  ROW3WOCI              PIC X(03).
           02  ROW3L6                PIC S9(4) COMP.
           02  ROW3F6                PIC X.
           02  FILLER REDEFINES ROW3F6.
               03  ROW3A6            PIC X.
           02  ROW3WOQI              PIC X(08).
           02  ROW3L7                PIC S9(4) COMP.
           02  ROW3F7                PIC X.
           02  FILLER REDEFINES ROW3F7.
               03  ROW3A7            PIC X.
           02  ROW3UPI               PIC X(01).

           02  ROW4L                 PIC S9(4) COMP.
           02  ROW4F                 PIC X.
           02  FILLER REDEFINES ROW4F.
               03  ROW4A             PIC X.
           02  ROW4SELI              PIC X(01).
           02  ROW4L2                PIC S9(4) COMP.
           02  ROW4F2                PIC X.
           02  FILLER REDEFINES ROW4F2.
               03  ROW4A2            PIC X.
           02  ROW4PNOI              PIC X(23).
           02  ROW4L3                PIC S9(4) COMP.
           02  ROW4F3                PIC X.
           02  FILLER REDEFINES ROW4F3.
               03  ROW4A3            PIC X.
           02  ROW4QTYI              PIC X(05).
           02  ROW4L4                PIC S9(4) COMP.
           02  ROW4F4                PIC X.
           02  FILLER REDEFINES ROW4F4.
               03  ROW4A4            PIC X.
           02  ROW4OHI               PIC X(08).
           02  ROW4L5                PIC S9(4) COMP.
           02  ROW4F5                PIC X.
           02  FILLER REDEFINES ROW4F5.
               03  ROW4A5            PIC X.
           02  ROW4WOCI              PIC X(03).
           02  ROW4L6                PIC S9(4) COMP.
           02  ROW4F6                PIC X.
           02  FILLER REDEFINES ROW4F6.
               03  ROW4A6            PIC X.
           02  ROW4WOQI              PIC X(08).
           02  ROW4L7                PIC S9(4) COMP.
           02  ROW4F7                PIC X.
           02  FILLER REDEFINES ROW4F7.
               03  ROW4A7            PIC X.
           02  ROW4UPI               PIC X(01).

           02  ROW5L                 PIC S9(4) COMP.
           02  ROW5F                 PIC X.
           02  FILLER REDEFINES ROW5F.
               03  ROW5A             PIC X.
           02  ROW5SELI              PIC X(01).
           02  ROW5L2                PIC S9(4) COMP.
           02  ROW5F2                PIC X.
           02  FILLER REDEFINES ROW5F2.
               03  ROW5A2            PIC X.
           02  ROW5PNOI              PIC X(23).
           02  ROW5L3                PIC S9(4) COMP.
           02  ROW5F3                PIC X.
           02  FILLER REDEFINES ROW5F3.
               03  ROW5A3            PIC X.
           02  ROW5QTYI              PIC X(05).
           02  ROW5L4                PIC S9(4) COMP.
           02  ROW5F4                PIC X.
           02  FILLER REDEFINES ROW5F4.
               03  ROW5A4            PIC X.
           02  ROW5OHI               PIC X(08).
           02  ROW5L5                PIC S9(4) COMP.
           02  ROW5F5                PIC X.
           02  FILLER REDEFINES ROW5F5.
               03  ROW5A5            PIC X.
           02  ROW5WOCI              PIC X(03).
           02  ROW5L6                PIC S9(4) COMP.
           02  ROW5F6                PIC X.
           02  FILLER REDEFINES ROW5F6.
               03  ROW5A6            PIC X.
           02  ROW5WOQI              PIC X(08).
           02  ROW5L7                PIC S9(4) COMP.
           02  ROW5F7                PIC X.
           02  FILLER REDEFINES ROW5F7.
               03  ROW5A7            PIC X.
           02  ROW5UPI               PIC X(01).

           02  ROW6L                 PIC S9(4) COMP.
           02  ROW6F                 PIC X.
           02  FILLER REDEFINES ROW6F.
               03  ROW6A             PIC X.
           02  ROW6SELI              PIC X(01).
           02  ROW6L2                PIC S9(4) COMP.
           02  ROW6F2                PIC X.
           02  FILLER REDEFINES ROW6F2.
               03  ROW6A2            PIC X.
           02  ROW6PNOI              PIC X(23).
           02  ROW6L3                PIC S9(4) COMP.
           02  ROW6F3                PIC X.
           02  FILLER REDEFINES ROW6F3.
               03  ROW6A3            PIC X.
           02  ROW6QTYI              PIC X(05).
           02  ROW6L4                PIC S9(4) COMP.
           02  ROW6F4                PIC X.
           02  FILLER REDEFINES ROW6F4.
               03  ROW6A4            PIC X.
           02  ROW6OHI               PIC X(08).
           02  ROW6L5                PIC S9(4) COMP.
           02  ROW6F5                PIC X.
           02  FILLER REDEFINES ROW6F5.
               03  ROW6A5            PIC X.
           02  ROW6WOCI              PIC X(03).
           02  ROW6L6                PIC S9(4) COMP.
           02  ROW6F6                PIC X.
           02  FILLER REDEFINES ROW6F6.
               03  ROW6A6            PIC X.
           02  ROW6WOQI              PIC X(08).
           02  ROW6L7                PIC S9(4) COMP.
           02  ROW6F7                PIC X.
           02  FILLER REDEFINES ROW6F7.
               03  ROW6A7            PIC X.
           02  ROW6UPI               PIC X(01).

           02  ROW7L                 PIC S9(4) COMP.
           02  ROW7F                 PIC X.
           02  FILLER REDEFINES ROW7F.
               03  ROW7A             PIC X.
           02  ROW7SELI              PIC X(01).
           02  ROW7L2                PIC S9(4) COMP.
           02  ROW7F2                PIC X.
           02  FILLER REDEFINES ROW7F2.
               03  ROW7A2            PIC X.
           02  ROW7PNOI              PIC X(23).
           02  ROW7L3                PIC S9(4) COMP.
           02  ROW7F3                PIC X.
           02  FILLER REDEFINES ROW7F3.
               03  ROW7A3            PIC X.
           02  ROW7QTYI              PIC X(05).
           02  ROW7L4                PIC S9(4) COMP.
           02  ROW7F4                PIC X.
           02  FILLER REDEFINES ROW7F4.
               03  ROW7A4            PIC X.
           02  ROW7OHI               PIC X(08).
           02  ROW7L5                PIC S9(4) COMP.
           02  ROW7F5                PIC X.
           02  FILLER REDEFINES ROW7F5.
               03  ROW7A5            PIC X.
           02  ROW7WOCI              PIC X(03).
           02  ROW7L6                PIC S9(4) COMP.
           02  ROW7F6                PIC X.
           02  FILLER REDEFINES ROW7F6.
               03  ROW7A6            PIC X.
           02  ROW7WOQI              PIC X(08).
           02  ROW7L7                PIC S9(4) COMP.
           02  ROW7F7                PIC X.
           02  FILLER REDEFINES ROW7F7.
               03  ROW7A7            PIC X.
           02  ROW7UPI               PIC X(01).

           02  ERRMSGL               PIC S9(4) COMP.
           02  ERRMSGF               PIC X.
           02  FILLER REDEFINES ERRMSGF.
               03  ERRMSGA           PIC X.
           02  ERRMSGI               PIC X(40).

       01  WUSEINQMO REDEFINES WUSEINQMI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  COMPNOO               PIC X(23).
           02  FILLER                PIC X(3).
           02  LEVELO                PIC X(01).

           02  FILLER                PIC X(3).
           02  ROW1SELO              PIC X(01).
           02  FILLER                PIC X(3).
           02  ROW1PNOO              PIC X(23).
           02  FILLER                PIC X(3).
           02  ROW1QTYO              PIC X(05).
           02  FILLER                PIC X(3).
           02  ROW1OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW1WOCO              PIC X(03).
           02  FILLER                PIC X(3).
           02  ROW1WOQO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW1UPO               PIC X(01).

           02  FILLER                PIC X(3).
           02  ROW2SELO              PIC X(01).
           02  FILLER                PIC X(3).
           02  ROW2PNOO              PIC X(23).
           02  FILLER                PIC X(3).
           02  ROW2QTYO              PIC X(05).
           02  FILLER                PIC X(3).
           02  ROW2OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW2WOCO              PIC X(03).
           02  FILLER                PIC X(3).
           02  ROW2WOQO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW2UPO               PIC X(01).

           02  FILLER                PIC X(3).
           02  ROW3SELO              PIC X(01).
           02  FILLER                PIC X(3).
           02  ROW3PNOO              PIC X(23).
           02  FILLER                PIC X(3).
           02  ROW3QTYO              PIC X(05).
           02  FILLER                PIC X(3).
           02  ROW3OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW3WOCO              PIC X(03).
           02  FILLER                PIC X(3).
           02  ROW3WOQO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW3UPO               PIC X(01).

           02  FILLER                PIC X(3).
           02  ROW4SELO              PIC X(01).
           02  FILLER                PIC X(3).
           02  ROW4PNOO              PIC X(23).
           02  FILLER                PIC X(3).
           02  ROW4QTYO              PIC X(05).
           02  FILLER                PIC X(3).
           02  ROW4OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW4WOCO              PIC X(03).
           02  FILLER                PIC X(3).
           02  ROW4WOQO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW4UPO               PIC X(01).

           02  FILLER                PIC X(3).
           02  ROW5SELO              PIC X(01).
           02  FILLER                PIC X(3).
           02  ROW5PNOO              PIC X(23).
           02  FILLER                PIC X(3).
           02  ROW5QTYO              PIC X(05).
           02  FILLER                PIC X(3).
           02  ROW5OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW5WOCO              PIC X(03).
           02  FILLER                PIC X(3).
           02  ROW5WOQO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW5UPO               PIC X(01).

           02  FILLER                PIC X(3).
           02  ROW6SELO              PIC X(01).
           02  FILLER                PIC X(3).
           02  ROW6PNOO              PIC X(23).
           02  FILLER                PIC X(3).
           02  ROW6QTYO              PIC X(05).
           02  FILLER                PIC X(3).
           02  ROW6OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW6WOCO              PIC X(03).
           02  FILLER                PIC X(3).
           02  ROW6WOQO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW6UPO               PIC X(01).

           02  FILLER                PIC X(3).
           02  ROW7SELO              PIC X(01).
           02  FILLER                PIC X(3).
           02  ROW7PNOO              PIC X(23).
           02  FILLER                PIC X(3).
           02  ROW7QTYO              PIC X(05).
           02  FILLER                PIC X(3).
           02  ROW7OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW7WOCO              PIC X(03).
           02  FILLER                PIC X(3).
           02  ROW7WOQO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW7UPO               PIC X(01).

           02  FILLER                PIC X(3).
           02  ERRMSGO               PIC X(40).

      *    The seven ROWn field sets above are what a real DFHMDI/
      *    DFHMDF generation would name them - BMS has no notion of an
      *    OCCURS table.  This redefinition gives the program an
      *    OCCURS view of the same storage, the same as PARTBRWM-ROWS,
      *    so a row can be filled or its selection tested with a
      *    PERFORM VARYING.
       01  WUSEINQM-ROWS REDEFINES WUSEINQMO.
           02  FILLER                PIC X(42).
           02  WUM-ROW OCCURS 7 TIMES INDEXED BY WUM-ROW-IDX.
               03  FILLER            PIC X(3).
               03  WUM-ROW-SEL       PIC X(01).
               03  FILLER            PIC X(3).
               03  WUM-ROW-PNO       PIC X(23).
               03  FILLER            PIC X(3).
               03  WUM-ROW-QTY       PIC X(05).
               03  FILLER            PIC X(3).
               03  WUM-ROW-OH        PIC X(08).
               03  FILLER            PIC X(3).
               03  WUM-ROW-WOC       PIC X(03).
               03  FILLER            PIC X(3).
               03  WUM-ROW-WOQ       PIC X(08).
               03  FILLER            PIC X(3).
               03  WUM-ROW-UP        PIC X(01).
           02  FILLER                PIC X(3).
           02  WUM-ERRMSG            PIC X(40).
