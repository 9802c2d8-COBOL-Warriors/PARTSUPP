      *--------------------------------------------------------------
      * ONHINQM.cpy
      * Symbolic map for the ONHINQM mapset (screen ONHINQ1) used by
      * the ONHINQ on-hand inventory inquiry.  The user keys a
      * PART-NUMBER; the top of the screen shows the part's summary
      * row off ONHANDV (total on hand, last count, open transfers
      * in and out, open PO quantity due and its next due date, the
      * successor part and the date ONHANDV was reloaded) and below
      * it one row per location, the same seven-row repeating shape
      * WUSEINQM.cpy uses.
      * Hand-built to the same layout the BMS mapset assembly (macros
      * DFHMSD/DFHMDI/DFHMDF, not present in this library) would
      * itself generate.
      *--------------------------------------------------------------
       01  ONHINQMI.
           02  FILLER                PIC X(12).
           02  PARTNOL               PIC S9(4) COMP.
           02  PARTNOF               PIC X.
           02  FILLER REDEFINES PARTNOF.
               03  PARTNOA           PIC X.
           02  PARTNOI               PIC X(23).
      *    Everything below PARTNO is display-only, but ONHINQMO
      *    REDEFINES this record, so each field still needs its own
      *    length/attribute/data placeholder here to keep the two
      *    views the same size.
           02  PARTNML               PIC S9(4) COMP.
           02  PARTNMF               PIC X.
           02  FILLER REDEFINES PARTNMF.
               03  PARTNMA           PIC X.
           02  PARTNMI               PIC X(14).
           02  TOTOHL                PIC S9(4) COMP.
           02  TOTOHF                PIC X.
           02  FILLER REDEFINES TOTOHF.
               03  TOTOHA            PIC X.
           02  TOTOHI                PIC X(08).
           02  CNTDTL                PIC S9(4) COMP.
           02  CNTDTF                PIC X.
           02  FILLER REDEFINES CNTDTF.
               03  CNTDTA            PIC X.
           02  CNTDTI                PIC X(08).
           02  XFRINL                PIC S9(4) COMP.
           02  XFRINF                PIC X.
           02  FILLER REDEFINES XFRINF.
               03  XFRINA            PIC X.
           02  XFRINI                PIC X(08).
           02  XFROUTL               PIC S9(4) COMP.
           02  XFROUTF               PIC X.
           02  FILLER REDEFINES XFROUTF.
               03  XFROUTA           PIC X.
           02  XFROUTI               PIC X(08).
           02  OPENPOL               PIC S9(4) COMP.
           02  OPENPOF               PIC X.
           02  FILLER REDEFINES OPENPOF.
               03  OPENPOA           PIC X.
           02  OPENPOI               PIC X(08).
           02  NXTDUEL               PIC S9(4) COMP.
           02  NXTDUEF               PIC X.
           02  FILLER REDEFINES NXTDUEF.
               03  NXTDUEA           PIC X.
           02  NXTDUEI               PIC X(08).
           02  SUCCPNL               PIC S9(4) COMP.
           02  SUCCPNF               PIC X.
           02  FILLER REDEFINES SUCCPNF.
               03  SUCCPNA           PIC X.
           02  SUCCPNI               PIC X(23).
           02  REFDTL                PIC S9(4) COMP.
           02  REFDTF                PIC X.
           02  FILLER REDEFINES REFDTF.
               03  REFDTA            PIC X.
           02  REFDTI                PIC X(08).

           02  ROW1L                 PIC S9(4) COMP.
           02  ROW1F                 PIC X.
           02  FILLER REDEFINES ROW1F.
               03  ROW1A             PIC X.
           02  ROW1LOCI              PIC X(04).
           02  ROW1L2                PIC S9(4) COMP.
           02  ROW1F2                PIC X.
           02  FILLER REDEFINES ROW1F2.
               03  ROW1A2            PIC X.
           02  ROW1OHI               PIC X(08).
           02  ROW1L3                PIC S9(4) COMP.
           02  ROW1F3                PIC X.
           02  FILLER REDEFINES ROW1F3.
               03  ROW1A3            PIC X.
           02  ROW1CDTI              PIC X(08).
           02  ROW1L4                PIC S9(4) COMP.
           02  ROW1F4                PIC X.
           02  FILLER REDEFINES ROW1F4.
               03  ROW1A4            PIC X.
           02  ROW1XINI              PIC X(08).
           02  ROW1L5                PIC S9(4) COMP.
           02  ROW1F5                PIC X.
           02  FILLER REDEFINES ROW1F5.
               03  ROW1A5            PIC X.
           02  ROW1XOUTI             PIC X(08).

           02  ROW2L                 PIC S9(4) COMP.
           02  ROW2F                 PIC X.
           02  FILLER REDEFINES ROW2F.
               03  ROW2A             PIC X.
           02  ROW2LOCI              PIC X(04).
           02  ROW2L2                PIC S9(4) COMP.
           02  ROW2F2                PIC X.
           02  FILLER REDEFINES ROW2F2.
               03  ROW2A2            PIC X.
           02  ROW2OHI               PIC X(08).
           02  ROW2L3                PIC S9(4) COMP.
           02  ROW2F3                PIC X.
           02  FILLER REDEFINES ROW2F3.
               03  ROW2A3            PIC X.
           02  ROW2CDTI              PIC X(08).
           02  ROW2L4                PIC S9(4) COMP.
           02  ROW2F4                PIC X.
           02  FILLER REDEFINES ROW2F4.
               03  ROW2A4            PIC X.
           02  ROW2XINI              PIC X(08).
           02  ROW2L5                PIC S9(4) COMP.
           02  ROW2F5                PIC X.
           02  FILLER REDEFINES ROW2F5.
               03  ROW2A5            PIC X.
           02  ROW2XOUTI             PIC X(08).

           02  ROW3L                 PIC S9(4) COMP.
           02  ROW3F                 PIC X.
           02  FILLER REDEFINES ROW3F.
               03  ROW3A             PIC X.
           02  ROW3LOCI              PIC X(04).
           02  ROW3L2                PIC S9(4) COMP.
           02  ROW3F2                PIC X.
           02  FILLER REDEFINES ROW3F2.
               03  ROW3A2            PIC X.
           02  ROW3OHI               PIC X(08).
           02  ROW3L3                PIC S9(4) COMP.
           02  ROW3F3                PIC X.
           02  FILLER REDEFINES ROW3F3.
               03  ROW3A3            PIC X.
           02  ROW3CDTI              PIC X(08).
           02  ROW3L4                PIC S9(4) COMP.
           02  ROW3F4                PIC X.
           02  FILLER REDEFINES ROW3F4.
               03  ROW3A4            PIC X.
           02  ROW3XINI              PIC X(08).
           02  ROW3L5                PIC S9(4) COMP.
           02  ROW3F5                PIC X.
           02  FILLER REDEFINES ROW3F5.
               03  ROW3A5            PIC X.
           02  ROW3XOUTI             PIC X(08).

           02  ROW4L                 PIC S9(4) COMP.
           02  ROW4F                 PIC X.
           02  FILLER REDEFINES ROW4F.
               03  ROW4A             PIC X.
           02  ROW4LOCI              PIC X(04).
           02  ROW4L2                PIC S9(4) COMP.
           02  ROW4F2                PIC X.
           02  FILLER REDEFINES ROW4F2.
               03  ROW4A2            PIC X.
           02  ROW4OHI               PIC X(08).
           02  ROW4L3                PIC S9(4) COMP.
           02  ROW4F3                PIC X.
           02  FILLER REDEFINES ROW4F3.
               03  ROW4A3            PIC X.
           02  ROW4CDTI              PIC X(08).
           02  ROW4L4                PIC S9(4) COMP.
           02  ROW4F4                PIC X.
           02  FILLER REDEFINES ROW4F4.
               03  ROW4A4            PIC X.
           02  ROW4XINI              PIC X(08).
           02  ROW4L5                PIC S9(4) COMP.
           02  ROW4F5                PIC X.
           02  FILLER REDEFINES ROW4F5.
               03  ROW4A5            PIC X.
           02  ROW4XOUTI             PIC X(08).

           02  ROW5L                 PIC S9(4) COMP.
           02  ROW5F                 PIC X.
           02  FILLER REDEFINES ROW5F.
               03  ROW5A             PIC X.
           02  ROW5LOCI              PIC X(04).
           02  ROW5L2                PIC S9(4) COMP.
           02  ROW5F2                PIC X.
           02  FILLER REDEFINES ROW5F2.
               03  ROW5A2            PIC X.
           02  ROW5OHI               PIC X(08).
           02  ROW5L3                PIC S9(4) COMP.
           02  ROW5F3                PIC X.
           02  FILLER REDEFINES ROW5F3.
               03  ROW5A3            PIC X.
           02  ROW5CDTI              PIC X(08).
           02  ROW5L4                PIC S9(4) COMP.
           02  ROW5F4                PIC X.
           02  FILLER REDEFINES ROW5F4.
               03  ROW5A4            PIC X.
           02  ROW5XINI              PIC X(08).
           02  ROW5L5                PIC S9(4) COMP.
           02  ROW5F5                PIC X.
           02  FILLER REDEFINES ROW5F5.
               03  ROW5A5            PIC X.
           02  ROW5XOUTI             PIC X(08).

           02  ROW6L                 PIC S9(4) COMP.
           02  ROW6F                 PIC X.
           02  FILLER REDEFINES ROW6F.
               03  ROW6A             PIC X.
           02  ROW6LOCI              PIC X(04).
           02  ROW6L2                PIC S9(4) COMP.
           02  ROW6F2                PIC X.
           02  FILLER REDEFINES ROW6F2.
               03  ROW6A2            PIC X.
           02  ROW6OHI               PIC X(08).
           02  ROW6L3                PIC S9(4) COMP.
           02  ROW6F3                PIC X.
           02  FILLER REDEFINES ROW6F3.
               03  ROW6A3            PIC X.
           02  ROW6CDTI              PIC X(08).
           02  ROW6L4                PIC S9(4) COMP.
           02  ROW6F4                PIC X.
           02  FILLER REDEFINES ROW6F4.
               03  ROW6A4            PIC X.
           02  ROW6XINI              PIC X(08).
           02  ROW6L5                PIC S9(4) COMP.
           02  ROW6F5                PIC X.
           02  FILLER REDEFINES ROW6F5.
               03  ROW6A5            PIC X.
           02  ROW6XOUTI             PIC X(08).

           02  ROW7L                 PIC S9(4) COMP.
           02  ROW7F                 PIC X.
           02  FILLER REDEFINES ROW7F.
               03  ROW7A             PIC X.
           02  ROW7LOCI              PIC X(04).
           02  ROW7L2                PIC S9(4) COMP.
           02  ROW7F2                PIC X.
           02  FILLER REDEFINES ROW7F2.
               03  ROW7A2            PIC X.
           02  ROW7OHI               PIC X(08).
           02  ROW7L3                PIC S9(4) COMP.
           02  ROW7F3                PIC X.
           02  FILLER REDEFINES ROW7F3.
               03  ROW7A3            PIC X.
           02  ROW7CDTI              PIC X(08).
           02  ROW7L4                PIC S9(4) COMP.
           02  ROW7F4                PIC X.
           02  FILLER REDEFINES ROW7F4.
               03  ROW7A4            PIC X.
           02  ROW7XINI              PIC X(08).
           02  ROW7L5                PIC S9(4) COMP.
           02  ROW7F5                PIC X.
           02  FILLER REDEFINES ROW7F5.
               03  ROW7A5            PIC X.
           02  ROW7XOUTI             PIC X(08).

           02  ERRMSGL               PIC S9(4) COMP.
           02  ERRMSGF               PIC X.
           02  FILLER REDEFINES ERRMSGF.
               03  ERRMSGA           PIC X.
           02  ERRMSGI               PIC X(40).

       01  ONHINQMO REDEFINES ONHINQMI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  PARTNOO               PIC X(23).
           02  FILLER                PIC X(3).
           02  PARTNMO               PIC X(14).
           02  FILLER                PIC X(3).
           02  TOTOHO                PIC X(08).
           02  FILLER                PIC X(3).
           02  CNTDTO                PIC X(08).
           02  FILLER                PIC X(3).
           02  XFRINO                PIC X(08).
           02  FILLER                PIC X(3).
           02  XFROUTO               PIC X(08).
           02  FILLER                PIC X(3).
           02  OPENPOO               PIC X(08).
           02  FILLER                PIC X(3).
           02  NXTDUEO               PIC X(08).
           02  FILLER                PIC X(3).
           02  SUCCPNO               PIC X(23).
           02  FILLER                PIC X(3).
           02  REFDTO                PIC X(08).

           02  FILLER                PIC X(3).
           02  ROW1LOCO              PIC X(04).
           02  FILLER                PIC X(3).
           02  ROW1OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW1CDTO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW1XINO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW1XOUTO             PIC X(08).

           02  FILLER                PIC X(3).
           02  ROW2LOCO              PIC X(04).
           02  FILLER                PIC X(3).
           02  ROW2OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW2CDTO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW2XINO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW2XOUTO             PIC X(08).

           02  FILLER                PIC X(3).
           02  ROW3LOCO              PIC X(04).
           02  FILLER                PIC X(3).
           02  ROW3OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW3CDTO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW3XINO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW3XOUTO             PIC X(08).

           02  FILLER                PIC X(3).
           02  ROW4LOCO              PIC X(04).
           02  FILLER                PIC X(3).
           02  ROW4OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW4CDTO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW4XINO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW4XOUTO             PIC X(08).

           02  FILLER                PIC X(3).
           02  ROW5LOCO              PIC X(04).
           02  FILLER                PIC X(3).
           02  ROW5OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW5CDTO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW5XINO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW5XOUTO             PIC X(08).

           02  FILLER                PIC X(3).
           02  ROW6LOCO              PIC X(04).
           02  FILLER                PIC X(3).
           02  ROW6OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW6CDTO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW6XINO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW6XOUTO             PIC X(08).

           02  FILLER                PIC X(3).
           02  ROW7LOCO              PIC X(04).
           02  FILLER                PIC X(3).
           02  ROW7OHO               PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW7CDTO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW7XINO              PIC X(08).
           02  FILLER                PIC X(3).
           02  ROW7XOUTO             PIC X(08).

           02  FILLER                PIC X(3).
           02  ERRMSGO               PIC X(40).

      *    The seven ROWn field sets above are what a real DFHMDI/
      *    DFHMDF generation would name them - BMS has no notion of an
      *    OCCURS table.  This redefinition gives the program an
      *    OCCURS view of the same storage, the same as WUSEINQM-ROWS,
      *    so a row can be filled or cleared with a PERFORM VARYING.
       01  ONHINQM-ROWS REDEFINES ONHINQMO.
           02  FILLER                PIC X(158).
           02  OIM-ROW OCCURS 7 TIMES INDEXED BY OIM-ROW-IDX.
               03  FILLER            PIC X(3).
               03  OIM-ROW-LOC       PIC X(04).
               03  FILLER            PIC X(3).
               03  OIM-ROW-OH        PIC X(08).
               03  FILLER            PIC X(3).
               03  OIM-ROW-CDT       PIC X(08).
               03  FILLER            PIC X(3).
               03  OIM-ROW-XIN       PIC X(08).
               03  FILLER            PIC X(3).
               03  OIM-ROW-XOUT      PIC X(08).
           02  FILLER                PIC X(3).
           02  OIM-ERRMSG            PIC X(40).
