      *--------------------------------------------------------------
      * DMSENT.cpy
      * Debit memo sent-log row - append-only, one row per
      * DEBITMEM row EDI812OT has told the supplier about.  The
      * DEBITMEM feed itself is appended by half a dozen programs
      * and never rewritten, so "has this memo gone out" lives
      * here instead: EDI812OT skips any memo id already on the
      * log, and ADJAGE shows how each open memo was communicated.
      *
      * DS-CHANNEL is 'E' for an outbound EDI 812 - DS-ICN is then
      * the interchange that carried it, as registered on EDICTLRG
      * - or 'P' for a printed debit memo (DS-ICN zero).
      *--------------------------------------------------------------
       01  DM-SENT-ROW.
           05  DS-MEMO-ID          PIC X(10).
           05  DS-SUPPLIER-CODE    PIC X(10).
           05  DS-CHANNEL          PIC X(01).
               88 DS-SENT-EDI               VALUE 'E'.
               88 DS-SENT-PRINTED           VALUE 'P'.
           05  DS-ICN              PIC 9(09).
           05  DS-SENT-DATE        PIC 9(08).
           05  FILLER              PIC X(42).
