      *--------------------------------------------------------------
      * DEBITMEM.cpy
      * Debit/credit adjustment feed row - append-only, one row per
      * amount a supplier owes us back.  Every program that decides
      * a supplier owes us money appends here (OPEN EXTEND,
      * DISP=MOD); PAYREG nets open rows against the supplier's
      * next remittance, EDI812OT tells the supplier about each row
      * (an outbound 812, or a printed debit memo for suppliers not
      * trading EDI), and ADJAGE ages every row until the supplier's
      * credit shows up on a statement or PAYREG has netted it.
      *
      * DM-MEMO-ID is unique across the feed and built from the
      * originating document, so a re-run that raises the same
      * adjustment again carries the same id and nothing downstream
      * takes it twice.  DM-AMOUNT is always positive, the amount to
      * be taken off.  DM-REFERENCE is the originating document's
      * own number (RA, claim, invoice, freight bill date ...).
      *
      *    DM-SOURCE  raised by   DM-REASON-CODE  DM-MEMO-ID
      *    'RTV '     RTVMAINT    RTV  return     'RTV-' + RA
      *    'WARR'     WARRCLM     WAR  warranty   'WC' + claim
      *    'CLM '     CLAIMNT     CLM  freight    'FC' + claim
      *    'FRT '     FRTAUDIT    FRT  overbill   'F' + PO + day
      *    'REBT'     REBATRK     REB  rebate     'R' + date + seq
      *    'PRC '     APEXCAGE    PRC  price      'PM' + PO + inv
      *    'CMPL'     CMPLCHG     CMP  compliance 'C' + type + PO
      *
      * PAYREG predates this member and carries the same layout
      * inline.
      *--------------------------------------------------------------
       01  DEBITMEM-RECORD.
           05  DM-MEMO-ID          PIC X(10).
           05  DM-SUPPLIER-CODE    PIC X(10).
           05  DM-PO-NUMBER        PIC X(06).
           05  DM-SOURCE           PIC X(04).
               88 DM-FROM-RTV               VALUE 'RTV '.
               88 DM-FROM-WARRANTY          VALUE 'WARR'.
               88 DM-FROM-FREIGHT-CLAIM     VALUE 'CLM '.
               88 DM-FROM-FREIGHT-AUDIT     VALUE 'FRT '.
               88 DM-FROM-REBATE            VALUE 'REBT'.
               88 DM-FROM-PRICE-MATCH       VALUE 'PRC '.
               88 DM-FROM-COMPLIANCE        VALUE 'CMPL'.
           05  DM-REASON-CODE      PIC X(03).
           05  DM-AMOUNT           PIC S9(9)V99.
           05  DM-MEMO-DATE        PIC 9(08).
           05  DM-REFERENCE        PIC X(10).
           05  FILLER              PIC X(38).
