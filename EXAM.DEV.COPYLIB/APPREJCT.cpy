      *--------------------------------------------------------------
      * APPREJCT.cpy
      * Application-reject log row - one per inbound 810 invoice
      * line, 856 ASN line or 855 acknowledgment an intake turned
      * away at the application level (the envelope was fine, the
      * content was not).  EDI810IN, EDI856IN and EDI855IN append
      * a row per reject; EDI824OT tells each partner about its
      * unadvised rejects on an outbound 824 (Application Advice)
      * and stamps the row with that interchange's control number;
      * EDIRECON lists which rejects have been communicated.
      *
      * AR-REFERENCE is the partner's own document number where
      * the transaction carries one (the invoice number on an 810)
      * and blank otherwise - AR-PO-NUMBER then identifies it.
      * AR-ADVISED-ICN/AR-ADVISED-DATE stay zero until an 824 has
      * gone out naming the reject.
      *
      * Reason codes:
      *    BAD  malformed transaction     PER  closed posting period
      *    NPO  no such PO for supplier   CAN  PO cancelled
      *    NOP  PO not open to ship       OVR  over-receipt
      *    PRC  price not the PO price    QTY  quantity not the PO's
      *    RCV  PO not fully received     DUP  PO already acknowledged
      *--------------------------------------------------------------
       01  APP-REJECT-ROW.
           05  AR-SUPPLIER-CODE    PIC X(10).
           05  AR-DOC-TYPE         PIC X(03).
           05  AR-REFERENCE        PIC X(10).
           05  AR-PO-NUMBER        PIC X(06).
           05  AR-REASON-CODE      PIC X(03).
           05  AR-REASON-TEXT      PIC X(20).
           05  AR-REJECT-DATE      PIC 9(08).
           05  AR-ADVISED-ICN      PIC 9(09).
           05  AR-ADVISED-DATE     PIC 9(08).
           05  FILLER              PIC X(03).
