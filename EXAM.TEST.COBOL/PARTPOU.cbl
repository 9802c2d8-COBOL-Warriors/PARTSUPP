      *   online updates too, not just the nightly stream.
      *   CICS Resources (new)
      *   TD queue MJRN (after-image journal feed)
      *
      * 2026-10-15 maruca V0R0M4
      *   PARTS grew PART-UNIT-WEIGHT; the MJRN after-image is
      *   trued to the 1009-byte record.
      *
      * 2026-10-15 maruca V0R0M5
      *   LAST-UPDATE-USER-ID is stamped with the signed-on user id
      *   instead of 'PARTPOU' - the MJRN after-image's program id
      *   already says which program wrote it, and the segregation-
      *   of-duties review (SODCHECK) needs to know who.
      *
      * 2026-10-15 maruca V0R0M6
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the MJRN after-image is trued to the
      *   1027-byte record.
      ***************************************************************
      * Lets a buyer key a PART-NUMBER/SUPPLIER-CODE/PO-NUMBER and
      * change that PURCHASE-ORDER slot's PO-STATUS and/or RECEIVED-
           05  MJ-JOURNAL-DATE     PIC 9(08) VALUE ZERO.
           05  MJ-JOURNAL-TIME     PIC 9(06) VALUE ZERO.
           05  MJ-PROGRAM-ID       PIC X(08) VALUE SPACES.
           05  MJ-AFTER-IMAGE      PIC X(1027) VALUE SPACES.

       01  WS-AUTH-LOG-LINE.
           05  AL-USER-ID          PIC X(08) VALUE SPACES.
      *    EDI856IN's 640-STAMP-AUDIT-INFO stamps whenever a batch
      *    ASN transaction changes the master - this transaction is
      *    just another program that can change PARTMSTR, so it
      *    signs its work the same way, but with the person at the
      *    terminal (2250-CHECK-USER-AUTHORITY has already ASSIGNed
      *    the id) rather than a program name.
       2500-REWRITE-MASTER.
           MOVE WS-SIGNED-ON-USER TO LAST-UPDATE-USER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE-NUM
           MOVE WS-TODAYS-DATE-NUM TO LAST-UPDATE-DATE

