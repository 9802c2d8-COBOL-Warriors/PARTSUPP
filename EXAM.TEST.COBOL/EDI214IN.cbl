      *   JCL Output (new)
      * //MSTRJRNL DD DSN=USER66.EXAM.DEV.MSTRJRNL.JOURNAL,
      * //            DISP=MOD
      *
      * 2026-10-15 maruca V0R0M5
      *   PARTS grew PART-UNIT-WEIGHT; the master FDs' RECORD
      *   CONTAINS are trued to the 1009-byte record and the
      *   MSTRJRNL after-image to match (journal row 1031 bytes).
      *
      * 2026-10-15 maruca V0R0M6
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record and the MSTRJRNL after-image
      *   to match (journal row 1049 bytes).
      ***************************************************************
      * Batch intake for inbound EDI 214 (Transportation Carrier
      * Shipment Status) transactions - the in-transit companion to
       FILE SECTION.

       FD  PART-SUPP-OLD
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    One shipment-status update per PO - same 60-byte record
           05  FILLER              PIC X(35).

       FD  PART-SUPP-NEW
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    Shared EDI control-number register - one row per intake
       FD  MSTRJRNL-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1049 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MSTRJRNL-RECORD.
       01  MSTRJRNL-RECORD.
           05  MJ-JOURNAL-DATE     PIC 9(08).
           05  MJ-JOURNAL-TIME     PIC 9(06).
           05  MJ-PROGRAM-ID       PIC X(08).
           05  MJ-AFTER-IMAGE      PIC X(1027).

       WORKING-STORAGE SECTION.

