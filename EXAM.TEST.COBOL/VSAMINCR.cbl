      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M4
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record.
      *   The trailing FILLER grows to 1004 to match.
      * 2026-10-15 maruca V0R0M3
      *   PARTS grew PART-UNIT-WEIGHT; the master FDs' RECORD
      *   CONTAINS are trued to the 1009-byte record.
      * 2026-09-02 maruca V0R0M2
      *   The control-total check counted PARTMSTR and PARTSUPV
      *   but never CHGHISTV - the other incremental path, whose
               88 RFP-FULL-RELOAD           VALUE 'F'.

       FD  PART-SUPP-OLD
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    Same PSN-REC layout PARTSUPL.cbl writes.

      *    The online master copy PARTINQ/PARTBRW/PARTPOU read.
       FD  PARTMSTR-VS
           RECORD CONTAINS 1027 CHARACTERS
           DATA RECORD IS PMV-REC.
       01  PMV-REC.
           05  PMV-PART-NUMBER     PIC X(23).
           05  FILLER              PIC X(1004).

       FD  PARTSUPV-VS
           DATA RECORD IS PSV-VSAM-REC.
