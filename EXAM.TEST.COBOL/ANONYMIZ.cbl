      * //ANONPRCH DD DSN=USER66.EXAM.TEST.PRICEHST,DISP=OLD
      * //ANONCHGH DD DSN=USER66.EXAM.TEST.CHGHIST,DISP=OLD
      * //ANONPERF DD DSN=USER66.EXAM.TEST.PERFHIST,DISP=OLD
      *
      * 2026-10-15 maruca V0R0M2
      *   PARTS grew PART-UNIT-WEIGHT; the master FDs' RECORD
      *   CONTAINS are trued to the 1009-byte record.  The weight is
      *   not identifying and is copied through unchanged.
      *
      * 2026-10-15 maruca V0R0M3
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record.
      ***************************************************************
      * Production-data anonymizer for test copies - MKPRTSUP's
      * synthetic decks can't reproduce the bugs that only live in
       FILE SECTION.

       FD  PART-SUPP-OLD
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    Same PSN-REC layout PARTSUPL.cbl writes.
       01  PERFH-OLD-REC             PIC X(40).

       FD  PART-SUPP-NEW
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

       FD  PSUP-NEW
