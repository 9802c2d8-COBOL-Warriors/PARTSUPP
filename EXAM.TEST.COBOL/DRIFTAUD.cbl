      * //PARTSUPV DD DSN=USER66.EXAM.DEV.PARTSUPV.KSDS,DISP=SHR
      *   JCL Output
      * //DRIFTRPT DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   PARTS grew PART-UNIT-WEIGHT; the master FD and the
      *   flat image compared against the online copy are trued to
      *   the 1009-byte record.
      *
      * 2026-10-15 maruca V0R0M3
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record.
      *   PMV-REC's trailing FILLER grows to 988 to match.
      ***************************************************************
      * Drift audit between the online VSAM copies and the batch
      * masters - between nightly refreshes PARTPOU rewrites
       FILE SECTION.

       FD  PART-SUPP-OLD
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    Same PSN-REC layout PARTSUPL.cbl writes.
           05  FILLER              PIC X(48).

       FD  PARTMSTR-VS
           RECORD CONTAINS 1027 CHARACTERS
           DATA RECORD IS PMV-REC.
       01  PMV-REC.
           05  PMV-PART-NUMBER     PIC X(23).
           05  FILLER              PIC X(988).
           05  PMV-LAST-UPDATE-INFO.
               10  PMV-UPDATE-USER PIC X(08).
               10  PMV-UPDATE-DATE PIC 9(08).
           05 WS-PS-MISMATCH             PIC 9(05)      VALUE 0.
           05 WS-PS-EXTRA                PIC 9(05)      VALUE 0.

       01  WS-FLAT-IMAGE                 PIC X(1027)    VALUE SPACES.
       01  WS-FLAT-UPDATE-INFO.
           05  WS-FLAT-UPDATE-USER       PIC X(08)      VALUE SPACES.
           05  WS-FLAT-UPDATE-DATE       PIC 9(08)      VALUE 0.
