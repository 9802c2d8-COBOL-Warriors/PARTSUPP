      *   JCL Output
      * //PSMSTNEW DD DSN=USER66.EXAM.DEV.PARTSUPP.MASTER,
      * //            DISP=OLD
      *
      * 2026-10-15 maruca V0R0M2
      *   PARTS grew PART-UNIT-WEIGHT; the master FDs' RECORD
      *   CONTAINS are trued to the 1009-byte record and the
      *   MSTRJRNL after-image to match (journal row 1031 bytes).
      *   WS-IMAGE-KEY's SUPPLIER-CODE offset moves with the
      *   167-byte PARTS group.
      *
      * 2026-10-15 maruca V0R0M3
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record and the MSTRJRNL after-image
      *   to match (journal row 1049 bytes).
      *   WS-IMAGE-KEY's trailing FILLER grows to 850 to match.
      ***************************************************************
      * Point-in-time master rebuild - when the PART-SUPP-ADDR-PO
      * dataset itself is lost or corrupted mid-week, the recovery
       FILE SECTION.

       FD  PART-SUPP-BKP
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    Same journal row the master-writing programs append.
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

       FD  BLDPARM-REC
           RECORDING MODE F
           05  BLP-CUTOFF-TIME     PIC 9(06).

       FD  PART-SUPP-NEW
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

       WORKING-STORAGE SECTION.
                  INDEXED BY BLD-IDX.
               10 WS-BLD-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-BLD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-BLD-RECORD          PIC X(1027)    VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-BACKUP-RECORDS          PIC 9(05)      VALUE 0.
       01  WS-CUTOFF-DATE                PIC 9(08)      VALUE 99999999.
       01  WS-CUTOFF-TIME                PIC 9(06)      VALUE 999999.
      *    Key view over an after-image - PART-NUMBER leads the
      *    record and SUPPLIER-CODE follows the 167-byte PARTS
      *    group, exactly as PARTSUPP.cpy lays them out.
       01  WS-IMAGE-KEY.
           05  WS-IMG-PART-NUMBER        PIC X(23).
           05  FILLER                    PIC X(144).
           05  WS-IMG-SUPPLIER-CODE      PIC X(10).
           05  FILLER                    PIC X(850).
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.
