      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M5
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record and the MSTRJRNL after-image
      *   to match (journal row 1049 bytes).
      * 2026-10-15 maruca V0R0M4
      *   PARTS grew PART-UNIT-WEIGHT; the master FDs' RECORD
      *   CONTAINS are trued to the 1009-byte record and the
      *   MSTRJRNL after-image to match (journal row 1031 bytes).
      * 2026-10-15 maruca V0R0M3
      *   PAYREG's register now also carries netted debit memos
      *   (entry type 'D') - they are skipped on load, so a memo
      *   against a PO never makes the PO itself look paid.
      * 2026-09-02 maruca V0R0M2
      *   Appends an after-image of every master record this run
      *   actually changed to the common MSTRJRNL journal, so the
       FILE SECTION.

       FD  PART-SUPP-OLD
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    One reversal per mis-applied ASN.
           05  PRO-PO-NUMBER       PIC X(06).
           05  PRO-REMIT-DATE      PIC 9(08).
           05  PRO-AMOUNT          PIC S9(9)V99.
           05  PRO-ENTRY-TYPE      PIC X(01).
               88 PRO-DEBIT-MEMO            VALUE 'D'.
           05  FILLER              PIC X(44).

       FD  PART-SUPP-NEW
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    Append-only reversal journal - who was backed out, by
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

              READ PAYREG-OLD
                 AT END MOVE 'Y' TO PAYREGOL-EOF
              END-READ
              PERFORM UNTIL NO-MORE-REGISTER OR WS-REG-COUNT >= 2000
                 IF NOT PRO-DEBIT-MEMO
                    ADD 1 TO WS-REG-COUNT
                    MOVE PRO-SUPPLIER-CODE
                       TO WS-REG-SUPPLIER-CODE(WS-REG-COUNT)
                    MOVE PRO-PO-NUMBER
                       TO WS-REG-PO-NUMBER(WS-REG-COUNT)
                 END-IF
                 READ PAYREG-OLD
                    AT END MOVE 'Y' TO PAYREGOL-EOF
                 END-READ
              END-PERFORM
              CLOSE PAYREG-OLD
           END-IF
