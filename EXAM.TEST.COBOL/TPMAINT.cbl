      * //TPPFTRN  DD DSN=USER66.EXAM.DEV.TPPROF.TRANS,DISP=SHR
      *   JCL Output
      * //TPPFNEW  DD DSN=USER66.EXAM.DEV.TPPROF.MASTER,DISP=OLD
      *
      * 2026-10-15 maruca V0R0M2
      *   An eleventh document switch, for the outbound 830
      *   planning schedule EDI830OT sends, carved from the filler
      *   behind the other ten.  A profile written before the
      *   switch existed, or a transaction keyed with only ten,
      *   carries a blank there - taken as 'N', so no partner
      *   starts receiving 830s until a CHANGE turns it on.
      *
      * 2026-10-15 maruca V0R0M3
      *   A twelfth switch, for the inbound 846 inventory advice
      *   EDI846IN takes in, on the same terms as the 830 one - a
      *   blank there reads as 'N' until a CHANGE turns it on.
      *
      * 2026-10-15 maruca V0R0M4
      *   A vendor-managed-inventory flag behind the switches,
      *   carved from the filler.  'Y' marks a supplier that
      *   manages our stock of its own parts: EDI852OT sends it
      *   the outbound 852 product activity data, and REPLEN
      *   leaves its parts off the draft POs.  Blank on an older
      *   profile or transaction reads as 'N'.
      *
      * 2026-10-15 maruca V0R0M5
      *   An evaluated-receipt-settlement flag behind the VMI flag,
      *   carved from the filler.  'Y' marks a supplier paid off
      *   our receipts alone, with no 810 - ERSSETL self-bills its
      *   received POs onto INVCREG and sends it the settlement
      *   statement.  A supplier needs no EDI switches on to be
      *   profiled for ERS.  Blank reads as 'N'.
      ***************************************************************
      * Batch maintenance utility for the trading-partner profile
      * master (TPPROF) - which suppliers are EDI partners at all,
      *       supplier already on file - rejected if not found.
      *    D  Delete a supplier's profile - rejected if not found.
      * Document switches are 'Y'/'N', one byte per document in the
      * order 850,860,856,810,214,840,843,855,832,820,830,846,
      * followed by the 'Y'/'N' vendor-managed-inventory flag and
      * the 'Y'/'N' evaluated-receipt-settlement flag.
      ***************************************************************

       ENVIRONMENT DIVISION.
           05  TPO-SENDER-ID       PIC X(15).
           05  TPO-RECEIVER-QUAL   PIC X(02).
           05  TPO-RECEIVER-ID     PIC X(15).
           05  TPO-DOC-SWITCHES    PIC X(12).
           05  TPO-VMI-FLAG        PIC X(01).
           05  TPO-ERS-FLAG        PIC X(01).
           05  FILLER              PIC X(22).

      *    Same layout with a leading transaction code.
       FD  TPPROF-TRANS
           05  TPT-SENDER-ID       PIC X(15).
           05  TPT-RECEIVER-QUAL   PIC X(02).
           05  TPT-RECEIVER-ID     PIC X(15).
           05  TPT-DOC-SWITCHES    PIC X(12).
           05  TPT-VMI-FLAG        PIC X(01).
           05  TPT-ERS-FLAG        PIC X(01).
           05  FILLER              PIC X(21).

       FD  TPPROF-NEW
           RECORDING MODE F
           05  TPN-SENDER-ID       PIC X(15).
           05  TPN-RECEIVER-QUAL   PIC X(02).
           05  TPN-RECEIVER-ID     PIC X(15).
           05  TPN-DOC-SWITCHES    PIC X(12).
           05  TPN-VMI-FLAG        PIC X(01).
           05  TPN-ERS-FLAG        PIC X(01).
           05  FILLER              PIC X(22).

       WORKING-STORAGE SECTION.

               10 WS-TPP-SENDER-ID       PIC X(15)      VALUE SPACES.
               10 WS-TPP-RECEIVER-QUAL   PIC X(02)      VALUE SPACES.
               10 WS-TPP-RECEIVER-ID     PIC X(15)      VALUE SPACES.
               10 WS-TPP-DOC-SWITCHES    PIC X(12)      VALUE SPACES.
               10 WS-TPP-VMI-FLAG        PIC X(01)      VALUE SPACES.
               10 WS-TPP-ERS-FLAG        PIC X(01)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-ADD-COUNT               PIC 9(03)      VALUE 0.
                       TO WS-TPP-RECEIVER-ID(TBL-IDX)
                    MOVE TPO-DOC-SWITCHES
                       TO WS-TPP-DOC-SWITCHES(TBL-IDX)
                    PERFORM VARYING WS-SWITCH-SUB FROM 11 BY 1
                       UNTIL WS-SWITCH-SUB > 12
                       IF WS-TPP-DOC-SWITCHES(TBL-IDX)
                          (WS-SWITCH-SUB:1) = SPACE
                          MOVE 'N' TO WS-TPP-DOC-SWITCHES(TBL-IDX)
                             (WS-SWITCH-SUB:1)
                       END-IF
                    END-PERFORM
                    MOVE TPO-VMI-FLAG TO WS-TPP-VMI-FLAG(TBL-IDX)
                    IF WS-TPP-VMI-FLAG(TBL-IDX) = SPACE
                       MOVE 'N' TO WS-TPP-VMI-FLAG(TBL-IDX)
                    END-IF
                    MOVE TPO-ERS-FLAG TO WS-TPP-ERS-FLAG(TBL-IDX)
                    IF WS-TPP-ERS-FLAG(TBL-IDX) = SPACE
                       MOVE 'N' TO WS-TPP-ERS-FLAG(TBL-IDX)
                    END-IF
                    SET WS-TABLE-COUNT TO TBL-IDX
                    READ TPPROF-OLD
                       AT END MOVE 'Y' TO TPPFOLD-EOF
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED - BAD DOC SWITCHES: '
                       TPT-SUPPLIER-CODE ' ' TPT-DOC-SWITCHES
                       ' ' TPT-VMI-FLAG ' ' TPT-ERS-FLAG
                 WHEN TPT-ADD
                    PERFORM 620-ADD-ENTRY
                 WHEN TPT-CHANGE
           END-PERFORM
           .

      *    Every one of the document switches must be an explicit
      *    'Y' or 'N' - a blank switch is a keying gap, not a
      *    policy.  The exception is the 830/846 switches, added
      *    after the first ten, and the VMI and ERS flags behind
      *    them: a blank there is a transaction keyed to an older,
      *    shorter layout, and means 'N'.
       615-VALIDATE-SWITCHES.
           MOVE 'Y' TO WS-SWITCHES-OK-FLAG
           PERFORM VARYING WS-SWITCH-SUB FROM 11 BY 1
              UNTIL WS-SWITCH-SUB > 12
                 IF TPT-DOC-SWITCHES(WS-SWITCH-SUB:1) = SPACE
                    MOVE 'N' TO TPT-DOC-SWITCHES(WS-SWITCH-SUB:1)
                 END-IF
           END-PERFORM
           PERFORM VARYING WS-SWITCH-SUB FROM 1 BY 1
              UNTIL WS-SWITCH-SUB > 12
                 IF TPT-DOC-SWITCHES(WS-SWITCH-SUB:1) NOT = 'Y'
                    AND TPT-DOC-SWITCHES(WS-SWITCH-SUB:1) NOT = 'N'
                    MOVE 'N' TO WS-SWITCHES-OK-FLAG
                 END-IF
           END-PERFORM
           IF TPT-VMI-FLAG = SPACE
              MOVE 'N' TO TPT-VMI-FLAG
           END-IF
           IF TPT-VMI-FLAG NOT = 'Y' AND TPT-VMI-FLAG NOT = 'N'
              MOVE 'N' TO WS-SWITCHES-OK-FLAG
           END-IF
           IF TPT-ERS-FLAG = SPACE
              MOVE 'N' TO TPT-ERS-FLAG
           END-IF
           IF TPT-ERS-FLAG NOT = 'Y' AND TPT-ERS-FLAG NOT = 'N'
              MOVE 'N' TO WS-SWITCHES-OK-FLAG
           END-IF
           .

       620-ADD-ENTRY.
                    TO WS-TPP-RECEIVER-ID(WS-TABLE-COUNT)
                 MOVE TPT-DOC-SWITCHES
                    TO WS-TPP-DOC-SWITCHES(WS-TABLE-COUNT)
                 MOVE TPT-VMI-FLAG
                    TO WS-TPP-VMI-FLAG(WS-TABLE-COUNT)
                 MOVE TPT-ERS-FLAG
                    TO WS-TPP-ERS-FLAG(WS-TABLE-COUNT)
                 ADD 1 TO WS-ADD-COUNT
              END-IF
           END-IF
                 TO WS-TPP-RECEIVER-ID(WS-MATCHED-IDX)
              MOVE TPT-DOC-SWITCHES
                 TO WS-TPP-DOC-SWITCHES(WS-MATCHED-IDX)
              MOVE TPT-VMI-FLAG
                 TO WS-TPP-VMI-FLAG(WS-MATCHED-IDX)
              MOVE TPT-ERS-FLAG
                 TO WS-TPP-ERS-FLAG(WS-MATCHED-IDX)
              ADD 1 TO WS-CHANGE-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
                    TO TPN-RECEIVER-ID
                 MOVE WS-TPP-DOC-SWITCHES(TBL-IDX)
                    TO TPN-DOC-SWITCHES
                 MOVE WS-TPP-VMI-FLAG(TBL-IDX) TO TPN-VMI-FLAG
                 MOVE WS-TPP-ERS-FLAG(TBL-IDX) TO TPN-ERS-FLAG
                 WRITE TPP-NEW-REC
           END-PERFORM
           .
