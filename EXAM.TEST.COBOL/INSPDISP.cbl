      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M6
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record and the MSTRJRNL after-image
      *   to match (journal row 1049 bytes).
      * 2026-10-15 maruca V0R0M5
      *   PARTS grew PART-UNIT-WEIGHT; the master FDs' RECORD
      *   CONTAINS are trued to the 1009-byte record and the
      *   MSTRJRNL after-image to match (journal row 1031 bytes).
      * 2026-10-15 maruca V0R0M4
      *   Every reject and partial accept that backs quantity out
      *   now appends an RTV candidate row, so RTVMAINT opens a
      *   return authorization and ships the material back instead
      *   of it going away on paper.
      *   JCL Output (new)
      * //RTVCAND  DD DSN=USER66.EXAM.DEV.RTVMAINT.RTVCAND,
      * //            DISP=MOD
      * 2026-09-02 maruca V0R0M3
      *   Appends an after-image of every master record this run
      *   actually changed to the common MSTRJRNL journal, so the
      *    P  Partial accept - IDT-ACCEPTED-QTY of the held receipt
      *       passes; the rejected remainder is backed out and the
      *       PO returns to Shipped awaiting the make-up shipment.
      * The quantity a J or P backs out is queued on RTVCAND for
      * RTVMAINT to return to the supplier.
      * A disposition with no matching queue row, or one whose PO is
      * no longer on Inspection Hold, is rejected.  Queue rows with
      * no disposition this run are carried forward to INSPHNEW
           SELECT PART-SUPP-NEW ASSIGN TO PSMSTNEW.
           SELECT INSP-HOLD-NEW ASSIGN TO INSPHNEW.
           SELECT MSTRJRNL-REC  ASSIGN TO MSTRJRNL.
           SELECT RTVCAND-REC   ASSIGN TO RTVCAND.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-OLD
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    Same queue row EDI856IN's 660-WRITE-INSP-HOLD-ROW
           05  FILLER              PIC X(21).

       FD  PART-SUPP-NEW
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

       FD  INSP-HOLD-NEW
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

      *    Return-to-vendor candidates - one row per quantity
      *    backed out, picked up by RTVMAINT.  NCRMAINT appends to
      *    the same DD for NCRs dispositioned return-to-supplier.
       FD  RTVCAND-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVCAND-RECORD.
       01  RTVCAND-RECORD.
           05  RC-SOURCE           PIC X(01).
           05  RC-SOURCE-REF       PIC X(08).
           05  RC-PART-NUMBER      PIC X(23).
           05  RC-SUPPLIER-CODE    PIC X(10).
           05  RC-PO-NUMBER        PIC X(06).
           05  RC-RETURN-QTY       PIC S9(7).
           05  RC-CANDIDATE-DATE   PIC 9(08).
           05  FILLER              PIC X(17).

       WORKING-STORAGE SECTION.

           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.
           05 WS-NOMATCH-COUNT           PIC 9(05)      VALUE 0.
           05 WS-CARRIED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-RTV-QUEUED-COUNT        PIC 9(05)      VALUE 0.
           05 WS-RECORDS-COPIED          PIC 9(07)      VALUE 0.

       01  WS-NEW-RECEIVED-QTY           PIC S9(7)      VALUE 0.
              ' PARTIAL: ' WS-PARTIAL-COUNT
              ' BAD TRANS: ' WS-REJECT-COUNT
              ' UNMATCHED: ' WS-NOMATCH-COUNT
              ' STILL PENDING: ' WS-CARRIED-COUNT
              ' RTV QUEUED: ' WS-RTV-QUEUED-COUNT.
           GOBACK.

       000-INIT.
           OPEN OUTPUT PART-SUPP-NEW.
           OPEN OUTPUT INSP-HOLD-NEW.
           OPEN EXTEND MSTRJRNL-REC.
           OPEN EXTEND RTVCAND-REC.

       400-LOAD-QUEUE.
           READ INSP-HOLD-OLD
              ELSE
                 MOVE 'A' TO WS-DSP-DISPOSITION(DSP-IDX)
                 PERFORM 640-STAMP-AUDIT-INFO
                 IF WS-DSP-CODE(DSP-IDX) NOT = 'A'
                    PERFORM 645-QUEUE-RTV-CANDIDATE
                 END-IF
              END-IF
           END-IF
           .
           MOVE WS-TODAYS-DATE TO LAST-UPDATE-DATE IN PART-SUPP-OLD.
           MOVE 'Y' TO WS-RECORD-CHANGED-FLAG.

      *    The backed-out quantity is still on our dock - queue it
      *    for RTVMAINT to put on a return authorization.  The
      *    source reference is the inspector who failed it.
       645-QUEUE-RTV-CANDIDATE.
           MOVE SPACES TO RTVCAND-RECORD
           MOVE 'I' TO RC-SOURCE
           MOVE WS-DSP-INSPECTOR-ID(DSP-IDX) TO RC-SOURCE-REF
           MOVE PART-NUMBER IN PART-SUPP-OLD TO RC-PART-NUMBER
           MOVE WS-DSP-SUPPLIER-CODE(DSP-IDX) TO RC-SUPPLIER-CODE
           MOVE WS-DSP-PO-NUMBER(DSP-IDX) TO RC-PO-NUMBER
           MOVE WS-BACKOUT-QTY TO RC-RETURN-QTY
           MOVE WS-TODAYS-DATE TO RC-CANDIDATE-DATE
           WRITE RTVCAND-RECORD
           ADD 1 TO WS-RTV-QUEUED-COUNT
           .

      *    Same after-image row every master-writing program
      *    appends - see SUPRECLS's 950-WRITE-AFTER-IMAGE.
       950-WRITE-AFTER-IMAGE.
           CLOSE PART-SUPP-NEW.
           CLOSE INSP-HOLD-NEW.
           CLOSE MSTRJRNL-REC.
           CLOSE RTVCAND-REC.
