      *   freight bill for a hazmat part on a lane whose carrier is
      *   not hazmat-rated is now its own exception - one
      *   mis-shipped inflator fine costs more than this check.
      *
      * 2026-10-15 maruca V0R0M3
      *   A bill over the zone rate by more than the tolerance now
      *   also raises a debit memo for the overcharge (billed less
      *   zone rate) against the bill's supplier on the common
      *   DEBITMEM adjustment feed - source 'FRT ', reason FRT, memo
      *   id 'F' + PO + the bill date's day of the year, so a bill
      *   fed through twice raises the same memo id both times and
      *   is only ever netted and advised once.  Under-billing
      *   still only reports.
      *   JCL Output (new)
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=MOD
      *
      * 2026-10-15 maruca V0R0M4
      *   FRTZONE grew FRZ-TRANSPORT-MODE on the end (38 bytes
      *   now); the FRTZONE-RECORD layout is trued to match.
      ***************************************************************
      * Freight invoice audit - carriers bill us whatever they bill
      * us, and freight is our largest unaudited spend.  Each
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT FRTZONE-REC   ASSIGN TO FRTZONE.
           SELECT FRTAUDRP-REC  ASSIGN TO FRTAUDRP.
           SELECT DEBITMEM-REC  ASSIGN TO DEBITMEM.

       DATA DIVISION.
       FILE SECTION.
           05  FRZ-CARRIER         PIC X(15).
           05  FRZ-ZONE-RATE       PIC 9(5)V99.
           05  FRZ-HAZMAT-OK       PIC X(01).
           05  FRZ-TRANSPORT-MODE  PIC X(01).

       FD  FRTAUDRP-REC
           RECORDING MODE F
           DATA RECORD IS FRTAUDRP-RECORD.
       01  FRTAUDRP-RECORD               PIC X(132).

      *    Common debit/credit adjustment feed - see DEBITMEM.cpy.
       FD  DEBITMEM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
           COPY 'DEBITMEM'.

       WORKING-STORAGE SECTION.

      *    The run's freight bills - same sizing choice the EDI
               10 WS-FIV-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-FIV-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-FIV-BILLED-AMOUNT   PIC 9(5)V99    VALUE 0.
               10 WS-FIV-BILL-DATE       PIC 9(08)      VALUE 0.
               10 WS-FIV-DISPOSITION     PIC X(01)      VALUE 'N'.
                  88 WS-FIV-AUDITED                     VALUE 'A'.
                  88 WS-FIV-UNMATCHED-SOFAR             VALUE 'N'.
           05 WS-CLEAN-COUNT             PIC 9(05)      VALUE 0.
           05 WS-EXCEPTION-COUNT         PIC 9(05)      VALUE 0.
           05 WS-NOMATCH-COUNT           PIC 9(05)      VALUE 0.
           05 WS-MEMO-COUNT              PIC 9(05)      VALUE 0.

      *    How far a billed charge may drift from the zone rate
      *    before the traffic desk hears about it.
       01  WS-TOLERANCE-AMT              PIC 9(7)V99    VALUE 0.
       01  WS-ZIP5                       PIC 9(05)      VALUE 0.
       01  WS-PO-SUB                     PIC 9(01)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-YEAR-START-DATE            PIC 9(08)      VALUE 0.
       01  WS-BILL-DAY-OF-YEAR           PIC 9(03)      VALUE 0.

       01  FRTINV-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-FRT-INV                           VALUE 'Y'.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'FRTAUDIT COMPLETE - CLEAN: ' WS-CLEAN-COUNT
              ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
              ' UNMATCHED: ' WS-NOMATCH-COUNT
              ' DEBIT MEMOS: ' WS-MEMO-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-FRZ-COUNT.
           INITIALIZE WS-FREIGHT-ZONE-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO FRTINV-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO FRTZONE-EOF.
           OPEN INPUT PART-SUPP-OLD.
           OPEN INPUT FRTZONE-REC.
           OPEN OUTPUT FRTAUDRP-REC.
           OPEN EXTEND DEBITMEM-REC.

       200-WRITE-HEADING.
           WRITE FRTAUDRP-RECORD FROM WS-RPT-HEADING.
                 MOVE FIV-PO-NUMBER TO WS-FIV-PO-NUMBER(FIV-IDX)
                 MOVE FIV-BILLED-AMOUNT
                    TO WS-FIV-BILLED-AMOUNT(FIV-IDX)
                 MOVE FIV-BILL-DATE TO WS-FIV-BILL-DATE(FIV-IDX)
      *          000-INIT's INITIALIZE clears the dispositions to
      *          spaces, not their VALUE 'N' - same trap EDI856IN's
      *          500-LOAD-ASN-TRANS documents.
                    TO FAD-REMARK
                 WRITE FRTAUDRP-RECORD FROM WS-RPT-DETAIL
                 ADD 1 TO WS-EXCEPTION-COUNT
                 IF WS-VARIANCE-AMT > WS-TOLERANCE-AMT
                    PERFORM 660-WRITE-DEBIT-MEMO
                 END-IF
              ELSE
                 ADD 1 TO WS-CLEAN-COUNT
              END-IF
           END-IF
           .

      *    Overbilled - the whole overcharge above the zone rate
      *    goes back to the supplier whose PO the freight moved.
      *    A bill with no date takes today's for its memo id.
       660-WRITE-DEBIT-MEMO.
           IF WS-FIV-BILL-DATE(FIV-IDX) = 0
              MOVE WS-TODAYS-DATE TO WS-FIV-BILL-DATE(FIV-IDX)
           END-IF
           MOVE WS-FIV-BILL-DATE(FIV-IDX)(1:4)
              TO WS-YEAR-START-DATE(1:4)
           MOVE '0101' TO WS-YEAR-START-DATE(5:4)
           COMPUTE WS-BILL-DAY-OF-YEAR =
              FUNCTION INTEGER-OF-DATE(WS-FIV-BILL-DATE(FIV-IDX))
              - FUNCTION INTEGER-OF-DATE(WS-YEAR-START-DATE) + 1
           MOVE SPACES TO DEBITMEM-RECORD
           STRING 'F' WS-FIV-PO-NUMBER(FIV-IDX) WS-BILL-DAY-OF-YEAR
              DELIMITED BY SIZE INTO DM-MEMO-ID
           MOVE WS-FIV-SUPPLIER-CODE(FIV-IDX) TO DM-SUPPLIER-CODE
           MOVE WS-FIV-PO-NUMBER(FIV-IDX) TO DM-PO-NUMBER
           MOVE 'FRT ' TO DM-SOURCE
           MOVE 'FRT' TO DM-REASON-CODE
           MOVE WS-VARIANCE-AMT TO DM-AMOUNT
           MOVE WS-TODAYS-DATE TO DM-MEMO-DATE
           MOVE WS-FIV-BILL-DATE(FIV-IDX) TO DM-REFERENCE
           WRITE DEBITMEM-RECORD
           ADD 1 TO WS-MEMO-COUNT
           .

       700-REPORT-UNMATCHED.
           PERFORM VARYING FIV-IDX FROM 1 BY 1
              UNTIL FIV-IDX > WS-FIV-COUNT
           CLOSE PART-SUPP-OLD.
           CLOSE FRTZONE-REC.
           CLOSE FRTAUDRP-REC.
           CLOSE DEBITMEM-REC.
