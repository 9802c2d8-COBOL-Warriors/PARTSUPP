      *   JCL Output
      * //CLAIMNEW DD DSN=USER66.EXAM.DEV.CLAIMNT.MASTER,DISP=OLD
      * //CLAIMRPT DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Filing a claim now also raises a debit memo against the
      *   claim's supplier on the common DEBITMEM adjustment feed
      *   (source 'CLM ', memo id 'FC' + claim id, reason CLM), so
      *   the shortage/damage amount reaches the supplier on
      *   EDI812OT's 812 or printed memo, PAYREG can net it, and
      *   ADJAGE ages it until the supplier's credit arrives.
      *   JCL Output (new)
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=MOD
      ***************************************************************
      * Freight claim (over/short/damaged) tracking - the clipboard
      * at the dock, made into a file the carrier can be held to.
           SELECT CLAIM-TRANS   ASSIGN TO CLAIMTRN.
           SELECT CLAIM-NEW     ASSIGN TO CLAIMNEW.
           SELECT CLAIMRPT-REC  ASSIGN TO CLAIMRPT.
           SELECT DEBITMEM-REC  ASSIGN TO DEBITMEM.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS CLAIMRPT-RECORD.
       01  CLAIMRPT-RECORD               PIC X(132).

      *    Common debit/credit adjustment feed - see DEBITMEM.cpy.
       FD  DEBITMEM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
           COPY 'DEBITMEM'.

       WORKING-STORAGE SECTION.

       01  WS-CLAIMOLD-FILE-STATUS       PIC X(02)      VALUE SPACES.
           05 WS-SETTLED-COUNT           PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.
           05 WS-AGING-COUNT             PIC 9(03)      VALUE 0.
           05 WS-MEMO-COUNT              PIC 9(03)      VALUE 0.

      *    Filed claims older than this many days with no
      *    settlement land on the aging section.
              ' ACKED: ' WS-ACKED-COUNT
              ' SETTLED: ' WS-SETTLED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT
              ' AGING: ' WS-AGING-COUNT
              ' DEBIT MEMOS: ' WS-MEMO-COUNT.
           GOBACK.

       000-INIT.
           OPEN INPUT CLAIM-TRANS.
           OPEN OUTPUT CLAIM-NEW.
           OPEN OUTPUT CLAIMRPT-REC.
           OPEN EXTEND DEBITMEM-REC.

      *    A missing or empty claim master (FILE STATUS not '00')
      *    just means no claims on file yet - first run.
              MOVE CLT-CLAIM-AMOUNT
                 TO WS-CLM-CLAIM-AMOUNT(WS-MATCHED-IDX)
              ADD 1 TO WS-FILED-COUNT
              PERFORM 635-WRITE-DEBIT-MEMO
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED FILE - CLAIM NOT IN NEW STATUS: '
           END-IF
           .

      *    The claimed amount is charged back to the supplier the
      *    PO was placed with - a claim with no supplier or no
      *    amount raises nothing.
       635-WRITE-DEBIT-MEMO.
           IF WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX) NOT = SPACES
              AND WS-CLM-CLAIM-AMOUNT(WS-MATCHED-IDX) > 0
              MOVE SPACES TO DEBITMEM-RECORD
              STRING 'FC' WS-CLM-CLAIM-ID(WS-MATCHED-IDX)
                 DELIMITED BY SIZE INTO DM-MEMO-ID
              MOVE WS-CLM-SUPPLIER-CODE(WS-MATCHED-IDX)
                 TO DM-SUPPLIER-CODE
              MOVE WS-CLM-PO-NUMBER(WS-MATCHED-IDX) TO DM-PO-NUMBER
              MOVE 'CLM ' TO DM-SOURCE
              MOVE 'CLM' TO DM-REASON-CODE
              MOVE WS-CLM-CLAIM-AMOUNT(WS-MATCHED-IDX) TO DM-AMOUNT
              MOVE WS-TODAYS-DATE TO DM-MEMO-DATE
              MOVE WS-CLM-CLAIM-ID(WS-MATCHED-IDX) TO DM-REFERENCE
              WRITE DEBITMEM-RECORD
              ADD 1 TO WS-MEMO-COUNT
           END-IF
           .

       640-ACKNOWLEDGE-CLAIM.
           IF WS-CLM-FILED(WS-MATCHED-IDX)
              MOVE 'K' TO WS-CLM-STATUS(WS-MATCHED-IDX)
           CLOSE CLAIM-TRANS.
           CLOSE CLAIM-NEW.
           CLOSE CLAIMRPT-REC.
           CLOSE DEBITMEM-REC.
