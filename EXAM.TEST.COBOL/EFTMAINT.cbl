      * //EFTTRN   DD DSN=USER66.EXAM.DEV.EFTMSTR.TRANS,DISP=SHR
      *   JCL Output
      * //EFTMNEW  DD DSN=USER66.EXAM.DEV.EFTMSTR.MASTER,DISP=OLD
      *
      * 2026-10-15 maruca V0R0M2
      *   Every applied transaction now appends one row to EFTAUDIT
      *   (EFTAUDIT.cpy) - date, code, supplier, the keying or
      *   releasing user and the bank details - the way STDMAINT
      *   keeps STDAUDIT.  The master row only ever shows the last
      *   keyer and releaser; the segregation-of-duties review
      *   (SODCHECK) needs every one.
      *   JCL Output (new)
      * //EFTAUDIT DD DSN=USER66.EXAM.DEV.EFTMSTR.AUDIT,DISP=MOD
      ***************************************************************
      * Batch maintenance utility for the supplier bank/EFT master -
      * the same load-table/apply-transactions/write-back shape
               FILE STATUS IS WS-EFTMOLD-FILE-STATUS.
           SELECT EFTMSTR-TRANS ASSIGN TO EFTTRN.
           SELECT EFTMSTR-NEW   ASSIGN TO EFTMNEW.
           SELECT EFTAUDIT-REC  ASSIGN TO EFTAUDIT.

       DATA DIVISION.
       FILE SECTION.
           05  EFN-CONFIRMED-DATE  PIC 9(08).
           05  FILLER              PIC X(10).

      *    Append-only maintenance trail.  See EFTAUDIT.cpy.
       FD  EFTAUDIT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EFT-AUDIT-ROW.
           COPY 'EFTAUDIT'.

       WORKING-STORAGE SECTION.

       01  WS-EFTMOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       100-OPEN-FILES.
           OPEN INPUT EFTMSTR-TRANS.
           OPEN OUTPUT EFTMSTR-NEW.
           OPEN EXTEND EFTAUDIT-REC.

      *    A missing or empty old master (FILE STATUS not '00') just
      *    means no supplier has bank details on file yet - the
                 MOVE EFT-SUPPLIER-CODE
                    TO WS-EFT-SUPPLIER-CODE(WS-TABLE-COUNT)
                 PERFORM 660-STAMP-PENDING-DETAILS
                 MOVE WS-TABLE-COUNT TO WS-TABLE-SLOT-HOLD
                 PERFORM 670-WRITE-AUDIT
                 ADD 1 TO WS-ADD-COUNT
           END-EVALUATE
           .
              WHEN OTHER
                 MOVE WS-MATCHED-IDX TO WS-TABLE-SLOT-HOLD
                 PERFORM 665-STAMP-PENDING-AT-MATCH
                 PERFORM 670-WRITE-AUDIT
                 ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE
           .
                    TO WS-EFT-CONFIRMED-BY(WS-MATCHED-IDX)
                 MOVE WS-TODAYS-DATE
                    TO WS-EFT-CONFIRMED-DATE(WS-MATCHED-IDX)
                 MOVE WS-MATCHED-IDX TO WS-TABLE-SLOT-HOLD
                 PERFORM 670-WRITE-AUDIT
                 ADD 1 TO WS-RELEASE-COUNT
           END-EVALUATE
           .
      *    FRTMAINT's 640-DELETE-ENTRY.
       650-DELETE-ENTRY.
           IF ENTRY-FOUND
              MOVE WS-MATCHED-IDX TO WS-TABLE-SLOT-HOLD
              PERFORM 670-WRITE-AUDIT
              PERFORM VARYING TBL-IDX2 FROM WS-MATCHED-IDX BY 1
                 UNTIL TBL-IDX2 >= WS-TABLE-COUNT
                    MOVE WS-EFT-ENTRY(TBL-IDX2 + 1)
           MOVE ZERO TO WS-EFT-CONFIRMED-DATE(WS-TABLE-SLOT-HOLD)
           .

      *    One trail row for the transaction just applied, with the
      *    bank details as they now stand in WS-TABLE-SLOT-HOLD (a
      *    delete writes before the entry comes out of the table).
       670-WRITE-AUDIT.
           MOVE SPACES TO EFT-AUDIT-ROW
           MOVE WS-TODAYS-DATE TO EAU-CHANGE-DATE
           MOVE EFT-TRANS-CODE TO EAU-TRANS-CODE
           MOVE EFT-SUPPLIER-CODE TO EAU-SUPPLIER-CODE
           MOVE EFT-USER-ID TO EAU-USER-ID
           MOVE WS-EFT-ROUTING-NUMBER(WS-TABLE-SLOT-HOLD)
              TO EAU-ROUTING-NUMBER
           MOVE WS-EFT-ACCOUNT-NUMBER(WS-TABLE-SLOT-HOLD)
              TO EAU-ACCOUNT-NUMBER
           MOVE WS-EFT-ACCOUNT-TYPE(WS-TABLE-SLOT-HOLD)
              TO EAU-ACCOUNT-TYPE
           MOVE 'EFTMAINT' TO EAU-PROGRAM-ID
           WRITE EFT-AUDIT-ROW
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT
       1000-CLOSE-END.
           CLOSE EFTMSTR-TRANS.
           CLOSE EFTMSTR-NEW.
           CLOSE EFTAUDIT-REC.
