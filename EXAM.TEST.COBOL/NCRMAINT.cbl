      * //NCRTRN   DD DSN=USER66.EXAM.DEV.NCRMAINT.TRANS,DISP=SHR
      *   JCL Output
      * //NCRNEW   DD DSN=USER66.EXAM.DEV.NCRMAINT.MASTER,DISP=OLD
      *
      * 2026-10-15 maruca V0R0M2
      *   A 'T' return-to-supplier disposition now appends an RTV
      *   candidate row so RTVMAINT opens the return authorization;
      *   'T' is rejected on an NCR raised without a PO, since
      *   there is nothing to debit the return against.
      *   JCL Output (new)
      * //RTVCAND  DD DSN=USER66.EXAM.DEV.RTVMAINT.RTVCAND,
      * //            DISP=MOD
      ***************************************************************
      * Nonconformance record (NCR) maintenance - the mark quality
      * failures never left.  An NCR is raised whenever received
      *    A  Raise an NCR - rejected if the id is already on file.
      *    D  Record the disposition ('U' use as is, 'W' rework,
      *       'S' scrap, 'T' return to supplier) - rejected if the
      *       NCR isn't on file or already has one.  A 'T' queues
      *       the NCR's quantity on RTVCAND for RTVMAINT to ship
      *       back, and is rejected if the NCR carries no PO.
      ***************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-NCROLD-FILE-STATUS.
           SELECT NCR-TRANS     ASSIGN TO NCRTRN.
           SELECT NCR-NEW       ASSIGN TO NCRNEW.
           SELECT RTVCAND-REC   ASSIGN TO RTVCAND.

       DATA DIVISION.
       FILE SECTION.
           05  NCN-RAISED-DATE     PIC 9(08).
           05  FILLER              PIC X(33).

      *    Same return-to-vendor candidate row INSPDISP appends.
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

       01  WS-NCROLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
           05 WS-RAISED-COUNT            PIC 9(03)      VALUE 0.
           05 WS-DISPOSED-COUNT          PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.
           05 WS-RTV-QUEUED-COUNT        PIC 9(03)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'NCRMAINT COMPLETE - RAISED: ' WS-RAISED-COUNT
              ' DISPOSED: ' WS-DISPOSED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT
              ' RTV QUEUED: ' WS-RTV-QUEUED-COUNT.
           GOBACK.

       000-INIT.
       100-OPEN-FILES.
           OPEN INPUT NCR-TRANS.
           OPEN OUTPUT NCR-NEW.
           OPEN EXTEND RTVCAND-REC.

      *    A missing old master (FILE STATUS not '00') is a first
      *    run built from this run's raises.
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED DISPOSE - ALREADY DISPOSED: '
                    NCT-NCR-ID
              WHEN NCT-DISPOSITION = 'T'
                 AND WS-NCR-PO-NUMBER(WS-MATCHED-IDX) = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED DISPOSE - RETURN WITH NO PO: '
                    NCT-NCR-ID
              WHEN OTHER
                 MOVE NCT-DISPOSITION
                    TO WS-NCR-DISPOSITION(WS-MATCHED-IDX)
                 ADD 1 TO WS-DISPOSED-COUNT
                 IF NCT-DISPOSITION = 'T'
                    PERFORM 640-QUEUE-RTV-CANDIDATE
                 END-IF
           END-EVALUATE
           .

      *    Return to supplier - the NCR's affected quantity goes on
      *    RTVCAND for RTVMAINT to put on a return authorization.
       640-QUEUE-RTV-CANDIDATE.
           MOVE SPACES TO RTVCAND-RECORD
           MOVE 'N' TO RC-SOURCE
           MOVE WS-NCR-NCR-ID(WS-MATCHED-IDX) TO RC-SOURCE-REF
           MOVE WS-NCR-PART-NUMBER(WS-MATCHED-IDX) TO RC-PART-NUMBER
           MOVE WS-NCR-SUPPLIER-CODE(WS-MATCHED-IDX)
              TO RC-SUPPLIER-CODE
           MOVE WS-NCR-PO-NUMBER(WS-MATCHED-IDX) TO RC-PO-NUMBER
           MOVE WS-NCR-QTY-AFFECTED(WS-MATCHED-IDX) TO RC-RETURN-QTY
           MOVE WS-TODAYS-DATE TO RC-CANDIDATE-DATE
           WRITE RTVCAND-RECORD
           ADD 1 TO WS-RTV-QUEUED-COUNT
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING NCR-IDX FROM 1 BY 1
              UNTIL NCR-IDX > WS-NCR-COUNT
       1000-CLOSE-END.
           CLOSE NCR-TRANS.
           CLOSE NCR-NEW.
           CLOSE RTVCAND-REC.
