      *   missing-optional-file default.
      *   JCL Input (new)
      * //USERAUTH DD DSN=USER66.EXAM.DEV.USERAUTH.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M3
      *   The APPRPOS release row now also carries the date the PO
      *   was queued (REL-QUEUED-DATE, out of the trailing FILLER),
      *   so how long a routed PO waited for release can be read
      *   after the queue entry itself has come off the file.
      ***************************************************************
      * Supervisor release facility for POEDIT's PENDAPPR approval
      * queue - the half of the workflow V0R0M23 left unbuilt.
           05  REL-UNIT-PRICE      PIC S9(7)V99.
           05  REL-APPROVED-BY     PIC X(08).
           05  REL-APPROVED-DATE   PIC 9(08).
           05  REL-QUEUED-DATE     PIC 9(08).
           05  FILLER              PIC X(18).

       FD  APPRRPT-REC
           RECORDING MODE F
           MOVE WS-QUE-UNIT-PRICE(WS-MATCHED-IDX) TO REL-UNIT-PRICE
           MOVE APT-SUPERVISOR-ID TO REL-APPROVED-BY
           MOVE WS-TODAYS-DATE TO REL-APPROVED-DATE
           MOVE WS-QUE-QUEUED-DATE(WS-MATCHED-IDX) TO REL-QUEUED-DATE
           WRITE RELEASED-RECORD
           MOVE 'A' TO WS-QUE-STATE(WS-MATCHED-IDX)
           ADD 1 TO WS-APPROVE-COUNT
