      * //EDICTLRG DD DSN=USER66.EXAM.DEV.EDI.CTLREG,DISP=SHR
      *   JCL Output
      * //EDIRECRP DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Fourth section over the application-reject log (optional
      *   APPREJCT DD, layout APPREJCT.cpy): every 810/856/855 an
      *   intake turned away, and whether it has been communicated
      *   - the 824 interchange that advised it and that
      *   interchange's 997 standing, or NOT YET ADVISED.  A
      *   missing log prints the heading alone.
      *   JCL Input (new)
      * //APPREJCT DD DSN=USER66.EXAM.DEV.EDI.APPREJCT(0),DISP=SHR
      ***************************************************************
      * Reconciliation report over the shared EDI control-number
      * register every EDI program now records its envelopes in -
      *      with a zero control number (the flat-file intakes -
      *      their decks carry no ISA envelope) are counted here
      *      but skipped by the sequence checks.
      *    - Application rejects: each logged reject and the 824
      *      that advised the partner of it, if one has.
      ***************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT EDIREG-REC    ASSIGN TO EDICTLRG.
           SELECT EDIRECRP-REC  ASSIGN TO EDIRECRP.
           SELECT APPREJCT-REC  ASSIGN TO APPREJCT
               FILE STATUS IS WS-APPREJCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS EDIRECRP-RECORD.
       01  EDIRECRP-RECORD               PIC X(132).

      *    Application-reject log - see APPREJCT.cpy.
       FD  APPREJCT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APP-REJECT-ROW.
           COPY 'APPREJCT'.

       WORKING-STORAGE SECTION.

      *    Every outbound row with a real interchange number, for
           05 WS-DUP-COUNT               PIC 9(05)      VALUE 0.
           05 WS-UNACKED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-REJECTED-ACK-COUNT      PIC 9(05)      VALUE 0.
           05 WS-REJ-ADVISED-COUNT       PIC 9(05)      VALUE 0.
           05 WS-REJ-UNADVISED-COUNT     PIC 9(05)      VALUE 0.

       01  WS-APPREJCT-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  APPREJCT-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-REJECT-ROWS                       VALUE 'Y'.
       01  WS-ADVISED-ICN-OUT            PIC 9(09)      VALUE 0.
       01  WS-ADVICE-STANDING            PIC X(20)      VALUE SPACES.

       01  WS-SORT-TEMP-ENTRY            PIC X(31)      VALUE SPACES.
       01  WS-SORT-PASS-LIMIT            PIC 9(05)      VALUE 0.
           'OUTBOUND INTERCHANGES WITH NO 997 (OR REJECTED)'.
       01  WS-HDR-INBOUND                PIC X(132)     VALUE
           'INBOUND BATCH SUMMARY BY DOCUMENT TYPE'.
       01  WS-HDR-APP-REJECTS            PIC X(132)     VALUE
           'APPLICATION REJECTS AND 824 ADVICE'.

       01  WS-SEQ-DETAIL.
           05  SQD-ICN             PIC 9(09)      VALUE ZERO.
           05  IND-SET-COUNT       PIC ZZZZZZ9    VALUE ZERO.
           05  FILLER              PIC X(98)      VALUE SPACES.

       01  WS-REJ-DETAIL.
           05  RJD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RJD-DOC-TYPE        PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RJD-REFERENCE       PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RJD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RJD-REASON-CODE     PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RJD-REASON-TEXT     PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RJD-REJECT-DATE     PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RJD-REMARK          PIC X(50)      VALUE SPACES.
           05  FILLER              PIC X(15)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 600-REPORT-SEQUENCE.
           PERFORM 700-REPORT-UNACKED.
           PERFORM 800-REPORT-INBOUND.
           PERFORM 900-REPORT-APP-REJECTS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'EDIRECON COMPLETE - GAPS: ' WS-GAP-COUNT
              ' DUPLICATES: ' WS-DUP-COUNT
              ' UNACKED: ' WS-UNACKED-COUNT
              ' REJECTED ACKS: ' WS-REJECTED-ACK-COUNT
              ' REJECTS ADVISED: ' WS-REJ-ADVISED-COUNT
              ' NOT ADVISED: ' WS-REJ-UNADVISED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-INBOUND-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 'N' TO EDIREG-EOF.
           MOVE 'N' TO APPREJCT-EOF.

       100-OPEN-FILES.
           OPEN INPUT EDIREG-REC.
           END-PERFORM
           .

      *    Each logged reject, with the 824 that advised it looked
      *    up in the outbound table for its 997 standing.  An 824
      *    number the register never recorded is flagged - the
      *    advice run died before its envelope tail.
       900-REPORT-APP-REJECTS.
           MOVE SPACES TO EDIRECRP-RECORD
           WRITE EDIRECRP-RECORD
           WRITE EDIRECRP-RECORD FROM WS-HDR-APP-REJECTS
           OPEN INPUT APPREJCT-REC
           IF WS-APPREJCT-FILE-STATUS = '00'
              READ APPREJCT-REC
                 AT END MOVE 'Y' TO APPREJCT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-REJECT-ROWS
                 PERFORM 910-LIST-APP-REJECT
                 READ APPREJCT-REC
                    AT END MOVE 'Y' TO APPREJCT-EOF
                 END-READ
              END-PERFORM
              CLOSE APPREJCT-REC
           END-IF
           .

       910-LIST-APP-REJECT.
           MOVE SPACES TO WS-REJ-DETAIL
           MOVE AR-SUPPLIER-CODE TO RJD-SUPPLIER-CODE
           MOVE AR-DOC-TYPE      TO RJD-DOC-TYPE
           MOVE AR-REFERENCE     TO RJD-REFERENCE
           MOVE AR-PO-NUMBER     TO RJD-PO-NUMBER
           MOVE AR-REASON-CODE   TO RJD-REASON-CODE
           MOVE AR-REASON-TEXT   TO RJD-REASON-TEXT
           MOVE AR-REJECT-DATE   TO RJD-REJECT-DATE
           IF AR-ADVISED-ICN = 0
              ADD 1 TO WS-REJ-UNADVISED-COUNT
              MOVE 'NOT YET ADVISED' TO RJD-REMARK
           ELSE
              ADD 1 TO WS-REJ-ADVISED-COUNT
              MOVE 'NOT ON REGISTER' TO WS-ADVICE-STANDING
              PERFORM VARYING OUT-IDX FROM 1 BY 1
                 UNTIL OUT-IDX > WS-OUT-COUNT
                    IF WS-OUT-ICN(OUT-IDX) = AR-ADVISED-ICN
                       EVALUATE TRUE
                          WHEN WS-OUT-ACK-ACCEPTED(OUT-IDX)
                             MOVE '997 ACCEPTED'
                                TO WS-ADVICE-STANDING
                          WHEN WS-OUT-ACK-REJECTED(OUT-IDX)
                             MOVE '997 REJECTED'
                                TO WS-ADVICE-STANDING
                          WHEN OTHER
                             MOVE 'NO 997 YET' TO WS-ADVICE-STANDING
                       END-EVALUATE
                    END-IF
              END-PERFORM
              MOVE AR-ADVISED-ICN TO WS-ADVISED-ICN-OUT
              STRING 'ADVISED ON 824 ' WS-ADVISED-ICN-OUT ' - '
                 DELIMITED BY SIZE
                 WS-ADVICE-STANDING DELIMITED BY '  '
                 INTO RJD-REMARK
           END-IF
           WRITE EDIRECRP-RECORD FROM WS-REJ-DETAIL
           .

       1000-CLOSE-END.
           CLOSE EDIREG-REC.
           CLOSE EDIRECRP-REC.
