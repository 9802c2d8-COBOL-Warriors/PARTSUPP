      *   missing-optional-file default.
      *   JCL Input (new)
      * //TPPROF   DD DSN=USER66.EXAM.DEV.TPPROF.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M4
      *   Every acknowledgment turned away - bad transaction, PO
      *   already acknowledged, no such PO - is appended to the
      *   application-reject log (APPREJCT DD, layout
      *   APPREJCT.cpy) that EDI824OT advises the supplier from.
      *   A supplier with no 855 profile is not logged.
      *   JCL Output (new)
      * //APPREJCT DD DSN=USER66.EXAM.DEV.EDI.APPREJCT(0),DISP=MOD
      *
      * 2026-10-15 maruca V0R0M5
      *   PARTS grew PART-UNIT-WEIGHT; the master FD's RECORD
      *   CONTAINS is trued to the 1009-byte record.
      *
      * 2026-10-15 maruca V0R0M6
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record.
      ***************************************************************
      * Batch intake for inbound EDI 855 (Purchase Order
      * Acknowledgment) transactions - the answer to the question
           SELECT EDIREG-REC    ASSIGN TO EDICTLRG.
           SELECT TPPROF-REC    ASSIGN TO TPPROF
               FILE STATUS IS WS-TPPROF-FILE-STATUS.
           SELECT APPREJCT-REC  ASSIGN TO APPREJCT.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-OLD
           RECORD CONTAINS 1027 CHARACTERS.
           COPY 'PARTSUPP'.

      *    One acknowledgment per PO.
           05  TPP-DOC-SWITCHES    PIC X(10).
           05  FILLER              PIC X(26).

      *    Application-reject log EDI824OT advises partners from -
      *    appended, one row per acknowledgment turned away.
       FD  APPREJCT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APP-REJECT-ROW.
           COPY 'APPREJCT'.

       WORKING-STORAGE SECTION.

      *    Trading-partner profile table - a missing TPPROF (FILE

       01  WS-POACKOLD-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    The reject being logged for EDI824OT - see APPREJCT.cpy
      *    for the reason codes.
       01  WS-APP-REJECT.
           05 WS-AR-SUPPLIER-CODE        PIC X(10)      VALUE SPACES.
           05 WS-AR-PO-NUMBER            PIC X(06)      VALUE SPACES.
           05 WS-AR-REASON-CODE          PIC X(03)      VALUE SPACES.
           05 WS-AR-REASON-TEXT          PIC X(20)      VALUE SPACES.

       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  EDI855IN-EOF                  PIC X(01)      VALUE 'N'.
           OPEN INPUT ACK-TRANS.
           OPEN OUTPUT POACK-NEW.
           OPEN OUTPUT ACK855RP-REC.
           OPEN EXTEND APPREJCT-REC.

       200-WRITE-HEADING.
           WRITE ACK855RP-RECORD FROM WS-RPT-HEADING.
                    DISPLAY 'REJECTED 855 - BAD TRANS: '
                       ACK-RESP-CODE '/' ACK-SUPPLIER-CODE
                       '/' ACK-PO-NUMBER
                    IF PARTNER-DOC-AUTHORIZED
                       AND ACK-SUPPLIER-CODE NOT = SPACES
                       MOVE ACK-SUPPLIER-CODE TO WS-AR-SUPPLIER-CODE
                       MOVE ACK-PO-NUMBER TO WS-AR-PO-NUMBER
                       MOVE 'BAD' TO WS-AR-REASON-CODE
                       MOVE 'MALFORMED ACK' TO WS-AR-REASON-TEXT
                       PERFORM 670-WRITE-APP-REJECT
                    END-IF
                 ELSE
                    MOVE ACK-RESP-CODE
                       TO WS-ACK-RESP-CODE(ACK-IDX)
              DISPLAY 'REJECTED 855 - ALREADY ACKNOWLEDGED: '
                 WS-ACK-SUPPLIER-CODE(ACK-IDX)
                 '/' WS-ACK-PO-NUMBER(ACK-IDX)
              MOVE WS-ACK-SUPPLIER-CODE(ACK-IDX) TO WS-AR-SUPPLIER-CODE
              MOVE WS-ACK-PO-NUMBER(ACK-IDX) TO WS-AR-PO-NUMBER
              MOVE 'DUP' TO WS-AR-REASON-CODE
              MOVE 'PO ALREADY ACKED' TO WS-AR-REASON-TEXT
              PERFORM 670-WRITE-APP-REJECT
           ELSE
              IF WS-REG-COUNT < 2000
                 ADD 1 TO WS-REG-COUNT
                    DISPLAY 'UNMATCHED 855 - NO SUCH PO: '
                       WS-ACK-SUPPLIER-CODE(ACK-IDX)
                       '/' WS-ACK-PO-NUMBER(ACK-IDX)
                    MOVE WS-ACK-SUPPLIER-CODE(ACK-IDX)
                       TO WS-AR-SUPPLIER-CODE
                    MOVE WS-ACK-PO-NUMBER(ACK-IDX) TO WS-AR-PO-NUMBER
                    MOVE 'NPO' TO WS-AR-REASON-CODE
                    MOVE 'NO SUCH PO' TO WS-AR-REASON-TEXT
                    PERFORM 670-WRITE-APP-REJECT
                 END-IF
           END-PERFORM
           .

      *    One application-reject log row, unadvised, for EDI824OT
      *    to send the supplier on its next run.  An 855 carries no
      *    document number of its own - the PO identifies it.
       670-WRITE-APP-REJECT.
           MOVE SPACES TO APP-REJECT-ROW
           MOVE WS-AR-SUPPLIER-CODE TO AR-SUPPLIER-CODE
           MOVE '855'               TO AR-DOC-TYPE
           MOVE SPACES              TO AR-REFERENCE
           MOVE WS-AR-PO-NUMBER     TO AR-PO-NUMBER
           MOVE WS-AR-REASON-CODE   TO AR-REASON-CODE
           MOVE WS-AR-REASON-TEXT   TO AR-REASON-TEXT
           MOVE WS-TODAYS-DATE      TO AR-REJECT-DATE
           MOVE ZERO                TO AR-ADVISED-ICN
           MOVE ZERO                TO AR-ADVISED-DATE
           WRITE APP-REJECT-ROW
           .

       800-WRITE-NEW-REGISTER.
           PERFORM VARYING REG-IDX FROM 1 BY 1
              UNTIL REG-IDX > WS-REG-COUNT
           CLOSE ACK-TRANS.
           CLOSE POACK-NEW.
           CLOSE ACK855RP-REC.
           CLOSE APPREJCT-REC.
