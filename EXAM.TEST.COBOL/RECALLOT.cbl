      * Created:                    2026-09-02
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M2
      *  Version Level
      *  Release Level
      *  Modification Level
      * //LOTFILE  DD DSN=USER66.EXAM.DEV.EDI856IN.LOTFILE,DISP=SHR
      *   JCL Output
      * //RECALLRP DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Recall by manufacturer.  LOTFILE is now 100 bytes and
      *   carries the manufacturer EDI856IN takes off the 856
      *   (LT-MFR-CODE).  A notice row can name a manufacturer
      *   (RCN-MFR-CODE, CAGE code): with a make/model/year the
      *   fitment-flagged part lists only that manufacturer's lots
      *   plus any lot received with no manufacturer captured;
      *   with the make left blank the notice lists every lot from
      *   that manufacturer whatever the part or supplier.  The
      *   manufacturer prints on every detail line.
      ***************************************************************
      * Recall-to-lot cross reference - the only question that
      * matters in a recall is which lots, from which supplier,
           05  RCN-YEAR-LOW        PIC 9(04).
           05  RCN-YEAR-HIGH       PIC 9(04).
           05  RCN-NOTICE-ID       PIC X(10).
           05  RCN-MFR-CODE        PIC X(05).
           05  FILLER              PIC X(04).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.
       FD  LOTFILE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTFILE-RECORD.
       01  LOTFILE-RECORD.
           05  LT-RECEIPT-DATE     PIC 9(08).
           05  LT-EXPIRY-DATE      PIC 9(08).
           05  FILLER              PIC X(03).
           05  LT-MFR-CODE         PIC X(05).
           05  LT-AML-FLAG         PIC X(01).
           05  FILLER              PIC X(14).

       FD  RECALLRP-REC
           RECORDING MODE F
               10 WS-RCN-YEAR-LOW        PIC 9(04)      VALUE 0.
               10 WS-RCN-YEAR-HIGH       PIC 9(04)      VALUE 0.
               10 WS-RCN-NOTICE-ID       PIC X(10)      VALUE SPACES.
               10 WS-RCN-MFR-CODE        PIC X(05)      VALUE SPACES.
               10 WS-RCN-LOT-COUNT       PIC 9(05)      VALUE 0.

      *    The parts flagged by the fitment match, each carrying
      *    the notice that flagged it - distinct parts only.  A
      *    manufacturer on the notice narrows the part's lots.
       01  WS-FLAG-COUNT                 PIC 9(03)      VALUE 0.
       01  WS-FLAGGED-PART-TABLE.
           05  WS-FLG-ENTRY OCCURS 300 TIMES
                  INDEXED BY FLG-IDX.
               10 WS-FLG-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-FLG-NOTICE-ID       PIC X(10)      VALUE SPACES.
               10 WS-FLG-MFR-CODE        PIC X(05)      VALUE SPACES.
               10 WS-FLG-LOT-COUNT       PIC 9(05)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-PARTS-FLAGGED           PIC 9(03)      VALUE 0.
           05 WS-LOTS-LISTED             PIC 9(05)      VALUE 0.
           05 WS-UNTRACED-PARTS          PIC 9(03)      VALUE 0.
           05 WS-MFR-NOTICES             PIC 9(03)      VALUE 0.

       01  WS-YEAR-NUM                   PIC 9(04)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RLD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RLD-MFR-CODE        PIC X(05)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RLD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RLD-RECEIPT-DATE    PIC 9(08)      VALUE ZERO.
           05  RLD-EXPIRY-DATE     PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RLD-REMARK          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(09)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
           DISPLAY 'RECALLOT COMPLETE - PARTS FLAGGED: '
              WS-PARTS-FLAGGED
              ' LOTS LISTED: ' WS-LOTS-LISTED
              ' UNTRACED PARTS: ' WS-UNTRACED-PARTS
              ' MFR NOTICES: ' WS-MFR-NOTICES.
           GOBACK.

       000-INIT.
                 MOVE RCN-YEAR-LOW  TO WS-RCN-YEAR-LOW(RCN-IDX)
                 MOVE RCN-YEAR-HIGH TO WS-RCN-YEAR-HIGH(RCN-IDX)
                 MOVE RCN-NOTICE-ID TO WS-RCN-NOTICE-ID(RCN-IDX)
                 MOVE RCN-MFR-CODE  TO WS-RCN-MFR-CODE(RCN-IDX)
                 IF RCN-MAKE = SPACES AND RCN-MFR-CODE NOT = SPACES
                    ADD 1 TO WS-MFR-NOTICES
                 END-IF
                 SET WS-RCN-COUNT TO RCN-IDX
                 READ RECALL-REC
                    AT END MOVE 'Y' TO RECALLS-EOF
                 TO WS-FLG-PART-NUMBER(WS-FLAG-COUNT)
              MOVE WS-RCN-NOTICE-ID(RCN-IDX)
                 TO WS-FLG-NOTICE-ID(WS-FLAG-COUNT)
              MOVE WS-RCN-MFR-CODE(RCN-IDX)
                 TO WS-FLG-MFR-CODE(WS-FLAG-COUNT)
              ADD 1 TO WS-PARTS-FLAGGED
           END-IF
           .

      *    Every lot row for a flagged part lists with the notice
      *    id that drives the follow-up.  When the notice names a
      *    manufacturer only that manufacturer's lots list, plus
      *    any lot received before the manufacturer was captured -
      *    those can't be ruled out.  A manufacturer-only notice
      *    (no make) lists that manufacturer's lots for any part.
       600-LIST-LOTS.
           READ LOTFILE-REC
              AT END MOVE 'Y' TO LOTFILE-EOF
              PERFORM VARYING FLG-IDX FROM 1 BY 1
                 UNTIL FLG-IDX > WS-FLAG-COUNT
                    IF WS-FLG-PART-NUMBER(FLG-IDX) = LT-PART-NUMBER
                       AND (WS-FLG-MFR-CODE(FLG-IDX) = SPACES
                         OR LT-MFR-CODE = SPACES
                         OR LT-MFR-CODE = WS-FLG-MFR-CODE(FLG-IDX))
                       MOVE WS-FLG-NOTICE-ID(FLG-IDX)
                          TO RLD-NOTICE-ID
                       PERFORM 650-WRITE-LOT-LINE
                       ADD 1 TO WS-FLG-LOT-COUNT(FLG-IDX)
                    END-IF
              END-PERFORM
              IF LT-MFR-CODE NOT = SPACES
                 PERFORM VARYING RCN-IDX FROM 1 BY 1
                    UNTIL RCN-IDX > WS-RCN-COUNT
                       IF WS-RCN-MAKE(RCN-IDX) = SPACES
                          AND WS-RCN-MFR-CODE(RCN-IDX) = LT-MFR-CODE
                          MOVE WS-RCN-NOTICE-ID(RCN-IDX)
                             TO RLD-NOTICE-ID
                          PERFORM 650-WRITE-LOT-LINE
                          ADD 1 TO WS-RCN-LOT-COUNT(RCN-IDX)
                       END-IF
                 END-PERFORM
              END-IF
           END-IF
           .

       650-WRITE-LOT-LINE.
           MOVE LT-PART-NUMBER   TO RLD-PART-NUMBER
           MOVE LT-LOT-NUMBER    TO RLD-LOT-NUMBER
           MOVE LT-SUPPLIER-CODE TO RLD-SUPPLIER-CODE
           MOVE LT-MFR-CODE      TO RLD-MFR-CODE
           MOVE LT-PO-NUMBER     TO RLD-PO-NUMBER
           MOVE LT-RECEIPT-DATE  TO RLD-RECEIPT-DATE
           MOVE LT-EXPIRY-DATE   TO RLD-EXPIRY-DATE
           MOVE SPACES           TO RLD-REMARK
           EVALUATE TRUE
              WHEN LT-LOT-NUMBER = SPACES
                 MOVE 'RECEIPT HAS NO LOT KEYED' TO RLD-REMARK
              WHEN LT-MFR-CODE = SPACES
                 MOVE 'NO MFR CAPTURED - CHECK STOCK' TO RLD-REMARK
           END-EVALUATE
           WRITE RECALLRP-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-LOTS-LISTED
           .

      *    A flagged part with no lot rows at all - quarantine the
      *    bin, and fix the receiving discipline.
       700-REPORT-UNTRACED-PARTS.
                    ADD 1 TO WS-UNTRACED-PARTS
                 END-IF
           END-PERFORM
           PERFORM VARYING RCN-IDX FROM 1 BY 1
              UNTIL RCN-IDX > WS-RCN-COUNT
                 IF WS-RCN-MAKE(RCN-IDX) = SPACES
                    AND WS-RCN-MFR-CODE(RCN-IDX) NOT = SPACES
                    AND WS-RCN-LOT-COUNT(RCN-IDX) = 0
                    MOVE SPACES TO WS-RPT-DETAIL
                    MOVE WS-RCN-NOTICE-ID(RCN-IDX) TO RLD-NOTICE-ID
                    MOVE WS-RCN-MFR-CODE(RCN-IDX) TO RLD-MFR-CODE
                    MOVE 'NO LOTS FROM THIS MFR ON FILE'
                       TO RLD-REMARK
                    WRITE RECALLRP-RECORD FROM WS-RPT-DETAIL
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
