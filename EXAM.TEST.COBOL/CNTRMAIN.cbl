      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    CNTRMAIN.
       AUTHOR.        WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Workshop:                   FINAL EXAM
      * Developer:                  maruca
      * Created:                    2026-10-15
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M1
      *  Version Level
      *  Release Level
      *  Modification Level
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M1
      *   Initial release.
      *   JCL Input
      * //CNTLOLD  DD DSN=USER66.EXAM.DEV.CNTRMAIN.LEDGER,DISP=SHR
      * //CNTRPOST DD DSN=USER66.EXAM.DEV.EDI856IN.CNTRPOST,DISP=SHR
      * //CNTRTRN  DD DSN=USER66.EXAM.DEV.CNTRMAIN.TRANS,DISP=SHR
      *   JCL Output
      * //CNTLNEW  DD DSN=USER66.EXAM.DEV.CNTRMAIN.LEDGER,DISP=OLD
      ***************************************************************
      * Returnable container ledger - one row per SUPPLIER-CODE,
      * container type (rack/tote code) and owner:
      *    'C'  company-owned - ours, cycled out to the supplier
      *         empty and back to us full of parts.
      *    'S'  supplier-owned - theirs, and ours to send back.
      * Each row keeps two balances, each with the date it last
      * went from zero to non-zero (what "days held" runs from):
      *    DOCK-QTY  containers from this supplier sitting at our
      *              dock - up on every ASN receipt, down on every
      *              return shipment.
      *    SUPP-QTY  our containers out at the supplier ('C' rows
      *              only) - up on a return, down on a receipt.
      * plus the float - how many of our containers the supplier
      * is allowed to hold - and the replacement value of one, so
      * CNTRBAL can price anything over the float for invoicing.
      *
      * Inbound receipts come off the CNTRPOST feed EDI856IN
      * appends; they are applied before the day's transactions.
      *
      * Transaction codes (CNTRTRN, position 1):
      *    T  Return shipment - QTY containers sent back to the
      *       supplier.  Rejected for an 'S' row if we do not hold
      *       that many of theirs.
      *    F  Float agreement - sets FLOAT-QTY, and UNIT-VALUE when
      *       given.
      *    B  Balance from a physical count - sets the balance on
      *       the holding side (SUPP-QTY for 'C', DOCK-QTY for 'S').
      *    L  Lost/written off - takes QTY off the holding side once
      *       the loss has been invoiced (or paid, for an 'S' row).
      * A blank owner on a transaction reads as 'C'.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTR-OLD      ASSIGN TO CNTLOLD
               FILE STATUS IS WS-CNTLOLD-FILE-STATUS.
           SELECT CNTRPOST-REC  ASSIGN TO CNTRPOST
               FILE STATUS IS WS-CNTRPOST-FILE-STATUS.
           SELECT CNTR-TRANS    ASSIGN TO CNTRTRN.
           SELECT CNTR-NEW      ASSIGN TO CNTLNEW.

       DATA DIVISION.
       FILE SECTION.

       FD  CNTR-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTR-OLD-REC.
       01  CNTR-OLD-REC.
           05  CLO-SUPPLIER-CODE   PIC X(10).
           05  CLO-CNTR-TYPE       PIC X(04).
           05  CLO-CNTR-OWNER      PIC X(01).
           05  CLO-DOCK-QTY        PIC 9(05).
           05  CLO-DOCK-SINCE      PIC 9(08).
           05  CLO-SUPP-QTY        PIC 9(05).
           05  CLO-SUPP-SINCE      PIC 9(08).
           05  CLO-FLOAT-QTY       PIC 9(05).
           05  CLO-UNIT-VALUE      PIC 9(5)V99.
           05  CLO-LAST-MOVE-DATE  PIC 9(08).
           05  FILLER              PIC X(19).

      *    Same container-receipt row EDI856IN's
      *    690-WRITE-CONTAINER-POST appends.
       FD  CNTRPOST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTRPOST-RECORD.
       01  CNTRPOST-RECORD.
           05  CP-SUPPLIER-CODE    PIC X(10).
           05  CP-CNTR-TYPE        PIC X(04).
           05  CP-CNTR-OWNER       PIC X(01).
           05  CP-CNTR-QTY         PIC 9(05).
           05  CP-RECEIPT-DATE     PIC 9(08).
           05  CP-PO-NUMBER        PIC X(06).
           05  FILLER              PIC X(46).

       FD  CNTR-TRANS
           DATA RECORD IS CT-REC.
       01  CT-REC.
           05  CT-TRANS-CODE       PIC X(01).
               88 CT-RETURN                 VALUE 'T'.
               88 CT-FLOAT                  VALUE 'F'.
               88 CT-BALANCE                VALUE 'B'.
               88 CT-LOST                   VALUE 'L'.
               88 CT-TRANS-CODE-VALID       VALUES 'T' 'F' 'B' 'L'.
           05  CT-SUPPLIER-CODE    PIC X(10).
           05  CT-CNTR-TYPE        PIC X(04).
           05  CT-CNTR-OWNER       PIC X(01).
               88 CT-CNTR-OWNER-VALID       VALUES 'C' 'S' ' '.
           05  CT-QTY              PIC 9(05).
           05  CT-EVENT-DATE       PIC 9(08).
           05  CT-UNIT-VALUE       PIC 9(5)V99.
           05  FILLER              PIC X(44).

       FD  CNTR-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTR-NEW-REC.
       01  CNTR-NEW-REC.
           05  CLN-SUPPLIER-CODE   PIC X(10).
           05  CLN-CNTR-TYPE       PIC X(04).
           05  CLN-CNTR-OWNER      PIC X(01).
           05  CLN-DOCK-QTY        PIC 9(05).
           05  CLN-DOCK-SINCE      PIC 9(08).
           05  CLN-SUPP-QTY        PIC 9(05).
           05  CLN-SUPP-SINCE      PIC 9(08).
           05  CLN-FLOAT-QTY       PIC 9(05).
           05  CLN-UNIT-VALUE      PIC 9(5)V99.
           05  CLN-LAST-MOVE-DATE  PIC 9(08).
           05  FILLER              PIC X(19).

       WORKING-STORAGE SECTION.

       01  WS-CNTLOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-CNTRPOST-FILE-STATUS       PIC X(02)      VALUE SPACES.

       01  WS-CL-COUNT                   PIC 9(04)      VALUE 0.
       01  WS-CNTR-TABLE.
           05  WS-CL-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CL-IDX.
               10 WS-CL-SUPPLIER-CODE    PIC X(10)      VALUE SPACES.
               10 WS-CL-CNTR-TYPE        PIC X(04)      VALUE SPACES.
               10 WS-CL-CNTR-OWNER       PIC X(01)      VALUE SPACES.
                  88 WS-CL-COMPANY-OWNED                VALUE 'C'.
               10 WS-CL-DOCK-QTY         PIC 9(05)      VALUE 0.
               10 WS-CL-DOCK-SINCE       PIC 9(08)      VALUE 0.
               10 WS-CL-SUPP-QTY         PIC 9(05)      VALUE 0.
               10 WS-CL-SUPP-SINCE       PIC 9(08)      VALUE 0.
               10 WS-CL-FLOAT-QTY        PIC 9(05)      VALUE 0.
               10 WS-CL-UNIT-VALUE       PIC 9(5)V99    VALUE 0.
               10 WS-CL-LAST-MOVE-DATE   PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-RECEIPTS-POSTED         PIC 9(05)      VALUE 0.
           05 WS-RETURNS-APPLIED         PIC 9(05)      VALUE 0.
           05 WS-FLOATS-SET              PIC 9(05)      VALUE 0.
           05 WS-BALANCES-SET            PIC 9(05)      VALUE 0.
           05 WS-LOSSES-APPLIED          PIC 9(05)      VALUE 0.
           05 WS-NEW-ROWS                PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.

      *    Key being looked up, and where 610 found (or put) it.
       01  WS-KEY-SUPPLIER-CODE          PIC X(10)      VALUE SPACES.
       01  WS-KEY-CNTR-TYPE              PIC X(04)      VALUE SPACES.
       01  WS-KEY-CNTR-OWNER             PIC X(01)      VALUE SPACES.
       01  WS-ADD-IF-MISSING             PIC X(01)      VALUE 'Y'.
           88 ADD-ROW-IF-MISSING                        VALUE 'Y'.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(04)      VALUE 0.
      *    Containers moved by the receipt or transaction in hand.
       01  WS-MOVE-QTY                   PIC 9(05)      VALUE 0.
       01  WS-EVENT-DATE                 PIC 9(08)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  CNTLOLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  CNTRPOST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-POSTINGS                          VALUE 'Y'.
       01  CNTRTRN-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-LOAD-OLD-MASTER.
           PERFORM 500-APPLY-RECEIPTS UNTIL NO-MORE-POSTINGS.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'CNTRMAIN COMPLETE - RECEIPTS: '
              WS-RECEIPTS-POSTED
              ' RETURNS: ' WS-RETURNS-APPLIED
              ' FLOATS: ' WS-FLOATS-SET
              ' COUNTS: ' WS-BALANCES-SET
              ' LOST: ' WS-LOSSES-APPLIED
              ' NEW ROWS: ' WS-NEW-ROWS
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-CL-COUNT.
           INITIALIZE WS-CNTR-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO CNTLOLD-EOF.
           MOVE 'N' TO CNTRPOST-EOF.
           MOVE 'N' TO CNTRTRN-EOF.

      *    No CNTRPOST (FILE STATUS not '00') just means no ASN
      *    receipts came in containers since the last run.
       100-OPEN-FILES.
           OPEN INPUT CNTR-TRANS.
           OPEN OUTPUT CNTR-NEW.
           OPEN INPUT CNTRPOST-REC.
           IF WS-CNTRPOST-FILE-STATUS = '00'
              READ CNTRPOST-REC
                 AT END MOVE 'Y' TO CNTRPOST-EOF
              END-READ
           ELSE
              MOVE 'Y' TO CNTRPOST-EOF
           END-IF.

      *    A missing old ledger (FILE STATUS not '00') is a first
      *    run built from this run's receipts and transactions.
       400-LOAD-OLD-MASTER.
           OPEN INPUT CNTR-OLD
           IF WS-CNTLOLD-FILE-STATUS = '00'
              READ CNTR-OLD
                 AT END MOVE 'Y' TO CNTLOLD-EOF
              END-READ
              PERFORM VARYING CL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR CL-IDX > 2000
                    MOVE CLO-SUPPLIER-CODE
                       TO WS-CL-SUPPLIER-CODE(CL-IDX)
                    MOVE CLO-CNTR-TYPE TO WS-CL-CNTR-TYPE(CL-IDX)
                    MOVE CLO-CNTR-OWNER TO WS-CL-CNTR-OWNER(CL-IDX)
                    MOVE CLO-DOCK-QTY TO WS-CL-DOCK-QTY(CL-IDX)
                    MOVE CLO-DOCK-SINCE TO WS-CL-DOCK-SINCE(CL-IDX)
                    MOVE CLO-SUPP-QTY TO WS-CL-SUPP-QTY(CL-IDX)
                    MOVE CLO-SUPP-SINCE TO WS-CL-SUPP-SINCE(CL-IDX)
                    MOVE CLO-FLOAT-QTY TO WS-CL-FLOAT-QTY(CL-IDX)
                    MOVE CLO-UNIT-VALUE TO WS-CL-UNIT-VALUE(CL-IDX)
                    MOVE CLO-LAST-MOVE-DATE
                       TO WS-CL-LAST-MOVE-DATE(CL-IDX)
                    SET WS-CL-COUNT TO CL-IDX
                    READ CNTR-OLD
                       AT END MOVE 'Y' TO CNTLOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE CNTR-OLD
           END-IF
           .

      *    Containers in on an ASN receipt land at our dock; a
      *    company-owned one also comes off the supplier's balance.
       500-APPLY-RECEIPTS.
           MOVE CP-SUPPLIER-CODE TO WS-KEY-SUPPLIER-CODE
           MOVE CP-CNTR-TYPE TO WS-KEY-CNTR-TYPE
           MOVE CP-CNTR-OWNER TO WS-KEY-CNTR-OWNER
           MOVE CP-RECEIPT-DATE TO WS-EVENT-DATE
           MOVE CP-CNTR-QTY TO WS-MOVE-QTY
           MOVE 'Y' TO WS-ADD-IF-MISSING
           PERFORM 610-FIND-OR-ADD-ROW
           IF WS-SLOT > 0
              PERFORM 620-ADD-TO-DOCK
              IF WS-CL-COMPANY-OWNED(WS-SLOT)
                 PERFORM 640-TAKE-FROM-SUPPLIER
              END-IF
              MOVE WS-EVENT-DATE TO WS-CL-LAST-MOVE-DATE(WS-SLOT)
              ADD 1 TO WS-RECEIPTS-POSTED
           END-IF
           READ CNTRPOST-REC
              AT END MOVE 'Y' TO CNTRPOST-EOF
           END-READ
           .

       600-APPLY-TRANSACTIONS.
           READ CNTR-TRANS
              AT END MOVE 'Y' TO CNTRTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              IF NOT CT-TRANS-CODE-VALID
                 OR CT-SUPPLIER-CODE = SPACES
                 OR CT-CNTR-TYPE = SPACES
                 OR NOT CT-CNTR-OWNER-VALID
                 OR CT-QTY NOT NUMERIC
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CONTAINER - BAD TRANS: '
                    CT-TRANS-CODE '/' CT-SUPPLIER-CODE
                    '/' CT-CNTR-TYPE
              ELSE
                 PERFORM 605-APPLY-ONE-TRANS
              END-IF
           END-IF
           .

       605-APPLY-ONE-TRANS.
           MOVE CT-SUPPLIER-CODE TO WS-KEY-SUPPLIER-CODE
           MOVE CT-CNTR-TYPE TO WS-KEY-CNTR-TYPE
           IF CT-CNTR-OWNER = SPACE
              MOVE 'C' TO WS-KEY-CNTR-OWNER
           ELSE
              MOVE CT-CNTR-OWNER TO WS-KEY-CNTR-OWNER
           END-IF
           IF CT-EVENT-DATE NOT NUMERIC OR CT-EVENT-DATE = ZERO
              MOVE WS-TODAYS-DATE TO WS-EVENT-DATE
           ELSE
              MOVE CT-EVENT-DATE TO WS-EVENT-DATE
           END-IF
           MOVE CT-QTY TO WS-MOVE-QTY
           IF CT-LOST
              MOVE 'N' TO WS-ADD-IF-MISSING
           ELSE
              MOVE 'Y' TO WS-ADD-IF-MISSING
           END-IF
           PERFORM 610-FIND-OR-ADD-ROW
           EVALUATE TRUE
              WHEN WS-SLOT = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CONTAINER - NOT ON LEDGER: '
                    CT-TRANS-CODE '/' CT-SUPPLIER-CODE
                    '/' CT-CNTR-TYPE
              WHEN CT-RETURN
                 IF NOT WS-CL-COMPANY-OWNED(WS-SLOT)
                    AND CT-QTY > WS-CL-DOCK-QTY(WS-SLOT)
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED RETURN - MORE THAN HELD: '
                       CT-SUPPLIER-CODE '/' CT-CNTR-TYPE
                 ELSE
                    PERFORM 630-TAKE-FROM-DOCK
                    IF WS-CL-COMPANY-OWNED(WS-SLOT)
                       PERFORM 650-ADD-TO-SUPPLIER
                    END-IF
                    MOVE WS-EVENT-DATE
                       TO WS-CL-LAST-MOVE-DATE(WS-SLOT)
                    ADD 1 TO WS-RETURNS-APPLIED
                 END-IF
              WHEN CT-FLOAT
                 MOVE CT-QTY TO WS-CL-FLOAT-QTY(WS-SLOT)
                 IF CT-UNIT-VALUE NUMERIC
                    AND CT-UNIT-VALUE NOT = ZERO
                    MOVE CT-UNIT-VALUE TO WS-CL-UNIT-VALUE(WS-SLOT)
                 END-IF
                 ADD 1 TO WS-FLOATS-SET
              WHEN CT-BALANCE
                 IF WS-CL-COMPANY-OWNED(WS-SLOT)
                    IF WS-CL-SUPP-QTY(WS-SLOT) = 0 AND CT-QTY > 0
                       MOVE WS-EVENT-DATE TO WS-CL-SUPP-SINCE(WS-SLOT)
                    END-IF
                    MOVE CT-QTY TO WS-CL-SUPP-QTY(WS-SLOT)
                    IF CT-QTY = 0
                       MOVE 0 TO WS-CL-SUPP-SINCE(WS-SLOT)
                    END-IF
                 ELSE
                    IF WS-CL-DOCK-QTY(WS-SLOT) = 0 AND CT-QTY > 0
                       MOVE WS-EVENT-DATE TO WS-CL-DOCK-SINCE(WS-SLOT)
                    END-IF
                    MOVE CT-QTY TO WS-CL-DOCK-QTY(WS-SLOT)
                    IF CT-QTY = 0
                       MOVE 0 TO WS-CL-DOCK-SINCE(WS-SLOT)
                    END-IF
                 END-IF
                 MOVE WS-EVENT-DATE TO WS-CL-LAST-MOVE-DATE(WS-SLOT)
                 ADD 1 TO WS-BALANCES-SET
              WHEN WS-CL-COMPANY-OWNED(WS-SLOT)
                 AND CT-QTY > WS-CL-SUPP-QTY(WS-SLOT)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED LOSS - MORE THAN HELD: '
                    CT-SUPPLIER-CODE '/' CT-CNTR-TYPE
              WHEN NOT WS-CL-COMPANY-OWNED(WS-SLOT)
                 AND CT-QTY > WS-CL-DOCK-QTY(WS-SLOT)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED LOSS - MORE THAN HELD: '
                    CT-SUPPLIER-CODE '/' CT-CNTR-TYPE
              WHEN OTHER
                 IF WS-CL-COMPANY-OWNED(WS-SLOT)
                    PERFORM 640-TAKE-FROM-SUPPLIER
                 ELSE
                    PERFORM 630-TAKE-FROM-DOCK
                 END-IF
                 MOVE WS-EVENT-DATE TO WS-CL-LAST-MOVE-DATE(WS-SLOT)
                 ADD 1 TO WS-LOSSES-APPLIED
           END-EVALUATE
           .

      *    WS-SLOT is 0 when the key is not on the ledger and may
      *    not be added (or the table is full).
       610-FIND-OR-ADD-ROW.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING CL-IDX FROM 1 BY 1
              UNTIL CL-IDX > WS-CL-COUNT OR ENTRY-FOUND
                 IF WS-CL-SUPPLIER-CODE(CL-IDX) = WS-KEY-SUPPLIER-CODE
                    AND WS-CL-CNTR-TYPE(CL-IDX) = WS-KEY-CNTR-TYPE
                    AND WS-CL-CNTR-OWNER(CL-IDX) = WS-KEY-CNTR-OWNER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO CL-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND ADD-ROW-IF-MISSING
              IF WS-CL-COUNT >= 2000
                 DISPLAY 'CNTRMAIN TABLE FULL - NOT APPLIED: '
                    WS-KEY-SUPPLIER-CODE '/' WS-KEY-CNTR-TYPE
              ELSE
                 ADD 1 TO WS-CL-COUNT
                 MOVE WS-CL-COUNT TO WS-SLOT
                 MOVE WS-KEY-SUPPLIER-CODE
                    TO WS-CL-SUPPLIER-CODE(WS-SLOT)
                 MOVE WS-KEY-CNTR-TYPE TO WS-CL-CNTR-TYPE(WS-SLOT)
                 MOVE WS-KEY-CNTR-OWNER TO WS-CL-CNTR-OWNER(WS-SLOT)
                 ADD 1 TO WS-NEW-ROWS
              END-IF
           END-IF
           .

       620-ADD-TO-DOCK.
           IF WS-CL-DOCK-QTY(WS-SLOT) = 0
              MOVE WS-EVENT-DATE TO WS-CL-DOCK-SINCE(WS-SLOT)
           END-IF
           ADD WS-MOVE-QTY TO WS-CL-DOCK-QTY(WS-SLOT)
           .

      *    Our own containers can go back out of the common pool
      *    beyond what came in from this supplier - the dock
      *    balance bottoms out at zero instead of going negative.
       630-TAKE-FROM-DOCK.
           IF WS-MOVE-QTY >= WS-CL-DOCK-QTY(WS-SLOT)
              MOVE 0 TO WS-CL-DOCK-QTY(WS-SLOT)
              MOVE 0 TO WS-CL-DOCK-SINCE(WS-SLOT)
           ELSE
              SUBTRACT WS-MOVE-QTY FROM WS-CL-DOCK-QTY(WS-SLOT)
           END-IF
           .

      *    Same floor on the supplier side - a supplier can send
      *    back containers it had before the ledger started
      *    counting them.
       640-TAKE-FROM-SUPPLIER.
           IF WS-MOVE-QTY >= WS-CL-SUPP-QTY(WS-SLOT)
              MOVE 0 TO WS-CL-SUPP-QTY(WS-SLOT)
              MOVE 0 TO WS-CL-SUPP-SINCE(WS-SLOT)
           ELSE
              SUBTRACT WS-MOVE-QTY FROM WS-CL-SUPP-QTY(WS-SLOT)
           END-IF
           .

       650-ADD-TO-SUPPLIER.
           IF WS-CL-SUPP-QTY(WS-SLOT) = 0
              MOVE WS-EVENT-DATE TO WS-CL-SUPP-SINCE(WS-SLOT)
           END-IF
           ADD WS-MOVE-QTY TO WS-CL-SUPP-QTY(WS-SLOT)
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING CL-IDX FROM 1 BY 1
              UNTIL CL-IDX > WS-CL-COUNT
                 MOVE SPACES TO CNTR-NEW-REC
                 MOVE WS-CL-SUPPLIER-CODE(CL-IDX)
                    TO CLN-SUPPLIER-CODE
                 MOVE WS-CL-CNTR-TYPE(CL-IDX)      TO CLN-CNTR-TYPE
                 MOVE WS-CL-CNTR-OWNER(CL-IDX)     TO CLN-CNTR-OWNER
                 MOVE WS-CL-DOCK-QTY(CL-IDX)       TO CLN-DOCK-QTY
                 MOVE WS-CL-DOCK-SINCE(CL-IDX)     TO CLN-DOCK-SINCE
                 MOVE WS-CL-SUPP-QTY(CL-IDX)       TO CLN-SUPP-QTY
                 MOVE WS-CL-SUPP-SINCE(CL-IDX)     TO CLN-SUPP-SINCE
                 MOVE WS-CL-FLOAT-QTY(CL-IDX)      TO CLN-FLOAT-QTY
                 MOVE WS-CL-UNIT-VALUE(CL-IDX)     TO CLN-UNIT-VALUE
                 MOVE WS-CL-LAST-MOVE-DATE(CL-IDX)
                    TO CLN-LAST-MOVE-DATE
                 WRITE CNTR-NEW-REC
           END-PERFORM
           .

       1000-CLOSE-END.
           IF WS-CNTRPOST-FILE-STATUS = '00'
              CLOSE CNTRPOST-REC
           END-IF.
           CLOSE CNTR-TRANS.
           CLOSE CNTR-NEW.
