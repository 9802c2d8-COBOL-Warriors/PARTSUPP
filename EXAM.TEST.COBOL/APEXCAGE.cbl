      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M3
      *   A price exception AP has moved to credit-due ('C' status,
      *   reason 'P') now raises a debit memo for the price-match
      *   shortfall - invoiced unit price less the PO's UNIT-PRICE
      *   off the master, times the invoiced quantity - on the
      *   common DEBITMEM adjustment feed (source 'PRC ', reason
      *   PRC, memo id 'PM' + PO + the invoice number's last two
      *   characters, reference the invoice number).  Same
      *   once-only rule as the re-match cut: the row goes back out
      *   with resolution 'B' (debit memo cut) and a 'B' row never
      *   raises again; resolving the row later overwrites the 'B'
      *   as it always has.  A PO not on the master, or an invoice
      *   price not above the PO's, raises nothing and is tried
      *   again next run.
      *   JCL Input (new)
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output (new)
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=MOD
      * 2026-09-02 maruca V0R0M2
      *   A resolved-as-our-error exception had its re-match cut
      *   again every run - nothing recorded the emission, so each
           SELECT EXCPWORK-NEW ASSIGN TO EXCPWNEW.
           SELECT EXCPAGE-REC  ASSIGN TO EXCPAGE.
           SELECT REMATCH-REC  ASSIGN TO REMATCH.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT DEBITMEM-REC ASSIGN TO DEBITMEM.

       DATA DIVISION.
       FILE SECTION.
           05  EX-RESOLUTION-CODE  PIC X(01).
               88 EX-RESOLVED-OUR-ERROR     VALUE 'E'.
               88 EX-REMATCH-CUT            VALUE 'M'.
               88 EX-DEBIT-MEMO-CUT         VALUE 'B'.
           05  EX-EXCEPTION-DATE   PIC 9(08).
           05  EX-WORKED-BY        PIC X(08).
           05  FILLER              PIC X(19).
           05  RM-UNIT-PRICE       PIC S9(7)V99.
           05  FILLER              PIC X(15).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    Common debit/credit adjustment feed - see DEBITMEM.cpy.
       FD  DEBITMEM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
           COPY 'DEBITMEM'.

       WORKING-STORAGE SECTION.

       01  WS-RUN-COUNTS.
           05 WS-OPEN-COUNT              PIC 9(05)      VALUE 0.
           05 WS-RESOLVED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-REMATCH-COUNT           PIC 9(05)      VALUE 0.
           05 WS-MEMO-COUNT              PIC 9(05)      VALUE 0.

       01  WS-STATUS-TOTALS.
           05 WS-NEW-TOTAL               PIC 9(05)      VALUE 0.
           05 WS-AGE-31-60               PIC 9(05)      VALUE 0.
           05 WS-AGE-OVER-60             PIC 9(05)      VALUE 0.

      *    Every PO on the master with its unit price - what a
      *    price exception's shortfall is measured against.
       01  WS-POP-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PO-PRICE-TABLE.
           05  WS-POP-ENTRY OCCURS 3000 TIMES
                  INDEXED BY POP-IDX.
               10 WS-POP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-POP-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-POP-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
       01  WS-POP-HELD-OVER              PIC 9(05)      VALUE 0.
       01  WS-PO-PRICE                   PIC S9(7)V99   VALUE 0.
       01  WS-SHORTFALL-AMT              PIC S9(9)V99   VALUE 0.
       01  WS-INV-TRAILING               PIC 9(02)      VALUE 0.
       01  WS-INV-TAIL-POS               PIC 9(02)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-DAYS-OPEN                  PIC S9(05)     VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-WRITE-HEADING.
           PERFORM 300-LOAD-PO-PRICES.
           READ EXCPWORK-OLD
              AT END MOVE 'Y' TO EXCPWORK-EOF
           END-READ
           PERFORM 1000-CLOSE-END.
           DISPLAY 'APEXCAGE COMPLETE - OPEN: ' WS-OPEN-COUNT
              ' RESOLVED: ' WS-RESOLVED-COUNT
              ' REMATCH CUT: ' WS-REMATCH-COUNT
              ' DEBIT MEMOS: ' WS-MEMO-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-RUN-COUNTS.
           INITIALIZE WS-STATUS-TOTALS.
           INITIALIZE WS-AGE-TOTALS.
           INITIALIZE WS-POP-COUNT WS-PO-PRICE-TABLE.
           MOVE 0 TO WS-POP-HELD-OVER.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO EXCPWORK-EOF.

           OPEN OUTPUT EXCPWORK-NEW.
           OPEN OUTPUT EXCPAGE-REC.
           OPEN OUTPUT REMATCH-REC.
           OPEN INPUT PART-SUPP-OLD.
           OPEN EXTEND DEBITMEM-REC.

       200-WRITE-HEADING.
           WRITE EXCPAGE-RECORD FROM WS-AGE-HEADING.

      *    One pass of the master for every PO's unit price.
       300-LOAD-PO-PRICES.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM UNTIL NO-MORE-OLD-MASTER
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    IF WS-POP-COUNT < 3000
                       ADD 1 TO WS-POP-COUNT
                       SET POP-IDX TO WS-POP-COUNT
                       MOVE SUPPLIER-CODE
                          TO WS-POP-SUPPLIER-CODE(POP-IDX)
                       MOVE PO-NUMBER(PO-IDX)
                          TO WS-POP-PO-NUMBER(POP-IDX)
                       MOVE UNIT-PRICE(PO-IDX)
                          TO WS-POP-UNIT-PRICE(POP-IDX)
                    ELSE
                       ADD 1 TO WS-POP-HELD-OVER
                    END-IF
                 END-IF
              END-PERFORM
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO PSMSTOLD-EOF
              END-READ
           END-PERFORM
           IF WS-POP-HELD-OVER > 0
              DISPLAY 'APEXCAGE PO PRICE TABLE FULL - NOT LOADED: '
                 WS-POP-HELD-OVER
           END-IF
           .

       600-PROCESS-EXCEPTION.
           IF EX-STATUS-RESOLVED
              ADD 1 TO WS-RESOLVED-COUNT
                 MOVE 'M' TO EX-RESOLUTION-CODE
              END-IF
           ELSE
      *       Credit due on a price exception raises its debit
      *       memo once - resolution B records that it has.
              IF EX-STATUS-CREDIT-DUE
                 AND EX-REASON-CODE = 'P'
                 AND NOT EX-DEBIT-MEMO-CUT
                 PERFORM 660-RAISE-PRICE-MEMO
              END-IF
              PERFORM 610-AGE-OPEN-EXCEPTION
           END-IF
           WRITE EXCPWORK-NEW-REC FROM EXCPWORK-RECORD
           ADD 1 TO WS-REMATCH-COUNT
           .

      *    The shortfall is what the supplier billed over the PO
      *    price on the quantity invoiced - nothing is raised when
      *    the PO cannot be priced or the invoice was not over.
       660-RAISE-PRICE-MEMO.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-PO-PRICE
           PERFORM VARYING POP-IDX FROM 1 BY 1
              UNTIL POP-IDX > WS-POP-COUNT OR ENTRY-FOUND
                 IF WS-POP-SUPPLIER-CODE(POP-IDX) = EX-SUPPLIER-CODE
                    AND WS-POP-PO-NUMBER(POP-IDX) = EX-PO-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    MOVE WS-POP-UNIT-PRICE(POP-IDX) TO WS-PO-PRICE
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              COMPUTE WS-SHORTFALL-AMT =
                 (EX-UNIT-PRICE - WS-PO-PRICE) * EX-QUANTITY
              IF WS-SHORTFALL-AMT > 0
                 PERFORM 665-WRITE-DEBIT-MEMO
                 MOVE 'B' TO EX-RESOLUTION-CODE
              END-IF
           END-IF
           .

      *    Memo id off the PO and the tail of the supplier's
      *    invoice number, so one PO invoiced twice gets two ids.
       665-WRITE-DEBIT-MEMO.
           MOVE 0 TO WS-INV-TRAILING
           INSPECT FUNCTION REVERSE(EX-INV-NUMBER)
              TALLYING WS-INV-TRAILING FOR LEADING SPACES
           IF WS-INV-TRAILING > 8
              MOVE 1 TO WS-INV-TAIL-POS
           ELSE
              COMPUTE WS-INV-TAIL-POS = 9 - WS-INV-TRAILING
           END-IF
           MOVE SPACES TO DEBITMEM-RECORD
           STRING 'PM' EX-PO-NUMBER
              EX-INV-NUMBER(WS-INV-TAIL-POS:2)
              DELIMITED BY SIZE INTO DM-MEMO-ID
           MOVE EX-SUPPLIER-CODE TO DM-SUPPLIER-CODE
           MOVE EX-PO-NUMBER TO DM-PO-NUMBER
           MOVE 'PRC ' TO DM-SOURCE
           MOVE 'PRC' TO DM-REASON-CODE
           MOVE WS-SHORTFALL-AMT TO DM-AMOUNT
           MOVE WS-TODAYS-DATE TO DM-MEMO-DATE
           MOVE EX-INV-NUMBER TO DM-REFERENCE
           WRITE DEBITMEM-RECORD
           ADD 1 TO WS-MEMO-COUNT
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO EXCPAGE-RECORD
           WRITE EXCPAGE-RECORD
           CLOSE EXCPWORK-NEW.
           CLOSE EXCPAGE-REC.
           CLOSE REMATCH-REC.
           CLOSE PART-SUPP-OLD.
           CLOSE DEBITMEM-REC.
