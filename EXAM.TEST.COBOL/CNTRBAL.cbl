      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    CNTRBAL.
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
      * //CNTLMSTR DD DSN=USER66.EXAM.DEV.CNTRMAIN.LEDGER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //CNTRBAL  DD SYSOUT=*
      ***************************************************************
      * Returnable container balance report, by supplier.  Every
      * ledger row CNTRMAIN keeps with containers on either side
      * prints its dock and at-supplier counts, the agreed float,
      * and how many days the balance has been held - our
      * containers at the supplier for a company-owned row, the
      * supplier's at our dock for a supplier-owned one.
      *
      * Company-owned rows are flagged OVER FLOAT when the supplier
      * holds more than its float, and AGED when the balance has
      * been out more than WS-AGED-DAYS.  The invoice column prices
      * what we would bill at the row's unit value: the whole
      * balance once it is aged (presumed lost), otherwise just
      * the excess over the float.  Supplier-owned rows held past
      * WS-AGED-DAYS are flagged for us to send back.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTR-MSTR     ASSIGN TO CNTLMSTR.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT CNTRBAL-REC   ASSIGN TO CNTRBAL.

       DATA DIVISION.
       FILE SECTION.

      *    Same ledger row CNTRMAIN maintains.
       FD  CNTR-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTR-MSTR-REC.
       01  CNTR-MSTR-REC.
           05  CLM-SUPPLIER-CODE   PIC X(10).
           05  CLM-CNTR-TYPE       PIC X(04).
           05  CLM-CNTR-OWNER      PIC X(01).
               88 CLM-COMPANY-OWNED         VALUE 'C'.
           05  CLM-DOCK-QTY        PIC 9(05).
           05  CLM-DOCK-SINCE      PIC 9(08).
           05  CLM-SUPP-QTY        PIC 9(05).
           05  CLM-SUPP-SINCE      PIC 9(08).
           05  CLM-FLOAT-QTY       PIC 9(05).
           05  CLM-UNIT-VALUE      PIC 9(5)V99.
           05  CLM-LAST-MOVE-DATE  PIC 9(08).
           05  FILLER              PIC X(19).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  CNTRBAL-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTRBAL-RECORD.
       01  CNTRBAL-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *    Ledger rows with a balance, priced and flagged.
       01  WS-CL-COUNT                   PIC 9(04)      VALUE 0.
       01  WS-CNTR-TABLE.
           05  WS-CL-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CL-IDX.
               10 WS-CL-SUPPLIER-CODE    PIC X(10)      VALUE SPACES.
               10 WS-CL-CNTR-TYPE        PIC X(04)      VALUE SPACES.
               10 WS-CL-CNTR-OWNER       PIC X(01)      VALUE SPACES.
               10 WS-CL-DOCK-QTY         PIC 9(05)      VALUE 0.
               10 WS-CL-SUPP-QTY         PIC 9(05)      VALUE 0.
               10 WS-CL-FLOAT-QTY        PIC 9(05)      VALUE 0.
               10 WS-CL-OVER-QTY         PIC 9(05)      VALUE 0.
               10 WS-CL-DAYS-HELD        PIC 9(05)      VALUE 0.
               10 WS-CL-INVOICE-AMT      PIC 9(9)V99    VALUE 0.
               10 WS-CL-FLAG             PIC X(20)      VALUE SPACES.

       01  WS-SUP-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 1000 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SUP-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
               10 WS-SUP-HELD-QTY        PIC 9(07)      VALUE 0.
               10 WS-SUP-INVOICE-AMT     PIC 9(9)V99    VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ROWS-READ               PIC 9(05)      VALUE 0.
           05 WS-ROWS-LISTED             PIC 9(05)      VALUE 0.
           05 WS-FLAGGED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-INVOICE-TOTAL           PIC 9(9)V99    VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(04)      VALUE 0.
       01  WS-HELD-SINCE                 PIC 9(08)      VALUE 0.
       01  WS-AGED-DAYS                  PIC 9(05)      VALUE 90.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  CNTLMSTR-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-LEDGER                            VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(42)      VALUE
               'RETURNABLE CONTAINER BALANCES - AS OF '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(82)      VALUE SPACES.

       01  WS-SUPPLIER-LINE.
           05  FILLER              PIC X(10)      VALUE 'SUPPLIER: '.
           05  RSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSL-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(27)      VALUE
               '  OUR CONTAINERS HELD:     '.
           05  RSL-HELD-QTY        PIC ZZZZZZ9    VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '  TO BILL:  '.
           05  RSL-INVOICE-AMT     PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(36)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RCD-CNTR-TYPE       PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-OWNER           PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(07)      VALUE ' DOCK: '.
           05  RCD-DOCK-QTY        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE ' AT SUPP: '.
           05  RCD-SUPP-QTY        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE ' FLOAT: '.
           05  RCD-FLOAT-QTY       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(07)      VALUE ' OVER: '.
           05  RCD-OVER-QTY        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(07)      VALUE ' DAYS: '.
           05  RCD-DAYS-HELD       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(06)      VALUE ' BILL '.
           05  RCD-INVOICE-AMT     PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-FLAG            PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(14)      VALUE
               'ROWS LISTED: '.
           05  RTL-ROWS-LISTED     PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  FLAGGED: '.
           05  RTL-FLAGGED         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(17)      VALUE
               '  TOTAL TO BILL: '.
           05  RTL-INVOICE-TOTAL   PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(66)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-LEDGER UNTIL NO-MORE-LEDGER.
           PERFORM 400-FOLD-IN-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-PRINT-BY-SUPPLIER.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'CNTRBAL COMPLETE - LEDGER ROWS: ' WS-ROWS-READ
              ' LISTED: ' WS-ROWS-LISTED
              ' FLAGGED: ' WS-FLAGGED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-CL-COUNT.
           INITIALIZE WS-CNTR-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO CNTLMSTR-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT CNTR-MSTR.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT CNTRBAL-REC.
           READ CNTR-MSTR
              AT END MOVE 'Y' TO CNTLMSTR-EOF
           END-READ
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

       200-WRITE-HEADING.
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE.
           WRITE CNTRBAL-RECORD FROM WS-RPT-HEADING.

      *    A row with nothing on either side has nothing to report.
       300-LOAD-LEDGER.
           ADD 1 TO WS-ROWS-READ
           IF CLM-DOCK-QTY > 0 OR CLM-SUPP-QTY > 0
              IF WS-CL-COUNT >= 2000
                 DISPLAY 'CNTRBAL TABLE FULL - NOT LISTED: '
                    CLM-SUPPLIER-CODE '/' CLM-CNTR-TYPE
              ELSE
                 ADD 1 TO WS-CL-COUNT
                 MOVE WS-CL-COUNT TO WS-SLOT
                 PERFORM 310-PRICE-LEDGER-ROW
                 PERFORM 320-FIND-OR-ADD-SUPPLIER
              END-IF
           END-IF
           READ CNTR-MSTR
              AT END MOVE 'Y' TO CNTLMSTR-EOF
           END-READ
           .

       310-PRICE-LEDGER-ROW.
           MOVE CLM-SUPPLIER-CODE TO WS-CL-SUPPLIER-CODE(WS-SLOT)
           MOVE CLM-CNTR-TYPE     TO WS-CL-CNTR-TYPE(WS-SLOT)
           MOVE CLM-CNTR-OWNER    TO WS-CL-CNTR-OWNER(WS-SLOT)
           MOVE CLM-DOCK-QTY      TO WS-CL-DOCK-QTY(WS-SLOT)
           MOVE CLM-SUPP-QTY      TO WS-CL-SUPP-QTY(WS-SLOT)
           MOVE CLM-FLOAT-QTY     TO WS-CL-FLOAT-QTY(WS-SLOT)
           IF CLM-COMPANY-OWNED
              MOVE CLM-SUPP-SINCE TO WS-HELD-SINCE
           ELSE
              MOVE CLM-DOCK-SINCE TO WS-HELD-SINCE
           END-IF
           IF WS-HELD-SINCE > 0 AND WS-HELD-SINCE < WS-TODAYS-DATE
              COMPUTE WS-CL-DAYS-HELD(WS-SLOT) =
                 FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-HELD-SINCE)
           END-IF
           IF CLM-COMPANY-OWNED
              IF CLM-SUPP-QTY > CLM-FLOAT-QTY
                 COMPUTE WS-CL-OVER-QTY(WS-SLOT) =
                    CLM-SUPP-QTY - CLM-FLOAT-QTY
              END-IF
              EVALUATE TRUE
                 WHEN WS-CL-DAYS-HELD(WS-SLOT) > WS-AGED-DAYS
                    AND WS-CL-OVER-QTY(WS-SLOT) > 0
                    MOVE 'OVER FLOAT + AGED' TO WS-CL-FLAG(WS-SLOT)
                 WHEN WS-CL-DAYS-HELD(WS-SLOT) > WS-AGED-DAYS
                    MOVE 'AGED' TO WS-CL-FLAG(WS-SLOT)
                 WHEN WS-CL-OVER-QTY(WS-SLOT) > 0
                    MOVE 'OVER FLOAT' TO WS-CL-FLAG(WS-SLOT)
              END-EVALUATE
              IF WS-CL-DAYS-HELD(WS-SLOT) > WS-AGED-DAYS
                 COMPUTE WS-CL-INVOICE-AMT(WS-SLOT) =
                    CLM-SUPP-QTY * CLM-UNIT-VALUE
              ELSE
                 COMPUTE WS-CL-INVOICE-AMT(WS-SLOT) =
                    WS-CL-OVER-QTY(WS-SLOT) * CLM-UNIT-VALUE
              END-IF
           ELSE
              IF WS-CL-DAYS-HELD(WS-SLOT) > WS-AGED-DAYS
                 MOVE 'AGED - SEND BACK' TO WS-CL-FLAG(WS-SLOT)
              END-IF
           END-IF
           IF WS-CL-FLAG(WS-SLOT) NOT = SPACES
              ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           .

       320-FIND-OR-ADD-SUPPLIER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = CLM-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO SUP-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-SUP-COUNT >= 1000
                 DISPLAY 'CNTRBAL SUPPLIER TABLE FULL: '
                    CLM-SUPPLIER-CODE
                 MOVE 0 TO WS-SLOT
              ELSE
                 ADD 1 TO WS-SUP-COUNT
                 MOVE WS-SUP-COUNT TO WS-SLOT
                 MOVE CLM-SUPPLIER-CODE
                    TO WS-SUP-SUPPLIER-CODE(WS-SLOT)
              END-IF
           END-IF
           IF WS-SLOT > 0
              IF CLM-COMPANY-OWNED
                 ADD CLM-SUPP-QTY TO WS-SUP-HELD-QTY(WS-SLOT)
              END-IF
              ADD WS-CL-INVOICE-AMT(WS-CL-COUNT)
                 TO WS-SUP-INVOICE-AMT(WS-SLOT)
           END-IF
           .

       400-FOLD-IN-MASTER.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = SUPPLIER-CODE
                    AND WS-SUP-SUPPLIER-NAME(SUP-IDX) = SPACES
                    MOVE SUPPLIER-NAME
                       TO WS-SUP-SUPPLIER-NAME(SUP-IDX)
                 END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       600-PRINT-BY-SUPPLIER.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 MOVE SPACES TO CNTRBAL-RECORD
                 WRITE CNTRBAL-RECORD
                 MOVE WS-SUP-SUPPLIER-CODE(SUP-IDX)
                    TO RSL-SUPPLIER-CODE
                 IF WS-SUP-SUPPLIER-NAME(SUP-IDX) = SPACES
                    MOVE 'NOT ON MASTER' TO RSL-SUPPLIER-NAME
                 ELSE
                    MOVE WS-SUP-SUPPLIER-NAME(SUP-IDX)
                       TO RSL-SUPPLIER-NAME
                 END-IF
                 MOVE WS-SUP-HELD-QTY(SUP-IDX) TO RSL-HELD-QTY
                 MOVE WS-SUP-INVOICE-AMT(SUP-IDX) TO RSL-INVOICE-AMT
                 WRITE CNTRBAL-RECORD FROM WS-SUPPLIER-LINE
                 PERFORM VARYING CL-IDX FROM 1 BY 1
                    UNTIL CL-IDX > WS-CL-COUNT
                       IF WS-CL-SUPPLIER-CODE(CL-IDX) =
                          WS-SUP-SUPPLIER-CODE(SUP-IDX)
                          PERFORM 610-PRINT-LEDGER-LINE
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       610-PRINT-LEDGER-LINE.
           MOVE WS-CL-CNTR-TYPE(CL-IDX) TO RCD-CNTR-TYPE
           IF WS-CL-CNTR-OWNER(CL-IDX) = 'C'
              MOVE 'COMPANY' TO RCD-OWNER
           ELSE
              MOVE 'SUPPLIER' TO RCD-OWNER
           END-IF
           MOVE WS-CL-DOCK-QTY(CL-IDX)    TO RCD-DOCK-QTY
           MOVE WS-CL-SUPP-QTY(CL-IDX)    TO RCD-SUPP-QTY
           MOVE WS-CL-FLOAT-QTY(CL-IDX)   TO RCD-FLOAT-QTY
           MOVE WS-CL-OVER-QTY(CL-IDX)    TO RCD-OVER-QTY
           MOVE WS-CL-DAYS-HELD(CL-IDX)   TO RCD-DAYS-HELD
           MOVE WS-CL-INVOICE-AMT(CL-IDX) TO RCD-INVOICE-AMT
           MOVE WS-CL-FLAG(CL-IDX)        TO RCD-FLAG
           WRITE CNTRBAL-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-ROWS-LISTED
           ADD WS-CL-INVOICE-AMT(CL-IDX) TO WS-INVOICE-TOTAL
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO CNTRBAL-RECORD
           WRITE CNTRBAL-RECORD
           MOVE WS-ROWS-LISTED TO RTL-ROWS-LISTED
           MOVE WS-FLAGGED-COUNT TO RTL-FLAGGED
           MOVE WS-INVOICE-TOTAL TO RTL-INVOICE-TOTAL
           WRITE CNTRBAL-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE CNTR-MSTR.
           CLOSE PART-SUPP-OLD.
           CLOSE CNTRBAL-REC.
