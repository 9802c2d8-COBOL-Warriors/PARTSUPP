      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    PPVRPT.
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
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //STDCOST  DD DSN=USER66.EXAM.DEV.STDCOST.MASTER,DISP=SHR
      *   JCL Output
      * //PPVRPT   DD SYSOUT=*
      ***************************************************************
      * Purchase price variance report - whether purchasing is
      * beating or missing the cost plan.  Every received PO line
      * JVGEN posts (received, not a blanket) is priced against its
      * part's STDCOST standard:
      *
      *      PPV = (UNIT-PRICE - standard) x RECEIVED-QUANTITY
      *
      * positive is unfavorable (paid over standard), negative
      * favorable.  Each line prints, then the actual, standard and
      * variance dollars are subtotalled by BUYER-CODE, by
      * SUPPLIER-CODE and by GL-COST-CODE.  The grand total is the
      * net of the PPV rows JVGEN posts off the same master.  A line
      * whose part has no standard prints flagged and is left out
      * of the subtotals - JVGEN debits it at actual, so it carries
      * no variance.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT STDCOST-REC   ASSIGN TO STDCOST.
           SELECT PPVRPT-REC    ASSIGN TO PPVRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    Standard cost per part.  See STDCOST.cpy.
       FD  STDCOST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STD-COST-ROW.
           COPY 'STDCOST'.

       FD  PPVRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPVRPT-RECORD.
       01  PPVRPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-STD-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-STD-COST-TABLE.
           05  WS-STD-ENTRY OCCURS 3000 TIMES
                  INDEXED BY STD-IDX.
               10 WS-STD-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-STD-UNIT-COST       PIC S9(7)V99   VALUE 0.

      *    Subtotals - one table per grouping, keyed by the code.
       01  WS-BYR-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-BUYER-TABLE.
           05  WS-BYR-ENTRY OCCURS 200 TIMES
                  INDEXED BY BYR-IDX.
               10 WS-BYR-KEY             PIC X(10)      VALUE SPACES.
               10 WS-BYR-LINES           PIC 9(05)      VALUE 0.
               10 WS-BYR-ACTUAL          PIC S9(11)V99  VALUE 0.
               10 WS-BYR-STANDARD        PIC S9(11)V99  VALUE 0.
               10 WS-BYR-PPV             PIC S9(11)V99  VALUE 0.
       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 500 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-KEY             PIC X(10)      VALUE SPACES.
               10 WS-SUP-LINES           PIC 9(05)      VALUE 0.
               10 WS-SUP-ACTUAL          PIC S9(11)V99  VALUE 0.
               10 WS-SUP-STANDARD        PIC S9(11)V99  VALUE 0.
               10 WS-SUP-PPV             PIC S9(11)V99  VALUE 0.
       01  WS-GLC-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-GLCODE-TABLE.
           05  WS-GLC-ENTRY OCCURS 200 TIMES
                  INDEXED BY GLC-IDX.
               10 WS-GLC-KEY             PIC X(10)      VALUE SPACES.
               10 WS-GLC-LINES           PIC 9(05)      VALUE 0.
               10 WS-GLC-ACTUAL          PIC S9(11)V99  VALUE 0.
               10 WS-GLC-STANDARD        PIC S9(11)V99  VALUE 0.
               10 WS-GLC-PPV             PIC S9(11)V99  VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-LINES-PRICED            PIC 9(05)      VALUE 0.
           05 WS-NO-STANDARD-COUNT       PIC 9(05)      VALUE 0.

       01  WS-TOTAL-ACTUAL               PIC S9(13)V99  VALUE 0.
       01  WS-TOTAL-STANDARD             PIC S9(13)V99  VALUE 0.
       01  WS-TOTAL-PPV                  PIC S9(13)V99  VALUE 0.
       01  WS-LINE-ACTUAL                PIC S9(11)V99  VALUE 0.
       01  WS-LINE-STANDARD              PIC S9(11)V99  VALUE 0.
       01  WS-LINE-PPV                   PIC S9(11)V99  VALUE 0.
       01  WS-STD-UNIT-COST-FOUND        PIC S9(7)V99   VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-STD-FLAG                   PIC X(01)      VALUE 'N'.
           88 STANDARD-ON-FILE                          VALUE 'Y'.
       01  WS-SLOT                       PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  STDCOST-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-STANDARDS                         VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(44)      VALUE
               'PURCHASE PRICE VARIANCE - RECEIVED PO LINES '.
           05  FILLER              PIC X(07)      VALUE '- RUN '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(73)      VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(35)      VALUE
               'PO     PART NUMBER             BYR '.
           05  FILLER              PIC X(36)      VALUE
               'SUPPLIER   GL CD   RCV QTY  UNIT PRC'.
           05  FILLER              PIC X(33)      VALUE
               '    STANDARD                  PPV'.
           05  FILLER              PIC X(28)      VALUE ' REMARK'.

       01  WS-RPT-DETAIL.
           05  PVD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PVD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PVD-BUYER-CODE      PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PVD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PVD-GL-COST-CODE    PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PVD-RECEIVED-QTY    PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PVD-UNIT-PRICE      PIC ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PVD-STANDARD        PIC ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PVD-PPV             PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PVD-REMARK          PIC X(27)      VALUE SPACES.

       01  WS-SECTION-LINE.
           05  RSL-TITLE           PIC X(60)      VALUE SPACES.
           05  FILLER              PIC X(72)      VALUE SPACES.

       01  WS-SUMMARY-COLUMN-LINE.
           05  RSC-KEY-TITLE       PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(09)      VALUE '    LINES'.
           05  FILLER              PIC X(21)      VALUE
               '         ACTUAL $    '.
           05  FILLER              PIC X(21)      VALUE
               '       STANDARD $    '.
           05  FILLER              PIC X(21)      VALUE
               '      VARIANCE $     '.
           05  FILLER              PIC X(50)      VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  RSM-KEY             PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSM-LINES           PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSM-ACTUAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSM-STANDARD        PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSM-PPV             PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(50)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-STANDARD-COSTS.
           PERFORM 200-WRITE-HEADING.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM 600-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 800-PRINT-SUBTOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'PPVRPT COMPLETE - LINES PRICED: ' WS-LINES-PRICED
              ' NO STANDARD: ' WS-NO-STANDARD-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-STD-COUNT.
           INITIALIZE WS-STD-COST-TABLE.
           INITIALIZE WS-BYR-COUNT.
           INITIALIZE WS-BUYER-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-TABLE.
           INITIALIZE WS-GLC-COUNT.
           INITIALIZE WS-GLCODE-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 0 TO WS-TOTAL-ACTUAL.
           MOVE 0 TO WS-TOTAL-STANDARD.
           MOVE 0 TO WS-TOTAL-PPV.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO STDCOST-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN INPUT STDCOST-REC.
           OPEN OUTPUT PPVRPT-REC.

       200-WRITE-HEADING.
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE
           WRITE PPVRPT-RECORD FROM WS-RPT-HEADING
           WRITE PPVRPT-RECORD FROM WS-COLUMN-LINE
           .

       300-LOAD-STANDARD-COSTS.
           READ STDCOST-REC
              AT END MOVE 'Y' TO STDCOST-EOF
           END-READ
           PERFORM VARYING STD-IDX FROM 1 BY 1
              UNTIL NO-MORE-STANDARDS OR STD-IDX > 3000
                 MOVE STD-PART-NUMBER TO WS-STD-PART-NUMBER(STD-IDX)
                 MOVE STD-UNIT-COST TO WS-STD-UNIT-COST(STD-IDX)
                 SET WS-STD-COUNT TO STD-IDX
                 READ STDCOST-REC
                    AT END MOVE 'Y' TO STDCOST-EOF
                 END-READ
           END-PERFORM
           .

      *    The same received-line selection JVGEN's
      *    600-PROCESS-MASTER makes, so the totals tie.
       600-PROCESS-MASTER.
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              IF PO-NUMBER(PO-IDX) NOT = SPACES
                 AND PO-STATUS-RECEIVED(PO-IDX)
                 AND NOT PO-TYPE-BLANKET(PO-IDX)
                 PERFORM 610-PRICE-ONE-LINE
              END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       610-PRICE-ONE-LINE.
           MOVE 'N' TO WS-STD-FLAG
           MOVE 0 TO WS-STD-UNIT-COST-FOUND
           PERFORM VARYING STD-IDX FROM 1 BY 1
              UNTIL STD-IDX > WS-STD-COUNT OR STANDARD-ON-FILE
                 IF WS-STD-PART-NUMBER(STD-IDX) = PART-NUMBER
                    MOVE 'Y' TO WS-STD-FLAG
                    MOVE WS-STD-UNIT-COST(STD-IDX)
                       TO WS-STD-UNIT-COST-FOUND
                 END-IF
           END-PERFORM
           COMPUTE WS-LINE-ACTUAL =
              RECEIVED-QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE PO-NUMBER(PO-IDX)         TO PVD-PO-NUMBER
           MOVE PART-NUMBER               TO PVD-PART-NUMBER
           MOVE BUYER-CODE(PO-IDX)        TO PVD-BUYER-CODE
           MOVE SUPPLIER-CODE             TO PVD-SUPPLIER-CODE
           MOVE GL-COST-CODE              TO PVD-GL-COST-CODE
           MOVE RECEIVED-QUANTITY(PO-IDX) TO PVD-RECEIVED-QTY
           MOVE UNIT-PRICE(PO-IDX)        TO PVD-UNIT-PRICE
           IF STANDARD-ON-FILE
              COMPUTE WS-LINE-STANDARD =
                 RECEIVED-QUANTITY(PO-IDX) * WS-STD-UNIT-COST-FOUND
              COMPUTE WS-LINE-PPV = WS-LINE-ACTUAL - WS-LINE-STANDARD
              MOVE WS-STD-UNIT-COST-FOUND TO PVD-STANDARD
              MOVE WS-LINE-PPV TO PVD-PPV
              EVALUATE TRUE
                 WHEN WS-LINE-PPV > 0
                    MOVE 'UNFAVORABLE' TO PVD-REMARK
                 WHEN WS-LINE-PPV < 0
                    MOVE 'FAVORABLE' TO PVD-REMARK
                 WHEN OTHER
                    MOVE SPACES TO PVD-REMARK
              END-EVALUATE
              ADD 1 TO WS-LINES-PRICED
              ADD WS-LINE-ACTUAL TO WS-TOTAL-ACTUAL
              ADD WS-LINE-STANDARD TO WS-TOTAL-STANDARD
              ADD WS-LINE-PPV TO WS-TOTAL-PPV
              PERFORM 620-ADD-TO-BUYER
              PERFORM 630-ADD-TO-SUPPLIER
              PERFORM 640-ADD-TO-GL-CODE
           ELSE
              MOVE ZERO TO PVD-STANDARD
              MOVE ZERO TO PVD-PPV
              MOVE 'NO STANDARD - AT ACTUAL' TO PVD-REMARK
              ADD 1 TO WS-NO-STANDARD-COUNT
           END-IF
           WRITE PPVRPT-RECORD FROM WS-RPT-DETAIL
           .

       620-ADD-TO-BUYER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING BYR-IDX FROM 1 BY 1
              UNTIL BYR-IDX > WS-BYR-COUNT OR ENTRY-FOUND
                 IF WS-BYR-KEY(BYR-IDX) = BUYER-CODE(PO-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO BYR-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-BYR-COUNT < 200
                 ADD 1 TO WS-BYR-COUNT
              END-IF
              MOVE WS-BYR-COUNT TO WS-SLOT
              MOVE BUYER-CODE(PO-IDX) TO WS-BYR-KEY(WS-SLOT)
           END-IF
           ADD 1 TO WS-BYR-LINES(WS-SLOT)
           ADD WS-LINE-ACTUAL TO WS-BYR-ACTUAL(WS-SLOT)
           ADD WS-LINE-STANDARD TO WS-BYR-STANDARD(WS-SLOT)
           ADD WS-LINE-PPV TO WS-BYR-PPV(WS-SLOT)
           .

       630-ADD-TO-SUPPLIER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                 IF WS-SUP-KEY(SUP-IDX) = SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO SUP-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-SUP-COUNT < 500
                 ADD 1 TO WS-SUP-COUNT
              END-IF
              MOVE WS-SUP-COUNT TO WS-SLOT
              MOVE SUPPLIER-CODE TO WS-SUP-KEY(WS-SLOT)
           END-IF
           ADD 1 TO WS-SUP-LINES(WS-SLOT)
           ADD WS-LINE-ACTUAL TO WS-SUP-ACTUAL(WS-SLOT)
           ADD WS-LINE-STANDARD TO WS-SUP-STANDARD(WS-SLOT)
           ADD WS-LINE-PPV TO WS-SUP-PPV(WS-SLOT)
           .

       640-ADD-TO-GL-CODE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING GLC-IDX FROM 1 BY 1
              UNTIL GLC-IDX > WS-GLC-COUNT OR ENTRY-FOUND
                 IF WS-GLC-KEY(GLC-IDX) = GL-COST-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO GLC-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-GLC-COUNT < 200
                 ADD 1 TO WS-GLC-COUNT
              END-IF
              MOVE WS-GLC-COUNT TO WS-SLOT
              MOVE GL-COST-CODE TO WS-GLC-KEY(WS-SLOT)
           END-IF
           ADD 1 TO WS-GLC-LINES(WS-SLOT)
           ADD WS-LINE-ACTUAL TO WS-GLC-ACTUAL(WS-SLOT)
           ADD WS-LINE-STANDARD TO WS-GLC-STANDARD(WS-SLOT)
           ADD WS-LINE-PPV TO WS-GLC-PPV(WS-SLOT)
           .

       800-PRINT-SUBTOTALS.
           MOVE SPACES TO PPVRPT-RECORD
           WRITE PPVRPT-RECORD
           MOVE 'VARIANCE BY BUYER' TO RSL-TITLE
           WRITE PPVRPT-RECORD FROM WS-SECTION-LINE
           MOVE 'BUYER' TO RSC-KEY-TITLE
           WRITE PPVRPT-RECORD FROM WS-SUMMARY-COLUMN-LINE
           PERFORM VARYING BYR-IDX FROM 1 BY 1
              UNTIL BYR-IDX > WS-BYR-COUNT
                 MOVE WS-BYR-KEY(BYR-IDX)      TO RSM-KEY
                 MOVE WS-BYR-LINES(BYR-IDX)    TO RSM-LINES
                 MOVE WS-BYR-ACTUAL(BYR-IDX)   TO RSM-ACTUAL
                 MOVE WS-BYR-STANDARD(BYR-IDX) TO RSM-STANDARD
                 MOVE WS-BYR-PPV(BYR-IDX)      TO RSM-PPV
                 WRITE PPVRPT-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO PPVRPT-RECORD
           WRITE PPVRPT-RECORD
           MOVE 'VARIANCE BY SUPPLIER' TO RSL-TITLE
           WRITE PPVRPT-RECORD FROM WS-SECTION-LINE
           MOVE 'SUPPLIER' TO RSC-KEY-TITLE
           WRITE PPVRPT-RECORD FROM WS-SUMMARY-COLUMN-LINE
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 MOVE WS-SUP-KEY(SUP-IDX)      TO RSM-KEY
                 MOVE WS-SUP-LINES(SUP-IDX)    TO RSM-LINES
                 MOVE WS-SUP-ACTUAL(SUP-IDX)   TO RSM-ACTUAL
                 MOVE WS-SUP-STANDARD(SUP-IDX) TO RSM-STANDARD
                 MOVE WS-SUP-PPV(SUP-IDX)      TO RSM-PPV
                 WRITE PPVRPT-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO PPVRPT-RECORD
           WRITE PPVRPT-RECORD
           MOVE 'VARIANCE BY GL-COST-CODE' TO RSL-TITLE
           WRITE PPVRPT-RECORD FROM WS-SECTION-LINE
           MOVE 'GL CODE' TO RSC-KEY-TITLE
           WRITE PPVRPT-RECORD FROM WS-SUMMARY-COLUMN-LINE
           PERFORM VARYING GLC-IDX FROM 1 BY 1
              UNTIL GLC-IDX > WS-GLC-COUNT
                 MOVE WS-GLC-KEY(GLC-IDX)      TO RSM-KEY
                 MOVE WS-GLC-LINES(GLC-IDX)    TO RSM-LINES
                 MOVE WS-GLC-ACTUAL(GLC-IDX)   TO RSM-ACTUAL
                 MOVE WS-GLC-STANDARD(GLC-IDX) TO RSM-STANDARD
                 MOVE WS-GLC-PPV(GLC-IDX)      TO RSM-PPV
                 WRITE PPVRPT-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO PPVRPT-RECORD
           WRITE PPVRPT-RECORD
           MOVE 'TOTAL' TO RSM-KEY
           MOVE WS-LINES-PRICED   TO RSM-LINES
           MOVE WS-TOTAL-ACTUAL   TO RSM-ACTUAL
           MOVE WS-TOTAL-STANDARD TO RSM-STANDARD
           MOVE WS-TOTAL-PPV      TO RSM-PPV
           WRITE PPVRPT-RECORD FROM WS-SUMMARY-LINE
           IF WS-NO-STANDARD-COUNT > 0
              MOVE SPACES TO RSL-TITLE
              STRING 'LINES WITH NO STANDARD (NOT IN TOTALS): '
                 WS-NO-STANDARD-COUNT DELIMITED BY SIZE
                 INTO RSL-TITLE
              WRITE PPVRPT-RECORD FROM WS-SECTION-LINE
           END-IF
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE STDCOST-REC.
           CLOSE PPVRPT-REC.
