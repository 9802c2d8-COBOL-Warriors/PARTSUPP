      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    CMPLSTMT.
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
      * //STMTPARM DD DSN=USER66.EXAM.DEV.CMPLSTMT.PARM,DISP=SHR
      *   (optional - statement month YYYYMM, default last month)
      * //CHGBACK  DD DSN=USER66.EXAM.DEV.CHGBACK.MASTER,DISP=SHR
      * //COMPOLCY DD DSN=USER66.EXAM.DEV.CMPLCHG.POLICY,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //CMPLSTMT DD SYSOUT=*
      ***************************************************************
      * Monthly supplier compliance chargeback statement.  Every
      * supplier with a row on the chargeback master (CHGBACK.cpy)
      * assessed in the statement month gets a statement headed
      * with its name and Remit address (the Order address when it
      * has no Remit one), listing each violation CMPLCHG found -
      * PO, type and the policy's description, the date it
      * happened, days early or late, the carrier billed, and
      * whether it was assessed or waived inside the free
      * allowance - with the month's assessed total.  The assessed
      * fees themselves reach the supplier on the DEBITMEM feed;
      * this is the supporting detail.
      *
      * The statement month comes off STMTPARM (YYYYMM) so a month
      * can be re-run; with no parm it is the month before today.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMTPARM-REC  ASSIGN TO STMTPARM
               FILE STATUS IS WS-STMTPARM-FILE-STATUS.
           SELECT CHGBACK-REC   ASSIGN TO CHGBACK
               FILE STATUS IS WS-CHGBACK-FILE-STATUS.
           SELECT POLICY-REC    ASSIGN TO COMPOLCY.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT CMPLSTMT-REC  ASSIGN TO CMPLSTMT.

       DATA DIVISION.
       FILE SECTION.

       FD  STMTPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STMTPARM-RECORD.
       01  STMTPARM-RECORD.
           05  SMP-STATEMENT-MONTH PIC 9(06).

      *    Chargeback master - see CHGBACK.cpy.
       FD  CHGBACK-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHARGEBACK-ROW.
           COPY 'CHGBACK'.

      *    Compliance policy - see CMPLPOL.cpy.
       FD  POLICY-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CMPL-POLICY-ROW.
           COPY 'CMPLPOL'.

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  CMPLSTMT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CMPLSTMT-RECORD.
       01  CMPLSTMT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-STMTPARM-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-CHGBACK-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-POL-COUNT                  PIC 9(02)      VALUE 0.
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY OCCURS 20 TIMES
                  INDEXED BY POL-IDX.
               10 WS-POL-TYPE            PIC X(03)      VALUE SPACES.
               10 WS-POL-DESCRIPTION     PIC X(20)      VALUE SPACES.

      *    The statement month's chargeback rows.
       01  WS-STM-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-STATEMENT-TABLE.
           05  WS-STM-ENTRY OCCURS 3000 TIMES
                  INDEXED BY STM-IDX.
               10 WS-STM-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-STM-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-STM-VIOLATION-TYPE  PIC X(03)      VALUE SPACES.
               10 WS-STM-EVENT-DATE      PIC 9(08)      VALUE 0.
               10 WS-STM-DAYS-OFF        PIC S9(03)     VALUE 0.
               10 WS-STM-FEE-AMOUNT      PIC 9(5)V99    VALUE 0.
               10 WS-STM-STATUS          PIC X(01)      VALUE SPACES.
               10 WS-STM-CARRIER         PIC X(15)      VALUE SPACES.
               10 WS-STM-PRINTED-FLAG    PIC X(01)      VALUE 'N'.

       01  WS-RUN-COUNTS.
           05 WS-ROWS-IN-MONTH           PIC 9(05)      VALUE 0.
           05 WS-STATEMENTS-PRINTED      PIC 9(05)      VALUE 0.
           05 WS-UNMATCHED-ROWS          PIC 9(05)      VALUE 0.
           05 WS-GRAND-TOTAL             PIC 9(7)V99    VALUE 0.

       01  WS-SUPP-ROWS                  PIC 9(04)      VALUE 0.
       01  WS-SUPP-ASSESSED              PIC 9(04)      VALUE 0.
       01  WS-SUPP-WAIVED                PIC 9(04)      VALUE 0.
       01  WS-SUPP-TOTAL                 PIC 9(7)V99    VALUE 0.
       01  WS-ADDR-SUB                   PIC S9(04) COMP VALUE 0.
       01  WS-STATEMENT-MONTH            PIC 9(06)      VALUE 0.
       01  WS-MONTH-START                PIC 9(08)      VALUE 0.
       01  WS-PRIOR-MONTH-END            PIC 9(08)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  CHGBACK-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-CHARGEBACKS                       VALUE 'Y'.
       01  POLICY-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-POLICIES                          VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-STMT-TITLE.
           05  FILLER              PIC X(45)      VALUE
               'SUPPLIER COMPLIANCE CHARGEBACK STATEMENT FOR '.
           05  STT-MONTH           PIC 9(06)      VALUE ZERO.
           05  FILLER              PIC X(81)      VALUE SPACES.

       01  WS-STMT-SUPPLIER.
           05  FILLER              PIC X(10)      VALUE 'SUPPLIER: '.
           05  STS-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STS-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(95)      VALUE SPACES.

       01  WS-STMT-ADDRESS.
           05  FILLER              PIC X(10)      VALUE SPACES.
           05  STA-ADDRESS-LINE    PIC X(60)      VALUE SPACES.
           05  FILLER              PIC X(62)      VALUE SPACES.

       01  WS-STMT-COLUMNS.
           05  FILLER              PIC X(50)      VALUE
               'PO     TYPE DESCRIPTION          EVENT DATE   DAYS'.
           05  FILLER              PIC X(50)      VALUE
               '  CARRIER         STATUS         FEE              '.
           05  FILLER              PIC X(32)      VALUE SPACES.

       01  WS-STMT-DETAIL.
           05  STD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  STD-TYPE            PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-DESCRIPTION     PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  STD-EVENT-DATE      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(05)      VALUE SPACES.
           05  STD-DAYS-OFF        PIC ---9       VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-CARRIER         PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  STD-STATUS          PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  STD-FEE             PIC ZZ,ZZ9.99  VALUE ZERO.
           05  FILLER              PIC X(45)      VALUE SPACES.

       01  WS-STMT-TOTAL.
           05  FILLER              PIC X(12)      VALUE
               'VIOLATIONS: '.
           05  STO-ROWS            PIC Z,ZZ9      VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '  ASSESSED: '.
           05  STO-ASSESSED        PIC Z,ZZ9      VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE
               '  WAIVED: '.
           05  STO-WAIVED          PIC Z,ZZ9      VALUE ZERO.
           05  FILLER              PIC X(17)      VALUE
               '  AMOUNT CHARGED '.
           05  STO-TOTAL           PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(54)      VALUE SPACES.

       01  WS-STMT-SEPARATOR.
           05  FILLER              PIC X(100)     VALUE ALL '-'.
           05  FILLER              PIC X(32)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-STATEMENT-MONTH.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-LOAD-POLICIES.
           PERFORM 200-LOAD-MONTH-CHARGEBACKS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.
           PERFORM 300-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 700-COUNT-UNMATCHED-ROWS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'CMPLSTMT COMPLETE - MONTH: ' WS-STATEMENT-MONTH
              ' ROWS: ' WS-ROWS-IN-MONTH
              ' STATEMENTS: ' WS-STATEMENTS-PRINTED
              ' NO SUPPLIER: ' WS-UNMATCHED-ROWS
              ' CHARGED: ' WS-GRAND-TOTAL.
           GOBACK.

       000-INIT.
           INITIALIZE WS-POL-COUNT.
           INITIALIZE WS-POLICY-TABLE.
           INITIALIZE WS-STM-COUNT.
           INITIALIZE WS-STATEMENT-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE WS-TODAYS-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START(7:2).
           COMPUTE WS-PRIOR-MONTH-END = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1).
           MOVE WS-PRIOR-MONTH-END(1:6) TO WS-STATEMENT-MONTH.
           MOVE 'N' TO CHGBACK-EOF.
           MOVE 'N' TO POLICY-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       050-READ-STATEMENT-MONTH.
           OPEN INPUT STMTPARM-REC
           IF WS-STMTPARM-FILE-STATUS = '00'
              READ STMTPARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF SMP-STATEMENT-MONTH IS NUMERIC
                       AND SMP-STATEMENT-MONTH(5:2) >= '01'
                       AND SMP-STATEMENT-MONTH(5:2) <= '12'
                       MOVE SMP-STATEMENT-MONTH TO WS-STATEMENT-MONTH
                    ELSE
                       DISPLAY 'CMPLSTMT - BAD STMTPARM MONTH '
                          SMP-STATEMENT-MONTH ' - USING '
                          WS-STATEMENT-MONTH
                    END-IF
              END-READ
              CLOSE STMTPARM-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT POLICY-REC.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT CMPLSTMT-REC.

       150-LOAD-POLICIES.
           READ POLICY-REC
              AT END MOVE 'Y' TO POLICY-EOF
           END-READ
           PERFORM VARYING POL-IDX FROM 1 BY 1
              UNTIL NO-MORE-POLICIES OR POL-IDX > 20
                 MOVE CP-VIOLATION-TYPE TO WS-POL-TYPE(POL-IDX)
                 MOVE CP-DESCRIPTION TO WS-POL-DESCRIPTION(POL-IDX)
                 SET WS-POL-COUNT TO POL-IDX
                 READ POLICY-REC
                    AT END MOVE 'Y' TO POLICY-EOF
                 END-READ
           END-PERFORM
           CLOSE POLICY-REC
           .

       200-LOAD-MONTH-CHARGEBACKS.
           OPEN INPUT CHGBACK-REC
           IF WS-CHGBACK-FILE-STATUS = '00'
              READ CHGBACK-REC
                 AT END MOVE 'Y' TO CHGBACK-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CHARGEBACKS
                 IF CB-ASSESSED-DATE(1:6) = WS-STATEMENT-MONTH
                    PERFORM 210-ADD-STATEMENT-ROW
                 END-IF
                 READ CHGBACK-REC
                    AT END MOVE 'Y' TO CHGBACK-EOF
                 END-READ
              END-PERFORM
              CLOSE CHGBACK-REC
           ELSE
              DISPLAY 'CMPLSTMT - NO CHARGEBACK MASTER, NOTHING '
                 'TO STATE'
           END-IF
           .

       210-ADD-STATEMENT-ROW.
           ADD 1 TO WS-ROWS-IN-MONTH
           IF WS-STM-COUNT < 3000
              ADD 1 TO WS-STM-COUNT
              SET STM-IDX TO WS-STM-COUNT
              MOVE CB-SUPPLIER-CODE TO WS-STM-SUPPLIER-CODE(STM-IDX)
              MOVE CB-PO-NUMBER TO WS-STM-PO-NUMBER(STM-IDX)
              MOVE CB-VIOLATION-TYPE
                 TO WS-STM-VIOLATION-TYPE(STM-IDX)
              MOVE CB-EVENT-DATE TO WS-STM-EVENT-DATE(STM-IDX)
              MOVE CB-DAYS-OFF TO WS-STM-DAYS-OFF(STM-IDX)
              MOVE CB-FEE-AMOUNT TO WS-STM-FEE-AMOUNT(STM-IDX)
              MOVE CB-STATUS TO WS-STM-STATUS(STM-IDX)
              MOVE CB-CARRIER TO WS-STM-CARRIER(STM-IDX)
              MOVE 'N' TO WS-STM-PRINTED-FLAG(STM-IDX)
           ELSE
              DISPLAY 'CMPLSTMT STATEMENT TABLE FULL - ROW DROPPED: '
                 CB-SUPPLIER-CODE '/' CB-PO-NUMBER ' '
                 CB-VIOLATION-TYPE
           END-IF
           .

       300-PROCESS-MASTER.
           MOVE 0 TO WS-SUPP-ROWS
           PERFORM VARYING STM-IDX FROM 1 BY 1
              UNTIL STM-IDX > WS-STM-COUNT
                 IF WS-STM-SUPPLIER-CODE(STM-IDX) = SUPPLIER-CODE
                    ADD 1 TO WS-SUPP-ROWS
                 END-IF
           END-PERFORM
           IF WS-SUPP-ROWS > 0
              PERFORM 400-PRINT-STATEMENT
           END-IF
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       400-PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENTS-PRINTED
           MOVE 0 TO WS-SUPP-ROWS
           MOVE 0 TO WS-SUPP-ASSESSED
           MOVE 0 TO WS-SUPP-WAIVED
           MOVE 0 TO WS-SUPP-TOTAL
           WRITE CMPLSTMT-RECORD FROM WS-STMT-SEPARATOR
           MOVE WS-STATEMENT-MONTH TO STT-MONTH
           WRITE CMPLSTMT-RECORD FROM WS-STMT-TITLE
           MOVE SUPPLIER-CODE TO STS-SUPPLIER-CODE
           MOVE SUPPLIER-NAME TO STS-SUPPLIER-NAME
           WRITE CMPLSTMT-RECORD FROM WS-STMT-SUPPLIER
           PERFORM 410-PRINT-ADDRESS
           MOVE SPACES TO CMPLSTMT-RECORD
           WRITE CMPLSTMT-RECORD
           WRITE CMPLSTMT-RECORD FROM WS-STMT-COLUMNS
           PERFORM VARYING STM-IDX FROM 1 BY 1
              UNTIL STM-IDX > WS-STM-COUNT
                 IF WS-STM-SUPPLIER-CODE(STM-IDX) = SUPPLIER-CODE
                    PERFORM 420-PRINT-DETAIL
                 END-IF
           END-PERFORM
           MOVE SPACES TO CMPLSTMT-RECORD
           WRITE CMPLSTMT-RECORD
           MOVE WS-SUPP-ROWS TO STO-ROWS
           MOVE WS-SUPP-ASSESSED TO STO-ASSESSED
           MOVE WS-SUPP-WAIVED TO STO-WAIVED
           MOVE WS-SUPP-TOTAL TO STO-TOTAL
           WRITE CMPLSTMT-RECORD FROM WS-STMT-TOTAL
           ADD WS-SUPP-TOTAL TO WS-GRAND-TOTAL
           .

      *    Remit ('3') address, else the Order ('1') address.
       410-PRINT-ADDRESS.
           MOVE 0 TO WS-ADDR-SUB
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 4
              IF ADDRESS-TYPE(ADDR-IDX) = '3'
                 SET WS-ADDR-SUB TO ADDR-IDX
              END-IF
           END-PERFORM
           IF WS-ADDR-SUB = 0
              PERFORM VARYING ADDR-IDX FROM 1 BY 1
                 UNTIL ADDR-IDX > 4
                    IF ADDRESS-TYPE(ADDR-IDX) = '1'
                       AND WS-ADDR-SUB = 0
                       SET WS-ADDR-SUB TO ADDR-IDX
                    END-IF
              END-PERFORM
           END-IF
           IF WS-ADDR-SUB > 0
              SET ADDR-IDX TO WS-ADDR-SUB
              MOVE SPACES TO STA-ADDRESS-LINE
              MOVE ADDRESS-1(ADDR-IDX) TO STA-ADDRESS-LINE
              WRITE CMPLSTMT-RECORD FROM WS-STMT-ADDRESS
              IF ADDRESS-2(ADDR-IDX) NOT = SPACES
                 MOVE SPACES TO STA-ADDRESS-LINE
                 MOVE ADDRESS-2(ADDR-IDX) TO STA-ADDRESS-LINE
                 WRITE CMPLSTMT-RECORD FROM WS-STMT-ADDRESS
              END-IF
              IF ADDRESS-3(ADDR-IDX) NOT = SPACES
                 MOVE SPACES TO STA-ADDRESS-LINE
                 MOVE ADDRESS-3(ADDR-IDX) TO STA-ADDRESS-LINE
                 WRITE CMPLSTMT-RECORD FROM WS-STMT-ADDRESS
              END-IF
              MOVE SPACES TO STA-ADDRESS-LINE
              STRING CITY(ADDR-IDX) DELIMITED BY '  '
                 ' ' ADDR-STATE(ADDR-IDX) ' '
                 ZIP-CODE(ADDR-IDX)(1:5)
                 DELIMITED BY SIZE INTO STA-ADDRESS-LINE
              WRITE CMPLSTMT-RECORD FROM WS-STMT-ADDRESS
           END-IF
           .

       420-PRINT-DETAIL.
           MOVE 'Y' TO WS-STM-PRINTED-FLAG(STM-IDX)
           ADD 1 TO WS-SUPP-ROWS
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE WS-STM-PO-NUMBER(STM-IDX) TO STD-PO-NUMBER
           MOVE WS-STM-VIOLATION-TYPE(STM-IDX) TO STD-TYPE
           PERFORM VARYING POL-IDX FROM 1 BY 1
              UNTIL POL-IDX > WS-POL-COUNT
                 IF WS-POL-TYPE(POL-IDX)
                    = WS-STM-VIOLATION-TYPE(STM-IDX)
                    MOVE WS-POL-DESCRIPTION(POL-IDX)
                       TO STD-DESCRIPTION
                 END-IF
           END-PERFORM
           MOVE WS-STM-EVENT-DATE(STM-IDX) TO STD-EVENT-DATE
           MOVE WS-STM-DAYS-OFF(STM-IDX) TO STD-DAYS-OFF
           MOVE WS-STM-CARRIER(STM-IDX) TO STD-CARRIER
           IF WS-STM-STATUS(STM-IDX) = 'A'
              MOVE 'ASSESSED' TO STD-STATUS
              ADD 1 TO WS-SUPP-ASSESSED
              ADD WS-STM-FEE-AMOUNT(STM-IDX) TO WS-SUPP-TOTAL
           ELSE
              MOVE 'WAIVED' TO STD-STATUS
              ADD 1 TO WS-SUPP-WAIVED
           END-IF
           MOVE WS-STM-FEE-AMOUNT(STM-IDX) TO STD-FEE
           WRITE CMPLSTMT-RECORD FROM WS-STMT-DETAIL
           .

      *    A row whose supplier has left the master gets no
      *    statement - counted and shown on the console.
       700-COUNT-UNMATCHED-ROWS.
           PERFORM VARYING STM-IDX FROM 1 BY 1
              UNTIL STM-IDX > WS-STM-COUNT
                 IF WS-STM-PRINTED-FLAG(STM-IDX) = 'N'
                    ADD 1 TO WS-UNMATCHED-ROWS
                    DISPLAY 'CMPLSTMT - NO SUPPLIER FOR CHARGEBACK '
                       WS-STM-SUPPLIER-CODE(STM-IDX) '/'
                       WS-STM-PO-NUMBER(STM-IDX) ' '
                       WS-STM-VIOLATION-TYPE(STM-IDX)
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE CMPLSTMT-REC.
