      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    TOOLRPT.
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
      * //TOOLMSTR DD DSN=USER66.EXAM.DEV.TOOLMAIN.MASTER,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //TOOLRPT  DD SYSOUT=*
      ***************************************************************
      * Tooling recall list.  Every active tool on TOOLMAIN's
      * register is checked against the supplier whose site it
      * sits at, and listed when:
      *    - the supplier is on hold (SUPPLIER-HOLD-FLAG 'Y'),
      *    - none of the tool's parts has an Active PARTSUPL row
      *      with that supplier any more, or
      *    - the supplier is not on the master at all.
      * Each line carries the site city from the tool's SUPP-ADDRESS
      * slot and the acquisition cost, and the total at the bottom
      * is what we stand to lose if the tools are not pulled back.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOOL-MSTR     ASSIGN TO TOOLMSTR.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT TOOLRPT-REC   ASSIGN TO TOOLRPT.

       DATA DIVISION.
       FILE SECTION.

      *    Same register row TOOLMAIN maintains.
       FD  TOOL-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOL-MSTR-REC.
       01  TOOL-MSTR-REC.
           05  TLM-TOOL-ID         PIC X(10).
           05  TLM-DESCRIPTION     PIC X(20).
           05  TLM-TOOL-TYPE       PIC X(01).
           05  TLM-GL-COST-CODE    PIC X(06).
           05  TLM-PART-NUMBER     PIC X(23) OCCURS 3 TIMES.
           05  TLM-SUPPLIER-CODE   PIC X(10).
           05  TLM-ADDR-SLOT       PIC 9(01).
           05  TLM-ACQ-COST        PIC 9(7)V99.
           05  TLM-LIFE-CYCLES     PIC 9(09).
           05  TLM-CYCLES-TO-DATE  PIC 9(09).
           05  TLM-LAST-AUDIT      PIC 9(08).
           05  TLM-STATUS          PIC X(01).
               88 TLM-RETIRED               VALUE 'R'.
           05  TLM-STATUS-DATE     PIC 9(08).
           05  FILLER              PIC X(19).

      *    Same PSN-REC layout PARTSUPL.cbl writes - only the keys
      *    and the price status matter here.
       FD  PARTSUPL-REC
           DATA RECORD IS PARTSUPL-RECORD.
       01  PARTSUPL-RECORD.
           05  PSL-PART-NUMBER     PIC X(23).
           05  PSL-SUPPLIER-CODE   PIC X(10).
           05  PSL-UNIT-PRICE      PIC S9(7)V99.
           05  PSL-LEAD-TIME-WKS   PIC 9(03).
           05  PSL-PRICE-EFF-DATE  PIC 9(08).
           05  PSL-PRICE-STATUS    PIC X(01).
               88 PSL-ACTIVE                VALUE 'A'.
           05  FILLER              PIC X(48).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  TOOLRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOLRPT-RECORD.
       01  TOOLRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *    Active tools, and what PARTSUPL and the master say about
      *    the supplier holding each one.
       01  WS-TOOL-COUNT                 PIC 9(04)      VALUE 0.
       01  WS-TOOL-TABLE.
           05  WS-TOOL-ENTRY OCCURS 1000 TIMES
                  INDEXED BY TOOL-IDX.
               10 WS-TOOL-ID             PIC X(10)      VALUE SPACES.
               10 WS-TOOL-DESCRIPTION    PIC X(20)      VALUE SPACES.
               10 WS-TOOL-PART-NUMBER    PIC X(23)      VALUE SPACES
                                         OCCURS 3 TIMES.
               10 WS-TOOL-SUPPLIER-CODE  PIC X(10)      VALUE SPACES.
               10 WS-TOOL-ADDR-SLOT      PIC 9(01)      VALUE 0.
               10 WS-TOOL-ACQ-COST       PIC 9(7)V99    VALUE 0.
               10 WS-TOOL-LAST-AUDIT     PIC 9(08)      VALUE 0.
               10 WS-TOOL-SUPPLIER-NAME  PIC X(15)      VALUE SPACES.
               10 WS-TOOL-SITE-CITY      PIC X(15)      VALUE SPACES.
               10 WS-TOOL-PAIR-FLAG      PIC X(01)      VALUE 'N'.
                  88 WS-TOOL-PAIR-ACTIVE                VALUE 'Y'.
               10 WS-TOOL-MASTER-FLAG    PIC X(01)      VALUE 'N'.
                  88 WS-TOOL-ON-MASTER                  VALUE 'Y'.
               10 WS-TOOL-HOLD-FLAG      PIC X(01)      VALUE 'N'.
                  88 WS-TOOL-SUPPLIER-HELD              VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-TOOLS-READ              PIC 9(05)      VALUE 0.
           05 WS-RETIRED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-RECALL-COUNT            PIC 9(05)      VALUE 0.
           05 WS-RECALL-COST             PIC 9(9)V99    VALUE 0.

       01  WS-PART-SUB                   PIC 9(01)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  TOOLMSTR-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-TOOLS                             VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(36)      VALUE
               'COMPANY TOOLING TO RECALL - AS OF '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(88)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(11)      VALUE 'TOOL ID'.
           05  FILLER              PIC X(21)      VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(11)      VALUE 'SUPPLIER'.
           05  FILLER              PIC X(16)      VALUE 'NAME'.
           05  FILLER              PIC X(18)      VALUE
               'SLOT SITE CITY'.
           05  FILLER              PIC X(15)      VALUE
               '      ACQ COST'.
           05  FILLER              PIC X(09)      VALUE 'AUDITED'.
           05  FILLER              PIC X(29)      VALUE 'REASON'.

       01  WS-RPT-DETAIL.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RTD-TOOL-ID         PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RTD-DESCRIPTION     PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RTD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RTD-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RTD-ADDR-SLOT       PIC 9(01)      VALUE 0.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RTD-SITE-CITY       PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RTD-ACQ-COST        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RTD-LAST-AUDIT      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RTD-REASON          PIC X(28)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(16)      VALUE
               'TOOLS TO RECALL:'.
           05  RTL-RECALL-COUNT    PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(17)      VALUE
               '  COST AT RISK: '.
           05  RTL-RECALL-COST     PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(80)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-TOOLS UNTIL NO-MORE-TOOLS.
           PERFORM 400-CHECK-ACTIVE-PAIRS UNTIL NO-MORE-PARTSUPL.
           PERFORM 500-FOLD-IN-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-PRINT-RECALLS.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'TOOLRPT COMPLETE - TOOLS READ: ' WS-TOOLS-READ
              ' RETIRED: ' WS-RETIRED-COUNT
              ' TO RECALL: ' WS-RECALL-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TOOL-COUNT.
           INITIALIZE WS-TOOL-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO TOOLMSTR-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT TOOL-MSTR.
           OPEN INPUT PARTSUPL-REC.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT TOOLRPT-REC.
           READ TOOL-MSTR
              AT END MOVE 'Y' TO TOOLMSTR-EOF
           END-READ
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

       200-WRITE-HEADING.
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE.
           WRITE TOOLRPT-RECORD FROM WS-RPT-HEADING.
           MOVE SPACES TO TOOLRPT-RECORD.
           WRITE TOOLRPT-RECORD.
           WRITE TOOLRPT-RECORD FROM WS-RPT-COLUMNS.

       300-LOAD-TOOLS.
           ADD 1 TO WS-TOOLS-READ
           EVALUATE TRUE
              WHEN TLM-RETIRED
                 ADD 1 TO WS-RETIRED-COUNT
              WHEN WS-TOOL-COUNT >= 1000
                 DISPLAY 'TOOLRPT TABLE FULL - NOT CHECKED: '
                    TLM-TOOL-ID
              WHEN OTHER
                 ADD 1 TO WS-TOOL-COUNT
                 MOVE TLM-TOOL-ID TO WS-TOOL-ID(WS-TOOL-COUNT)
                 MOVE TLM-DESCRIPTION
                    TO WS-TOOL-DESCRIPTION(WS-TOOL-COUNT)
                 PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                    UNTIL WS-PART-SUB > 3
                       MOVE TLM-PART-NUMBER(WS-PART-SUB)
                          TO WS-TOOL-PART-NUMBER(WS-TOOL-COUNT,
                                                 WS-PART-SUB)
                 END-PERFORM
                 MOVE TLM-SUPPLIER-CODE
                    TO WS-TOOL-SUPPLIER-CODE(WS-TOOL-COUNT)
                 MOVE TLM-ADDR-SLOT TO WS-TOOL-ADDR-SLOT(WS-TOOL-COUNT)
                 MOVE TLM-ACQ-COST TO WS-TOOL-ACQ-COST(WS-TOOL-COUNT)
                 MOVE TLM-LAST-AUDIT
                    TO WS-TOOL-LAST-AUDIT(WS-TOOL-COUNT)
           END-EVALUATE
           READ TOOL-MSTR
              AT END MOVE 'Y' TO TOOLMSTR-EOF
           END-READ
           .

      *    One Active row for any of the tool's parts with the
      *    supplier holding it is enough to keep the tool there.
       400-CHECK-ACTIVE-PAIRS.
           IF PSL-ACTIVE
              PERFORM VARYING TOOL-IDX FROM 1 BY 1
                 UNTIL TOOL-IDX > WS-TOOL-COUNT
                    IF WS-TOOL-SUPPLIER-CODE(TOOL-IDX) =
                       PSL-SUPPLIER-CODE
                       PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                          UNTIL WS-PART-SUB > 3
                             IF WS-TOOL-PART-NUMBER(TOOL-IDX,
                                                    WS-PART-SUB) =
                                PSL-PART-NUMBER
                                MOVE 'Y' TO WS-TOOL-PAIR-FLAG(TOOL-IDX)
                             END-IF
                       END-PERFORM
                    END-IF
              END-PERFORM
           END-IF
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           .

      *    The hold flag on any of the supplier's master rows puts
      *    the supplier on hold; the site city comes from the tool's
      *    address slot on the first row that has it filled in.
       500-FOLD-IN-MASTER.
           PERFORM VARYING TOOL-IDX FROM 1 BY 1
              UNTIL TOOL-IDX > WS-TOOL-COUNT
                 IF WS-TOOL-SUPPLIER-CODE(TOOL-IDX) = SUPPLIER-CODE
                    MOVE 'Y' TO WS-TOOL-MASTER-FLAG(TOOL-IDX)
                    MOVE SUPPLIER-NAME
                       TO WS-TOOL-SUPPLIER-NAME(TOOL-IDX)
                    IF SUPPLIER-ON-HOLD
                       MOVE 'Y' TO WS-TOOL-HOLD-FLAG(TOOL-IDX)
                    END-IF
                    IF WS-TOOL-SITE-CITY(TOOL-IDX) = SPACES
                       AND WS-TOOL-ADDR-SLOT(TOOL-IDX) >= 1
                       AND WS-TOOL-ADDR-SLOT(TOOL-IDX) <= 4
                       SET ADDR-IDX TO WS-TOOL-ADDR-SLOT(TOOL-IDX)
                       MOVE CITY(ADDR-IDX)
                          TO WS-TOOL-SITE-CITY(TOOL-IDX)
                    END-IF
                 END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       600-PRINT-RECALLS.
           PERFORM VARYING TOOL-IDX FROM 1 BY 1
              UNTIL TOOL-IDX > WS-TOOL-COUNT
                 MOVE SPACES TO RTD-REASON
                 EVALUATE TRUE
                    WHEN NOT WS-TOOL-ON-MASTER(TOOL-IDX)
                       MOVE 'SUPPLIER NOT ON MASTER' TO RTD-REASON
                    WHEN WS-TOOL-SUPPLIER-HELD(TOOL-IDX)
                       AND NOT WS-TOOL-PAIR-ACTIVE(TOOL-IDX)
                       MOVE 'ON HOLD + NO ACTIVE PARTSUPL'
                          TO RTD-REASON
                    WHEN WS-TOOL-SUPPLIER-HELD(TOOL-IDX)
                       MOVE 'SUPPLIER ON HOLD' TO RTD-REASON
                    WHEN NOT WS-TOOL-PAIR-ACTIVE(TOOL-IDX)
                       MOVE 'NO ACTIVE PARTSUPL ROW' TO RTD-REASON
                 END-EVALUATE
                 IF RTD-REASON NOT = SPACES
                    PERFORM 610-PRINT-TOOL-LINE
                 END-IF
           END-PERFORM
           .

       610-PRINT-TOOL-LINE.
           MOVE WS-TOOL-ID(TOOL-IDX)            TO RTD-TOOL-ID
           MOVE WS-TOOL-DESCRIPTION(TOOL-IDX)   TO RTD-DESCRIPTION
           MOVE WS-TOOL-SUPPLIER-CODE(TOOL-IDX) TO RTD-SUPPLIER-CODE
           MOVE WS-TOOL-SUPPLIER-NAME(TOOL-IDX) TO RTD-SUPPLIER-NAME
           MOVE WS-TOOL-ADDR-SLOT(TOOL-IDX)     TO RTD-ADDR-SLOT
           MOVE WS-TOOL-SITE-CITY(TOOL-IDX)     TO RTD-SITE-CITY
           MOVE WS-TOOL-ACQ-COST(TOOL-IDX)      TO RTD-ACQ-COST
           MOVE WS-TOOL-LAST-AUDIT(TOOL-IDX)    TO RTD-LAST-AUDIT
           WRITE TOOLRPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-RECALL-COUNT
           ADD WS-TOOL-ACQ-COST(TOOL-IDX) TO WS-RECALL-COST
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO TOOLRPT-RECORD
           WRITE TOOLRPT-RECORD
           MOVE WS-RECALL-COUNT TO RTL-RECALL-COUNT
           MOVE WS-RECALL-COST TO RTL-RECALL-COST
           WRITE TOOLRPT-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE TOOL-MSTR.
           CLOSE PARTSUPL-REC.
           CLOSE PART-SUPP-OLD.
           CLOSE TOOLRPT-REC.
