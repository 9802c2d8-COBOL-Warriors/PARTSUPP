      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    TOOLMAIN.
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
      * //TOOLOLD  DD DSN=USER66.EXAM.DEV.TOOLMAIN.MASTER,DISP=SHR
      * //TOOLTRN  DD DSN=USER66.EXAM.DEV.TOOLMAIN.TRANS,DISP=SHR
      *   JCL Output
      * //TOOLNEW  DD DSN=USER66.EXAM.DEV.TOOLMAIN.MASTER,DISP=OLD
      * //TOOLHIST DD DSN=USER66.EXAM.DEV.TOOLMAIN.HISTORY,
      * //            DISP=MOD
      ***************************************************************
      * Register of company-owned tooling - dies, molds and
      * fixtures we paid for that sit at SUBCONTRACTOR and
      * MANUFACTURER supplier sites.  One row per tool ID:
      *    TOOL-TYPE      'D' die, 'M' mold, 'F' fixture
      *    GL-COST-CODE   the cost center that owns (paid for) it
      *    PART-NUMBER    up to three parts the tool produces
      *    SUPPLIER-CODE  whose site it sits at, and ADDR-SLOT - the
      *                   SUPP-ADDRESS occurrence (1-4) of the site
      *    ACQ-COST       what we paid for it
      *    LIFE-CYCLES    rated shot/cycle life; CYCLES-TO-DATE the
      *                   count at the last audit
      *    LAST-AUDIT     date somebody last saw it and counted it
      *    STATUS         'A' active, 'R' retired (kept for history)
      *
      * TOOLRPT reads the register to list tooling at suppliers on
      * hold or no longer Active on PARTSUPL for the tool's parts.
      *
      * Transaction codes (TOOLTRN, position 1):
      *    A  Add a tool - ID, supplier, a slot of 1-4 and at least
      *       one part are required.
      *    C  Change description, type, cost code, parts, cost or
      *       life - blank/zero fields leave the row's value.
      *    M  Move the tool to another supplier and/or slot.
      *    U  Audit - stamps LAST-AUDIT (the transaction date, or
      *       today when zero) and, when given, CYCLES-TO-DATE.
      *    R  Retire the tool (scrapped, sold, or written off).
      * Every move and retirement is also appended to TOOLHIST so
      * where a tool has been is never lost.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOOL-OLD      ASSIGN TO TOOLOLD
               FILE STATUS IS WS-TOOLOLD-FILE-STATUS.
           SELECT TOOL-TRANS    ASSIGN TO TOOLTRN.
           SELECT TOOL-NEW      ASSIGN TO TOOLNEW.
           SELECT TOOL-HIST     ASSIGN TO TOOLHIST.

       DATA DIVISION.
       FILE SECTION.

       FD  TOOL-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOL-OLD-REC.
       01  TOOL-OLD-REC.
           05  TLO-TOOL-ID         PIC X(10).
           05  TLO-DESCRIPTION     PIC X(20).
           05  TLO-TOOL-TYPE       PIC X(01).
           05  TLO-GL-COST-CODE    PIC X(06).
           05  TLO-PART-NUMBER     PIC X(23) OCCURS 3 TIMES.
           05  TLO-SUPPLIER-CODE   PIC X(10).
           05  TLO-ADDR-SLOT       PIC 9(01).
           05  TLO-ACQ-COST        PIC 9(7)V99.
           05  TLO-LIFE-CYCLES     PIC 9(09).
           05  TLO-CYCLES-TO-DATE  PIC 9(09).
           05  TLO-LAST-AUDIT      PIC 9(08).
           05  TLO-STATUS          PIC X(01).
           05  TLO-STATUS-DATE     PIC 9(08).
           05  FILLER              PIC X(19).

      *    One register event per transaction.
       FD  TOOL-TRANS
           DATA RECORD IS TLT-REC.
       01  TLT-REC.
           05  TLT-TRANS-CODE      PIC X(01).
               88 TLT-ADD                   VALUE 'A'.
               88 TLT-CHANGE                VALUE 'C'.
               88 TLT-MOVE                  VALUE 'M'.
               88 TLT-AUDIT                 VALUE 'U'.
               88 TLT-RETIRE                VALUE 'R'.
               88 TLT-TRANS-CODE-VALID
                                  VALUES 'A' 'C' 'M' 'U' 'R'.
           05  TLT-TOOL-ID         PIC X(10).
           05  TLT-DESCRIPTION     PIC X(20).
           05  TLT-TOOL-TYPE       PIC X(01).
               88 TLT-TOOL-TYPE-VALID       VALUES 'D' 'M' 'F'.
           05  TLT-GL-COST-CODE    PIC X(06).
           05  TLT-PART-NUMBER     PIC X(23) OCCURS 3 TIMES.
           05  TLT-SUPPLIER-CODE   PIC X(10).
           05  TLT-ADDR-SLOT       PIC 9(01).
               88 TLT-ADDR-SLOT-VALID       VALUES 1 THRU 4.
           05  TLT-ACQ-COST        PIC 9(7)V99.
           05  TLT-LIFE-CYCLES     PIC 9(09).
           05  TLT-CYCLES-TO-DATE  PIC 9(09).
           05  TLT-EVENT-DATE      PIC 9(08).
           05  FILLER              PIC X(27).

       FD  TOOL-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOL-NEW-REC.
       01  TOOL-NEW-REC.
           05  TLN-TOOL-ID         PIC X(10).
           05  TLN-DESCRIPTION     PIC X(20).
           05  TLN-TOOL-TYPE       PIC X(01).
           05  TLN-GL-COST-CODE    PIC X(06).
           05  TLN-PART-NUMBER     PIC X(23) OCCURS 3 TIMES.
           05  TLN-SUPPLIER-CODE   PIC X(10).
           05  TLN-ADDR-SLOT       PIC 9(01).
           05  TLN-ACQ-COST        PIC 9(7)V99.
           05  TLN-LIFE-CYCLES     PIC 9(09).
           05  TLN-CYCLES-TO-DATE  PIC 9(09).
           05  TLN-LAST-AUDIT      PIC 9(08).
           05  TLN-STATUS          PIC X(01).
           05  TLN-STATUS-DATE     PIC 9(08).
           05  FILLER              PIC X(19).

      *    Append-only trail of moves ('M') and retirements ('R').
       FD  TOOL-HIST
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOL-HIST-REC.
       01  TOOL-HIST-REC.
           05  TLH-TOOL-ID         PIC X(10).
           05  TLH-EVENT           PIC X(01).
           05  TLH-FROM-SUPPLIER   PIC X(10).
           05  TLH-FROM-SLOT       PIC 9(01).
           05  TLH-TO-SUPPLIER     PIC X(10).
           05  TLH-TO-SLOT         PIC 9(01).
           05  TLH-EVENT-DATE      PIC 9(08).
           05  FILLER              PIC X(39).

       WORKING-STORAGE SECTION.

       01  WS-TOOLOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-TOOL-COUNT                 PIC 9(04)      VALUE 0.
       01  WS-TOOL-TABLE.
           05  WS-TOOL-ENTRY OCCURS 1000 TIMES
                  INDEXED BY TOOL-IDX.
               10 WS-TOOL-ID             PIC X(10)      VALUE SPACES.
               10 WS-TOOL-DESCRIPTION    PIC X(20)      VALUE SPACES.
               10 WS-TOOL-TYPE           PIC X(01)      VALUE SPACES.
               10 WS-TOOL-GL-COST-CODE   PIC X(06)      VALUE SPACES.
               10 WS-TOOL-PART-NUMBER    PIC X(23)      VALUE SPACES
                                         OCCURS 3 TIMES.
               10 WS-TOOL-SUPPLIER-CODE  PIC X(10)      VALUE SPACES.
               10 WS-TOOL-ADDR-SLOT      PIC 9(01)      VALUE 0.
               10 WS-TOOL-ACQ-COST       PIC 9(7)V99    VALUE 0.
               10 WS-TOOL-LIFE-CYCLES    PIC 9(09)      VALUE 0.
               10 WS-TOOL-CYCLES-TO-DATE PIC 9(09)      VALUE 0.
               10 WS-TOOL-LAST-AUDIT     PIC 9(08)      VALUE 0.
               10 WS-TOOL-STATUS         PIC X(01)      VALUE SPACES.
                  88 WS-TOOL-RETIRED                    VALUE 'R'.
               10 WS-TOOL-STATUS-DATE    PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADDED-COUNT             PIC 9(05)      VALUE 0.
           05 WS-CHANGED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-MOVED-COUNT             PIC 9(05)      VALUE 0.
           05 WS-AUDITED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-RETIRED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(04)      VALUE 0.
       01  WS-PART-SUB                   PIC 9(01)      VALUE 0.
       01  WS-EVENT-DATE                 PIC 9(08)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  TOOLOLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  TOOLTRN-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-LOAD-OLD-MASTER.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'TOOLMAIN COMPLETE - ADDED: ' WS-ADDED-COUNT
              ' CHANGED: ' WS-CHANGED-COUNT
              ' MOVED: ' WS-MOVED-COUNT
              ' AUDITED: ' WS-AUDITED-COUNT
              ' RETIRED: ' WS-RETIRED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TOOL-COUNT.
           INITIALIZE WS-TOOL-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO TOOLOLD-EOF.
           MOVE 'N' TO TOOLTRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT TOOL-TRANS.
           OPEN OUTPUT TOOL-NEW.
           OPEN EXTEND TOOL-HIST.

      *    A missing old master (FILE STATUS not '00') is a first
      *    run built from this run's adds.
       400-LOAD-OLD-MASTER.
           OPEN INPUT TOOL-OLD
           IF WS-TOOLOLD-FILE-STATUS = '00'
              READ TOOL-OLD
                 AT END MOVE 'Y' TO TOOLOLD-EOF
              END-READ
              PERFORM VARYING TOOL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR TOOL-IDX > 1000
                    MOVE TLO-TOOL-ID TO WS-TOOL-ID(TOOL-IDX)
                    MOVE TLO-DESCRIPTION
                       TO WS-TOOL-DESCRIPTION(TOOL-IDX)
                    MOVE TLO-TOOL-TYPE TO WS-TOOL-TYPE(TOOL-IDX)
                    MOVE TLO-GL-COST-CODE
                       TO WS-TOOL-GL-COST-CODE(TOOL-IDX)
                    PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > 3
                          MOVE TLO-PART-NUMBER(WS-PART-SUB)
                             TO WS-TOOL-PART-NUMBER(TOOL-IDX,
                                                    WS-PART-SUB)
                    END-PERFORM
                    MOVE TLO-SUPPLIER-CODE
                       TO WS-TOOL-SUPPLIER-CODE(TOOL-IDX)
                    MOVE TLO-ADDR-SLOT TO WS-TOOL-ADDR-SLOT(TOOL-IDX)
                    MOVE TLO-ACQ-COST TO WS-TOOL-ACQ-COST(TOOL-IDX)
                    MOVE TLO-LIFE-CYCLES
                       TO WS-TOOL-LIFE-CYCLES(TOOL-IDX)
                    MOVE TLO-CYCLES-TO-DATE
                       TO WS-TOOL-CYCLES-TO-DATE(TOOL-IDX)
                    MOVE TLO-LAST-AUDIT
                       TO WS-TOOL-LAST-AUDIT(TOOL-IDX)
                    MOVE TLO-STATUS TO WS-TOOL-STATUS(TOOL-IDX)
                    MOVE TLO-STATUS-DATE
                       TO WS-TOOL-STATUS-DATE(TOOL-IDX)
                    SET WS-TOOL-COUNT TO TOOL-IDX
                    READ TOOL-OLD
                       AT END MOVE 'Y' TO TOOLOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE TOOL-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ TOOL-TRANS
              AT END MOVE 'Y' TO TOOLTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              IF TLT-EVENT-DATE NOT NUMERIC OR TLT-EVENT-DATE = ZERO
                 MOVE WS-TODAYS-DATE TO WS-EVENT-DATE
              ELSE
                 MOVE TLT-EVENT-DATE TO WS-EVENT-DATE
              END-IF
              PERFORM 610-FIND-TOOL
              EVALUATE TRUE
                 WHEN NOT TLT-TRANS-CODE-VALID
                    OR TLT-TOOL-ID = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED TOOL - BAD TRANS: '
                       TLT-TRANS-CODE '/' TLT-TOOL-ID
                 WHEN TLT-ADD
                    PERFORM 620-ADD-TOOL
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED TOOL - NOT ON FILE: '
                       TLT-TOOL-ID
                 WHEN WS-TOOL-RETIRED(WS-MATCHED-IDX)
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED TOOL - ALREADY RETIRED: '
                       TLT-TOOL-ID
                 WHEN TLT-CHANGE
                    PERFORM 630-CHANGE-TOOL
                 WHEN TLT-MOVE
                    PERFORM 640-MOVE-TOOL
                 WHEN TLT-AUDIT
                    MOVE WS-EVENT-DATE
                       TO WS-TOOL-LAST-AUDIT(WS-MATCHED-IDX)
                    IF TLT-CYCLES-TO-DATE NUMERIC
                       AND TLT-CYCLES-TO-DATE NOT = ZERO
                       MOVE TLT-CYCLES-TO-DATE
                          TO WS-TOOL-CYCLES-TO-DATE(WS-MATCHED-IDX)
                    END-IF
                    ADD 1 TO WS-AUDITED-COUNT
                 WHEN OTHER
                    MOVE 'R' TO WS-TOOL-STATUS(WS-MATCHED-IDX)
                    MOVE WS-EVENT-DATE
                       TO WS-TOOL-STATUS-DATE(WS-MATCHED-IDX)
                    MOVE SPACES TO TOOL-HIST-REC
                    MOVE TLT-TOOL-ID TO TLH-TOOL-ID
                    MOVE 'R' TO TLH-EVENT
                    MOVE WS-TOOL-SUPPLIER-CODE(WS-MATCHED-IDX)
                       TO TLH-FROM-SUPPLIER
                    MOVE WS-TOOL-ADDR-SLOT(WS-MATCHED-IDX)
                       TO TLH-FROM-SLOT
                    MOVE 0 TO TLH-TO-SLOT
                    MOVE WS-EVENT-DATE TO TLH-EVENT-DATE
                    WRITE TOOL-HIST-REC
                    ADD 1 TO WS-RETIRED-COUNT
              END-EVALUATE
           END-IF
           .

       610-FIND-TOOL.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING TOOL-IDX FROM 1 BY 1
              UNTIL TOOL-IDX > WS-TOOL-COUNT OR ENTRY-FOUND
                 IF WS-TOOL-ID(TOOL-IDX) = TLT-TOOL-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO TOOL-IDX
                 END-IF
           END-PERFORM
           .

       620-ADD-TOOL.
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - ALREADY ON FILE: '
                    TLT-TOOL-ID
              WHEN TLT-SUPPLIER-CODE = SPACES
                 OR NOT TLT-ADDR-SLOT-VALID
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - NO SUPPLIER/SLOT: '
                    TLT-TOOL-ID
              WHEN TLT-PART-NUMBER(1) = SPACES
                 AND TLT-PART-NUMBER(2) = SPACES
                 AND TLT-PART-NUMBER(3) = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - NO PART NUMBER: '
                    TLT-TOOL-ID
              WHEN NOT TLT-TOOL-TYPE-VALID
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BAD TOOL TYPE: '
                    TLT-TOOL-ID '/' TLT-TOOL-TYPE
              WHEN TLT-ACQ-COST NOT NUMERIC
                 OR TLT-LIFE-CYCLES NOT NUMERIC
                 OR TLT-CYCLES-TO-DATE NOT NUMERIC
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BAD COST/LIFE: '
                    TLT-TOOL-ID
              WHEN WS-TOOL-COUNT >= 1000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: ' TLT-TOOL-ID
              WHEN OTHER
                 ADD 1 TO WS-TOOL-COUNT
                 MOVE WS-TOOL-COUNT TO WS-MATCHED-IDX
                 MOVE TLT-TOOL-ID TO WS-TOOL-ID(WS-MATCHED-IDX)
                 MOVE TLT-DESCRIPTION
                    TO WS-TOOL-DESCRIPTION(WS-MATCHED-IDX)
                 MOVE TLT-TOOL-TYPE TO WS-TOOL-TYPE(WS-MATCHED-IDX)
                 MOVE TLT-GL-COST-CODE
                    TO WS-TOOL-GL-COST-CODE(WS-MATCHED-IDX)
                 PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                    UNTIL WS-PART-SUB > 3
                       MOVE TLT-PART-NUMBER(WS-PART-SUB)
                          TO WS-TOOL-PART-NUMBER(WS-MATCHED-IDX,
                                                 WS-PART-SUB)
                 END-PERFORM
                 MOVE TLT-SUPPLIER-CODE
                    TO WS-TOOL-SUPPLIER-CODE(WS-MATCHED-IDX)
                 MOVE TLT-ADDR-SLOT
                    TO WS-TOOL-ADDR-SLOT(WS-MATCHED-IDX)
                 MOVE TLT-ACQ-COST TO WS-TOOL-ACQ-COST(WS-MATCHED-IDX)
                 MOVE TLT-LIFE-CYCLES
                    TO WS-TOOL-LIFE-CYCLES(WS-MATCHED-IDX)
                 MOVE TLT-CYCLES-TO-DATE
                    TO WS-TOOL-CYCLES-TO-DATE(WS-MATCHED-IDX)
                 MOVE WS-EVENT-DATE
                    TO WS-TOOL-LAST-AUDIT(WS-MATCHED-IDX)
                 MOVE 'A' TO WS-TOOL-STATUS(WS-MATCHED-IDX)
                 MOVE WS-EVENT-DATE
                    TO WS-TOOL-STATUS-DATE(WS-MATCHED-IDX)
                 ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE
           .

      *    A part slot keyed as all '-' clears that slot; any other
      *    non-blank value replaces it.
       630-CHANGE-TOOL.
           IF TLT-TOOL-TYPE NOT = SPACES
              AND NOT TLT-TOOL-TYPE-VALID
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CHANGE - BAD TOOL TYPE: '
                 TLT-TOOL-ID '/' TLT-TOOL-TYPE
           ELSE
              IF TLT-DESCRIPTION NOT = SPACES
                 MOVE TLT-DESCRIPTION
                    TO WS-TOOL-DESCRIPTION(WS-MATCHED-IDX)
              END-IF
              IF TLT-TOOL-TYPE NOT = SPACES
                 MOVE TLT-TOOL-TYPE TO WS-TOOL-TYPE(WS-MATCHED-IDX)
              END-IF
              IF TLT-GL-COST-CODE NOT = SPACES
                 MOVE TLT-GL-COST-CODE
                    TO WS-TOOL-GL-COST-CODE(WS-MATCHED-IDX)
              END-IF
              PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                 UNTIL WS-PART-SUB > 3
                    EVALUATE TRUE
                       WHEN TLT-PART-NUMBER(WS-PART-SUB) = ALL '-'
                          MOVE SPACES
                             TO WS-TOOL-PART-NUMBER(WS-MATCHED-IDX,
                                                    WS-PART-SUB)
                       WHEN TLT-PART-NUMBER(WS-PART-SUB) NOT = SPACES
                          MOVE TLT-PART-NUMBER(WS-PART-SUB)
                             TO WS-TOOL-PART-NUMBER(WS-MATCHED-IDX,
                                                    WS-PART-SUB)
                    END-EVALUATE
              END-PERFORM
              IF TLT-ACQ-COST NUMERIC AND TLT-ACQ-COST NOT = ZERO
                 MOVE TLT-ACQ-COST
                    TO WS-TOOL-ACQ-COST(WS-MATCHED-IDX)
              END-IF
              IF TLT-LIFE-CYCLES NUMERIC
                 AND TLT-LIFE-CYCLES NOT = ZERO
                 MOVE TLT-LIFE-CYCLES
                    TO WS-TOOL-LIFE-CYCLES(WS-MATCHED-IDX)
              END-IF
              ADD 1 TO WS-CHANGED-COUNT
           END-IF
           .

       640-MOVE-TOOL.
           EVALUATE TRUE
              WHEN TLT-SUPPLIER-CODE = SPACES
                 OR NOT TLT-ADDR-SLOT-VALID
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED MOVE - NO SUPPLIER/SLOT: '
                    TLT-TOOL-ID
              WHEN TLT-SUPPLIER-CODE =
                   WS-TOOL-SUPPLIER-CODE(WS-MATCHED-IDX)
                 AND TLT-ADDR-SLOT = WS-TOOL-ADDR-SLOT(WS-MATCHED-IDX)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED MOVE - ALREADY THERE: '
                    TLT-TOOL-ID '/' TLT-SUPPLIER-CODE
              WHEN OTHER
                 MOVE SPACES TO TOOL-HIST-REC
                 MOVE TLT-TOOL-ID TO TLH-TOOL-ID
                 MOVE 'M' TO TLH-EVENT
                 MOVE WS-TOOL-SUPPLIER-CODE(WS-MATCHED-IDX)
                    TO TLH-FROM-SUPPLIER
                 MOVE WS-TOOL-ADDR-SLOT(WS-MATCHED-IDX)
                    TO TLH-FROM-SLOT
                 MOVE TLT-SUPPLIER-CODE TO TLH-TO-SUPPLIER
                 MOVE TLT-ADDR-SLOT TO TLH-TO-SLOT
                 MOVE WS-EVENT-DATE TO TLH-EVENT-DATE
                 WRITE TOOL-HIST-REC
                 MOVE TLT-SUPPLIER-CODE
                    TO WS-TOOL-SUPPLIER-CODE(WS-MATCHED-IDX)
                 MOVE TLT-ADDR-SLOT
                    TO WS-TOOL-ADDR-SLOT(WS-MATCHED-IDX)
                 MOVE WS-EVENT-DATE
                    TO WS-TOOL-STATUS-DATE(WS-MATCHED-IDX)
                 ADD 1 TO WS-MOVED-COUNT
           END-EVALUATE
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING TOOL-IDX FROM 1 BY 1
              UNTIL TOOL-IDX > WS-TOOL-COUNT
                 MOVE SPACES TO TOOL-NEW-REC
                 MOVE WS-TOOL-ID(TOOL-IDX)          TO TLN-TOOL-ID
                 MOVE WS-TOOL-DESCRIPTION(TOOL-IDX)
                    TO TLN-DESCRIPTION
                 MOVE WS-TOOL-TYPE(TOOL-IDX)        TO TLN-TOOL-TYPE
                 MOVE WS-TOOL-GL-COST-CODE(TOOL-IDX)
                    TO TLN-GL-COST-CODE
                 PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                    UNTIL WS-PART-SUB > 3
                       MOVE WS-TOOL-PART-NUMBER(TOOL-IDX, WS-PART-SUB)
                          TO TLN-PART-NUMBER(WS-PART-SUB)
                 END-PERFORM
                 MOVE WS-TOOL-SUPPLIER-CODE(TOOL-IDX)
                    TO TLN-SUPPLIER-CODE
                 MOVE WS-TOOL-ADDR-SLOT(TOOL-IDX)   TO TLN-ADDR-SLOT
                 MOVE WS-TOOL-ACQ-COST(TOOL-IDX)    TO TLN-ACQ-COST
                 MOVE WS-TOOL-LIFE-CYCLES(TOOL-IDX)
                    TO TLN-LIFE-CYCLES
                 MOVE WS-TOOL-CYCLES-TO-DATE(TOOL-IDX)
                    TO TLN-CYCLES-TO-DATE
                 MOVE WS-TOOL-LAST-AUDIT(TOOL-IDX)  TO TLN-LAST-AUDIT
                 MOVE WS-TOOL-STATUS(TOOL-IDX)      TO TLN-STATUS
                 MOVE WS-TOOL-STATUS-DATE(TOOL-IDX)
                    TO TLN-STATUS-DATE
                 WRITE TOOL-NEW-REC
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE TOOL-TRANS.
           CLOSE TOOL-NEW.
           CLOSE TOOL-HIST.
