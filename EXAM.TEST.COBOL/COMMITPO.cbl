      * Created:                    2026-09-02
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M2
      *  Version Level
      *  Release Level
      *  Modification Level
      * //BUDGPOS  DD DSN=USER66.EXAM.DEV.COMMITPO.POSITION,
      * //            DISP=OLD
      * //BUDGRPT  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Company code for the sister plant's separate legal entity.
      *   BUDGREF and BUDGPOS carry the company (out of the filler,
      *   spaces = home company '01'); positions accumulate by
      *   company and GL code off PO-COMPANY-CODE so one entity's
      *   POs never count against the other's budget, and the
      *   report prints each company's lines and totals as its own
      *   section.  An optional CMTPARM names one company to run;
      *   missing or blank runs every company, each still separate.
      *   JCL Input (new)
      * //CMTPARM  DD DSN=USER66.EXAM.DEV.COMMITPO.PARM,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M3
      *   A CMTPARM run for one company rewrote BUDGPOS with that
      *   company's rows alone, and POEDIT lost every other
      *   company's position until the next all-company run.  The
      *   prior position now comes in on BUDGPSOL and, on a single-
      *   company run, every other company's rows carry forward
      *   unchanged into the new BUDGPOS; the run company's rows
      *   are replaced.  An all-company run rebuilds it whole, as
      *   before.  A missing BUDGPSOL (FILE STATUS not '00') on a
      *   single-company run carries nothing and says so.
      *   JCL Input (new)
      * //BUDGPSOL DD DSN=USER66.EXAM.DEV.COMMITPO.POSITION,DISP=SHR
      ***************************************************************
      * Commitment position by GL cost code - BUYRLMT caps what one
      * buyer puts on one PO, but nothing capped what the whole
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT BUDGREF-REC   ASSIGN TO BUDGREF
               FILE STATUS IS WS-BUDGREF-FILE-STATUS.
           SELECT BUDGPOS-OLD   ASSIGN TO BUDGPSOL
               FILE STATUS IS WS-BUDGPSOL-FILE-STATUS.
           SELECT BUDGPOS-REC   ASSIGN TO BUDGPOS.
           SELECT BUDGRPT-REC   ASSIGN TO BUDGRPT.
           SELECT CMTPARM-REC   ASSIGN TO CMTPARM
               FILE STATUS IS WS-CMTPARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    One budget row per company per GL code per period - a
      *    blank company is the home company.
       FD  BUDGREF-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           05  BG-PERIOD           PIC 9(06).
           05  BG-BUDGET-AMT       PIC 9(11)V99.
           05  BG-ENFORCE-FLAG     PIC X(01).
           05  BG-COMPANY-CODE     PIC X(02).
           05  FILLER              PIC X(12).

      *    The position POEDIT's budget check loads - one row per
      *    company and GL code with this period's budget and the
      *    running committed/spent totals.
       FD  BUDGPOS-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           05  BP-COMMITTED-AMT    PIC S9(11)V99.
           05  BP-SPENT-AMT        PIC S9(11)V99.
           05  BP-ENFORCE-FLAG     PIC X(01).
           05  BP-COMPANY-CODE     PIC X(02).
           05  FILLER              PIC X(32).

      *    Last run's position - same row as BUDGPOS, read only for
      *    the companies a single-company run does not rebuild.
       FD  BUDGPOS-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGPOS-OLD-RECORD.
       01  BUDGPOS-OLD-RECORD.
           05  FILLER              PIC X(46).
           05  BPO-COMPANY-CODE    PIC X(02).
           05  FILLER              PIC X(32).

       FD  BUDGRPT-REC
           RECORDING MODE F
           DATA RECORD IS BUDGRPT-RECORD.
       01  BUDGRPT-RECORD                PIC X(132).

      *    One 2-byte company selector.  A missing or blank record
      *    (or FILE STATUS not '00') means run every company.
       FD  CMTPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CMTPARM-RECORD.
       01  CMTPARM-RECORD.
           05  CMTPARM-COMPANY-CODE  PIC X(02).

       WORKING-STORAGE SECTION.

       01  WS-BUDGREF-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-CMTPARM-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-BUDGPSOL-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    Blank company codes on the master and reference files
      *    are the home company.  WS-RUN-COMPANY spaces = every
      *    company.
       01  WS-HOME-COMPANY               PIC X(02)      VALUE '01'.
       01  WS-RUN-COMPANY                PIC X(02)      VALUE SPACES.
       01  WS-PO-COMPANY                 PIC X(02)      VALUE SPACES.
       01  WS-OLD-COMPANY                PIC X(02)      VALUE SPACES.

      *    The companies seen this run, in first-seen order - the
      *    report and position file are written one company at a
      *    time.
       01  WS-CO-COUNT                   PIC 9(02)      VALUE 0.
       01  WS-COMPANY-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES
                  INDEXED BY CO-IDX.
               10 WS-CO-COMPANY-CODE     PIC X(02)      VALUE SPACES.

      *    Position accumulation per company and GL code, seeded
      *    from this period's budget rows so a budgeted line with
      *    no activity still reports.
       01  WS-POS-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-POSITION-TABLE.
           05  WS-POS-ENTRY OCCURS 200 TIMES
                  INDEXED BY POS-IDX.
               10 WS-POS-COMPANY-CODE    PIC X(02)      VALUE SPACES.
               10 WS-POS-GL-COST-CODE    PIC X(06)      VALUE SPACES.
               10 WS-POS-BUDGET-AMT      PIC 9(11)V99   VALUE 0.
               10 WS-POS-COMMITTED-AMT   PIC S9(11)V99  VALUE 0.
       01  WS-RUN-COUNTS.
           05 WS-OVER-BUDGET-COUNT       PIC 9(03)      VALUE 0.
           05 WS-UNBUDGETED-COUNT        PIC 9(03)      VALUE 0.
           05 WS-CARRIED-COUNT           PIC 9(05)      VALUE 0.

       01  WS-PO-AMOUNT                  PIC S9(9)V99   VALUE 0.
       01  WS-TOTAL-EXPOSURE             PIC S9(11)V99  VALUE 0.
       01  WS-CO-TOTALS.
           05 WS-CO-BUDGET-AMT           PIC 9(13)V99   VALUE 0.
           05 WS-CO-COMMITTED-AMT        PIC S9(13)V99  VALUE 0.
           05 WS-CO-SPENT-AMT            PIC S9(13)V99  VALUE 0.
       01  WS-CURRENT-PERIOD             PIC 9(06)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  BUDGREF-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-BUDGETS                           VALUE 'Y'.
       01  BUDGPSOL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-POSITIONS                     VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'BUDGET VS COMMITMENT BY GL COST CODE'.

       01  WS-RPT-CO-HEADING.
           05  FILLER              PIC X(08)      VALUE 'COMPANY '.
           05  BRC-COMPANY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(122)     VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  BRD-COMPANY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  BRD-GL-COST-CODE    PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(08)      VALUE 'BUDGET '.
               SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  BRD-REMARK          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(12)      VALUE SPACES.

       01  WS-RPT-CO-TOTAL.
           05  FILLER              PIC X(08)      VALUE 'COMPANY '.
           05  BRT-COMPANY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(07)      VALUE ' TOTAL '.
           05  FILLER              PIC X(07)      VALUE 'BUDGET '.
           05  BRT-BUDGET          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                                  VALUE ZERO.
           05  FILLER              PIC X(07)      VALUE '  COMM '.
           05  BRT-COMMITTED       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-
                                                  VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE '  SPENT '.
           05  BRT-SPENT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-
                                                  VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-PARM.
           PERFORM 300-LOAD-PERIOD-BUDGETS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           PERFORM 1000-CLOSE-END.
           DISPLAY 'COMMITPO COMPLETE - GL CODES: ' WS-POS-COUNT
              ' OVER BUDGET: ' WS-OVER-BUDGET-COUNT
              ' UNBUDGETED: ' WS-UNBUDGETED-COUNT
              ' CARRIED: ' WS-CARRIED-COUNT.
           GOBACK.

       000-INIT.
           MOVE WS-TODAYS-DATE(1:6) TO WS-CURRENT-PERIOD.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO BUDGREF-EOF.
           MOVE 'N' TO BUDGPSOL-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT BUDGPOS-REC.
           OPEN OUTPUT BUDGRPT-REC.

      *    Same optional-file treatment PERCLOSE gives PERPARM - a
      *    missing CMTPARM DD just means every company, never an
      *    abend.
       110-READ-PARM.
           MOVE SPACES TO WS-RUN-COMPANY
           OPEN INPUT CMTPARM-REC
           IF WS-CMTPARM-FILE-STATUS = '00'
              READ CMTPARM-REC
              IF WS-CMTPARM-FILE-STATUS = '00'
                 AND CMTPARM-COMPANY-CODE NOT = SPACES
                 MOVE CMTPARM-COMPANY-CODE TO WS-RUN-COMPANY
              END-IF
           END-IF
           CLOSE CMTPARM-REC.

      *    Only the current period's budget rows (for the run's
      *    company, when CMTPARM names one) seed the table - a
      *    missing BUDGREF (FILE STATUS not '00') just means every
      *    line reports unbudgeted and POEDIT warns instead of
      *    blocking.
                 AT END MOVE 'Y' TO BUDGREF-EOF
              END-READ
              PERFORM UNTIL NO-MORE-BUDGETS OR WS-POS-COUNT >= 200
                 IF BG-COMPANY-CODE = SPACES
                    MOVE WS-HOME-COMPANY TO BG-COMPANY-CODE
                 END-IF
                 IF BG-PERIOD = WS-CURRENT-PERIOD
                    AND (WS-RUN-COMPANY = SPACES
                         OR BG-COMPANY-CODE = WS-RUN-COMPANY)
                    ADD 1 TO WS-POS-COUNT
                    MOVE BG-COMPANY-CODE
                       TO WS-POS-COMPANY-CODE(WS-POS-COUNT)
                    MOVE BG-GL-COST-CODE
                       TO WS-POS-GL-COST-CODE(WS-POS-COUNT)
                    MOVE BG-BUDGET-AMT

      *    Open and Shipped POs are committed money; Received ones
      *    are spent.  An Inspection Hold still counts committed -
      *    the receipt isn't final until the inspector signs.  A
      *    PO belonging to a company other than CMTPARM's is
      *    skipped.
       600-PROCESS-MASTER.
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              MOVE PO-COMPANY-CODE(PO-IDX) TO WS-PO-COMPANY
              IF WS-PO-COMPANY = SPACES
                 MOVE WS-HOME-COMPANY TO WS-PO-COMPANY
              END-IF
              IF PO-NUMBER(PO-IDX) NOT = SPACES
                 AND NOT PO-TYPE-BLANKET(PO-IDX)
                 AND NOT PO-STATUS-CANCELLED(PO-IDX)
                 AND (WS-RUN-COMPANY = SPACES
                      OR WS-PO-COMPANY = WS-RUN-COMPANY)
                 PERFORM 610-ACCUMULATE-POSITION
              END-IF
           END-PERFORM
           PERFORM VARYING POS-IDX FROM 1 BY 1
              UNTIL POS-IDX > WS-POS-COUNT OR ENTRY-FOUND
                 IF WS-POS-GL-COST-CODE(POS-IDX) = GL-COST-CODE
                    AND WS-POS-COMPANY-CODE(POS-IDX) = WS-PO-COMPANY
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO POS-IDX
                 END-IF
           IF NOT ENTRY-FOUND
              IF WS-POS-COUNT >= 200
                 DISPLAY 'COMMITPO POSITION TABLE FULL: '
                    WS-PO-COMPANY ' ' GL-COST-CODE
                 MOVE 0 TO WS-SLOT
              ELSE
                 ADD 1 TO WS-POS-COUNT
                 MOVE WS-POS-COUNT TO WS-SLOT
                 MOVE WS-PO-COMPANY
                    TO WS-POS-COMPANY-CODE(WS-SLOT)
                 MOVE GL-COST-CODE
                    TO WS-POS-GL-COST-CODE(WS-SLOT)
                 MOVE 'W' TO WS-POS-ENFORCE-FLAG(WS-SLOT)
           END-IF
           .

      *    One section per company - its heading, its GL lines and
      *    its totals - so neither entity's position reads into the
      *    other's.
       800-WRITE-POSITION-AND-REPORT.
           WRITE BUDGRPT-RECORD FROM WS-RPT-HEADING
           MOVE 0 TO WS-CO-COUNT
           PERFORM VARYING POS-IDX FROM 1 BY 1
              UNTIL POS-IDX > WS-POS-COUNT
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING CO-IDX FROM 1 BY 1
                    UNTIL CO-IDX > WS-CO-COUNT OR ENTRY-FOUND
                       IF WS-CO-COMPANY-CODE(CO-IDX) =
                          WS-POS-COMPANY-CODE(POS-IDX)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
                 IF NOT ENTRY-FOUND AND WS-CO-COUNT < 20
                    ADD 1 TO WS-CO-COUNT
                    MOVE WS-POS-COMPANY-CODE(POS-IDX)
                       TO WS-CO-COMPANY-CODE(WS-CO-COUNT)
                 END-IF
           END-PERFORM
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
                 PERFORM 810-WRITE-COMPANY-SECTION
           END-PERFORM
           IF WS-RUN-COMPANY NOT = SPACES
              PERFORM 820-CARRY-OTHER-COMPANIES
           END-IF
           .

       810-WRITE-COMPANY-SECTION.
           INITIALIZE WS-CO-TOTALS
           MOVE WS-CO-COMPANY-CODE(CO-IDX) TO BRC-COMPANY-CODE
           WRITE BUDGRPT-RECORD FROM WS-RPT-CO-HEADING
           PERFORM VARYING POS-IDX FROM 1 BY 1
              UNTIL POS-IDX > WS-POS-COUNT
              IF WS-POS-COMPANY-CODE(POS-IDX) =
                 WS-CO-COMPANY-CODE(CO-IDX)
                 MOVE SPACES TO BUDGPOS-RECORD
                 MOVE WS-POS-COMPANY-CODE(POS-IDX)
                    TO BP-COMPANY-CODE
                 MOVE WS-POS-GL-COST-CODE(POS-IDX)
                    TO BP-GL-COST-CODE
                 MOVE WS-POS-BUDGET-AMT(POS-IDX) TO BP-BUDGET-AMT
                    TO BP-ENFORCE-FLAG
                 WRITE BUDGPOS-RECORD
                 MOVE SPACES TO WS-RPT-DETAIL
                 MOVE WS-POS-COMPANY-CODE(POS-IDX)
                    TO BRD-COMPANY-CODE
                 MOVE WS-POS-GL-COST-CODE(POS-IDX)
                    TO BRD-GL-COST-CODE
                 MOVE WS-POS-BUDGET-AMT(POS-IDX) TO BRD-BUDGET
                 MOVE WS-POS-COMMITTED-AMT(POS-IDX)
                    TO BRD-COMMITTED
                 MOVE WS-POS-SPENT-AMT(POS-IDX) TO BRD-SPENT
                 ADD WS-POS-BUDGET-AMT(POS-IDX) TO WS-CO-BUDGET-AMT
                 ADD WS-POS-COMMITTED-AMT(POS-IDX)
                    TO WS-CO-COMMITTED-AMT
                 ADD WS-POS-SPENT-AMT(POS-IDX) TO WS-CO-SPENT-AMT
                 COMPUTE WS-TOTAL-EXPOSURE =
                    WS-POS-COMMITTED-AMT(POS-IDX)
                    + WS-POS-SPENT-AMT(POS-IDX)
                       ADD 1 TO WS-OVER-BUDGET-COUNT
                 END-EVALUATE
                 WRITE BUDGRPT-RECORD FROM WS-RPT-DETAIL
              END-IF
           END-PERFORM
           MOVE WS-CO-COMPANY-CODE(CO-IDX) TO BRT-COMPANY-CODE
           MOVE WS-CO-BUDGET-AMT TO BRT-BUDGET
           MOVE WS-CO-COMMITTED-AMT TO BRT-COMMITTED
           MOVE WS-CO-SPENT-AMT TO BRT-SPENT
           WRITE BUDGRPT-RECORD FROM WS-RPT-CO-TOTAL
           .

      *    A single-company run rebuilt only its own company's rows -
      *    everyone else's position goes back out as it was.
       820-CARRY-OTHER-COMPANIES.
           OPEN INPUT BUDGPOS-OLD
           IF WS-BUDGPSOL-FILE-STATUS = '00'
              READ BUDGPOS-OLD
                 AT END MOVE 'Y' TO BUDGPSOL-EOF
              END-READ
              PERFORM UNTIL NO-MORE-OLD-POSITIONS
                 MOVE BPO-COMPANY-CODE TO WS-OLD-COMPANY
                 IF WS-OLD-COMPANY = SPACES
                    MOVE WS-HOME-COMPANY TO WS-OLD-COMPANY
                 END-IF
                 IF WS-OLD-COMPANY NOT = WS-RUN-COMPANY
                    WRITE BUDGPOS-RECORD FROM BUDGPOS-OLD-RECORD
                    ADD 1 TO WS-CARRIED-COUNT
                 END-IF
                 READ BUDGPOS-OLD
                    AT END MOVE 'Y' TO BUDGPSOL-EOF
                 END-READ
              END-PERFORM
              CLOSE BUDGPOS-OLD
           ELSE
              DISPLAY 'COMMITPO - NO PRIOR BUDGPOS, OTHER COMPANIES '
                 'NOT CARRIED FORWARD'
           END-IF
           .

       1000-CLOSE-END.
