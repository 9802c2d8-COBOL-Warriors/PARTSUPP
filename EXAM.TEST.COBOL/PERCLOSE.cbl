      * Created:                    2026-08-21
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M2
      *  Version Level
      *  Release Level
      *  Modification Level
      * //PERPARM  DD DSN=USER66.EXAM.DEV.PERCLOSE.PARM,DISP=SHR
      *   JCL Output
      * //PERCLRPT DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Company-separate close.  PERPARM grows a 2-byte company
      *   code after the period (blank = every company); the
      *   summary prints one section per company, each counting
      *   only the suppliers that company buys from on the master.
      *   JCL Input (new)
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      ***************************************************************
      * Period-end close consolidation of the CHGHIST extract -
      * RPTPRINT appends one dated supplier snapshot row per printed
      *
      * CHGHIST itself is left untouched - this is a reader, the
      * same way PSCOMPAR only reads the PARTSUPL master.
      *
      * CHGHIST rows carry no company, so each supplier's company
      * comes off the PO-COMPANY-CODE of its POs on the RPTINPUT
      * master (blank = the home company).  The summary is printed
      * once per company - just PERPARM's company when it names
      * one - and each section counts only the suppliers that
      * company buys from.  A supplier with no PO on the master, or
      * a run with no RPTINPUT at all, counts as the home company's;
      * a supplier both companies buy from appears in both.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGHIST-REC ASSIGN TO CHGHIST.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT
               FILE STATUS IS WS-MAST-FILE-STATUS.
           SELECT PERPARM-REC ASSIGN TO PERPARM
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PERCL-REC   ASSIGN TO PERCLRPT.
           DATA RECORD IS CHGHIST-RECORD.
       01  CHGHIST-RECORD               PIC X(132).

      *    Optional - only read for each supplier's company.
       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    A 6-byte YYYYMM period selector and a 2-byte company.  A
      *    missing or blank period (or FILE STATUS not '00') means
      *    consolidate the current month; a blank company means
      *    every company, one section each.
       FD  PERPARM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PERPARM-RECORD.
       01  PERPARM-RECORD.
           05  PERPARM-PERIOD        PIC X(06).
           05  PERPARM-COMPANY-CODE  PIC X(02).

       FD  PERCL-REC
           RECORDING MODE F
       01  WS-CHGHIST-EOF            PIC X(01) VALUE 'N'.
           88  CHGHIST-EOF                     VALUE 'Y'.
       01  WS-PARM-FILE-STATUS       PIC X(02) VALUE SPACES.
       01  WS-MAST-FILE-STATUS       PIC X(02) VALUE SPACES.
       01  WS-MAST-EOF               PIC X(01) VALUE 'N'.
           88  MAST-EOF                        VALUE 'Y'.

       01  WS-PERIOD-YYYYMM          PIC X(06) VALUE SPACES.

      *    A blank company code anywhere is the home company.
      *    WS-RUN-COMPANY spaces = every company.
       01  WS-HOME-COMPANY           PIC X(02) VALUE '01'.
       01  WS-RUN-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-PO-COMPANY             PIC X(02) VALUE SPACES.
       01  WS-SECTION-COMPANY        PIC X(02) VALUE SPACES.

      *Supplier/company table*****************************************
      *    One slot per distinct SUPPLIER-CODE and company pair on
      *    the master's POs - which companies buy from which
      *    supplier.
      ***************************************************************
       01  WS-SUPCO-COUNT            PIC 9(03) VALUE 0.
       01  WS-SUPCO-TABLE.
           05 WS-SUPCO-ENTRY OCCURS 400 TIMES
                            INDEXED BY SCO-IDX.
              10 WS-SUPCO-SUPPLIER      PIC X(10) VALUE SPACES.
              10 WS-SUPCO-COMPANY       PIC X(02) VALUE SPACES.

       01  WS-CO-COUNT               PIC 9(02) VALUE 0.
       01  WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES
                            INDEXED BY CO-IDX.
              10 WS-CO-COMPANY-CODE     PIC X(02) VALUE SPACES.

       01  WS-PAIR-FOUND-FLAG        PIC X(01) VALUE 'N'.
           88  PAIR-ON-TABLE                   VALUE 'Y'.
       01  WS-SUPP-SEEN-FLAG         PIC X(01) VALUE 'N'.
           88  SUPP-ON-MASTER                  VALUE 'Y'.
       01  WS-FIRST-PASS-FLAG        PIC X(01) VALUE 'Y'.
           88  FIRST-PASS                      VALUE 'Y'.

      *    Fixed-position view of CHGHIST-RECORD - the delimiters are
      *    constant width because 500-SUB-WRITE-CHGHIST strings every
      *    field DELIMITED BY SIZE.
       01  WS-ROWS-READ              PIC 9(07) COMP VALUE 0.
       01  WS-ROWS-IN-PERIOD         PIC 9(07) COMP VALUE 0.
       01  WS-PERF-CHANGE-COUNT      PIC 9(05) COMP VALUE 0.
       01  WS-SECT-CHANGE-COUNT      PIC 9(05) COMP VALUE 0.

      *    Month-start/month-end counts by SUPPLIER-STATUS (1/2/3)
      *    and by the three rating texts RPTPRINT prints, plus an
           05 FILLER                 PIC X(30)  VALUE
               'Period-End Close Summary for'.
           05 WS-RPT-PERIOD-OUT      PIC X(06)  VALUE SPACES.
           05 FILLER                 PIC X(11)  VALUE
               '   Company '.
           05 WS-RPT-COMPANY-OUT     PIC X(02)  VALUE SPACES.

       01  WS-RPT-CHG-HEADING.
           05 FILLER                 PIC X(03)  VALUE SPACES.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
              PERFORM 140-CLOSE-ONE-COMPANY
           END-PERFORM
           PERFORM 900-CLOSE-FILES
           DISPLAY 'PERCLOSE PERIOD           ' WS-PERIOD-YYYYMM
           DISPLAY 'PERCLOSE COMPANIES        ' WS-CO-COUNT
           DISPLAY 'PERCLOSE ROWS READ        ' WS-ROWS-READ
           DISPLAY 'PERCLOSE ROWS IN PERIOD   ' WS-ROWS-IN-PERIOD
           DISPLAY 'PERCLOSE PERF CHANGES     ' WS-PERF-CHANGE-COUNT

       100-INITIALIZE.
           PERFORM 110-READ-PARM
           PERFORM 130-LOAD-SUPPLIER-COMPANIES
           PERFORM 135-BUILD-COMPANY-LIST
           OPEN OUTPUT PERCL-REC.

      *    Same optional-file treatment RPTPRINT's 000-READ-PARM
      *    gives RPTPARM - a missing PERPARM DD just means default,
      *    never an abend.  The default period is the current month.
       110-READ-PARM.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD-YYYYMM
           MOVE SPACES TO WS-RUN-COMPANY
           OPEN INPUT PERPARM-REC
           IF WS-PARM-FILE-STATUS = '00'
              READ PERPARM-REC
              IF PERPARM-PERIOD NOT = SPACES
                 MOVE PERPARM-PERIOD TO WS-PERIOD-YYYYMM
              END-IF
              IF WS-PARM-FILE-STATUS = '00'
                 AND PERPARM-COMPANY-CODE NOT = SPACES
                 MOVE PERPARM-COMPANY-CODE TO WS-RUN-COMPANY
              END-IF
           END-IF
           CLOSE PERPARM-REC.

              AT END MOVE 'Y' TO WS-CHGHIST-EOF
           END-READ.

      *    Every PO on the master ties its supplier to the PO's
      *    company.  A missing RPTINPUT (FILE STATUS not '00') just
      *    leaves the table empty - every supplier is then the home
      *    company's.
       130-LOAD-SUPPLIER-COMPANIES.
           MOVE 0 TO WS-SUPCO-COUNT
           OPEN INPUT PART-SUPP-OLD
           IF WS-MAST-FILE-STATUS = '00'
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO WS-MAST-EOF
              END-READ
              PERFORM UNTIL MAST-EOF
                 PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                    IF PO-NUMBER(PO-IDX) NOT = SPACES
                       PERFORM 131-ADD-SUPPLIER-COMPANY
                    END-IF
                 END-PERFORM
                 READ PART-SUPP-OLD
                    AT END MOVE 'Y' TO WS-MAST-EOF
                 END-READ
              END-PERFORM
              CLOSE PART-SUPP-OLD
           END-IF.

       131-ADD-SUPPLIER-COMPANY.
           MOVE PO-COMPANY-CODE(PO-IDX) TO WS-PO-COMPANY
           IF WS-PO-COMPANY = SPACES
              MOVE WS-HOME-COMPANY TO WS-PO-COMPANY
           END-IF
           MOVE 'N' TO WS-PAIR-FOUND-FLAG
           PERFORM VARYING SCO-IDX FROM 1 BY 1
              UNTIL SCO-IDX > WS-SUPCO-COUNT OR PAIR-ON-TABLE
              IF WS-SUPCO-SUPPLIER(SCO-IDX) = SUPPLIER-CODE
                 AND WS-SUPCO-COMPANY(SCO-IDX) = WS-PO-COMPANY
                 MOVE 'Y' TO WS-PAIR-FOUND-FLAG
              END-IF
           END-PERFORM
           IF NOT PAIR-ON-TABLE AND WS-SUPCO-COUNT < 400
              ADD 1 TO WS-SUPCO-COUNT
              MOVE SUPPLIER-CODE TO WS-SUPCO-SUPPLIER(WS-SUPCO-COUNT)
              MOVE WS-PO-COMPANY TO WS-SUPCO-COMPANY(WS-SUPCO-COUNT)
           END-IF.

      *    PERPARM's company alone when it names one; otherwise the
      *    home company and then every other company the master
      *    carries, in the order first met.
       135-BUILD-COMPANY-LIST.
           MOVE 0 TO WS-CO-COUNT
           IF WS-RUN-COMPANY NOT = SPACES
              MOVE 1 TO WS-CO-COUNT
              MOVE WS-RUN-COMPANY TO WS-CO-COMPANY-CODE(1)
           ELSE
              MOVE 1 TO WS-CO-COUNT
              MOVE WS-HOME-COMPANY TO WS-CO-COMPANY-CODE(1)
              PERFORM VARYING SCO-IDX FROM 1 BY 1
                 UNTIL SCO-IDX > WS-SUPCO-COUNT
                 MOVE 'N' TO WS-PAIR-FOUND-FLAG
                 PERFORM VARYING CO-IDX FROM 1 BY 1
                    UNTIL CO-IDX > WS-CO-COUNT OR PAIR-ON-TABLE
                    IF WS-CO-COMPANY-CODE(CO-IDX) =
                       WS-SUPCO-COMPANY(SCO-IDX)
                       MOVE 'Y' TO WS-PAIR-FOUND-FLAG
                    END-IF
                 END-PERFORM
                 IF NOT PAIR-ON-TABLE AND WS-CO-COUNT < 20
                    ADD 1 TO WS-CO-COUNT
                    MOVE WS-SUPCO-COMPANY(SCO-IDX)
                       TO WS-CO-COMPANY-CODE(WS-CO-COUNT)
                 END-IF
              END-PERFORM
           END-IF.

      *    One full pass of CHGHIST per company - the period tables
      *    and counts start clean each time, and the run-wide row
      *    counts are taken on the first pass only.
       140-CLOSE-ONE-COMPANY.
           MOVE WS-CO-COMPANY-CODE(CO-IDX) TO WS-SECTION-COMPANY
           MOVE 0 TO WS-SUPP-COUNT
           MOVE 0 TO WS-SECT-CHANGE-COUNT
           INITIALIZE WS-SUPP-PERIOD-TABLE
           INITIALIZE WS-STATUS-COUNTS
           INITIALIZE WS-RATING-COUNTS
           MOVE 'N' TO WS-CHGHIST-EOF
           OPEN INPUT CHGHIST-REC
           PERFORM 120-READ-CHGHIST
           PERFORM 150-PRINT-HEADINGS
           PERFORM 200-PROCESS-ROWS UNTIL CHGHIST-EOF
           PERFORM 300-PRINT-STATUS-COUNTS
           PERFORM 400-PRINT-RATING-COUNTS
           CLOSE CHGHIST-REC
           MOVE 'N' TO WS-FIRST-PASS-FLAG.

       150-PRINT-HEADINGS.
           IF NOT FIRST-PASS
              MOVE SPACES TO PERCL-RECORD
              WRITE PERCL-RECORD
           END-IF
           MOVE WS-PERIOD-YYYYMM TO WS-RPT-PERIOD-OUT
           MOVE WS-SECTION-COMPANY TO WS-RPT-COMPANY-OUT
           MOVE WS-RPT-HEADING TO PERCL-RECORD
           WRITE PERCL-RECORD
           MOVE SPACES TO PERCL-RECORD

      *    Rows outside the requested period are counted but
      *    otherwise skipped - CHGHIST is one ever-growing file
      *    across every run, not one file per month.  So are rows
      *    for a supplier the section's company doesn't buy from.
       200-PROCESS-ROWS.
           MOVE CHGHIST-RECORD TO WS-CHG-ROW
           IF FIRST-PASS
              ADD 1 TO WS-ROWS-READ
              IF WS-CHG-DATE(1:6) = WS-PERIOD-YYYYMM
                 ADD 1 TO WS-ROWS-IN-PERIOD
              END-IF
           END-IF
           IF WS-CHG-DATE(1:6) = WS-PERIOD-YYYYMM
              PERFORM 205-CHECK-SUPPLIER-COMPANY
              IF PAIR-ON-TABLE
                 PERFORM 210-APPLY-ROW-TO-TABLE
              END-IF
           END-IF
           PERFORM 120-READ-CHGHIST.

      *    PAIR-ON-TABLE when the section's company buys from the
      *    row's supplier - or, for a supplier with no PO on the
      *    master, when the section is the home company.
       205-CHECK-SUPPLIER-COMPANY.
           MOVE 'N' TO WS-PAIR-FOUND-FLAG
           MOVE 'N' TO WS-SUPP-SEEN-FLAG
           PERFORM VARYING SCO-IDX FROM 1 BY 1
              UNTIL SCO-IDX > WS-SUPCO-COUNT OR PAIR-ON-TABLE
              IF WS-SUPCO-SUPPLIER(SCO-IDX) = WS-CHG-SUPPLIER-CODE
                 MOVE 'Y' TO WS-SUPP-SEEN-FLAG
                 IF WS-SUPCO-COMPANY(SCO-IDX) = WS-SECTION-COMPANY
                    MOVE 'Y' TO WS-PAIR-FOUND-FLAG
                 END-IF
              END-IF
           END-PERFORM
           IF NOT SUPP-ON-MASTER
              AND WS-SECTION-COMPANY = WS-HOME-COMPANY
              MOVE 'Y' TO WS-PAIR-FOUND-FLAG
           END-IF.

      *    First snapshot of a supplier inside the period fixes its
      *    month-start standing; every later row rolls its month-end
      *    standing forward, and a SUPPLIER-PERF value different from

       230-PRINT-PERF-CHANGE.
           ADD 1 TO WS-PERF-CHANGE-COUNT
           ADD 1 TO WS-SECT-CHANGE-COUNT
           MOVE WS-CHG-DATE TO WS-RPT-CHG-DATE-OUT
           MOVE WS-CHG-SUPPLIER-CODE TO WS-RPT-CHG-SUPP-OUT
           MOVE WS-SUP-LAST-PERF(WS-MATCHED-SUP)
           WRITE PERCL-RECORD.

       300-PRINT-STATUS-COUNTS.
           IF WS-SECT-CHANGE-COUNT = 0
              MOVE WS-RPT-NO-CHANGES TO PERCL-RECORD
              WRITE PERCL-RECORD
           END-IF
           END-EVALUATE.

       900-CLOSE-FILES.
           CLOSE PERCL-REC.
