      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //REBATRPT DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Earned rebate is now claimed from the supplier on the
      *   common DEBITMEM adjustment feed instead of waiting for
      *   the supplier to volunteer it.  Each run reads the feed
      *   for the rebate memos (source 'REBT') already raised
      *   against the supplier inside the agreement period, and
      *   raises a memo for whatever earned-to-date exceeds the
      *   larger of that and the amount collected - so a run with
      *   nothing newly earned raises nothing, and collections
      *   taken before memos existed are not claimed twice.  Memo
      *   id 'R' + run date (YYMMDD) + the agreement's position on
      *   REBAGREE, reason REB, reference the period end date.
      *   JCL In/Out (new)
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=MOD
      ***************************************************************
      * Volume rebate agreement tracking and accrual - the
      * agreements that lived in a buyer's drawer, on file and
      * versus outstanding off the REBCOLL collections file.  A
      * missing collections file just means nothing has been
      * collected yet.
      *
      * Rebate memos go on DEBITMEM with the other supplier
      * adjustments, so EDI812OT sends them on an 812 (or a
      * printed debit memo), PAYREG nets them against the next
      * remittance and ADJAGE ages them until the credit lands.
      ***************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-REBCOLL-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT REBATRPT-REC  ASSIGN TO REBATRPT.
           SELECT DEBITMEM-REC  ASSIGN TO DEBITMEM
               FILE STATUS IS WS-DEBITMEM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REBATRPT-RECORD.
       01  REBATRPT-RECORD               PIC X(132).

      *    Common debit/credit adjustment feed - see DEBITMEM.cpy.
      *    Read for the rebate memos already raised, then appended.
       FD  DEBITMEM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
           COPY 'DEBITMEM'.

       WORKING-STORAGE SECTION.

       01  WS-REBCOLL-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-DEBITMEM-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    Agreements plus the per-supplier accumulation the sweep
      *    folds into them.
                                         PIC 9(2)V99    VALUE 0.
               10 WS-AGR-RECEIVED-AMT    PIC S9(11)V99  VALUE 0.
               10 WS-AGR-COLLECTED-AMT   PIC 9(9)V99    VALUE 0.
               10 WS-AGR-MEMOED-AMT      PIC S9(11)V99  VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-AGREEMENTS              PIC 9(03)      VALUE 0.
           05 WS-EARNING-COUNT           PIC 9(03)      VALUE 0.
           05 WS-MEMO-COUNT              PIC 9(03)      VALUE 0.

       01  WS-PO-AMOUNT                  PIC S9(9)V99   VALUE 0.
       01  WS-EARNED-AMT                 PIC S9(11)V99  VALUE 0.
       01  WS-OUTSTANDING-AMT            PIC S9(11)V99  VALUE 0.
       01  WS-NEXT-TIER-GAP              PIC S9(11)V99  VALUE 0.
       01  WS-CLAIMED-AMT                PIC S9(11)V99  VALUE 0.
       01  WS-MEMO-DUE-AMT               PIC S9(11)V99  VALUE 0.
       01  WS-AGR-SEQ                    PIC 9(03)      VALUE 0.
       01  WS-EARNED-PCT                 PIC 9(2)V99    VALUE 0.
       01  WS-TIER-SUB                   PIC 9(01)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
           88 NO-MORE-AGREEMENTS                        VALUE 'Y'.
       01  REBCOLL-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-COLLECTIONS                       VALUE 'Y'.
       01  DEBITMEM-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-DEBIT-MEMOS                       VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-AGREEMENTS.
           PERFORM 400-LOAD-COLLECTIONS.
           PERFORM 450-LOAD-REBATE-MEMOS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM 800-WRITE-POSITIONS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'REBATRK COMPLETE - AGREEMENTS: ' WS-AGREEMENTS
              ' EARNING: ' WS-EARNING-COUNT
              ' DEBIT MEMOS: ' WS-MEMO-COUNT.
           GOBACK.

       000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO REBAGREE-EOF.
           MOVE 'N' TO REBCOLL-EOF.
           MOVE 'N' TO DEBITMEM-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           END-IF
           .

      *    Rebate memos already raised against each agreement's
      *    supplier inside its period.  A missing feed (FILE STATUS
      *    not '00') means none yet.  The feed is then opened for
      *    this run's memos.
       450-LOAD-REBATE-MEMOS.
           OPEN INPUT DEBITMEM-REC
           IF WS-DEBITMEM-FILE-STATUS = '00'
              READ DEBITMEM-REC
                 AT END MOVE 'Y' TO DEBITMEM-EOF
              END-READ
              PERFORM UNTIL NO-MORE-DEBIT-MEMOS
                 IF DM-FROM-REBATE
                    PERFORM VARYING AGR-IDX FROM 1 BY 1
                       UNTIL AGR-IDX > WS-AGR-COUNT
                          IF WS-AGR-SUPPLIER-CODE(AGR-IDX) =
                             DM-SUPPLIER-CODE
                             AND DM-MEMO-DATE >=
                                 WS-AGR-PERIOD-START(AGR-IDX)
                             ADD DM-AMOUNT
                                TO WS-AGR-MEMOED-AMT(AGR-IDX)
                          END-IF
                    END-PERFORM
                 END-IF
                 READ DEBITMEM-REC
                    AT END MOVE 'Y' TO DEBITMEM-EOF
                 END-READ
              END-PERFORM
              CLOSE DEBITMEM-REC
           END-IF
           OPEN EXTEND DEBITMEM-REC
           .

       600-PROCESS-MASTER.
           PERFORM VARYING AGR-IDX FROM 1 BY 1
              UNTIL AGR-IDX > WS-AGR-COUNT
                 MOVE 'BELOW FIRST TIER' TO RBD-REMARK
           END-EVALUATE
           WRITE REBATRPT-RECORD FROM WS-RPT-DETAIL
           PERFORM 820-CLAIM-EARNED-REBATE
           .

      *    Whatever has been earned beyond what is already claimed
      *    on a memo or already in hand from the supplier.
       820-CLAIM-EARNED-REBATE.
           IF WS-AGR-COLLECTED-AMT(AGR-IDX) >
              WS-AGR-MEMOED-AMT(AGR-IDX)
              MOVE WS-AGR-COLLECTED-AMT(AGR-IDX) TO WS-CLAIMED-AMT
           ELSE
              MOVE WS-AGR-MEMOED-AMT(AGR-IDX) TO WS-CLAIMED-AMT
           END-IF
           COMPUTE WS-MEMO-DUE-AMT = WS-EARNED-AMT - WS-CLAIMED-AMT
           IF WS-MEMO-DUE-AMT > 0
              SET WS-AGR-SEQ TO AGR-IDX
              MOVE SPACES TO DEBITMEM-RECORD
              STRING 'R' WS-TODAYS-DATE(3:6) WS-AGR-SEQ
                 DELIMITED BY SIZE INTO DM-MEMO-ID
              MOVE WS-AGR-SUPPLIER-CODE(AGR-IDX) TO DM-SUPPLIER-CODE
              MOVE 'REBT' TO DM-SOURCE
              MOVE 'REB' TO DM-REASON-CODE
              MOVE WS-MEMO-DUE-AMT TO DM-AMOUNT
              MOVE WS-TODAYS-DATE TO DM-MEMO-DATE
              MOVE WS-AGR-PERIOD-END(AGR-IDX) TO DM-REFERENCE
              WRITE DEBITMEM-RECORD
              ADD WS-MEMO-DUE-AMT TO WS-AGR-MEMOED-AMT(AGR-IDX)
              ADD 1 TO WS-MEMO-COUNT
           END-IF
           .

       1000-CLOSE-END.
           CLOSE REBAGREE-REC.
           CLOSE PART-SUPP-OLD.
           CLOSE REBATRPT-REC.
           CLOSE DEBITMEM-REC.
