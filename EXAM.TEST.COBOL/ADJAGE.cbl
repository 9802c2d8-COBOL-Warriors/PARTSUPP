      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    ADJAGE.
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
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=SHR
      * //DMSENT   DD DSN=USER66.EXAM.DEV.DEBITMEM.SENTLOG,DISP=SHR
      * //DMCREDIT DD DSN=USER66.EXAM.DEV.DEBITMEM.CREDITS,DISP=SHR
      * //PAYREGOL DD DSN=USER66.EXAM.DEV.PAYREG.REGISTER,DISP=SHR
      *   JCL Output
      * //ADJAGERP DD SYSOUT=*
      ***************************************************************
      * Open debit/credit adjustment aging.  Every memo on the
      * DEBITMEM feed (layout DEBITMEM.cpy) stays open until the
      * supplier has actually given the money back, which happens
      * one of two ways:
      *    - the supplier's statement shows a credit quoting the
      *      memo id - STMTRECN records it on DMCREDIT, or
      *    - PAYREG has netted the memo off a remittance - its
      *      register carries an entry-type 'D' row with the memo
      *      id.
      * Every other memo prints on ADJAGERP with its age in days
      * since the memo date, bucketed 0-30/31-60/61-90/over 90 (the
      * same buckets RTVAGE uses), and how the supplier was told
      * (the 812 interchange or the printed memo EDI812OT logged on
      * DMSENT, or NOT SENT when EDI812OT has not run since it was
      * raised) - so an adjustment nobody ever collected stops
      * disappearing into the feed.  A memo id appearing twice on
      * the feed ages once.  Missing DMSENT/DMCREDIT/PAYREGOL files
      * just mean nothing sent or settled that way yet.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBITMEM-REC  ASSIGN TO DEBITMEM
               FILE STATUS IS WS-DEBITMEM-FILE-STATUS.
           SELECT DMSENT-REC    ASSIGN TO DMSENT
               FILE STATUS IS WS-DMSENT-FILE-STATUS.
           SELECT DMCREDIT-REC  ASSIGN TO DMCREDIT
               FILE STATUS IS WS-DMCREDIT-FILE-STATUS.
           SELECT PAYREG-OLD    ASSIGN TO PAYREGOL
               FILE STATUS IS WS-PAYREGOL-FILE-STATUS.
           SELECT ADJAGERP-REC  ASSIGN TO ADJAGERP.

       DATA DIVISION.
       FILE SECTION.

      *    Common debit/credit adjustment feed - see DEBITMEM.cpy.
       FD  DEBITMEM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
           COPY 'DEBITMEM'.

      *    EDI812OT's sent-log - see DMSENT.cpy.
       FD  DMSENT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DM-SENT-ROW.
           COPY 'DMSENT'.

      *    STMTRECN's statement credits - see DMCREDIT.cpy.
       FD  DMCREDIT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DM-CREDIT-ROW.
           COPY 'DMCREDIT'.

      *    Same register row PAYREG writes - only its netted debit
      *    memo rows matter here.
       FD  PAYREG-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYREG-OLD-REC.
       01  PAYREG-OLD-REC.
           05  PRO-SUPPLIER-CODE   PIC X(10).
           05  PRO-PO-NUMBER       PIC X(06).
           05  PRO-REMIT-DATE      PIC 9(08).
           05  PRO-AMOUNT          PIC S9(9)V99.
           05  PRO-ENTRY-TYPE      PIC X(01).
               88 PRO-DEBIT-MEMO            VALUE 'D'.
           05  PRO-MEMO-ID         PIC X(10).
           05  FILLER              PIC X(34).

       FD  ADJAGERP-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADJAGERP-RECORD.
       01  ADJAGERP-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DEBITMEM-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-DMSENT-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-DMCREDIT-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-PAYREGOL-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    Memo ids the supplier has settled - C statement credit,
      *    N netted by PAYREG.
       01  WS-STL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-SETTLED-TABLE.
           05  WS-STL-ENTRY OCCURS 9999 TIMES
                  INDEXED BY STL-IDX.
               10 WS-STL-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-STL-HOW             PIC X(01)      VALUE SPACES.
                  88 WS-STL-BY-CREDIT                   VALUE 'C'.
                  88 WS-STL-BY-NETTING                  VALUE 'N'.

      *    How each memo went out, off the sent-log.
       01  WS-SNT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-SENT-TABLE.
           05  WS-SNT-ENTRY OCCURS 9999 TIMES
                  INDEXED BY SNT-IDX.
               10 WS-SNT-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-SNT-CHANNEL         PIC X(01)      VALUE SPACES.
               10 WS-SNT-ICN             PIC 9(09)      VALUE 0.
               10 WS-SNT-SENT-DATE       PIC 9(08)      VALUE 0.

      *    Memo ids already aged this run, so a repeated feed row
      *    ages once.
       01  WS-SEEN-COUNT                 PIC 9(05)      VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 9999 TIMES
                  INDEXED BY SEEN-IDX.
               10 WS-SEEN-MEMO-ID        PIC X(10)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-MEMOS-READ              PIC 9(05)      VALUE 0.
           05 WS-MEMOS-OPEN              PIC 9(05)      VALUE 0.
           05 WS-CLOSED-BY-CREDIT        PIC 9(05)      VALUE 0.
           05 WS-CLOSED-BY-NETTING       PIC 9(05)      VALUE 0.
           05 WS-NOT-SENT-COUNT          PIC 9(05)      VALUE 0.
           05 WS-BUCKET-0-30             PIC 9(05)      VALUE 0.
           05 WS-BUCKET-31-60            PIC 9(05)      VALUE 0.
           05 WS-BUCKET-61-90            PIC 9(05)      VALUE 0.
           05 WS-BUCKET-OVER-90          PIC 9(05)      VALUE 0.
           05 WS-OPEN-TOTAL              PIC S9(11)V99  VALUE 0.
           05 WS-TABLE-OVERFLOW          PIC 9(05)      VALUE 0.

       01  WS-DAYS-OUT                   PIC S9(05)     VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  DEBITMEM-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-DEBIT-MEMOS                       VALUE 'Y'.
       01  DMSENT-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-SENT-ROWS                         VALUE 'Y'.
       01  DMCREDIT-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-CREDIT-ROWS                       VALUE 'Y'.
       01  PAYREGOL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PAID                              VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'OPEN SUPPLIER ADJUSTMENTS - DEBIT MEMOS NOT YET CREDITED'.

       01  WS-RPT-DETAIL.
           05  AJD-MEMO-ID         PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  AJD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  AJD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  AJD-SOURCE          PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  AJD-REASON-CODE     PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  AJD-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  AJD-MEMO-DATE       PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  AJD-DAYS            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(06)      VALUE ' DAYS '.
           05  AJD-BUCKET          PIC X(07)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  AJD-SENT-REMARK     PIC X(33)      VALUE SPACES.
           05  FILLER              PIC X(14)      VALUE SPACES.

       01  WS-SENT-EDI-REMARK.
           05  FILLER              PIC X(08)      VALUE 'SENT 812'.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  SER-ICN             PIC 9(09)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  SER-SENT-DATE       PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(06)      VALUE SPACES.

       01  WS-SENT-PRINT-REMARK.
           05  FILLER              PIC X(13)      VALUE
               'PRINTED MEMO '.
           05  SPR-SENT-DATE       PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE SPACES.

       01  WS-BUCKET-LINE.
           05  FILLER              PIC X(07)      VALUE '0-30: '.
           05  ABL-0-30            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE '  31-60: '.
           05  ABL-31-60           PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE '  61-90: '.
           05  ABL-61-90           PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE '  OVER 90: '.
           05  ABL-OVER-90         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(76)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(12)      VALUE
               'OPEN MEMOS: '.
           05  ATL-OPEN            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE '  OWED: '.
           05  ATL-OWED            PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '  NOT SENT: '.
           05  ATL-NOT-SENT        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(20)      VALUE
               '  CLOSED - CREDIT: '.
           05  ATL-BY-CREDIT       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE
               '  NETTED: '.
           05  ATL-BY-NETTING      PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(32)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-STATEMENT-CREDITS.
           PERFORM 350-LOAD-NETTED-MEMOS.
           PERFORM 400-LOAD-SENT-LOG.
           PERFORM 200-WRITE-HEADING.
           PERFORM 500-AGE-MEMOS.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'ADJAGE COMPLETE - OPEN: ' WS-MEMOS-OPEN
              ' CREDITED: ' WS-CLOSED-BY-CREDIT
              ' NETTED: ' WS-CLOSED-BY-NETTING
              ' NOT SENT: ' WS-NOT-SENT-COUNT
              ' OVER 90: ' WS-BUCKET-OVER-90.
           GOBACK.

       000-INIT.
           INITIALIZE WS-STL-COUNT.
           INITIALIZE WS-SETTLED-TABLE.
           INITIALIZE WS-SNT-COUNT.
           INITIALIZE WS-SENT-TABLE.
           INITIALIZE WS-SEEN-COUNT.
           INITIALIZE WS-SEEN-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO DEBITMEM-EOF.
           MOVE 'N' TO DMSENT-EOF.
           MOVE 'N' TO DMCREDIT-EOF.
           MOVE 'N' TO PAYREGOL-EOF.

       100-OPEN-FILES.
           OPEN OUTPUT ADJAGERP-REC.

       200-WRITE-HEADING.
           WRITE ADJAGERP-RECORD FROM WS-RPT-HEADING.

      *    A missing file (FILE STATUS not '00') loads nothing for
      *    that way of settling.
       300-LOAD-STATEMENT-CREDITS.
           OPEN INPUT DMCREDIT-REC
           IF WS-DMCREDIT-FILE-STATUS = '00'
              READ DMCREDIT-REC
                 AT END MOVE 'Y' TO DMCREDIT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CREDIT-ROWS
                 IF WS-STL-COUNT < 9999
                    ADD 1 TO WS-STL-COUNT
                    MOVE DC-MEMO-ID TO WS-STL-MEMO-ID(WS-STL-COUNT)
                    MOVE 'C' TO WS-STL-HOW(WS-STL-COUNT)
                 ELSE
                    ADD 1 TO WS-TABLE-OVERFLOW
                 END-IF
                 READ DMCREDIT-REC
                    AT END MOVE 'Y' TO DMCREDIT-EOF
                 END-READ
              END-PERFORM
              CLOSE DMCREDIT-REC
           END-IF
           .

       350-LOAD-NETTED-MEMOS.
           OPEN INPUT PAYREG-OLD
           IF WS-PAYREGOL-FILE-STATUS = '00'
              READ PAYREG-OLD
                 AT END MOVE 'Y' TO PAYREGOL-EOF
              END-READ
              PERFORM UNTIL NO-MORE-PAID
                 IF PRO-DEBIT-MEMO
                    IF WS-STL-COUNT < 9999
                       ADD 1 TO WS-STL-COUNT
                       MOVE PRO-MEMO-ID
                          TO WS-STL-MEMO-ID(WS-STL-COUNT)
                       MOVE 'N' TO WS-STL-HOW(WS-STL-COUNT)
                    ELSE
                       ADD 1 TO WS-TABLE-OVERFLOW
                    END-IF
                 END-IF
                 READ PAYREG-OLD
                    AT END MOVE 'Y' TO PAYREGOL-EOF
                 END-READ
              END-PERFORM
              CLOSE PAYREG-OLD
           END-IF
           .

       400-LOAD-SENT-LOG.
           OPEN INPUT DMSENT-REC
           IF WS-DMSENT-FILE-STATUS = '00'
              READ DMSENT-REC
                 AT END MOVE 'Y' TO DMSENT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-SENT-ROWS
                 IF WS-SNT-COUNT < 9999
                    ADD 1 TO WS-SNT-COUNT
                    SET SNT-IDX TO WS-SNT-COUNT
                    MOVE DS-MEMO-ID TO WS-SNT-MEMO-ID(SNT-IDX)
                    MOVE DS-CHANNEL TO WS-SNT-CHANNEL(SNT-IDX)
                    MOVE DS-ICN TO WS-SNT-ICN(SNT-IDX)
                    MOVE DS-SENT-DATE TO WS-SNT-SENT-DATE(SNT-IDX)
                 ELSE
                    ADD 1 TO WS-TABLE-OVERFLOW
                 END-IF
                 READ DMSENT-REC
                    AT END MOVE 'Y' TO DMSENT-EOF
                 END-READ
              END-PERFORM
              CLOSE DMSENT-REC
           END-IF
           IF WS-TABLE-OVERFLOW > 0
              DISPLAY 'ADJAGE TABLE FULL - ROWS NOT LOADED: '
                 WS-TABLE-OVERFLOW
           END-IF
           .

       500-AGE-MEMOS.
           OPEN INPUT DEBITMEM-REC
           IF WS-DEBITMEM-FILE-STATUS = '00'
              READ DEBITMEM-REC
                 AT END MOVE 'Y' TO DEBITMEM-EOF
              END-READ
              PERFORM UNTIL NO-MORE-DEBIT-MEMOS
                 ADD 1 TO WS-MEMOS-READ
                 PERFORM 510-CHECK-MEMO-SEEN
                 IF NOT ENTRY-FOUND
                    PERFORM 520-CHECK-MEMO-SETTLED
                 END-IF
                 READ DEBITMEM-REC
                    AT END MOVE 'Y' TO DEBITMEM-EOF
                 END-READ
              END-PERFORM
              CLOSE DEBITMEM-REC
           END-IF
           .

       510-CHECK-MEMO-SEEN.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
              UNTIL SEEN-IDX > WS-SEEN-COUNT OR ENTRY-FOUND
                 IF WS-SEEN-MEMO-ID(SEEN-IDX) = DM-MEMO-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND WS-SEEN-COUNT < 9999
              ADD 1 TO WS-SEEN-COUNT
              MOVE DM-MEMO-ID TO WS-SEEN-MEMO-ID(WS-SEEN-COUNT)
           END-IF
           .

      *    Settled either way closes the memo; anything else ages.
       520-CHECK-MEMO-SETTLED.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING STL-IDX FROM 1 BY 1
              UNTIL STL-IDX > WS-STL-COUNT OR ENTRY-FOUND
                 IF WS-STL-MEMO-ID(STL-IDX) = DM-MEMO-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                    IF WS-STL-BY-CREDIT(STL-IDX)
                       ADD 1 TO WS-CLOSED-BY-CREDIT
                    ELSE
                       ADD 1 TO WS-CLOSED-BY-NETTING
                    END-IF
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              PERFORM 600-AGE-OPEN-MEMO
           END-IF
           .

       600-AGE-OPEN-MEMO.
           ADD 1 TO WS-MEMOS-OPEN
           ADD DM-AMOUNT TO WS-OPEN-TOTAL
           COMPUTE WS-DAYS-OUT =
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
              - FUNCTION INTEGER-OF-DATE(DM-MEMO-DATE)
           MOVE SPACES TO WS-RPT-DETAIL
           EVALUATE TRUE
              WHEN WS-DAYS-OUT > 90
                 MOVE 'OVER 90' TO AJD-BUCKET
                 ADD 1 TO WS-BUCKET-OVER-90
              WHEN WS-DAYS-OUT > 60
                 MOVE '61-90' TO AJD-BUCKET
                 ADD 1 TO WS-BUCKET-61-90
              WHEN WS-DAYS-OUT > 30
                 MOVE '31-60' TO AJD-BUCKET
                 ADD 1 TO WS-BUCKET-31-60
              WHEN OTHER
                 MOVE '0-30' TO AJD-BUCKET
                 ADD 1 TO WS-BUCKET-0-30
           END-EVALUATE
           MOVE DM-MEMO-ID       TO AJD-MEMO-ID
           MOVE DM-SUPPLIER-CODE TO AJD-SUPPLIER-CODE
           MOVE DM-PO-NUMBER     TO AJD-PO-NUMBER
           MOVE DM-SOURCE        TO AJD-SOURCE
           MOVE DM-REASON-CODE   TO AJD-REASON-CODE
           MOVE DM-AMOUNT        TO AJD-AMOUNT
           MOVE DM-MEMO-DATE     TO AJD-MEMO-DATE
           MOVE WS-DAYS-OUT      TO AJD-DAYS
           PERFORM 610-SET-SENT-REMARK
           WRITE ADJAGERP-RECORD FROM WS-RPT-DETAIL
           .

       610-SET-SENT-REMARK.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'NOT SENT TO SUPPLIER YET' TO AJD-SENT-REMARK
           PERFORM VARYING SNT-IDX FROM 1 BY 1
              UNTIL SNT-IDX > WS-SNT-COUNT OR ENTRY-FOUND
                 IF WS-SNT-MEMO-ID(SNT-IDX) = DM-MEMO-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                    IF WS-SNT-CHANNEL(SNT-IDX) = 'E'
                       MOVE WS-SNT-ICN(SNT-IDX) TO SER-ICN
                       MOVE WS-SNT-SENT-DATE(SNT-IDX) TO SER-SENT-DATE
                       MOVE WS-SENT-EDI-REMARK TO AJD-SENT-REMARK
                    ELSE
                       MOVE WS-SNT-SENT-DATE(SNT-IDX) TO SPR-SENT-DATE
                       MOVE WS-SENT-PRINT-REMARK TO AJD-SENT-REMARK
                    END-IF
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              ADD 1 TO WS-NOT-SENT-COUNT
           END-IF
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO ADJAGERP-RECORD
           WRITE ADJAGERP-RECORD
           MOVE WS-BUCKET-0-30    TO ABL-0-30
           MOVE WS-BUCKET-31-60   TO ABL-31-60
           MOVE WS-BUCKET-61-90   TO ABL-61-90
           MOVE WS-BUCKET-OVER-90 TO ABL-OVER-90
           WRITE ADJAGERP-RECORD FROM WS-BUCKET-LINE
           MOVE WS-MEMOS-OPEN        TO ATL-OPEN
           MOVE WS-OPEN-TOTAL        TO ATL-OWED
           MOVE WS-NOT-SENT-COUNT    TO ATL-NOT-SENT
           MOVE WS-CLOSED-BY-CREDIT  TO ATL-BY-CREDIT
           MOVE WS-CLOSED-BY-NETTING TO ATL-BY-NETTING
           WRITE ADJAGERP-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE ADJAGERP-REC.
