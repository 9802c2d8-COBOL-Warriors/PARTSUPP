      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    EDI812OT.
       AUTHOR.        WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Workshop:                   FINAL EXAM
      * Developer:                  maruca
      * Created:                    2026-10-15
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M2
      *  Version Level
      *  Release Level
      *  Modification Level
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M1
      *   Initial release.
      * 2026-10-15 maruca V0R0M2
      *   Reason text for CMPLCHG compliance chargebacks.
      *   JCL Input
      * //TPPROF   DD DSN=USER66.EXAM.DEV.TPPROF.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=SHR
      *   JCL In/Out
      * //DMSENT   DD DSN=USER66.EXAM.DEV.DEBITMEM.SENTLOG,DISP=MOD
      * //EDICTLRG DD DSN=USER66.EXAM.DEV.EDI.CTLREG,DISP=MOD
      *   JCL Output
      * //EDI812OT DD DSN=USER66.EXAM.DEV.EDI812.ADJUST,
      * //            DISP=(,CATLG)
      * //DMFORMRP DD SYSOUT=*
      ***************************************************************
      * Outbound EDI 812 (Credit/Debit Adjustment) - tells each
      * supplier about every adjustment we have taken against it.
      * The DEBITMEM feed (layout DEBITMEM.cpy) collects them from
      * return-to-vendor, warranty chargebacks, freight claims,
      * freight audit overbilling, earned volume rebates and
      * price-match shortfalls; PAYREG nets them off the next
      * remittance, but until now the supplier only found out when
      * the short payment arrived.
      *
      * Every memo not already on the DMSENT sent-log goes out once:
      *    - a supplier profiled on TPPROF for 850s (the same test
      *      POFORMS makes - a partner we order from by EDI is one
      *      we adjust by EDI) gets one interchange carrying an 812
      *      set per memo:
      *         BCD  memo date, memo id, debit flag D and amount
      *         N1   SU - the supplier
      *         REF  PO the memo's PO, and the originating document
      *              (IV invoice on a price-match memo, RZ RA on a
      *              return, ZZ otherwise)
      *         CDD  the memo's reason code, debit flag, amount
      *      addressed with the profile's qualifiers/ids (or the
      *      shop defaults), with a register row on EDICTLRG
      *      (doc '812') numbered after the highest outbound
      *      interchange already there;
      *    - everyone else gets a printed debit memo on DMFORMRP
      *      addressed to the supplier's Remit ('3') address off the
      *      master, else its Order ('1') address, asking for a
      *      credit quoting the memo id - the id STMTRECN looks for
      *      on the supplier's statement.  With no TPPROF on file
      *      at all every memo prints.
      * Each memo sent is appended to DMSENT with its channel and
      * interchange, so a re-run sends nothing twice and ADJAGE can
      * show how each open memo was communicated.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TPPROF-REC    ASSIGN TO TPPROF
               FILE STATUS IS WS-TPPROF-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT DEBITMEM-REC  ASSIGN TO DEBITMEM
               FILE STATUS IS WS-DEBITMEM-FILE-STATUS.
           SELECT DMSENT-REC    ASSIGN TO DMSENT
               FILE STATUS IS WS-DMSENT-FILE-STATUS.
           SELECT EDIREG-REC    ASSIGN TO EDICTLRG
               FILE STATUS IS WS-EDIREG-FILE-STATUS.
           SELECT EDI812-REC    ASSIGN TO EDI812OT.
           SELECT DMFORM-REC    ASSIGN TO DMFORMRP.

       DATA DIVISION.
       FILE SECTION.

      *    Trading-partner profile master TPMAINT maintains - the
      *    interchange qualifiers/ids and the 850 switch matter here.
       FD  TPPROF-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TPPROF-RECORD.
       01  TPPROF-RECORD.
           05  TPP-SUPPLIER-CODE   PIC X(10).
           05  TPP-SENDER-QUAL     PIC X(02).
           05  TPP-SENDER-ID       PIC X(15).
           05  TPP-RECEIVER-QUAL   PIC X(02).
           05  TPP-RECEIVER-ID     PIC X(15).
           05  TPP-DOC-SWITCHES    PIC X(12).
           05  FILLER              PIC X(24).

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

      *    Memos already sent - read at startup, appended at end.
      *    See DMSENT.cpy.
       FD  DMSENT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DM-SENT-ROW.
           COPY 'DMSENT'.

      *    Shared EDI control-number register - scanned at startup
      *    to allocate this run's outbound interchange numbers, and
      *    appended at end of each interchange.  See EDICTLRG.cpy.
       FD  EDIREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI-CTL-REGISTER-ROW.
           COPY 'EDICTLRG'.

      *    One segment per record, same one-segment-per-record shape
      *    EDI852OT's EDI852-REC uses.
       FD  EDI812-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI812-RECORD.
       01  EDI812-RECORD                 PIC X(80)      VALUE SPACES.

       FD  DMFORM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DMFORM-RECORD.
       01  DMFORM-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

      *    Every profile on file - a missing TPPROF (FILE STATUS not
      *    '00') leaves the table empty, so every memo prints.
       01  WS-TPPROF-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-TPP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-TPP-TABLE.
           05  WS-TPP-ENTRY OCCURS 200 TIMES
                  INDEXED BY TPP-IDX.
               10 WS-TPP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-TPP-SENDER-QUAL     PIC X(02)      VALUE SPACES.
               10 WS-TPP-SENDER-ID       PIC X(15)      VALUE SPACES.
               10 WS-TPP-RECEIVER-QUAL   PIC X(02)      VALUE SPACES.
               10 WS-TPP-RECEIVER-ID     PIC X(15)      VALUE SPACES.
               10 WS-TPP-DOC-SWITCHES    PIC X(12)      VALUE SPACES.
       01  TPPROF-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TPP-ROWS                          VALUE 'Y'.
       01  WS-EDI-PARTNER-FLAG           PIC X(01)      VALUE 'N'.
           88 SUPPLIER-TRADES-EDI                       VALUE 'Y'.

      *    Envelope addressing for the partner being sent to - off
      *    its profile, or the shop defaults where it has none.
       01  WS-ISA-SENDER-QUAL            PIC X(02)      VALUE 'ZZ'.
       01  WS-ISA-SENDER-ID              PIC X(15)      VALUE
           'PARTSUPP'.
       01  WS-ISA-RECEIVER-QUAL          PIC X(02)      VALUE 'ZZ'.
       01  WS-ISA-RECEIVER-ID            PIC X(15)      VALUE
           'SUPPLIER'.

      *    Outbound interchange control numbers - the highest
      *    outbound number already on the register plus one for the
      *    first partner, counting up from there.
       01  WS-EDIREG-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-NEXT-ICN                   PIC 9(09)      VALUE 1.
       01  WS-NEXT-ICN-OUT               PIC 9(09).
       01  WS-GS-CONTROL-NUM             PIC 9(09)      VALUE 1.
       01  EDIREG-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-REGISTER-ROWS                     VALUE 'Y'.

      *    Memo ids already on the sent-log.
       01  WS-DMSENT-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-SNT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-SENT-TABLE.
           05  WS-SNT-ENTRY OCCURS 9999 TIMES
                  INDEXED BY SNT-IDX.
               10 WS-SNT-MEMO-ID         PIC X(10)      VALUE SPACES.
       01  DMSENT-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-SENT-ROWS                         VALUE 'Y'.

      *    The memos still to send, in feed order - WS-MEM-CHANNEL
      *    stays blank until this run sends the memo (E or P), and
      *    WS-MEM-ICN names the interchange that carried an E.
      *    Memos past the table's end wait for the next run.
       01  WS-DEBITMEM-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-MEM-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-MEMO-TABLE.
           05  WS-MEM-ENTRY OCCURS 2000 TIMES
                  INDEXED BY MEM-IDX MEM-IDX2.
               10 WS-MEM-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-MEM-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-MEM-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-MEM-SOURCE          PIC X(04)      VALUE SPACES.
               10 WS-MEM-REASON-CODE     PIC X(03)      VALUE SPACES.
               10 WS-MEM-AMOUNT          PIC S9(9)V99   VALUE 0.
               10 WS-MEM-MEMO-DATE       PIC 9(08)      VALUE 0.
               10 WS-MEM-REFERENCE       PIC X(10)      VALUE SPACES.
               10 WS-MEM-CHANNEL         PIC X(01)      VALUE SPACE.
                  88 WS-MEM-UNSENT                      VALUE SPACE.
               10 WS-MEM-ICN             PIC 9(09)      VALUE 0.
       01  DEBITMEM-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-DEBIT-MEMOS                       VALUE 'Y'.

      *    Mailing address of each supplier with a memo to print -
      *    the Remit ('3') slot wins over the Order ('1') slot.
       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 500 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SUP-NAME            PIC X(15)      VALUE SPACES.
               10 WS-SUP-ADDRESS-1       PIC X(15)      VALUE SPACES.
               10 WS-SUP-CITY            PIC X(15)      VALUE SPACES.
               10 WS-SUP-STATE           PIC X(02)      VALUE SPACES.
               10 WS-SUP-ZIP             PIC 9(10)      VALUE 0.
               10 WS-SUP-REMIT-FLAG      PIC X(01)      VALUE 'N'.
                  88 WS-SUP-HAS-REMIT                   VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-INTERCHANGE-COUNT       PIC 9(05)      VALUE 0.
           05 WS-EDI-MEMO-COUNT          PIC 9(05)      VALUE 0.
           05 WS-PRINTED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-HELD-OVER-COUNT         PIC 9(05)      VALUE 0.
           05 WS-SENT-OVERFLOW           PIC 9(05)      VALUE 0.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-CURRENT-SUPPLIER           PIC X(10)      VALUE SPACES.
       01  WS-SEG-COUNT                  PIC 9(06)      VALUE 0.
       01  WS-SEG-COUNT-OUT              PIC 9(06)      VALUE 0.
       01  WS-SET-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-ST-CONTROL                 PIC 9(04)      VALUE 1.
       01  WS-AMOUNT-OUT                 PIC 9(9).99.
       01  WS-REF-QUALIFIER              PIC X(02)      VALUE SPACES.
       01  WS-REASON-TEXT                PIC X(22)      VALUE SPACES.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-WANTED-FLAG                PIC X(01)      VALUE 'N'.
           88 SUPPLIER-WANTED                           VALUE 'Y'.

       01  WS-FORM-RULE                  PIC X(132)     VALUE ALL '='.

       01  WS-FORM-TITLE.
           05  FILLER              PIC X(21)      VALUE
               'DEBIT MEMO      MEMO '.
           05  FT-MEMO-ID          PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE
               '   DATED  '.
           05  FT-MEMO-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(83)      VALUE SPACES.

       01  WS-FORM-SUPPLIER.
           05  FILLER              PIC X(10)      VALUE 'TO:       '.
           05  FS-SUPPLIER-CODE    PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  FS-SUPPLIER-NAME    PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  FS-ADDRESS-1        PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  FS-CITY             PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  FS-STATE            PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  FS-ZIP              PIC 9(10)      VALUE ZERO.
           05  FILLER              PIC X(50)      VALUE SPACES.

       01  WS-FORM-DETAIL.
           05  FILLER              PIC X(10)      VALUE 'PO:       '.
           05  FD-PO-NUMBER        PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(13)      VALUE
               '  REFERENCE '.
           05  FD-REFERENCE        PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE
               '  REASON  '.
           05  FD-REASON-CODE      PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  FD-REASON-TEXT      PIC X(22)      VALUE SPACES.
           05  FILLER              PIC X(57)      VALUE SPACES.

       01  WS-FORM-AMOUNT.
           05  FILLER              PIC X(32)      VALUE
               'AMOUNT DEBITED TO YOUR ACCOUNT: '.
           05  FA-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(86)      VALUE SPACES.

       01  WS-FORM-INSTRUCTION.
           05  FILLER              PIC X(30)      VALUE
               'PLEASE ISSUE CREDIT QUOTING   '.
           05  FI-MEMO-ID          PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(32)      VALUE
               ' ON YOUR NEXT STATEMENT'.
           05  FILLER              PIC X(60)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-ALLOCATE-INTERCHANGE-NUM.
           PERFORM 060-LOAD-TRADING-PARTNERS.
           PERFORM 070-LOAD-SENT-LOG.
           PERFORM 300-LOAD-UNSENT-MEMOS.
           PERFORM 350-LOAD-SUPPLIER-ADDRESSES.
           PERFORM 100-OPEN-FILES.
           PERFORM 500-SEND-MEMOS.
           PERFORM 800-RECORD-SENT-LOG.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'EDI812OT COMPLETE - INTERCHANGES SENT: '
              WS-INTERCHANGE-COUNT
              ' MEMOS BY EDI: ' WS-EDI-MEMO-COUNT
              ' MEMOS PRINTED: ' WS-PRINTED-COUNT
              ' HELD OVER: ' WS-HELD-OVER-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TPP-COUNT.
           INITIALIZE WS-TPP-TABLE.
           INITIALIZE WS-SNT-COUNT.
           INITIALIZE WS-SENT-TABLE.
           INITIALIZE WS-MEM-COUNT.
           INITIALIZE WS-MEMO-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO TPPROF-EOF.
           MOVE 'N' TO DMSENT-EOF.
           MOVE 'N' TO DEBITMEM-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

      *    Allocates the first interchange control number - one
      *    scan of the register for the highest outbound number so
      *    far.  A missing register just means interchange 1.
       050-ALLOCATE-INTERCHANGE-NUM.
           MOVE 1 TO WS-NEXT-ICN
           OPEN INPUT EDIREG-REC
           IF WS-EDIREG-FILE-STATUS = '00'
              READ EDIREG-REC
                 AT END MOVE 'Y' TO EDIREG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-REGISTER-ROWS
                 IF EC-OUTBOUND
                    AND EC-INTERCHANGE-CTL >= WS-NEXT-ICN
                    COMPUTE WS-NEXT-ICN = EC-INTERCHANGE-CTL + 1
                 END-IF
                 READ EDIREG-REC
                    AT END MOVE 'Y' TO EDIREG-EOF
                 END-READ
              END-PERFORM
              CLOSE EDIREG-REC
           END-IF
           .

       060-LOAD-TRADING-PARTNERS.
           OPEN INPUT TPPROF-REC
           IF WS-TPPROF-FILE-STATUS = '00'
              READ TPPROF-REC
                 AT END MOVE 'Y' TO TPPROF-EOF
              END-READ
              PERFORM VARYING TPP-IDX FROM 1 BY 1
                 UNTIL NO-MORE-TPP-ROWS OR TPP-IDX > 200
                    MOVE TPP-SUPPLIER-CODE
                       TO WS-TPP-SUPPLIER-CODE(TPP-IDX)
                    MOVE TPP-SENDER-QUAL
                       TO WS-TPP-SENDER-QUAL(TPP-IDX)
                    MOVE TPP-SENDER-ID TO WS-TPP-SENDER-ID(TPP-IDX)
                    MOVE TPP-RECEIVER-QUAL
                       TO WS-TPP-RECEIVER-QUAL(TPP-IDX)
                    MOVE TPP-RECEIVER-ID
                       TO WS-TPP-RECEIVER-ID(TPP-IDX)
                    MOVE TPP-DOC-SWITCHES
                       TO WS-TPP-DOC-SWITCHES(TPP-IDX)
                    SET WS-TPP-COUNT TO TPP-IDX
                    READ TPPROF-REC
                       AT END MOVE 'Y' TO TPPROF-EOF
                    END-READ
              END-PERFORM
              CLOSE TPPROF-REC
           END-IF
           .

      *    A missing sent-log means nothing has been sent yet.  A
      *    log too big for the table sends nothing this run rather
      *    than risk sending a memo twice.
       070-LOAD-SENT-LOG.
           OPEN INPUT DMSENT-REC
           IF WS-DMSENT-FILE-STATUS = '00'
              READ DMSENT-REC
                 AT END MOVE 'Y' TO DMSENT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-SENT-ROWS
                 IF WS-SNT-COUNT < 9999
                    ADD 1 TO WS-SNT-COUNT
                    MOVE DS-MEMO-ID TO WS-SNT-MEMO-ID(WS-SNT-COUNT)
                 ELSE
                    ADD 1 TO WS-SENT-OVERFLOW
                 END-IF
                 READ DMSENT-REC
                    AT END MOVE 'Y' TO DMSENT-EOF
                 END-READ
              END-PERFORM
              CLOSE DMSENT-REC
           END-IF
           IF WS-SENT-OVERFLOW > 0
              DISPLAY 'EDI812OT SENT-LOG TABLE FULL - NOTHING SENT: '
                 WS-SENT-OVERFLOW
           END-IF
           .

       100-OPEN-FILES.
           OPEN OUTPUT EDI812-REC.
           OPEN OUTPUT DMFORM-REC.

      *    Every memo on the feed that is not on the sent-log, has
      *    a supplier and a positive amount, and has not already
      *    been taken from an earlier row with the same id.  A
      *    missing feed has nothing to send.
       300-LOAD-UNSENT-MEMOS.
           OPEN INPUT DEBITMEM-REC
           IF WS-DEBITMEM-FILE-STATUS = '00'
              AND WS-SENT-OVERFLOW = 0
              READ DEBITMEM-REC
                 AT END MOVE 'Y' TO DEBITMEM-EOF
              END-READ
              PERFORM UNTIL NO-MORE-DEBIT-MEMOS
                 IF DM-SUPPLIER-CODE NOT = SPACES
                    AND DM-MEMO-ID NOT = SPACES
                    AND DM-AMOUNT > 0
                    PERFORM 310-CHECK-MEMO-UNSENT
                    IF NOT ENTRY-FOUND
                       PERFORM 320-ADD-UNSENT-MEMO
                    END-IF
                 END-IF
                 READ DEBITMEM-REC
                    AT END MOVE 'Y' TO DEBITMEM-EOF
                 END-READ
              END-PERFORM
              CLOSE DEBITMEM-REC
           END-IF
           IF WS-DEBITMEM-FILE-STATUS = '00'
              AND WS-SENT-OVERFLOW > 0
              CLOSE DEBITMEM-REC
           END-IF
           IF WS-HELD-OVER-COUNT > 0
              DISPLAY 'EDI812OT MEMO TABLE FULL - HELD OVER: '
                 WS-HELD-OVER-COUNT
           END-IF
           .

       310-CHECK-MEMO-UNSENT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING SNT-IDX FROM 1 BY 1
              UNTIL SNT-IDX > WS-SNT-COUNT OR ENTRY-FOUND
                 IF WS-SNT-MEMO-ID(SNT-IDX) = DM-MEMO-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           PERFORM VARYING MEM-IDX FROM 1 BY 1
              UNTIL MEM-IDX > WS-MEM-COUNT OR ENTRY-FOUND
                 IF WS-MEM-MEMO-ID(MEM-IDX) = DM-MEMO-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           .

       320-ADD-UNSENT-MEMO.
           IF WS-MEM-COUNT < 2000
              ADD 1 TO WS-MEM-COUNT
              SET MEM-IDX TO WS-MEM-COUNT
              MOVE DM-MEMO-ID TO WS-MEM-MEMO-ID(MEM-IDX)
              MOVE DM-SUPPLIER-CODE TO WS-MEM-SUPPLIER-CODE(MEM-IDX)
              MOVE DM-PO-NUMBER TO WS-MEM-PO-NUMBER(MEM-IDX)
              MOVE DM-SOURCE TO WS-MEM-SOURCE(MEM-IDX)
              MOVE DM-REASON-CODE TO WS-MEM-REASON-CODE(MEM-IDX)
              MOVE DM-AMOUNT TO WS-MEM-AMOUNT(MEM-IDX)
              MOVE DM-MEMO-DATE TO WS-MEM-MEMO-DATE(MEM-IDX)
              MOVE DM-REFERENCE TO WS-MEM-REFERENCE(MEM-IDX)
              MOVE SPACE TO WS-MEM-CHANNEL(MEM-IDX)
              MOVE 0 TO WS-MEM-ICN(MEM-IDX)
           ELSE
              ADD 1 TO WS-HELD-OVER-COUNT
           END-IF
           .

      *    One pass of the master for the name and mailing address
      *    of every supplier that has a memo waiting.
       350-LOAD-SUPPLIER-ADDRESSES.
           IF WS-MEM-COUNT > 0
              OPEN INPUT PART-SUPP-OLD
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO PSMSTOLD-EOF
              END-READ
              PERFORM UNTIL NO-MORE-OLD-MASTER
                 PERFORM 360-CAPTURE-SUPPLIER-ADDRESS
                 READ PART-SUPP-OLD
                    AT END MOVE 'Y' TO PSMSTOLD-EOF
                 END-READ
              END-PERFORM
              CLOSE PART-SUPP-OLD
           END-IF
           .

       360-CAPTURE-SUPPLIER-ADDRESS.
           MOVE 'N' TO WS-WANTED-FLAG
           PERFORM VARYING MEM-IDX FROM 1 BY 1
              UNTIL MEM-IDX > WS-MEM-COUNT OR SUPPLIER-WANTED
                 IF WS-MEM-SUPPLIER-CODE(MEM-IDX) = SUPPLIER-CODE
                    MOVE 'Y' TO WS-WANTED-FLAG
                 END-IF
           END-PERFORM
           IF SUPPLIER-WANTED
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING SUP-IDX FROM 1 BY 1
                 UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                    IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = SUPPLIER-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF ENTRY-FOUND
                 SET SUP-IDX DOWN BY 1
              ELSE
                 IF WS-SUP-COUNT < 500
                    ADD 1 TO WS-SUP-COUNT
                    SET SUP-IDX TO WS-SUP-COUNT
                    MOVE SUPPLIER-CODE TO WS-SUP-SUPPLIER-CODE(SUP-IDX)
                    MOVE SUPPLIER-NAME TO WS-SUP-NAME(SUP-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
              END-IF
              IF ENTRY-FOUND AND NOT WS-SUP-HAS-REMIT(SUP-IDX)
                 PERFORM 370-TAKE-MAILING-SLOT
              END-IF
           END-IF
           .

       370-TAKE-MAILING-SLOT.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 4
              EVALUATE TRUE
                 WHEN REMIT-ADDRESS(ADDR-IDX)
                    MOVE ADDRESS-1(ADDR-IDX)
                       TO WS-SUP-ADDRESS-1(SUP-IDX)
                    MOVE CITY(ADDR-IDX) TO WS-SUP-CITY(SUP-IDX)
                    MOVE ADDR-STATE(ADDR-IDX) TO WS-SUP-STATE(SUP-IDX)
                    MOVE ZIP-CODE(ADDR-IDX) TO WS-SUP-ZIP(SUP-IDX)
                    MOVE 'Y' TO WS-SUP-REMIT-FLAG(SUP-IDX)
                 WHEN ORDER-ADDRESS(ADDR-IDX)
                    AND NOT WS-SUP-HAS-REMIT(SUP-IDX)
                    MOVE ADDRESS-1(ADDR-IDX)
                       TO WS-SUP-ADDRESS-1(SUP-IDX)
                    MOVE CITY(ADDR-IDX) TO WS-SUP-CITY(SUP-IDX)
                    MOVE ADDR-STATE(ADDR-IDX) TO WS-SUP-STATE(SUP-IDX)
                    MOVE ZIP-CODE(ADDR-IDX) TO WS-SUP-ZIP(SUP-IDX)
              END-EVALUATE
           END-PERFORM
           .

      *    The first still-unsent memo of each supplier decides how
      *    that supplier hears - one interchange carrying all of its
      *    memos, or a printed memo for each.
       500-SEND-MEMOS.
           PERFORM VARYING MEM-IDX FROM 1 BY 1
              UNTIL MEM-IDX > WS-MEM-COUNT
                 IF WS-MEM-UNSENT(MEM-IDX)
                    MOVE WS-MEM-SUPPLIER-CODE(MEM-IDX)
                       TO WS-CURRENT-SUPPLIER
                    PERFORM 510-CHECK-EDI-PROFILE
                    IF SUPPLIER-TRADES-EDI
                       PERFORM 600-WRITE-INTERCHANGE
                    ELSE
                       PERFORM 700-PRINT-SUPPLIER-MEMOS
                    END-IF
                 END-IF
           END-PERFORM
           .

      *    Same test POFORMS makes - profiled with the 850 switch
      *    on.
       510-CHECK-EDI-PROFILE.
           MOVE 'N' TO WS-EDI-PARTNER-FLAG
           PERFORM VARYING TPP-IDX FROM 1 BY 1
              UNTIL TPP-IDX > WS-TPP-COUNT OR SUPPLIER-TRADES-EDI
                 IF WS-TPP-SUPPLIER-CODE(TPP-IDX) =
                    WS-CURRENT-SUPPLIER
                    AND WS-TPP-DOC-SWITCHES(TPP-IDX)(1:1) = 'Y'
                    MOVE 'Y' TO WS-EDI-PARTNER-FLAG
                 END-IF
           END-PERFORM
           .

      *    ISA/GS ... GE/IEA for one partner, one 812 set per memo.
       600-WRITE-INTERCHANGE.
           PERFORM 610-SET-ENVELOPE-IDS
           MOVE WS-NEXT-ICN TO WS-NEXT-ICN-OUT
           MOVE SPACES TO EDI812-RECORD
           STRING 'ISA*00*          *00*          *'
              WS-ISA-SENDER-QUAL '*' WS-ISA-SENDER-ID
              '*' WS-ISA-RECEIVER-QUAL '*' WS-ISA-RECEIVER-ID
              '*' WS-NEXT-ICN-OUT '~'
              DELIMITED BY SIZE INTO EDI812-RECORD
           WRITE EDI812-RECORD
           MOVE SPACES TO EDI812-RECORD
           STRING 'GS*CD*' DELIMITED BY SIZE
              WS-ISA-SENDER-ID DELIMITED BY SPACE
              '*' DELIMITED BY SIZE
              WS-ISA-RECEIVER-ID DELIMITED BY SPACE
              '*' WS-GS-CONTROL-NUM '*X*004010~'
              DELIMITED BY SIZE INTO EDI812-RECORD
           WRITE EDI812-RECORD

           MOVE 0 TO WS-SET-COUNT
           MOVE 0 TO WS-ST-CONTROL
           PERFORM VARYING MEM-IDX2 FROM MEM-IDX BY 1
              UNTIL MEM-IDX2 > WS-MEM-COUNT
                 IF WS-MEM-UNSENT(MEM-IDX2)
                    AND WS-MEM-SUPPLIER-CODE(MEM-IDX2) =
                        WS-CURRENT-SUPPLIER
                    PERFORM 620-WRITE-ADJUSTMENT-SET
                 END-IF
           END-PERFORM

           MOVE SPACES TO EDI812-RECORD
           STRING 'GE*' WS-SET-COUNT '*' WS-GS-CONTROL-NUM '~'
              DELIMITED BY SIZE INTO EDI812-RECORD
           WRITE EDI812-RECORD
           MOVE SPACES TO EDI812-RECORD
           STRING 'IEA*1*' WS-NEXT-ICN-OUT '~'
              DELIMITED BY SIZE INTO EDI812-RECORD
           WRITE EDI812-RECORD

           ADD 1 TO WS-INTERCHANGE-COUNT
           PERFORM 900-RECORD-EDI-REGISTER
           ADD 1 TO WS-NEXT-ICN
           .

      *    The partner's own qualifiers/ids when its profile carries
      *    them, the shop defaults otherwise.
       610-SET-ENVELOPE-IDS.
           MOVE 'ZZ' TO WS-ISA-SENDER-QUAL
           MOVE 'PARTSUPP' TO WS-ISA-SENDER-ID
           MOVE 'ZZ' TO WS-ISA-RECEIVER-QUAL
           MOVE WS-CURRENT-SUPPLIER TO WS-ISA-RECEIVER-ID
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING TPP-IDX FROM 1 BY 1
              UNTIL TPP-IDX > WS-TPP-COUNT OR ENTRY-FOUND
                 IF WS-TPP-SUPPLIER-CODE(TPP-IDX) =
                    WS-CURRENT-SUPPLIER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    PERFORM 615-TAKE-PROFILE-IDS
                 END-IF
           END-PERFORM
           .

       615-TAKE-PROFILE-IDS.
           IF WS-TPP-SENDER-ID(TPP-IDX) NOT = SPACES
              MOVE WS-TPP-SENDER-QUAL(TPP-IDX) TO WS-ISA-SENDER-QUAL
              MOVE WS-TPP-SENDER-ID(TPP-IDX) TO WS-ISA-SENDER-ID
           END-IF
           IF WS-TPP-RECEIVER-ID(TPP-IDX) NOT = SPACES
              MOVE WS-TPP-RECEIVER-QUAL(TPP-IDX)
                 TO WS-ISA-RECEIVER-QUAL
              MOVE WS-TPP-RECEIVER-ID(TPP-IDX) TO WS-ISA-RECEIVER-ID
           END-IF
           .

      *    ST ... SE for one memo, and the memo marked carried by
      *    this interchange.
       620-WRITE-ADJUSTMENT-SET.
           ADD 1 TO WS-SET-COUNT
           ADD 1 TO WS-ST-CONTROL
           MOVE 0 TO WS-SEG-COUNT
           MOVE WS-MEM-AMOUNT(MEM-IDX2) TO WS-AMOUNT-OUT
           MOVE SPACES TO EDI812-RECORD
           STRING 'ST*812*' WS-ST-CONTROL
              DELIMITED BY SIZE INTO EDI812-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           MOVE SPACES TO EDI812-RECORD
           STRING 'BCD*' WS-MEM-MEMO-DATE(MEM-IDX2) '*'
              DELIMITED BY SIZE
              WS-MEM-MEMO-ID(MEM-IDX2) DELIMITED BY SPACE
              '*I*' WS-AMOUNT-OUT '*D'
              DELIMITED BY SIZE INTO EDI812-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           MOVE SPACES TO EDI812-RECORD
           STRING 'N1*SU**92*' WS-CURRENT-SUPPLIER
              DELIMITED BY SIZE INTO EDI812-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           IF WS-MEM-PO-NUMBER(MEM-IDX2) NOT = SPACES
              MOVE SPACES TO EDI812-RECORD
              STRING 'REF*PO*' WS-MEM-PO-NUMBER(MEM-IDX2)
                 DELIMITED BY SIZE INTO EDI812-RECORD
              PERFORM 690-WRITE-SET-SEGMENT
           END-IF
           IF WS-MEM-REFERENCE(MEM-IDX2) NOT = SPACES
              EVALUATE WS-MEM-SOURCE(MEM-IDX2)
                 WHEN 'PRC '
                    MOVE 'IV' TO WS-REF-QUALIFIER
                 WHEN 'RTV '
                    MOVE 'RZ' TO WS-REF-QUALIFIER
                 WHEN OTHER
                    MOVE 'ZZ' TO WS-REF-QUALIFIER
              END-EVALUATE
              MOVE SPACES TO EDI812-RECORD
              STRING 'REF*' WS-REF-QUALIFIER '*' DELIMITED BY SIZE
                 WS-MEM-REFERENCE(MEM-IDX2) DELIMITED BY SPACE
                 INTO EDI812-RECORD
              PERFORM 690-WRITE-SET-SEGMENT
           END-IF
           MOVE SPACES TO EDI812-RECORD
           STRING 'CDD*' WS-MEM-REASON-CODE(MEM-IDX2) '*D**'
              WS-AMOUNT-OUT
              DELIMITED BY SIZE INTO EDI812-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           ADD 1 TO WS-SEG-COUNT
           MOVE WS-SEG-COUNT TO WS-SEG-COUNT-OUT
           MOVE SPACES TO EDI812-RECORD
           STRING 'SE*' WS-SEG-COUNT-OUT '*' WS-ST-CONTROL
              DELIMITED BY SIZE INTO EDI812-RECORD
           WRITE EDI812-RECORD
           MOVE 'E' TO WS-MEM-CHANNEL(MEM-IDX2)
           MOVE WS-NEXT-ICN TO WS-MEM-ICN(MEM-IDX2)
           ADD 1 TO WS-EDI-MEMO-COUNT
           .

       690-WRITE-SET-SEGMENT.
           WRITE EDI812-RECORD
           ADD 1 TO WS-SEG-COUNT
           .

      *    A printed memo per unsent memo of the supplier, mailed
      *    to the address 350-LOAD-SUPPLIER-ADDRESSES captured (a
      *    supplier no longer on the master prints without one).
       700-PRINT-SUPPLIER-MEMOS.
           MOVE WS-CURRENT-SUPPLIER TO FS-SUPPLIER-CODE
           MOVE SPACES TO FS-SUPPLIER-NAME
           MOVE SPACES TO FS-ADDRESS-1
           MOVE SPACES TO FS-CITY
           MOVE SPACES TO FS-STATE
           MOVE 0 TO FS-ZIP
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) =
                    WS-CURRENT-SUPPLIER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    MOVE WS-SUP-NAME(SUP-IDX) TO FS-SUPPLIER-NAME
                    MOVE WS-SUP-ADDRESS-1(SUP-IDX) TO FS-ADDRESS-1
                    MOVE WS-SUP-CITY(SUP-IDX) TO FS-CITY
                    MOVE WS-SUP-STATE(SUP-IDX) TO FS-STATE
                    MOVE WS-SUP-ZIP(SUP-IDX) TO FS-ZIP
                 END-IF
           END-PERFORM
           PERFORM VARYING MEM-IDX2 FROM MEM-IDX BY 1
              UNTIL MEM-IDX2 > WS-MEM-COUNT
                 IF WS-MEM-UNSENT(MEM-IDX2)
                    AND WS-MEM-SUPPLIER-CODE(MEM-IDX2) =
                        WS-CURRENT-SUPPLIER
                    PERFORM 710-PRINT-ONE-MEMO
                 END-IF
           END-PERFORM
           .

       710-PRINT-ONE-MEMO.
           WRITE DMFORM-RECORD FROM WS-FORM-RULE
           MOVE WS-MEM-MEMO-ID(MEM-IDX2) TO FT-MEMO-ID
           MOVE WS-MEM-MEMO-DATE(MEM-IDX2) TO FT-MEMO-DATE
           WRITE DMFORM-RECORD FROM WS-FORM-TITLE
           WRITE DMFORM-RECORD FROM WS-FORM-SUPPLIER
           EVALUATE WS-MEM-REASON-CODE(MEM-IDX2)
              WHEN 'RTV'
                 MOVE 'RETURN TO VENDOR' TO WS-REASON-TEXT
              WHEN 'WAR'
                 MOVE 'WARRANTY CHARGEBACK' TO WS-REASON-TEXT
              WHEN 'CLM'
                 MOVE 'FREIGHT CLAIM' TO WS-REASON-TEXT
              WHEN 'FRT'
                 MOVE 'FREIGHT OVERBILLED' TO WS-REASON-TEXT
              WHEN 'REB'
                 MOVE 'VOLUME REBATE EARNED' TO WS-REASON-TEXT
              WHEN 'PRC'
                 MOVE 'BILLED OVER PO PRICE' TO WS-REASON-TEXT
              WHEN 'CMP'
                 MOVE 'COMPLIANCE CHARGEBACK' TO WS-REASON-TEXT
              WHEN OTHER
                 MOVE 'ACCOUNT ADJUSTMENT' TO WS-REASON-TEXT
           END-EVALUATE
           MOVE WS-MEM-PO-NUMBER(MEM-IDX2) TO FD-PO-NUMBER
           MOVE WS-MEM-REFERENCE(MEM-IDX2) TO FD-REFERENCE
           MOVE WS-MEM-REASON-CODE(MEM-IDX2) TO FD-REASON-CODE
           MOVE WS-REASON-TEXT TO FD-REASON-TEXT
           WRITE DMFORM-RECORD FROM WS-FORM-DETAIL
           MOVE WS-MEM-AMOUNT(MEM-IDX2) TO FA-AMOUNT
           WRITE DMFORM-RECORD FROM WS-FORM-AMOUNT
           MOVE WS-MEM-MEMO-ID(MEM-IDX2) TO FI-MEMO-ID
           WRITE DMFORM-RECORD FROM WS-FORM-INSTRUCTION
           MOVE 'P' TO WS-MEM-CHANNEL(MEM-IDX2)
           MOVE 0 TO WS-MEM-ICN(MEM-IDX2)
           ADD 1 TO WS-PRINTED-COUNT
           .

      *    Every memo this run sent goes onto the sent-log.
       800-RECORD-SENT-LOG.
           IF WS-EDI-MEMO-COUNT > 0 OR WS-PRINTED-COUNT > 0
              OPEN EXTEND DMSENT-REC
              PERFORM VARYING MEM-IDX FROM 1 BY 1
                 UNTIL MEM-IDX > WS-MEM-COUNT
                    IF NOT WS-MEM-UNSENT(MEM-IDX)
                       MOVE SPACES TO DM-SENT-ROW
                       MOVE WS-MEM-MEMO-ID(MEM-IDX) TO DS-MEMO-ID
                       MOVE WS-MEM-SUPPLIER-CODE(MEM-IDX)
                          TO DS-SUPPLIER-CODE
                       MOVE WS-MEM-CHANNEL(MEM-IDX) TO DS-CHANNEL
                       MOVE WS-MEM-ICN(MEM-IDX) TO DS-ICN
                       MOVE WS-TODAYS-DATE TO DS-SENT-DATE
                       WRITE DM-SENT-ROW
                    END-IF
              END-PERFORM
              CLOSE DMSENT-REC
           END-IF
           .

      *    One register row per partner interchange, named for the
      *    supplier so EDIRECON can match that partner's 997.
       900-RECORD-EDI-REGISTER.
           OPEN EXTEND EDIREG-REC
           MOVE SPACES TO EDI-CTL-REGISTER-ROW
           MOVE 'O' TO EC-DIRECTION
           MOVE WS-CURRENT-SUPPLIER TO EC-PARTNER-ID
           MOVE '812' TO EC-DOC-TYPE
           MOVE WS-NEXT-ICN TO EC-INTERCHANGE-CTL
           MOVE WS-SET-COUNT TO EC-SET-COUNT
           MOVE WS-TODAYS-DATE TO EC-RUN-DATE
           MOVE SPACES TO EC-ACK-STATUS
           MOVE ZERO TO EC-ACKED-CTL
           WRITE EDI-CTL-REGISTER-ROW
           CLOSE EDIREG-REC
           .

       1000-CLOSE-END.
           CLOSE EDI812-REC.
           CLOSE DMFORM-REC.
