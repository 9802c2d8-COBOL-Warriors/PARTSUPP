      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    EDI824OT.
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
      * //TPPROF   DD DSN=USER66.EXAM.DEV.TPPROF.MASTER,DISP=SHR
      * //ARJOLD   DD DSN=USER66.EXAM.DEV.EDI.APPREJCT(0),DISP=SHR
      *   JCL In/Out
      * //EDICTLRG DD DSN=USER66.EXAM.DEV.EDI.CTLREG,DISP=MOD
      *   JCL Output
      * //ARJNEW   DD DSN=USER66.EXAM.DEV.EDI.APPREJCT(+1),
      * //            DISP=(,CATLG)
      * //EDI824OT DD DSN=USER66.EXAM.DEV.EDI824.APPADV,
      * //            DISP=(,CATLG)
      ***************************************************************
      * Outbound EDI 824 (Application Advice) - tells a partner
      * which of its inbound documents we turned away and why.
      * EDI810IN, EDI856IN and EDI855IN each append a row to the
      * application-reject log (layout APPREJCT.cpy) for every
      * invoice line, ASN line or acknowledgment they reject; a
      * 997 only says the envelope was readable, so without this
      * the supplier never hears that the content was refused.
      *
      * Every log row not yet advised (AR-ADVISED-ICN zero) goes
      * out on an interchange of its own supplier's - one per
      * supplier, addressed with the qualifiers/ids on its TPPROF
      * profile or the shop defaults when it has none - as
      *    OTI  TR (transaction set reject), the partner's document
      *         reference (IV invoice number, else PO number) and
      *         the rejected set's type (810/856/855) in OTI10
      *    REF  PO the PO-NUMBER the transaction named
      *    TED  the log's reason code and text
      * under a BGN naming this interchange and an N1 for the
      * supplier.  Each interchange gets a register row on
      * EDICTLRG (doc '824'), numbered in sequence after the
      * highest outbound number already there.
      *
      * The log is then copied to its new generation with each
      * advised row stamped with the interchange that carried it
      * and the run date, so a reject is advised exactly once and
      * EDIRECON can show which ones have been communicated.  A
      * missing ARJOLD (no rejects ever logged) sends nothing and
      * starts the new generation empty.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TPPROF-REC    ASSIGN TO TPPROF
               FILE STATUS IS WS-TPPROF-FILE-STATUS.
           SELECT ARJOLD-REC    ASSIGN TO ARJOLD
               FILE STATUS IS WS-ARJOLD-FILE-STATUS.
           SELECT ARJNEW-REC    ASSIGN TO ARJNEW.
           SELECT EDIREG-REC    ASSIGN TO EDICTLRG
               FILE STATUS IS WS-EDIREG-FILE-STATUS.
           SELECT EDI824-REC    ASSIGN TO EDI824OT.

       DATA DIVISION.
       FILE SECTION.

      *    Trading-partner profile master TPMAINT maintains - only
      *    the interchange qualifiers/ids matter here.
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
           05  FILLER              PIC X(36).

      *    Application-reject log, prior generation.
       FD  ARJOLD-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APP-REJECT-ROW.
           COPY 'APPREJCT'.

      *    Application-reject log, new generation - same layout as
      *    APP-REJECT-ROW.
       FD  ARJNEW-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARJNEW-RECORD.
       01  ARJNEW-RECORD                 PIC X(80).

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
       FD  EDI824-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI824-RECORD.
       01  EDI824-RECORD                 PIC X(80)      VALUE SPACES.

       WORKING-STORAGE SECTION.

      *    Every profile on file - a missing TPPROF (FILE STATUS not
      *    '00') leaves the table empty and every partner on the
      *    shop default addressing.
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
       01  TPPROF-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TPP-ROWS                          VALUE 'Y'.

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

      *    The log's unadvised rows, in log order - WS-REJ-SEQ is
      *    the row's position on ARJOLD so the copy pass can stamp
      *    it, WS-REJ-ICN the interchange that carried it (zero
      *    until sent).  Rows past the table's end wait for the
      *    next run.
       01  WS-ARJOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-REJ-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY OCCURS 2000 TIMES
                  INDEXED BY REJ-IDX REJ-IDX2.
               10 WS-REJ-SEQ             PIC 9(07)      VALUE 0.
               10 WS-REJ-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-REJ-DOC-TYPE        PIC X(03)      VALUE SPACES.
               10 WS-REJ-REFERENCE       PIC X(10)      VALUE SPACES.
               10 WS-REJ-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-REJ-REASON-CODE     PIC X(03)      VALUE SPACES.
               10 WS-REJ-REASON-TEXT     PIC X(20)      VALUE SPACES.
               10 WS-REJ-ICN             PIC 9(09)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-INTERCHANGE-COUNT       PIC 9(05)      VALUE 0.
           05 WS-ADVISED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-HELD-OVER-COUNT         PIC 9(05)      VALUE 0.
           05 WS-LOG-ROWS-COPIED         PIC 9(07)      VALUE 0.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-CURRENT-SUPPLIER           PIC X(10)      VALUE SPACES.
       01  WS-LOG-SEQ                    PIC 9(07)      VALUE 0.
       01  WS-STAMP-SUB                  PIC 9(05)      VALUE 0.
       01  WS-SEG-COUNT                  PIC 9(06)      VALUE 0.
       01  WS-SEG-COUNT-OUT              PIC 9(06)      VALUE 0.
       01  WS-ST-CONTROL                 PIC 9(04)      VALUE 1.
       01  WS-OTI-QUALIFIER              PIC X(02)      VALUE SPACES.
       01  WS-OTI-REFERENCE              PIC X(10)      VALUE SPACES.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.

       01  ARJOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-LOG                           VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-ALLOCATE-INTERCHANGE-NUM.
           PERFORM 060-LOAD-TRADING-PARTNERS.
           PERFORM 300-LOAD-UNADVISED-REJECTS.
           PERFORM 100-OPEN-FILES.
           PERFORM 500-SEND-ADVICES.
           PERFORM 800-WRITE-NEW-LOG.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'EDI824OT COMPLETE - INTERCHANGES SENT: '
              WS-INTERCHANGE-COUNT
              ' REJECTS ADVISED: ' WS-ADVISED-COUNT
              ' HELD OVER: ' WS-HELD-OVER-COUNT
              ' LOG ROWS: ' WS-LOG-ROWS-COPIED.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TPP-COUNT.
           INITIALIZE WS-TPP-TABLE.
           INITIALIZE WS-REJ-COUNT.
           INITIALIZE WS-REJ-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO TPPROF-EOF.
           MOVE 'N' TO ARJOLD-EOF.

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
                    SET WS-TPP-COUNT TO TPP-IDX
                    READ TPPROF-REC
                       AT END MOVE 'Y' TO TPPROF-EOF
                    END-READ
              END-PERFORM
              CLOSE TPPROF-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN OUTPUT ARJNEW-REC.
           OPEN OUTPUT EDI824-REC.

      *    First pass over the log - keeps the rows no 824 has
      *    carried yet.  A missing log has nothing to advise.
       300-LOAD-UNADVISED-REJECTS.
           MOVE 0 TO WS-LOG-SEQ
           OPEN INPUT ARJOLD-REC
           IF WS-ARJOLD-FILE-STATUS = '00'
              READ ARJOLD-REC
                 AT END MOVE 'Y' TO ARJOLD-EOF
              END-READ
              PERFORM UNTIL NO-MORE-OLD-LOG
                 ADD 1 TO WS-LOG-SEQ
                 IF AR-ADVISED-ICN = 0
                    PERFORM 310-ADD-UNADVISED-ROW
                 END-IF
                 READ ARJOLD-REC
                    AT END MOVE 'Y' TO ARJOLD-EOF
                 END-READ
              END-PERFORM
              CLOSE ARJOLD-REC
           END-IF
           IF WS-HELD-OVER-COUNT > 0
              DISPLAY 'EDI824OT REJECT TABLE FULL - HELD OVER: '
                 WS-HELD-OVER-COUNT
           END-IF
           .

       310-ADD-UNADVISED-ROW.
           IF WS-REJ-COUNT < 2000
              ADD 1 TO WS-REJ-COUNT
              SET REJ-IDX TO WS-REJ-COUNT
              MOVE WS-LOG-SEQ TO WS-REJ-SEQ(REJ-IDX)
              MOVE AR-SUPPLIER-CODE TO WS-REJ-SUPPLIER-CODE(REJ-IDX)
              MOVE AR-DOC-TYPE TO WS-REJ-DOC-TYPE(REJ-IDX)
              MOVE AR-REFERENCE TO WS-REJ-REFERENCE(REJ-IDX)
              MOVE AR-PO-NUMBER TO WS-REJ-PO-NUMBER(REJ-IDX)
              MOVE AR-REASON-CODE TO WS-REJ-REASON-CODE(REJ-IDX)
              MOVE AR-REASON-TEXT TO WS-REJ-REASON-TEXT(REJ-IDX)
              MOVE 0 TO WS-REJ-ICN(REJ-IDX)
           ELSE
              ADD 1 TO WS-HELD-OVER-COUNT
           END-IF
           .

      *    The first still-unsent row of each supplier opens that
      *    supplier's interchange, which then carries every one of
      *    its rows.
       500-SEND-ADVICES.
           PERFORM VARYING REJ-IDX FROM 1 BY 1
              UNTIL REJ-IDX > WS-REJ-COUNT
                 IF WS-REJ-ICN(REJ-IDX) = 0
                    MOVE WS-REJ-SUPPLIER-CODE(REJ-IDX)
                       TO WS-CURRENT-SUPPLIER
                    PERFORM 600-WRITE-INTERCHANGE
                 END-IF
           END-PERFORM
           .

      *    ISA/GS/ST ... SE/GE/IEA for one partner.  The set is a
      *    BGN naming this interchange, N1 naming the supplier, and
      *    an OTI/REF/TED group per reject.
       600-WRITE-INTERCHANGE.
           PERFORM 610-SET-ENVELOPE-IDS
           MOVE WS-NEXT-ICN TO WS-NEXT-ICN-OUT
           MOVE SPACES TO EDI824-RECORD
           STRING 'ISA*00*          *00*          *'
              WS-ISA-SENDER-QUAL '*' WS-ISA-SENDER-ID
              '*' WS-ISA-RECEIVER-QUAL '*' WS-ISA-RECEIVER-ID
              '*' WS-NEXT-ICN-OUT '~'
              DELIMITED BY SIZE INTO EDI824-RECORD
           WRITE EDI824-RECORD
           MOVE SPACES TO EDI824-RECORD
           STRING 'GS*AG*' DELIMITED BY SIZE
              WS-ISA-SENDER-ID DELIMITED BY SPACE
              '*' DELIMITED BY SIZE
              WS-ISA-RECEIVER-ID DELIMITED BY SPACE
              '*' WS-GS-CONTROL-NUM '*X*004010~'
              DELIMITED BY SIZE INTO EDI824-RECORD
           WRITE EDI824-RECORD

           MOVE 0 TO WS-SEG-COUNT
           MOVE SPACES TO EDI824-RECORD
           STRING 'ST*824*' WS-ST-CONTROL
              DELIMITED BY SIZE INTO EDI824-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           MOVE SPACES TO EDI824-RECORD
           STRING 'BGN*00*' WS-NEXT-ICN-OUT '*' WS-TODAYS-DATE
              DELIMITED BY SIZE INTO EDI824-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           MOVE SPACES TO EDI824-RECORD
           STRING 'N1*SU**92*' WS-CURRENT-SUPPLIER
              DELIMITED BY SIZE INTO EDI824-RECORD
           PERFORM 690-WRITE-SET-SEGMENT

           PERFORM VARYING REJ-IDX2 FROM REJ-IDX BY 1
              UNTIL REJ-IDX2 > WS-REJ-COUNT
                 IF WS-REJ-ICN(REJ-IDX2) = 0
                    AND WS-REJ-SUPPLIER-CODE(REJ-IDX2) =
                        WS-CURRENT-SUPPLIER
                    PERFORM 620-WRITE-REJECT-DETAIL
                 END-IF
           END-PERFORM

           ADD 1 TO WS-SEG-COUNT
           MOVE WS-SEG-COUNT TO WS-SEG-COUNT-OUT
           MOVE SPACES TO EDI824-RECORD
           STRING 'SE*' WS-SEG-COUNT-OUT '*' WS-ST-CONTROL
              DELIMITED BY SIZE INTO EDI824-RECORD
           WRITE EDI824-RECORD

           MOVE SPACES TO EDI824-RECORD
           STRING 'GE*1*' WS-GS-CONTROL-NUM '~'
              DELIMITED BY SIZE INTO EDI824-RECORD
           WRITE EDI824-RECORD
           MOVE SPACES TO EDI824-RECORD
           STRING 'IEA*1*' WS-NEXT-ICN-OUT '~'
              DELIMITED BY SIZE INTO EDI824-RECORD
           WRITE EDI824-RECORD

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

      *    OTI/REF/TED for one reject, and the row marked carried by
      *    this interchange.  An invoice is referenced by its own
      *    number; an ASN line or acknowledgment, which carries no
      *    number of its own, by its PO.
       620-WRITE-REJECT-DETAIL.
           IF WS-REJ-REFERENCE(REJ-IDX2) NOT = SPACES
              MOVE 'IV' TO WS-OTI-QUALIFIER
              MOVE WS-REJ-REFERENCE(REJ-IDX2) TO WS-OTI-REFERENCE
           ELSE
              MOVE 'PO' TO WS-OTI-QUALIFIER
              MOVE WS-REJ-PO-NUMBER(REJ-IDX2) TO WS-OTI-REFERENCE
           END-IF
           MOVE SPACES TO EDI824-RECORD
           STRING 'OTI*TR*' WS-OTI-QUALIFIER '*' DELIMITED BY SIZE
              WS-OTI-REFERENCE DELIMITED BY SPACE
              '*******' WS-REJ-DOC-TYPE(REJ-IDX2)
              DELIMITED BY SIZE INTO EDI824-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           IF WS-REJ-PO-NUMBER(REJ-IDX2) NOT = SPACES
              MOVE SPACES TO EDI824-RECORD
              STRING 'REF*PO*' WS-REJ-PO-NUMBER(REJ-IDX2)
                 DELIMITED BY SIZE INTO EDI824-RECORD
              PERFORM 690-WRITE-SET-SEGMENT
           END-IF
           MOVE SPACES TO EDI824-RECORD
           STRING 'TED*' WS-REJ-REASON-CODE(REJ-IDX2) '*'
              DELIMITED BY SIZE
              WS-REJ-REASON-TEXT(REJ-IDX2) DELIMITED BY '  '
              INTO EDI824-RECORD
           PERFORM 690-WRITE-SET-SEGMENT
           MOVE WS-NEXT-ICN TO WS-REJ-ICN(REJ-IDX2)
           ADD 1 TO WS-ADVISED-COUNT
           .

       690-WRITE-SET-SEGMENT.
           WRITE EDI824-RECORD
           ADD 1 TO WS-SEG-COUNT
           .

      *    Second pass over the log - every row copied to the new
      *    generation, the ones this run advised stamped on the way.
      *    The table holds them in log order, so one moving
      *    subscript finds each in turn.
       800-WRITE-NEW-LOG.
           MOVE 0 TO WS-LOG-SEQ
           MOVE 1 TO WS-STAMP-SUB
           MOVE 'N' TO ARJOLD-EOF
           OPEN INPUT ARJOLD-REC
           IF WS-ARJOLD-FILE-STATUS = '00'
              READ ARJOLD-REC
                 AT END MOVE 'Y' TO ARJOLD-EOF
              END-READ
              PERFORM UNTIL NO-MORE-OLD-LOG
                 ADD 1 TO WS-LOG-SEQ
                 IF WS-STAMP-SUB NOT > WS-REJ-COUNT
                    AND WS-REJ-SEQ(WS-STAMP-SUB) = WS-LOG-SEQ
                    MOVE WS-REJ-ICN(WS-STAMP-SUB) TO AR-ADVISED-ICN
                    MOVE WS-TODAYS-DATE TO AR-ADVISED-DATE
                    ADD 1 TO WS-STAMP-SUB
                 END-IF
                 WRITE ARJNEW-RECORD FROM APP-REJECT-ROW
                 ADD 1 TO WS-LOG-ROWS-COPIED
                 READ ARJOLD-REC
                    AT END MOVE 'Y' TO ARJOLD-EOF
                 END-READ
              END-PERFORM
              CLOSE ARJOLD-REC
           END-IF
           .

      *    One register row per partner interchange, named for the
      *    supplier so EDIRECON can match that partner's 997.
       900-RECORD-EDI-REGISTER.
           OPEN EXTEND EDIREG-REC
           MOVE SPACES TO EDI-CTL-REGISTER-ROW
           MOVE 'O' TO EC-DIRECTION
           MOVE WS-CURRENT-SUPPLIER TO EC-PARTNER-ID
           MOVE '824' TO EC-DOC-TYPE
           MOVE WS-NEXT-ICN TO EC-INTERCHANGE-CTL
           MOVE 1 TO EC-SET-COUNT
           MOVE WS-TODAYS-DATE TO EC-RUN-DATE
           MOVE SPACES TO EC-ACK-STATUS
           MOVE ZERO TO EC-ACKED-CTL
           WRITE EDI-CTL-REGISTER-ROW
           CLOSE EDIREG-REC
           .

       1000-CLOSE-END.
           CLOSE ARJNEW-REC.
           CLOSE EDI824-REC.
