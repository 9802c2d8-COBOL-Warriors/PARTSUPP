      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    EDI846IN.
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
      * //EDI846IN DD DSN=USER66.EXAM.DEV.EDI846.INVADV,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //SUPAVOLD DD DSN=USER66.EXAM.DEV.SUPAVAIL.MASTER(0),DISP=SHR
      * //TPPROF   DD DSN=USER66.EXAM.DEV.TPPROF.MASTER,DISP=SHR
      *   JCL In/Out
      * //EDICTLRG DD DSN=USER66.EXAM.DEV.EDI.CTLREG,DISP=MOD
      *   JCL Output
      * //SUPAVNEW DD DSN=USER66.EXAM.DEV.SUPAVAIL.MASTER(+1),
      * //            DISP=(,CATLG)
      * //EDI997OUT DD SYSOUT=*
      ***************************************************************
      * Batch intake for inbound EDI 846 (Inventory Inquiry/Advice)
      * transactions - each partner telling us, per PART-NUMBER, how
      * much it has available to ship and by when.  REPLEN's
      * supplier choice used to be price and lead time alone, so a
      * draft could go to a distributor with nothing on the shelf;
      * this run keeps the supplier-availability master (layout
      * SUPAVAIL.cpy) that REPLEN and AVAILRPT now read.
      *
      * Each advice line names the supplier, the part, the
      * available quantity, the ship-by date and the date of the
      * advice.  A line is rejected when the supplier has no
      * profile or has the 846 switch (12) off, when the quantity
      * is not numeric, or when the supplier/part pair is not on
      * the PARTSUPL price link at all - stock at a supplier we do
      * not buy the part from is of no use to REPLEN.  Accepted
      * lines replace that supplier/part's row on the old master
      * (SUPAVOLD) as it is copied to the new one (SUPAVNEW); when
      * one deck carries the same pair twice the later line wins.
      * A missing SUPAVOLD (first run) starts the master empty.
      *
      * Same control-number handling as EDI856IN: the inbound
      * batch and the 997 sent back are both logged on EDICTLRG,
      * the 997's interchange number the highest outbound on the
      * register plus one.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ADV-TRANS     ASSIGN TO EDI846IN.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT SUPAVOLD-REC  ASSIGN TO SUPAVOLD
               FILE STATUS IS WS-SUPAVOLD-FILE-STATUS.
           SELECT SUPAVNEW-REC  ASSIGN TO SUPAVNEW.
           SELECT EDI997-REC    ASSIGN TO EDI997OUT.
           SELECT EDIREG-REC    ASSIGN TO EDICTLRG
               FILE STATUS IS WS-EDIREG-FILE-STATUS.
           SELECT TPPROF-REC    ASSIGN TO TPPROF
               FILE STATUS IS WS-TPPROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    One advice line per part the supplier is reporting on.
       FD  ADV-TRANS
           DATA RECORD IS ADV-REC.
       01  ADV-REC.
           05  ADV-SUPPLIER-CODE   PIC X(10).
           05  ADV-PART-NUMBER     PIC X(23).
           05  ADV-AVAIL-QTY       PIC 9(07).
           05  ADV-SHIP-BY-DATE    PIC 9(08).
           05  ADV-ADVICE-DATE     PIC 9(08).
           05  FILLER              PIC X(24).

      *    Same PSN-REC layout PARTSUPL.cbl writes.
       FD  PARTSUPL-REC
           DATA RECORD IS PARTSUPL-RECORD.
       01  PARTSUPL-RECORD.
           05  PSL-PART-NUMBER    PIC X(23).
           05  PSL-SUPPLIER-CODE  PIC X(10).
           05  PSL-UNIT-PRICE     PIC S9(7)V99.
           05  PSL-LEAD-TIME-WKS  PIC 9(03).
           05  PSL-PRICE-EFF-DATE PIC 9(08).
           05  PSL-PRICE-STATUS   PIC X(01).
           05  FILLER             PIC X(48).

      *    Supplier-availability master, prior generation.
       FD  SUPAVOLD-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUP-AVAIL-ROW.
           COPY 'SUPAVAIL'.

      *    Supplier-availability master, new generation - same
      *    layout as SUP-AVAIL-ROW.
       FD  SUPAVNEW-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPAVNEW-RECORD.
       01  SUPAVNEW-RECORD               PIC X(80).

      *    Minimal EDI 997 Functional Acknowledgment for this run's
      *    advice batch - same shape EDI856IN sends for its ASNs.
       FD  EDI997-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI997-RECORD.
       01  EDI997-RECORD                 PIC X(80)      VALUE SPACES.

      *    Shared EDI control-number register - scanned at startup
      *    to allocate the outbound 997's interchange number, and
      *    appended at end of run with the inbound batch row and
      *    the 997 sent back.  See EDICTLRG.cpy.
       FD  EDIREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI-CTL-REGISTER-ROW.
           COPY 'EDICTLRG'.

      *    Trading-partner profile master TPMAINT maintains - only
      *    the supplier code and document switches matter here.
       FD  TPPROF-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TPPROF-RECORD.
       01  TPPROF-RECORD.
           05  TPP-SUPPLIER-CODE   PIC X(10).
           05  FILLER              PIC X(34).
           05  TPP-DOC-SWITCHES    PIC X(12).
           05  FILLER              PIC X(24).

       WORKING-STORAGE SECTION.

      *    Trading-partner profile table - a missing TPPROF (FILE
      *    STATUS not '00') leaves the table empty and every partner
      *    unchecked, the shop's missing-optional-file default.
      *    Switch positions: 850,860,856,810,214,840,843,855,832,
      *    820,830,846; this program checks the 846 switch.
       01  WS-TPPROF-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-TPP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-TPP-TABLE.
           05  WS-TPP-ENTRY OCCURS 200 TIMES
                  INDEXED BY TPP-IDX.
               10 WS-TPP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-TPP-DOC-SWITCHES    PIC X(12)      VALUE SPACES.
       01  TPPROF-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TPP-ROWS                          VALUE 'Y'.
       01  WS-TPP-CHECK-SUPPLIER         PIC X(10)      VALUE SPACES.
       01  WS-TPP-DOC-SUB                PIC 9(02)      VALUE 12.
       01  WS-TPP-AUTH-FLAG              PIC X(01)      VALUE 'Y'.
           88 PARTNER-DOC-AUTHORIZED                    VALUE 'Y'.

      *    Outbound interchange control number for this run's 997 -
      *    the highest outbound number already on the register plus
      *    one.
       01  WS-EDIREG-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-NEXT-ICN                   PIC 9(09)      VALUE 1.
       01  WS-NEXT-ICN-OUT               PIC 9(09).
       01  EDIREG-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-REGISTER-ROWS                     VALUE 'Y'.

      *    Every supplier/part pair on the price link, whatever its
      *    price status - the link is what makes the advice useful.
       01  WS-PSL-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PSL-TABLE.
           05  WS-PSL-ENTRY OCCURS 500 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.

       01  WS-ADV-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-ADV-TABLE.
           05  WS-ADV-ENTRY OCCURS 1000 TIMES
                  INDEXED BY ADV-IDX.
               10 WS-ADV-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-ADV-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-ADV-AVAIL-QTY       PIC 9(07)      VALUE 0.
               10 WS-ADV-SHIP-BY-DATE    PIC 9(08)      VALUE 0.
               10 WS-ADV-ADVICE-DATE     PIC 9(08)      VALUE 0.
               10 WS-ADV-DISPOSITION     PIC X(01)      VALUE 'A'.
                  88 WS-ADV-ACCEPTED                    VALUE 'A'.
                  88 WS-ADV-SUPERSEDED                  VALUE 'S'.
                  88 WS-ADV-REJECTED                    VALUE 'R'.

       01  WS-SUPAVOLD-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  SUPAVOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-ROWS                          VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-ACCEPTED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-SUPERSEDED-COUNT        PIC 9(05)      VALUE 0.
           05 WS-NO-PROFILE-COUNT        PIC 9(05)      VALUE 0.
           05 WS-BAD-QTY-COUNT           PIC 9(05)      VALUE 0.
           05 WS-OFF-LINK-COUNT          PIC 9(05)      VALUE 0.
           05 WS-OLD-KEPT-COUNT          PIC 9(05)      VALUE 0.
           05 WS-OLD-REPLACED-COUNT      PIC 9(05)      VALUE 0.

      *    EDI 997 accepted/rejected tallies - a line superseded by
      *    a later one in the same deck still counts as accepted.
       01  EDI-997-ACCEPTED-COUNT        PIC 9(05)      VALUE 0.
       01  EDI-997-REJECTED-COUNT        PIC 9(05)      VALUE 0.
       01  EDI-997-ACCEPTED-OUT          PIC 9(06).
       01  EDI-997-REJECTED-OUT          PIC 9(06).
       01  EDI-997-STATUS                PIC X(01)      VALUE 'A'.

       01  WS-ADV-SUB                    PIC 9(05)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  EDI846IN-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-ADV-TRANS                         VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 055-ALLOCATE-INTERCHANGE-NUM.
           PERFORM 100-OPEN-FILES.
           PERFORM 060-LOAD-TRADING-PARTNERS.
           PERFORM 300-LOAD-PRICE-LINK.
           PERFORM 500-LOAD-ADV-TRANS.
           PERFORM 600-COPY-OLD-MASTER.
           PERFORM 650-WRITE-NEW-ADVICES.
           PERFORM 800-WRITE-EDI-997.
           PERFORM 850-RECORD-EDI-REGISTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'EDI846IN COMPLETE - ACCEPTED: ' WS-ACCEPTED-COUNT
              ' NO PROFILE: ' WS-NO-PROFILE-COUNT
              ' BAD QTY: ' WS-BAD-QTY-COUNT
              ' OFF-LINK: ' WS-OFF-LINK-COUNT
              ' ROWS KEPT: ' WS-OLD-KEPT-COUNT
              ' REPLACED: ' WS-OLD-REPLACED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PSL-TABLE.
           INITIALIZE WS-ADV-COUNT.
           INITIALIZE WS-ADV-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO EDI846IN-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO SUPAVOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT ADV-TRANS.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT SUPAVNEW-REC.
           OPEN OUTPUT EDI997-REC.

       300-LOAD-PRICE-LINK.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF WS-PSL-COUNT < 500
                 ADD 1 TO WS-PSL-COUNT
                 MOVE PSL-PART-NUMBER
                    TO WS-PSL-PART-NUMBER(WS-PSL-COUNT)
                 MOVE PSL-SUPPLIER-CODE
                    TO WS-PSL-SUPPLIER-CODE(WS-PSL-COUNT)
              ELSE
                 DISPLAY 'EDI846IN PRICE-LINK TABLE FULL: '
                    PSL-PART-NUMBER ' ' PSL-SUPPLIER-CODE
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

      *    Every line is tabled, rejected ones too, so the 997 can
      *    count them.  A line for a pair already accepted earlier
      *    in the deck supersedes that one.
       500-LOAD-ADV-TRANS.
           READ ADV-TRANS
              AT END MOVE 'Y' TO EDI846IN-EOF
           END-READ
           PERFORM VARYING ADV-IDX FROM 1 BY 1
              UNTIL NO-MORE-ADV-TRANS OR ADV-IDX > 1000
                 MOVE ADV-SUPPLIER-CODE
                    TO WS-ADV-SUPPLIER-CODE(ADV-IDX)
                 MOVE ADV-PART-NUMBER TO WS-ADV-PART-NUMBER(ADV-IDX)
                 MOVE ADV-SHIP-BY-DATE
                    TO WS-ADV-SHIP-BY-DATE(ADV-IDX)
                 MOVE ADV-ADVICE-DATE TO WS-ADV-ADVICE-DATE(ADV-IDX)
      *          000-INIT's INITIALIZE clears the dispositions to
      *          spaces, not their VALUE 'A' - same trap EDI856IN's
      *          500-LOAD-ASN-TRANS documents.
                 MOVE 'A' TO WS-ADV-DISPOSITION(ADV-IDX)
                 PERFORM 510-EDIT-ADVICE-LINE
                 IF WS-ADV-ACCEPTED(ADV-IDX)
                    MOVE ADV-AVAIL-QTY TO WS-ADV-AVAIL-QTY(ADV-IDX)
                    IF ADV-SHIP-BY-DATE NOT NUMERIC
                       MOVE 0 TO WS-ADV-SHIP-BY-DATE(ADV-IDX)
                    END-IF
                    IF ADV-ADVICE-DATE NOT NUMERIC
                       OR ADV-ADVICE-DATE = 0
                       MOVE WS-TODAYS-DATE
                          TO WS-ADV-ADVICE-DATE(ADV-IDX)
                    END-IF
                    ADD 1 TO WS-ACCEPTED-COUNT
                    PERFORM 520-SUPERSEDE-EARLIER-LINE
                 END-IF
                 SET WS-ADV-COUNT TO ADV-IDX
                 READ ADV-TRANS
                    AT END MOVE 'Y' TO EDI846IN-EOF
                 END-READ
           END-PERFORM
           .

       510-EDIT-ADVICE-LINE.
           MOVE ADV-SUPPLIER-CODE TO WS-TPP-CHECK-SUPPLIER
           PERFORM 070-CHECK-PARTNER-DOC
           IF NOT PARTNER-DOC-AUTHORIZED
              MOVE 'R' TO WS-ADV-DISPOSITION(ADV-IDX)
              ADD 1 TO WS-NO-PROFILE-COUNT
              DISPLAY 'REJECTED 846 - NO EDI PROFILE: '
                 ADV-SUPPLIER-CODE '/' ADV-PART-NUMBER
           ELSE
              IF ADV-AVAIL-QTY NOT NUMERIC
                 MOVE 'R' TO WS-ADV-DISPOSITION(ADV-IDX)
                 ADD 1 TO WS-BAD-QTY-COUNT
                 DISPLAY 'REJECTED 846 - QUANTITY NOT NUMERIC: '
                    ADV-SUPPLIER-CODE '/' ADV-PART-NUMBER
              ELSE
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING PSL-IDX FROM 1 BY 1
                    UNTIL PSL-IDX > WS-PSL-COUNT OR ENTRY-FOUND
                       IF WS-PSL-PART-NUMBER(PSL-IDX) =
                          ADV-PART-NUMBER
                          AND WS-PSL-SUPPLIER-CODE(PSL-IDX) =
                              ADV-SUPPLIER-CODE
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
                 IF NOT ENTRY-FOUND
                    MOVE 'R' TO WS-ADV-DISPOSITION(ADV-IDX)
                    ADD 1 TO WS-OFF-LINK-COUNT
                    DISPLAY 'REJECTED 846 - NOT ON PRICE LINK: '
                       ADV-SUPPLIER-CODE '/' ADV-PART-NUMBER
                 END-IF
              END-IF
           END-IF
           .

       520-SUPERSEDE-EARLIER-LINE.
           PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
              UNTIL WS-ADV-SUB >= ADV-IDX
                 IF WS-ADV-ACCEPTED(WS-ADV-SUB)
                    AND WS-ADV-SUPPLIER-CODE(WS-ADV-SUB) =
                        ADV-SUPPLIER-CODE
                    AND WS-ADV-PART-NUMBER(WS-ADV-SUB) = ADV-PART-NUMBER
                    MOVE 'S' TO WS-ADV-DISPOSITION(WS-ADV-SUB)
                    ADD 1 TO WS-SUPERSEDED-COUNT
                 END-IF
           END-PERFORM
           .

      *    Old rows go across unless this run's deck replaced them.
      *    A missing old generation starts the master from nothing.
       600-COPY-OLD-MASTER.
           OPEN INPUT SUPAVOLD-REC
           IF WS-SUPAVOLD-FILE-STATUS = '00'
              READ SUPAVOLD-REC
                 AT END MOVE 'Y' TO SUPAVOLD-EOF
              END-READ
              PERFORM UNTIL NO-MORE-OLD-ROWS
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING ADV-IDX FROM 1 BY 1
                    UNTIL ADV-IDX > WS-ADV-COUNT OR ENTRY-FOUND
                       IF WS-ADV-ACCEPTED(ADV-IDX)
                          AND WS-ADV-SUPPLIER-CODE(ADV-IDX) =
                              SA-SUPPLIER-CODE
                          AND WS-ADV-PART-NUMBER(ADV-IDX) =
                              SA-PART-NUMBER
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
                 IF ENTRY-FOUND
                    ADD 1 TO WS-OLD-REPLACED-COUNT
                 ELSE
                    WRITE SUPAVNEW-RECORD FROM SUP-AVAIL-ROW
                    ADD 1 TO WS-OLD-KEPT-COUNT
                 END-IF
                 READ SUPAVOLD-REC
                    AT END MOVE 'Y' TO SUPAVOLD-EOF
                 END-READ
              END-PERFORM
              CLOSE SUPAVOLD-REC
           END-IF
           .

       650-WRITE-NEW-ADVICES.
           PERFORM VARYING ADV-IDX FROM 1 BY 1
              UNTIL ADV-IDX > WS-ADV-COUNT
                 IF WS-ADV-ACCEPTED(ADV-IDX)
                    MOVE SPACES TO SUP-AVAIL-ROW
                    MOVE WS-ADV-SUPPLIER-CODE(ADV-IDX)
                       TO SA-SUPPLIER-CODE
                    MOVE WS-ADV-PART-NUMBER(ADV-IDX) TO SA-PART-NUMBER
                    MOVE WS-ADV-AVAIL-QTY(ADV-IDX) TO SA-AVAIL-QTY
                    MOVE WS-ADV-SHIP-BY-DATE(ADV-IDX)
                       TO SA-SHIP-BY-DATE
                    MOVE WS-ADV-ADVICE-DATE(ADV-IDX) TO SA-ADVICE-DATE
                    MOVE WS-TODAYS-DATE TO SA-LOADED-DATE
                    WRITE SUPAVNEW-RECORD FROM SUP-AVAIL-ROW
                 END-IF
           END-PERFORM
           .

      *    Accepted = every line that passed the edits, superseded
      *    or not; rejected = the rest.  A minimal functional
      *    acknowledgment, not a line-item-level 997.
       800-WRITE-EDI-997.
           MOVE 0 TO EDI-997-ACCEPTED-COUNT
           MOVE 0 TO EDI-997-REJECTED-COUNT
           PERFORM VARYING ADV-IDX FROM 1 BY 1
              UNTIL ADV-IDX > WS-ADV-COUNT
              IF WS-ADV-REJECTED(ADV-IDX)
                 ADD 1 TO EDI-997-REJECTED-COUNT
              ELSE
                 ADD 1 TO EDI-997-ACCEPTED-COUNT
              END-IF
           END-PERFORM
           IF EDI-997-REJECTED-COUNT > 0
              MOVE 'R' TO EDI-997-STATUS
           ELSE
              MOVE 'A' TO EDI-997-STATUS
           END-IF
           MOVE EDI-997-ACCEPTED-COUNT TO EDI-997-ACCEPTED-OUT
           MOVE EDI-997-REJECTED-COUNT TO EDI-997-REJECTED-OUT

           MOVE SPACES TO EDI997-RECORD
           STRING 'ISA*00*          *00*          *ZZ*EXAM'
              ' 997 ACK' DELIMITED BY SIZE INTO EDI997-RECORD
           WRITE EDI997-RECORD

           MOVE SPACES TO EDI997-RECORD
           STRING 'GS*FA*EXAM*PARTNER' DELIMITED BY SIZE
              INTO EDI997-RECORD
           WRITE EDI997-RECORD

           MOVE SPACES TO EDI997-RECORD
           STRING 'ST*997*0001' DELIMITED BY SIZE INTO EDI997-RECORD
           WRITE EDI997-RECORD

           MOVE SPACES TO EDI997-RECORD
           STRING 'AK1*IB*0001' DELIMITED BY SIZE INTO EDI997-RECORD
           WRITE EDI997-RECORD

           MOVE SPACES TO EDI997-RECORD
           STRING 'AK2*846*0001' DELIMITED BY SIZE INTO EDI997-RECORD
           WRITE EDI997-RECORD

           MOVE SPACES TO EDI997-RECORD
           STRING 'AK5*' EDI-997-STATUS DELIMITED BY SIZE
              INTO EDI997-RECORD
           WRITE EDI997-RECORD

           MOVE SPACES TO EDI997-RECORD
           STRING 'AK9*' EDI-997-STATUS '*' EDI-997-ACCEPTED-OUT
              '*' EDI-997-REJECTED-OUT DELIMITED BY SIZE
              INTO EDI997-RECORD
           WRITE EDI997-RECORD

           MOVE SPACES TO EDI997-RECORD
           STRING 'SE*6*0001' DELIMITED BY SIZE INTO EDI997-RECORD
           WRITE EDI997-RECORD

           MOVE SPACES TO EDI997-RECORD
           STRING 'GE*1*1' DELIMITED BY SIZE INTO EDI997-RECORD
           WRITE EDI997-RECORD

           MOVE SPACES TO EDI997-RECORD
           STRING 'IEA*1*' WS-NEXT-ICN-OUT DELIMITED BY SIZE
              INTO EDI997-RECORD
           WRITE EDI997-RECORD
           .

      *    Allocates the 997's interchange control number - one scan
      *    of the register for the highest outbound number so far.
      *    A missing register just means interchange 1.
       055-ALLOCATE-INTERCHANGE-NUM.
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
           MOVE WS-NEXT-ICN TO WS-NEXT-ICN-OUT
           .

      *    Two register rows per run - the inbound 846 batch (zero
      *    interchange number, the flat advice deck carries no ISA
      *    envelope) and the outbound 997 it drew.
       850-RECORD-EDI-REGISTER.
           OPEN EXTEND EDIREG-REC
           MOVE SPACES TO EDI-CTL-REGISTER-ROW
           MOVE 'I' TO EC-DIRECTION
           MOVE SPACES TO EC-PARTNER-ID
           MOVE '846' TO EC-DOC-TYPE
           MOVE ZERO TO EC-INTERCHANGE-CTL
           MOVE WS-ADV-COUNT TO EC-SET-COUNT
           MOVE WS-TODAYS-DATE TO EC-RUN-DATE
           MOVE SPACES TO EC-ACK-STATUS
           MOVE ZERO TO EC-ACKED-CTL
           WRITE EDI-CTL-REGISTER-ROW
           MOVE SPACES TO EDI-CTL-REGISTER-ROW
           MOVE 'O' TO EC-DIRECTION
           MOVE 'PARTNER   ' TO EC-PARTNER-ID
           MOVE '997' TO EC-DOC-TYPE
           MOVE WS-NEXT-ICN TO EC-INTERCHANGE-CTL
           MOVE 1 TO EC-SET-COUNT
           MOVE WS-TODAYS-DATE TO EC-RUN-DATE
           MOVE SPACES TO EC-ACK-STATUS
           MOVE ZERO TO EC-ACKED-CTL
           WRITE EDI-CTL-REGISTER-ROW
           CLOSE EDIREG-REC
           .

      *    Loads the trading-partner profiles once at startup - a
      *    missing file just leaves the table empty, which 070 then
      *    treats as "no profile master, nothing to enforce".
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

      *    Is WS-TPP-CHECK-SUPPLIER profiled with this program's
      *    document switch on?  An empty table authorizes everyone
      *    (no profile master on file); a loaded table authorizes
      *    only an explicit 'Y'.
       070-CHECK-PARTNER-DOC.
           IF WS-TPP-COUNT = 0
              MOVE 'Y' TO WS-TPP-AUTH-FLAG
           ELSE
              MOVE 'N' TO WS-TPP-AUTH-FLAG
              PERFORM VARYING TPP-IDX FROM 1 BY 1
                 UNTIL TPP-IDX > WS-TPP-COUNT
                 OR PARTNER-DOC-AUTHORIZED
                    IF WS-TPP-SUPPLIER-CODE(TPP-IDX) =
                       WS-TPP-CHECK-SUPPLIER
                       AND WS-TPP-DOC-SWITCHES(TPP-IDX)
                          (WS-TPP-DOC-SUB:1) = 'Y'
                       MOVE 'Y' TO WS-TPP-AUTH-FLAG
                    END-IF
              END-PERFORM
           END-IF
           .

       1000-CLOSE-END.
           CLOSE ADV-TRANS.
           CLOSE PARTSUPL-REC.
           CLOSE SUPAVNEW-REC.
           CLOSE EDI997-REC.
