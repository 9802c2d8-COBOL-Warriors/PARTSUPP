      *   commercial order is the compliance problem in the other
      *   direction.  The rating flows onto the outbound 850 and
      *   the rated-order listings downstream.
      *
      * 2026-10-15 maruca      V0R0M27
      *   First-article warning.  The first-article approval master
      *   FAIMAINT maintains (optional FAIMSTR DD) is loaded once the
      *   same way PARTSUPL is, and the new 500-SUB-WSX-FIRST-
      *   ARTICLE-CHECK prints a warning for an order or release
      *   keyed against a LS-PART-NUMBER/LS-SUPPLIER-CODE pair with
      *   no approved row - a warning only, the PO still goes
      *   through, since the receipt itself is what EDI856IN holds
      *   for inspection.  A missing FAIMSTR leaves the check off,
      *   the usual missing-optional-file default.
      *   JCL Input (new)
      * //FAIMSTR  DD DSN=USER66.EXAM.DEV.FAIMAINT.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca      V0R0M28
      *   Restricted-party block.  The screening dispositions RPSMAINT
      *   maintains (optional RPSMSTR DD) are loaded once the same way
      *   FAIMSTR is, keeping only the suppliers compliance has
      *   confirmed as a denied/restricted party.  The new 500-SUB-
      *   WSX-RESTRICTED-PARTY-CHECK, performed right after 500-SUB-
      *   WSX-SUPPLIER-HOLD-CHECK, rejects any new PO keyed against
      *   such a LS-SUPPLIER-CODE exactly the way the hold check
      *   does.  A missing RPSMSTR leaves the check off, the usual
      *   missing-optional-file default.
      *   JCL Input (new)
      * //RPSMSTR  DD DSN=USER66.EXAM.DEV.RPSMAINT.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca      V0R0M29
      *   Supplier shutdown warning.  The plant-shutdown calendar
      *   SHUTMAIN maintains (optional SHUTCAL DD) is loaded once the
      *   same way FAIMSTR is, and the new 500-SUB-WSX-SHUTDOWN-CHECK
      *   prints a warning for an open order or release whose
      *   WSX-DELIVERY-DATE falls inside a shutdown window for
      *   LS-SUPPLIER-CODE - a warning only, the buyer may still
      *   want the date, but SHUTLOOK will list the PO until it is
      *   pulled forward.  A missing SHUTCAL leaves the check off,
      *   the usual missing-optional-file default.
      *   JCL Input (new)
      * //SHUTCAL  DD DSN=USER66.EXAM.DEV.SUPSHUT.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca      V0R0M30
      *   Second legal entity.  PURCHRDS.cpy grew PO-COMPANY-CODE
      *   and PO-SHIP-TO-LOCATION; WS1/2/3-PURCHASE-ORDER grew to 92
      *   bytes to match.  BUYRLMT grew BL-COMPANY-CODE (record is
      *   28 bytes now) and the dock configuration (optional DOCKCFG
      *   DD) is loaded once the same way FAIMSTR is, keeping each
      *   location's DK-COMPANY-CODE.  The new 500-SUB-WSX-COMPANY-
      *   CHECK rejects a PO whose ship-to location belongs to a
      *   different company than its buyer, or whose own company
      *   code differs from either.  Spaces on any of the three mean
      *   the home company '01'; a buyer or location not on file is
      *   not compared.  BUDGPOS rows grew BP-COMPANY-CODE and the
      *   budget check now matches the PO's company as well as the
      *   GL code, so the two entities' budgets never net together.
      *   JCL Input (new)
      * //DOCKCFG  DD DSN=USER66.EXAM.DEV.DOCKCFG.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca      V0R0M31
      *   The first-article warning took any approved row for the
      *   part/supplier pair, even one approved against a spec or
      *   blueprint the part has since moved off.  FAIMSTR-RECORD
      *   now carries FAIMAINT's full layout, WS-FAI-TABLE keeps
      *   FA-SPEC-NUMBER/FA-BLUEPRINT-NUMBER, and PARTMAIN now also
      *   passes the part's current SPEC-NUMBER/BLUEPRINT-NUMBER in
      *   LS-SPEC-NUMBER/LS-BLUEPRINT-NUMBER - an approval only
      *   counts when both match, the same rule EDI856IN, MSTAPPLY,
      *   RCVDOCK and FAIRPT apply.
      ***************************************************************

      *--------------------------------------------------------------
           SELECT PENDAPPR-REC ASSIGN TO PENDAPPR.
           SELECT BUDGPOS-REC  ASSIGN TO BUDGPOS
              FILE STATUS IS WS-BUDGPOS-FILE-STATUS.
           SELECT FAIMSTR-REC  ASSIGN TO FAIMSTR
              FILE STATUS IS WS-FAIMSTR-FILE-STATUS.
           SELECT RPSMSTR-REC  ASSIGN TO RPSMSTR
              FILE STATUS IS WS-RPSMSTR-FILE-STATUS.
           SELECT SHUTCAL-REC  ASSIGN TO SHUTCAL
              FILE STATUS IS WS-SHUTCAL-FILE-STATUS.
           SELECT DOCKCFG-REC  ASSIGN TO DOCKCFG
              FILE STATUS IS WS-DOCKCFG-FILE-STATUS.


      *--------------------------------------------------------------
      *    which even supervisor approval can't carry a PO - zero
      *    means the buyer has no approval routing, and anything over
      *    BL-SPEND-LIMIT is simply rejected as before.
      *    BL-COMPANY-CODE is the legal entity the buyer buys for -
      *    spaces means the home company '01'.
       FD BUYRLMT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 28 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRLMT-RECORD.
       01 BUYRLMT-RECORD.
          05 BL-BUYER-CODE                PIC X(03).
          05 BL-SPEND-LIMIT               PIC 9(09)V99.
          05 BL-APPROVAL-LIMIT            PIC 9(09)V99.
          05 BL-COMPANY-CODE              PIC X(02).
          05 FILLER                       PIC X(01).

      *    Optional one-record QUANTITY/UNIT-PRICE ceiling override.
          05 BP-COMMITTED-AMT             PIC S9(11)V99.
          05 BP-SPENT-AMT                 PIC S9(11)V99.
          05 BP-ENFORCE-FLAG              PIC X(01).
          05 BP-COMPANY-CODE              PIC X(02).
          05 FILLER                       PIC X(32).

      *    The first-article approval master FAIMAINT maintains -
      *    read-only here, only the pair, its status and the
      *    spec/blueprint revision it was approved against matter.  A
      *    missing or blank dataset (FILE STATUS not '00') leaves
      *    500-SUB-WSX-FIRST-ARTICLE-CHECK off.
       FD FAIMSTR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAIMSTR-RECORD.
       01 FAIMSTR-RECORD.
          05 FA-PART-NUMBER               PIC X(23).
          05 FA-SUPPLIER-CODE             PIC X(10).
          05 FA-SUBMIT-DATE               PIC 9(08).
          05 FA-STATUS                    PIC X(01).
          05 FA-APPROVER-ID               PIC X(08).
          05 FA-DECISION-DATE             PIC 9(08).
          05 FA-SPEC-NUMBER               PIC X(07).
          05 FA-BLUEPRINT-NUMBER          PIC X(10).
          05 FILLER                       PIC X(05).

      *    The restricted-party disposition master RPSMAINT
      *    maintains - read-only here, only the supplier and its
      *    disposition matter.  A missing or blank dataset (FILE
      *    STATUS not '00') leaves 500-SUB-WSX-RESTRICTED-PARTY-CHECK
      *    off.
       FD RPSMSTR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPSMSTR-RECORD.
       01 RPSMSTR-RECORD.
          05 RS-SUPPLIER-CODE             PIC X(10).
          05 RS-ENTRY-ID                  PIC X(10).
          05 RS-DISPOSITION               PIC X(01).
          05 FILLER                       PIC X(59).

      *    The supplier plant-shutdown calendar SHUTMAIN maintains -
      *    read-only here.  A missing or blank dataset (FILE STATUS
      *    not '00') leaves 500-SUB-WSX-SHUTDOWN-CHECK off.
       FD SHUTCAL-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUP-SHUTDOWN-ROW.
           COPY 'SUPSHUT'.

      *    The receiving dock configuration - read-only here, only
      *    each location's company matters.  A missing or blank
      *    dataset (FILE STATUS not '00') leaves the ship-to side of
      *    500-SUB-WSX-COMPANY-CHECK off.
       FD DOCKCFG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCK-CONFIG-ROW.
           COPY 'DOCKCFG'.
      *--------------------------------------------------------------

      *--------------------------------------------------------------
             88  WSX-PO-UNRATED         VALUE SPACES.
             88  WSX-RATING-WELL-FORMED VALUES 'DO-A1' THRU 'DO-Z9'
                                               'DX-A1' THRU 'DX-Z9'.
          05 WSX-PO-COMPANY-CODE        PIC X(02)    VALUE SPACES.
          05 WSX-PO-SHIP-TO-LOCATION    PIC X(04)    VALUE SPACES.

      *Set the error messages these are set at 28 byes so that the
      *PROCESS-INDEX-NUM PIC 9(1) + : can be concatinated with them
          05 ERROR-SUPPLIER-HOLD        PIC X(28)    VALUE SPACES.
          05 ERROR-GL-BUDGET            PIC X(28)    VALUE SPACES.
          05 ERROR-PRIORITY-RATING      PIC X(28)    VALUE SPACES.
          05 ERROR-RESTRICTED-PARTY     PIC X(28)    VALUE SPACES.
          05 ERROR-COMPANY-CODE         PIC X(28)    VALUE SPACES.

       *> Could be as many 7 FIELDS X 3 this will only hold the fields
       *> that are in error where multiple tests have to be preformed
             10 WS-BL-BUYER-CODE        PIC X(03)    VALUE SPACES.
             10 WS-BL-SPEND-LIMIT       PIC 9(09)V99 VALUE ZERO.
             10 WS-BL-APPROVAL-LIMIT    PIC 9(09)V99 VALUE ZERO.
             10 WS-BL-COMPANY-CODE      PIC X(02)    VALUE SPACES.
       01 WS-BUYER-LIMIT-MATCH-FLAG     PIC X(1)     VALUE 'N'.
          88 BUYER-LIMIT-FOUND                       VALUE 'Y'.
       01 WS-BUYER-LIMIT-VALUE          PIC 9(09)V99 VALUE ZERO.
       01 WS-BUDGET-TABLE.
          05 WS-BGT-ENTRY OCCURS 200 TIMES INDEXED BY
                BGT-IDX.
             10 WS-BGT-COMPANY-CODE     PIC X(02)    VALUE SPACES.
             10 WS-BGT-GL-COST-CODE     PIC X(06)    VALUE SPACES.
             10 WS-BGT-BUDGET-AMT       PIC 9(11)V99 VALUE ZERO.
             10 WS-BGT-EXPOSURE-AMT     PIC S9(11)V99 VALUE ZERO.
       01 WS-BGT-SLOT                   PIC 9(3)     VALUE 0.
       01 WS-BGT-NEW-EXPOSURE           PIC S9(11)V99 VALUE ZERO.

      *Approved first-article pairs - loaded once from FAIMSTR the
      *same way WS-PARTSUPL-TABLE loads from PARTSUPL.  Only approved
      *rows are kept; a pair missing from the table draws the
      *warning.
       01 WS-FAIMSTR-FILE-STATUS        PIC X(2)     VALUE SPACES.
       01 WS-FAI-LOADED-FLAG            PIC X(1)     VALUE 'N'.
          88 FAI-TABLE-LOADED                        VALUE 'Y'.
       01 WS-FAI-GATE-FLAG              PIC X(1)     VALUE 'N'.
          88 FAI-GATE-ON                             VALUE 'Y'.
       01 WS-FAI-EOF                    PIC X(1)     VALUE 'N'.
          88 NO-MORE-FAI-ROWS                        VALUE 'Y'.
       01 WS-FAI-COUNT                  PIC 9(3)     VALUE 0.
       01 WS-FAI-TABLE.
          05 WS-FAI-ENTRY OCCURS 500 TIMES INDEXED BY
                FAI-IDX.
             10 WS-FAI-PART-NUMBER      PIC X(23)    VALUE SPACES.
             10 WS-FAI-SUPPLIER-CODE    PIC X(10)    VALUE SPACES.
             10 WS-FAI-SPEC-NUMBER      PIC X(07)    VALUE SPACES.
             10 WS-FAI-BLUEPRINT-NUMBER PIC X(10)    VALUE SPACES.
       01 WS-FAI-MATCH-FLAG             PIC X(1)     VALUE 'N'.
          88 FAI-APPROVAL-FOUND                      VALUE 'Y'.

      *Suppliers confirmed as a restricted party - loaded once from
      *RPSMSTR the same way WS-FAI-TABLE loads from FAIMSTR.  Only
      *confirmed ('C') rows are kept; a cleared false positive does
      *not block anything.
       01 WS-RPSMSTR-FILE-STATUS        PIC X(2)     VALUE SPACES.
       01 WS-RPS-LOADED-FLAG            PIC X(1)     VALUE 'N'.
          88 RPS-TABLE-LOADED                        VALUE 'Y'.
       01 WS-RPS-EOF                    PIC X(1)     VALUE 'N'.
          88 NO-MORE-RPS-ROWS                        VALUE 'Y'.
       01 WS-RPS-COUNT                  PIC 9(3)     VALUE 0.
       01 WS-RPS-TABLE.
          05 WS-RPS-ENTRY OCCURS 500 TIMES INDEXED BY
                RPS-IDX.
             10 WS-RPS-SUPPLIER-CODE    PIC X(10)    VALUE SPACES.
       01 WS-RPS-MATCH-FLAG             PIC X(1)     VALUE 'N'.
          88 RESTRICTED-PARTY-FOUND                  VALUE 'Y'.

      *Supplier shutdown windows - loaded once from SHUTCAL the same
      *way WS-FAI-TABLE loads from FAIMSTR.  Windows already over by
      *the run date can never hold a new delivery and are skipped.
       01 WS-SHUTCAL-FILE-STATUS        PIC X(2)     VALUE SPACES.
       01 WS-SHUT-LOADED-FLAG           PIC X(1)     VALUE 'N'.
          88 SHUT-TABLE-LOADED                       VALUE 'Y'.
       01 WS-SHUT-EOF                   PIC X(1)     VALUE 'N'.
          88 NO-MORE-SHUT-ROWS                       VALUE 'Y'.
       01 WS-SHUT-RUN-DATE              PIC 9(8)     VALUE 0.
       01 WS-SHUT-COUNT                 PIC 9(3)     VALUE 0.
       01 WS-SHUT-TABLE.
          05 WS-SHUT-ENTRY OCCURS 500 TIMES INDEXED BY
                SHUT-IDX.
             10 WS-SHUT-SUPPLIER-CODE   PIC X(10)    VALUE SPACES.
             10 WS-SHUT-START-DATE      PIC 9(8)     VALUE 0.
             10 WS-SHUT-END-DATE        PIC 9(8)     VALUE 0.
       01 WS-SHUT-MATCH-FLAG            PIC X(1)     VALUE 'N'.
          88 SHUTDOWN-CONFLICT-FOUND                 VALUE 'Y'.

      *Ship-to location companies - loaded once from DOCKCFG the same
      *way WS-FAI-TABLE loads from FAIMSTR, a blank company already
      *turned into the home company so the check compares like with
      *like.  WS-PO-COMPANY is the slot's own company the same way,
      *set by 500-SUB-WSX-COMPANY-CHECK for the budget check after
      *it.
       01 WS-HOME-COMPANY               PIC X(2)     VALUE '01'.
       01 WS-DOCKCFG-FILE-STATUS        PIC X(2)     VALUE SPACES.
       01 WS-DOCK-LOADED-FLAG           PIC X(1)     VALUE 'N'.
          88 DOCK-TABLE-LOADED                       VALUE 'Y'.
       01 WS-DOCK-EOF                   PIC X(1)     VALUE 'N'.
          88 NO-MORE-DOCK-ROWS                       VALUE 'Y'.
       01 WS-DOCK-COUNT                 PIC 9(3)     VALUE 0.
       01 WS-DOCK-TABLE.
          05 WS-DOCK-ENTRY OCCURS 100 TIMES INDEXED BY
                DOCK-IDX.
             10 WS-DOCK-LOCATION        PIC X(04)    VALUE SPACES.
             10 WS-DOCK-COMPANY-CODE    PIC X(02)    VALUE SPACES.
       01 WS-PO-COMPANY                 PIC X(2)     VALUE SPACES.
       01 WS-BUYER-COMPANY              PIC X(2)     VALUE SPACES.
       01 WS-SHIP-TO-COMPANY            PIC X(2)     VALUE SPACES.

      *Blanket-PO running-balance table - not loaded from a file like
      *WS-BUYER-LIMIT-TABLE above, it is built up in memory as
      *PO-TYPE-BLANKET headers are encountered so a later release, on
      *--------------------------------------------------------------
       LINKAGE SECTION.
      *--------------------------------------------------------------
       01 WS1-PURCHASE-ORDER            PIC X(92)    VALUE SPACES.
       01 WS2-PURCHASE-ORDER            PIC X(92)    VALUE SPACES.
       01 WS3-PURCHASE-ORDER            PIC X(92)    VALUE SPACES.

       01 WS-POEDIT-RETURN-CODE         PIC 9(1)     VALUE ZERO.
       01 WS-POEDIT-RETURN-MESSAGE      PIC X(90)    VALUE SPACES.
      *    needs to know which side the part sits on.
       01 LS-GOVT-COMML-CODE            PIC X(01)    VALUE SPACES.
          88  GOVT-USABLE-PART          VALUES '1' '2'.
      *    The part's current SPEC-NUMBER/BLUEPRINT-NUMBER - a
      *    first-article approval only counts for the revision it
      *    was approved against.
       01 LS-SPEC-NUMBER                PIC X(07)    VALUE SPACES.
       01 LS-BLUEPRINT-NUMBER           PIC X(10)    VALUE SPACES.


      *END LINKAGE SECTION-------------------------------------------
              , LS-SUPPLIER-HOLD-FLAG
              , LS-GL-COST-CODE
              , LS-GOVT-COMML-CODE
              , LS-SPEC-NUMBER
              , LS-BLUEPRINT-NUMBER
              .

           PERFORM 000-INITIALIZE.
              TO ERROR-GL-BUDGET.
           MOVE 'Error PO-PRIORITY-RATING'
              TO ERROR-PRIORITY-RATING.
           MOVE 'Error Restricted-Party Hit'
              TO ERROR-RESTRICTED-PARTY.
           MOVE 'Error COMPANY-CODE Mismatch'
              TO ERROR-COMPANY-CODE.
           MOVE 'Routed Pending Approval '
              TO ROUTED-RECORD-GEN.

           PERFORM 120-INIT-PRICE-QTY-CEILINGS.
           PERFORM 130-INIT-CONTRACT-PRICE-TABLE.
           PERFORM 140-INIT-BUDGET-TABLE.
           PERFORM 150-INIT-FIRST-ARTICLE-TABLE.
           PERFORM 160-INIT-RESTRICTED-PARTY-TABLE.
           PERFORM 170-INIT-SHUTDOWN-TABLE.
           PERFORM 180-INIT-DOCK-COMPANY-TABLE.

       110-INIT-BUYER-LIMIT-TABLE.
           IF NOT BUYER-LIMIT-LOADED
                       TO WS-BL-SPEND-LIMIT(BUYRLMT-IDX)
                    MOVE BL-APPROVAL-LIMIT
                       TO WS-BL-APPROVAL-LIMIT(BUYRLMT-IDX)
                    IF BL-COMPANY-CODE = SPACES
                       MOVE WS-HOME-COMPANY
                          TO WS-BL-COMPANY-CODE(BUYRLMT-IDX)
                    ELSE
                       MOVE BL-COMPANY-CODE
                          TO WS-BL-COMPANY-CODE(BUYRLMT-IDX)
                    END-IF
                    MOVE BUYRLMT-IDX TO WS-BUYER-LIMIT-COUNT
                    READ BUYRLMT-REC
                       AT END MOVE 'Y' TO WS-BUYER-LIMIT-EOF
              END-IF
              PERFORM VARYING BGT-IDX FROM 1 BY 1
                 UNTIL BGT-IDX > 200 OR NO-MORE-BUDGET-ROWS
                    IF BP-COMPANY-CODE = SPACES
                       MOVE WS-HOME-COMPANY
                          TO WS-BGT-COMPANY-CODE(BGT-IDX)
                    ELSE
                       MOVE BP-COMPANY-CODE
                          TO WS-BGT-COMPANY-CODE(BGT-IDX)
                    END-IF
                    MOVE BP-GL-COST-CODE
                       TO WS-BGT-GL-COST-CODE(BGT-IDX)
                    MOVE BP-BUDGET-AMT
           END-IF
           . *>End 140-INIT-BUDGET-TABLE

       150-INIT-FIRST-ARTICLE-TABLE.
           IF NOT FAI-TABLE-LOADED
              OPEN INPUT FAIMSTR-REC
              IF WS-FAIMSTR-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-FAI-GATE-FLAG
                 READ FAIMSTR-REC
                    AT END MOVE 'Y' TO WS-FAI-EOF
                 END-READ
              ELSE
                 MOVE 'Y' TO WS-FAI-EOF
              END-IF
              PERFORM UNTIL WS-FAI-COUNT >= 500 OR NO-MORE-FAI-ROWS
                 IF FA-STATUS = 'A' *> Approved rows only.
                    ADD 1 TO WS-FAI-COUNT
                    MOVE FA-PART-NUMBER
                       TO WS-FAI-PART-NUMBER(WS-FAI-COUNT)
                    MOVE FA-SUPPLIER-CODE
                       TO WS-FAI-SUPPLIER-CODE(WS-FAI-COUNT)
                    MOVE FA-SPEC-NUMBER
                       TO WS-FAI-SPEC-NUMBER(WS-FAI-COUNT)
                    MOVE FA-BLUEPRINT-NUMBER
                       TO WS-FAI-BLUEPRINT-NUMBER(WS-FAI-COUNT)
                 END-IF
                 READ FAIMSTR-REC
                    AT END MOVE 'Y' TO WS-FAI-EOF
                 END-READ
              END-PERFORM
              IF WS-FAIMSTR-FILE-STATUS = '00'
                 CLOSE FAIMSTR-REC
              END-IF
              MOVE 'Y' TO WS-FAI-LOADED-FLAG
           END-IF
           . *>End 150-INIT-FIRST-ARTICLE-TABLE

       160-INIT-RESTRICTED-PARTY-TABLE.
           IF NOT RPS-TABLE-LOADED
              OPEN INPUT RPSMSTR-REC
              IF WS-RPSMSTR-FILE-STATUS = '00'
                 READ RPSMSTR-REC
                    AT END MOVE 'Y' TO WS-RPS-EOF
                 END-READ
              ELSE
                 MOVE 'Y' TO WS-RPS-EOF
              END-IF
              PERFORM UNTIL WS-RPS-COUNT >= 500 OR NO-MORE-RPS-ROWS
                 IF RS-DISPOSITION = 'C' *> Confirmed hits only.
                    ADD 1 TO WS-RPS-COUNT
                    MOVE RS-SUPPLIER-CODE
                       TO WS-RPS-SUPPLIER-CODE(WS-RPS-COUNT)
                 END-IF
                 READ RPSMSTR-REC
                    AT END MOVE 'Y' TO WS-RPS-EOF
                 END-READ
              END-PERFORM
              IF WS-RPSMSTR-FILE-STATUS = '00'
                 CLOSE RPSMSTR-REC
              END-IF
              MOVE 'Y' TO WS-RPS-LOADED-FLAG
           END-IF
           . *>End 160-INIT-RESTRICTED-PARTY-TABLE

       170-INIT-SHUTDOWN-TABLE.
           IF NOT SHUT-TABLE-LOADED
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SHUT-RUN-DATE
              OPEN INPUT SHUTCAL-REC
              IF WS-SHUTCAL-FILE-STATUS = '00'
                 READ SHUTCAL-REC
                    AT END MOVE 'Y' TO WS-SHUT-EOF
                 END-READ
              ELSE
                 MOVE 'Y' TO WS-SHUT-EOF
              END-IF
              PERFORM UNTIL WS-SHUT-COUNT >= 500 OR NO-MORE-SHUT-ROWS
                 IF SS-END-DATE NOT < WS-SHUT-RUN-DATE
                    ADD 1 TO WS-SHUT-COUNT
                    MOVE SS-SUPPLIER-CODE
                       TO WS-SHUT-SUPPLIER-CODE(WS-SHUT-COUNT)
                    MOVE SS-START-DATE
                       TO WS-SHUT-START-DATE(WS-SHUT-COUNT)
                    MOVE SS-END-DATE
                       TO WS-SHUT-END-DATE(WS-SHUT-COUNT)
                 END-IF
                 READ SHUTCAL-REC
                    AT END MOVE 'Y' TO WS-SHUT-EOF
                 END-READ
              END-PERFORM
              IF WS-SHUTCAL-FILE-STATUS = '00'
                 CLOSE SHUTCAL-REC
              END-IF
              MOVE 'Y' TO WS-SHUT-LOADED-FLAG
           END-IF
           . *>End 170-INIT-SHUTDOWN-TABLE

       180-INIT-DOCK-COMPANY-TABLE.
           IF NOT DOCK-TABLE-LOADED
              OPEN INPUT DOCKCFG-REC
              IF WS-DOCKCFG-FILE-STATUS = '00'
                 READ DOCKCFG-REC
                    AT END MOVE 'Y' TO WS-DOCK-EOF
                 END-READ
              ELSE
                 MOVE 'Y' TO WS-DOCK-EOF
              END-IF
              PERFORM UNTIL WS-DOCK-COUNT >= 100 OR NO-MORE-DOCK-ROWS
                 ADD 1 TO WS-DOCK-COUNT
                 MOVE DK-LOCATION TO WS-DOCK-LOCATION(WS-DOCK-COUNT)
                 IF DK-COMPANY-CODE = SPACES
                    MOVE WS-HOME-COMPANY
                       TO WS-DOCK-COMPANY-CODE(WS-DOCK-COUNT)
                 ELSE
                    MOVE DK-COMPANY-CODE
                       TO WS-DOCK-COMPANY-CODE(WS-DOCK-COUNT)
                 END-IF
                 READ DOCKCFG-REC
                    AT END MOVE 'Y' TO WS-DOCK-EOF
                 END-READ
              END-PERFORM
              IF WS-DOCKCFG-FILE-STATUS = '00'
                 CLOSE DOCKCFG-REC
              END-IF
              MOVE 'Y' TO WS-DOCK-LOADED-FLAG
           END-IF
           . *>End 180-INIT-DOCK-COMPANY-TABLE

       200-OUTPUT-INPUT.
           MOVE 'Passed to POEDIT*************************************'
              TO DEBUG-RECORD.
           MOVE 'N' TO WS-PENDING-AMEND-FLAG.
           PERFORM 500-SUB-WSX-PO-NUMBER.
           PERFORM 500-SUB-WSX-BUYER-CODE.
           PERFORM 500-SUB-WSX-COMPANY-CHECK.
           PERFORM 500-SUB-WSX-QUANTITY.
           PERFORM 500-SUB-WSX-UNIT-PRICE.
           PERFORM 500-SUB-WSX-BUYER-SPEND-CHECK.
           PERFORM 500-SUB-WSX-PO-STATUS.
           PERFORM 500-SUB-WSX-PO-TYPE.
           PERFORM 500-SUB-WSX-SUPPLIER-HOLD-CHECK.
           PERFORM 500-SUB-WSX-RESTRICTED-PARTY-CHECK.
           PERFORM 500-SUB-WSX-BLANKET-CHECK.
           PERFORM 500-SUB-WSX-RELEASE-CHECK.
           PERFORM 500-SUB-WSX-AMENDMENT-CHECK.
           PERFORM 500-SUB-WSX-ORDER-QTY-RULE-CHECK.
           PERFORM 500-SUB-WSX-CONTRACT-PRICE-CHECK.
           PERFORM 500-SUB-WSX-PRIORITY-CHECK.
           PERFORM 500-SUB-WSX-FIRST-ARTICLE-CHECK.
           PERFORM 500-SUB-WSX-SHUTDOWN-CHECK.
           IF ERROR-ACCUMULATOR = WS-SLOT-START-ERRORS
              PERFORM 500-SUB-APPLY-SLOT-EFFECTS
           END-IF.
                 OR BUDGET-ROW-FOUND
                    IF WS-BGT-GL-COST-CODE(BGT-IDX) =
                       LS-GL-COST-CODE
                       AND WS-BGT-COMPANY-CODE(BGT-IDX) =
                       WS-PO-COMPANY
                       MOVE 'Y' TO WS-BUDGET-MATCH-FLAG
                       MOVE BGT-IDX TO WS-BGT-SLOT
                    END-IF
           END-IF
           . *> End 500-SUB-WSX-PRIORITY-CHECK

      *    An order or release for a pair with no first-article
      *    approval on file for the part's current spec and
      *    blueprint draws a SYSOUT warning and nothing else -
      *    buying from a new source is allowed, stocking its parts
      *    before the first article passes is not, and EDI856IN
      *    enforces that end at the dock.
       500-SUB-WSX-FIRST-ARTICLE-CHECK.
           IF FAI-GATE-ON
              AND (WSX-PO-TYPE-ORDER OR WSX-PO-TYPE-RELEASE)
              MOVE 'N' TO WS-FAI-MATCH-FLAG
              PERFORM VARYING FAI-IDX FROM 1 BY 1
                 UNTIL FAI-IDX > WS-FAI-COUNT
                 OR FAI-APPROVAL-FOUND
                    IF WS-FAI-PART-NUMBER(FAI-IDX) = LS-PART-NUMBER
                       AND WS-FAI-SUPPLIER-CODE(FAI-IDX) =
                           LS-SUPPLIER-CODE
                       AND WS-FAI-SPEC-NUMBER(FAI-IDX) =
                           LS-SPEC-NUMBER
                       AND WS-FAI-BLUEPRINT-NUMBER(FAI-IDX) =
                           LS-BLUEPRINT-NUMBER
                       MOVE 'Y' TO WS-FAI-MATCH-FLAG
                    END-IF
              END-PERFORM
              IF NOT FAI-APPROVAL-FOUND
                 DISPLAY PROCESS-INDEX-NUM
                    ' WARNING - NO FIRST-ARTICLE APPROVAL '
                    LS-PART-NUMBER '/' LS-SUPPLIER-CODE
              END-IF
           END-IF
           . *> End 500-SUB-WSX-FIRST-ARTICLE-CHECK

      *    An open order or release due inside one of the supplier's
      *    shutdown windows draws a SYSOUT warning and nothing else -
      *    the date itself is valid, it is just a date the supplier
      *    cannot ship to.  A delivery date 500-SUB-WSX-DELIVERY-DATE
      *    has already faulted is not numeric and is skipped here.
       500-SUB-WSX-SHUTDOWN-CHECK.
           IF WS-SHUT-COUNT > 0
              AND (WSX-PO-TYPE-ORDER OR WSX-PO-TYPE-RELEASE)
              AND WSX-PO-STATUS = 'O'
              AND WSX-DELIVERY-DATE IS NUMERIC
              MOVE 'N' TO WS-SHUT-MATCH-FLAG
              PERFORM VARYING SHUT-IDX FROM 1 BY 1
                 UNTIL SHUT-IDX > WS-SHUT-COUNT
                 OR SHUTDOWN-CONFLICT-FOUND
                    IF WS-SHUT-SUPPLIER-CODE(SHUT-IDX) =
                           LS-SUPPLIER-CODE
                       AND WSX-DELIVERY-DATE NOT <
                           WS-SHUT-START-DATE(SHUT-IDX)
                       AND WSX-DELIVERY-DATE NOT >
                           WS-SHUT-END-DATE(SHUT-IDX)
                       MOVE 'Y' TO WS-SHUT-MATCH-FLAG
                    END-IF
              END-PERFORM
              IF SHUTDOWN-CONFLICT-FOUND
                 SET SHUT-IDX DOWN BY 1
                 DISPLAY PROCESS-INDEX-NUM
                    ' WARNING - DELIVERY IN SUPPLIER SHUTDOWN '
                    LS-SUPPLIER-CODE ' ' WSX-DELIVERY-DATE ' ('
                    WS-SHUT-START-DATE(SHUT-IDX) '-'
                    WS-SHUT-END-DATE(SHUT-IDX) ')'
              END-IF
           END-IF
           . *> End 500-SUB-WSX-SHUTDOWN-CHECK

       500-SUB-WSX-ORDER-DATE.
           MOVE WSX-ORDER-DATE TO TEMP-DATE.
           PERFORM 500-SUB-EVALUATE-LEAP-YEAR.
           END-IF
           . *>End 500-SUB-WSX-SUPPLIER-HOLD-CHECK

      *    Rejects any new PO keyed against a supplier compliance has
      *    confirmed as a denied/restricted party - the disposition is
      *    recorded through RPSMAINT off RPSCREEN's hit listing.
       500-SUB-WSX-RESTRICTED-PARTY-CHECK.
           MOVE 'N' TO WS-RPS-MATCH-FLAG
           PERFORM VARYING RPS-IDX FROM 1 BY 1
              UNTIL RPS-IDX > WS-RPS-COUNT
              OR RESTRICTED-PARTY-FOUND
                 IF WS-RPS-SUPPLIER-CODE(RPS-IDX) = LS-SUPPLIER-CODE
                    MOVE 'Y' TO WS-RPS-MATCH-FLAG
                 END-IF
           END-PERFORM
           IF RESTRICTED-PARTY-FOUND
              ADD 1 TO ERROR-FIELD-ACCUMULATOR
              DISPLAY PROCESS-INDEX-NUM
                 'LS-SUPPLIER-CODE RESTRICTED PARTY - PO REJECTED'
                 LS-SUPPLIER-CODE
           END-IF
           .
           *>Be sure PERFORM 408 is the last one in each 500-SUB.
           IF ERROR-FIELD-ACCUMULATOR >= 1
              MOVE ERROR-RESTRICTED-PARTY TO INVALID-RECORD-GEN
              PERFORM 408-ERROR-MESSAGE-RETURN
           END-IF
           . *>End 500-SUB-WSX-RESTRICTED-PARTY-CHECK

      *    The two legal entities' purchases must never mix - the
      *    buyer's BUYRLMT company, the ship-to location's DOCKCFG
      *    company and the PO's own company code must all agree.  A
      *    blank on any of them is the home company; a buyer or a
      *    location not on file has nothing to compare.
       500-SUB-WSX-COMPANY-CHECK.
           IF WSX-PO-COMPANY-CODE = SPACES
              MOVE WS-HOME-COMPANY TO WS-PO-COMPANY
           ELSE
              MOVE WSX-PO-COMPANY-CODE TO WS-PO-COMPANY
           END-IF
           MOVE SPACES TO WS-BUYER-COMPANY
           PERFORM VARYING BUYRLMT-IDX FROM 1 BY 1
              UNTIL BUYRLMT-IDX > WS-BUYER-LIMIT-COUNT
                    OR WS-BUYER-COMPANY NOT = SPACES
                 IF WS-BL-BUYER-CODE(BUYRLMT-IDX) = WSX-BUYER-CODE
                    MOVE WS-BL-COMPANY-CODE(BUYRLMT-IDX)
                       TO WS-BUYER-COMPANY
                 END-IF
           END-PERFORM
           MOVE SPACES TO WS-SHIP-TO-COMPANY
           IF WSX-PO-SHIP-TO-LOCATION NOT = SPACES
              PERFORM VARYING DOCK-IDX FROM 1 BY 1
                 UNTIL DOCK-IDX > WS-DOCK-COUNT
                       OR WS-SHIP-TO-COMPANY NOT = SPACES
                    IF WS-DOCK-LOCATION(DOCK-IDX) =
                       WSX-PO-SHIP-TO-LOCATION
                       MOVE WS-DOCK-COMPANY-CODE(DOCK-IDX)
                          TO WS-SHIP-TO-COMPANY
                    END-IF
              END-PERFORM
           END-IF
           IF WS-SHIP-TO-COMPANY NOT = SPACES
              AND WS-BUYER-COMPANY NOT = SPACES
              AND WS-SHIP-TO-COMPANY NOT = WS-BUYER-COMPANY
              ADD 1 TO ERROR-FIELD-ACCUMULATOR
              DISPLAY PROCESS-INDEX-NUM
                 ' SHIP-TO ' WSX-PO-SHIP-TO-LOCATION
                 ' COMPANY ' WS-SHIP-TO-COMPANY
                 ' IS NOT BUYER ' WSX-BUYER-CODE
                 ' COMPANY ' WS-BUYER-COMPANY
           END-IF
           IF WS-BUYER-COMPANY NOT = SPACES
              AND WS-PO-COMPANY NOT = WS-BUYER-COMPANY
              ADD 1 TO ERROR-FIELD-ACCUMULATOR
              DISPLAY PROCESS-INDEX-NUM
                 ' PO COMPANY ' WS-PO-COMPANY
                 ' IS NOT BUYER ' WSX-BUYER-CODE
                 ' COMPANY ' WS-BUYER-COMPANY
           END-IF
           IF WS-SHIP-TO-COMPANY NOT = SPACES
              AND WS-PO-COMPANY NOT = WS-SHIP-TO-COMPANY
              ADD 1 TO ERROR-FIELD-ACCUMULATOR
              DISPLAY PROCESS-INDEX-NUM
                 ' PO COMPANY ' WS-PO-COMPANY
                 ' IS NOT SHIP-TO ' WSX-PO-SHIP-TO-LOCATION
                 ' COMPANY ' WS-SHIP-TO-COMPANY
           END-IF
           .
           *>Be sure PERFORM 408 is the last one in each 500-SUB.
           IF ERROR-FIELD-ACCUMULATOR >= 1
              MOVE ERROR-COMPANY-CODE TO INVALID-RECORD-GEN
              PERFORM 408-ERROR-MESSAGE-RETURN
           END-IF
           . *>End 500-SUB-WSX-COMPANY-CHECK

      *    A blanket carries no QUANTITY/UNIT-PRICE of its own - just
      *    a not-to-exceed total and an expiration date - so once
      *    those two check out, register/refresh this PO-NUMBER in
