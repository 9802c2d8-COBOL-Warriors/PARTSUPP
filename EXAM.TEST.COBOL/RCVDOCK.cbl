      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    RCVDOCK.
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
      *   CICS Resources
      *   Transaction RCVD, Program RCVDOCK, Mapset RCVDOCKM
      *   VSAM KSDS DD PONBRREG, key PNR-PO-NUMBER (6 bytes) - the
      *     same register POLOOKUP reads
      *   VSAM KSDS DD PARTMSTR (same dataset/key PARTPOU updates)
      *   VSAM KSDS DD USERAUTH, key UA-USER-ID (8 bytes)
      *   TD queue MJRN (after-image journal feed, as PARTPOU)
      *   TD queue LOTF (spooled onto EDI856IN's LOTFILE trail)
      *   TD queue RCPT (spooled onto EDI856IN's RCPTPOST feed)
      *   TD queue INSP (spooled onto EDI856IN's INSPHOLD queue)
      *   TD queue RTKT (receiving-dock printer)
      *   TD queue AUTH (violation log, as PARTPOU)
      *
      * 2026-10-15 maruca V0R0M2
      *   PARTS grew PART-UNIT-WEIGHT; the MJRN after-image is
      *   trued to the 1009-byte record.  The RCPT queue row carries
      *   the receipt's supplier (RP-SUPPLIER-CODE, out of the
      *   filler), EDI856IN's RCPTPOST layout.
      *
      * 2026-10-15 maruca V0R0M3
      *   LAST-UPDATE-USER-ID is stamped with the signed-on user id
      *   instead of 'RCVDOCK', as PARTPOU now does - the MJRN
      *   after-image's program id already says which program wrote
      *   it, and the segregation-of-duties review (SODCHECK) needs
      *   to know who received.
      *
      * 2026-10-15 maruca V0R0M4
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the MJRN after-image is trued to the
      *   1027-byte record.
      *
      * 2026-10-15 maruca V0R0M5
      *   A completing receipt for a part/supplier pair with no
      *   current first-article approval goes to Inspection Hold,
      *   as EDI856IN's does, and the receiver keys the maker's
      *   CAGE code off the slip (MFRCD) - stamped on the LOTF row
      *   and checked against the approved manufacturer list the
      *   same way EDI856IN's 095-CHECK-APPROVED-MFR does.
      *   CICS Resources (new)
      *   VSAM KSDS DD FAIMSTR, key FA-PART-NUMBER + FA-SUPPLIER-
      *     CODE (33 bytes) - FAIMAINT's master
      *   VSAM KSDS DD AMLMSTR, key AML-PART-NUMBER + AML-MFR-CODE
      *     (28 bytes) - AMLMAINT's master
      ***************************************************************
      * Online dock receiving for the suppliers who send no 856.
      * Their deliveries arrive on a paper packing slip; instead of
      * keying a made-up ASN deck for EDI856IN, the receiver keys
      * the PO-NUMBER off the slip and RCVDOCK shows that PO's open
      * slot - part, supplier, ordered, received so far, still open
      * and due date - looked up through the PONBRREG register the
      * same way POLOOKUP finds it.  The receiver then keys the
      * quantity counted, the lot, the expiry date and the
      * manufacturer (all optional, as on an 856) and presses ENTER
      * again to post the receipt.
      *
      * The receipt is applied the way EDI856IN's 630-APPLY-ASN-
      * LINE-ITEM applies an 'R' line: a Cancelled PO is refused,
      * RECEIVED-QUANTITY may never pass QUANTITY, a partial receipt
      * leaves the PO Shipped, and a completing receipt of a
      * government-usable (GOVT-COMML-CODE '1'/'2') or spec-
      * controlled part, or of a part/supplier pair with no current
      * first-article approval on FAIMSTR, goes to Inspection Hold
      * instead of Received with a row queued for the dock
      * inspector.  Every posted
      * receipt queues the same LOTFILE and RCPTPOST rows the batch
      * writes (landing at MAIN, as EDI856IN's do) and the master's
      * after-image for MSTRJRNL, and prints a receiving ticket on
      * the dock printer to travel with the material.  A blanket
      * carries nothing to receive - its release is received
      * instead.
      *
      * Only a receiving ('R') or supervisor ('V') user on USERAUTH
      * may post; anyone else can look the PO up but a post is
      * refused and logged to AUTH, the same gate PARTPOU keeps.
      *
      * DFHCOMMAREA carries state between screens the same
      * pseudo-conversational task can't otherwise remember:
      *   CA-STATE       'K' waiting on a PO number,
      *                  'Q' a PO is on screen awaiting its quantity.
      *   CA-PO-NUMBER / CA-PART-NUMBER / CA-SUPPLIER-CODE  the PO
      *                  shown, so a receipt is only ever posted
      *                  against the slot the receiver has seen -
      *                  keying a different PO number just shows it.
      ***************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY 'PARTSUPP'.
           COPY 'RCVDOCKM'.

      *    Same register row PONMREG extracts.
       01  PONREG-ROW.
           05  PNR-PO-NUMBER       PIC X(06).
           05  PNR-PART-NUMBER     PIC X(23).
           05  PNR-SUPPLIER-CODE   PIC X(10).
           05  PNR-PO-STATUS       PIC X(01).
           05  PNR-QUANTITY        PIC S9(7).
           05  PNR-RECEIVED-QTY    PIC S9(7).
           05  PNR-ORDER-DATE      PIC 9(08).
           05  PNR-DELIVERY-DATE   PIC 9(08).
           05  FILLER              PIC X(10).

       01  WS-RESP                       PIC S9(08) COMP.
       01  WS-KEYLENGTH                  PIC S9(04) COMP VALUE 23.
       01  WS-PNR-KEYLENGTH              PIC S9(04) COMP VALUE 6.

       01  WS-RECEIPT-QTY                PIC S9(7) VALUE ZERO.
       01  WS-NEW-RECEIVED-QTY           PIC S9(7) VALUE ZERO.
       01  WS-OPEN-QTY                   PIC S9(7) VALUE ZERO.
       01  WS-EXPIRY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TODAYS-DATE-NUM            PIC 9(08) VALUE ZERO.
       01  WS-SLOT-FOUND-FLAG            PIC X(01) VALUE 'N'.
           88 PO-SLOT-FOUND                        VALUE 'Y'.
       01  WS-HOLD-FLAG                  PIC X(01) VALUE 'N'.
           88 RECEIPT-ON-HOLD                      VALUE 'Y'.

      *    Working copy of the commarea, the same keep-the-state-in-
      *    WORKING-STORAGE pattern CHGINQ/PARTBRW use - on the very
      *    first entry no commarea was passed and LINKAGE DFHCOMMAREA
      *    is not addressable, so every path works on (and RETURNs)
      *    this copy instead.
       01  WS-COMMAREA.
           05  CA-STATE                  PIC X(01) VALUE 'K'.
               88  CA-STATE-WAIT-PO       VALUE 'K'.
               88  CA-STATE-WAIT-QTY      VALUE 'Q'.
           05  CA-PO-NUMBER              PIC X(06) VALUE SPACES.
           05  CA-PART-NUMBER            PIC X(23) VALUE SPACES.
           05  CA-SUPPLIER-CODE          PIC X(10) VALUE SPACES.

      *    The signed-on user's authority row off USERAUTH.
       01  USER-AUTH-ROW.
           05  UA-USER-ID          PIC X(08).
           05  UA-ROLE             PIC X(01).
               88 UA-ROLE-INQUIRY           VALUE 'I'.
               88 UA-ROLE-BUYER             VALUE 'B'.
               88 UA-ROLE-RECEIVING         VALUE 'R'.
               88 UA-ROLE-SUPERVISOR        VALUE 'V'.
           05  UA-BUYER-CODE OCCURS 5 TIMES
                               PIC X(03).
           05  FILLER              PIC X(16).

       01  WS-SIGNED-ON-USER             PIC X(08) VALUE SPACES.
       01  WS-AUTH-KEYLENGTH             PIC S9(04) COMP VALUE 8.
       01  WS-AUTH-OK-FLAG               PIC X(01) VALUE 'N'.
           88 USER-MAY-RECEIVE                     VALUE 'Y'.

      *    After-image journal row for the MJRN queue - the same
      *    layout the batch programs append to MSTRJRNL.
       01  WS-JOURNAL-ROW.
           05  MJ-JOURNAL-DATE     PIC 9(08) VALUE ZERO.
           05  MJ-JOURNAL-TIME     PIC 9(06) VALUE ZERO.
           05  MJ-PROGRAM-ID       PIC X(08) VALUE SPACES.
           05  MJ-AFTER-IMAGE      PIC X(1027) VALUE SPACES.

      *    Lot trail row for the LOTF queue - EDI856IN's LOTFILE
      *    layout, manufacturer and AML flag included.
       01  WS-LOT-ROW.
           05  LT-LOT-NUMBER       PIC X(15) VALUE SPACES.
           05  LT-PART-NUMBER      PIC X(23) VALUE SPACES.
           05  LT-PO-NUMBER        PIC X(06) VALUE SPACES.
           05  LT-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
           05  LT-RECEIPT-QTY      PIC S9(7) VALUE ZERO.
           05  LT-RECEIPT-DATE     PIC 9(08) VALUE ZERO.
           05  LT-EXPIRY-DATE      PIC 9(08) VALUE ZERO.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  LT-MFR-CODE         PIC X(05) VALUE SPACES.
           05  LT-AML-FLAG         PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE SPACES.

      *    On-hand posting row for the RCPT queue - EDI856IN's
      *    RCPTPOST layout.
       01  WS-RECEIPT-POST-ROW.
           05  RP-PART-NUMBER      PIC X(23) VALUE SPACES.
           05  RP-LOCATION         PIC X(04) VALUE SPACES.
           05  RP-RECEIPT-QTY      PIC S9(7) VALUE ZERO.
           05  RP-RECEIPT-DATE     PIC 9(08) VALUE ZERO.
           05  RP-LOT-NUMBER       PIC X(15) VALUE SPACES.
           05  RP-EXPIRY-DATE      PIC 9(08) VALUE ZERO.
           05  RP-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE SPACES.

      *    Inspector's queue row for the INSP queue - EDI856IN's
      *    INSPHOLD layout.
       01  WS-INSP-HOLD-ROW.
           05  IH-PART-NUMBER      PIC X(23) VALUE SPACES.
           05  IH-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
           05  IH-PO-NUMBER        PIC X(06) VALUE SPACES.
           05  IH-RECEIPT-QTY      PIC S9(7) VALUE ZERO.
           05  IH-RECEIPT-DATE     PIC 9(08) VALUE ZERO.
           05  FILLER              PIC X(26) VALUE SPACES.

      *    FAIMAINT's row for the part/supplier pair.  Only an
      *    approved ('A') row judged against the master's current
      *    SPEC-NUMBER/BLUEPRINT-NUMBER lets a completing receipt
      *    skip the hold.  A FAIMSTR that is not available leaves
      *    every pair approved, as a missing FAIMSTR DD does in
      *    EDI856IN.
       01  FAIMSTR-ROW.
           05  FA-KEY.
               10  FA-PART-NUMBER  PIC X(23).
               10  FA-SUPPLIER-CODE
                                   PIC X(10).
           05  FA-SUBMIT-DATE      PIC 9(08).
           05  FA-STATUS           PIC X(01).
           05  FA-APPROVER-ID      PIC X(08).
           05  FA-DECISION-DATE    PIC 9(08).
           05  FA-SPEC-NUMBER      PIC X(07).
           05  FA-BLUEPRINT-NUMBER PIC X(10).
           05  FILLER              PIC X(05).

       01  WS-FAI-KEYLENGTH              PIC S9(04) COMP VALUE 33.
       01  WS-FAI-APPROVED-FLAG          PIC X(01) VALUE 'N'.
           88 FIRST-ARTICLE-APPROVED               VALUE 'Y'.

      *    AMLMAINT's row for the part/manufacturer.  The generic
      *    read on the part alone tells whether the part has any
      *    rows - i.e. is under AML control at all.
       01  AMLMSTR-ROW.
           05  AML-KEY.
               10  AML-PART-NUMBER PIC X(23).
               10  AML-MFR-CODE    PIC X(05).
           05  AML-MFR-NAME        PIC X(20).
           05  AML-MFR-PART-NUMBER PIC X(25).
           05  AML-STATUS          PIC X(01).
           05  AML-STATUS-DATE     PIC 9(08).
           05  FILLER              PIC X(18).

       01  WS-AML-KEYLENGTH              PIC S9(04) COMP VALUE 28.
       01  WS-AML-PART-KEYLENGTH         PIC S9(04) COMP VALUE 23.
       01  WS-AML-RESULT                 PIC X(01) VALUE SPACE.
           88 AML-MFR-APPROVED                     VALUE 'Y'.
           88 AML-MFR-EXCEPTION                    VALUE 'X'.

       01  WS-AUTH-LOG-LINE.
           05  AL-USER-ID          PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-PART-NUMBER      PIC X(23) VALUE SPACES.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-PO-NUMBER        PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-REASON           PIC X(30) VALUE SPACES.

      *    Receiving ticket, one 80-byte line per WRITEQ to the dock
      *    printer.
       01  WS-TICKET-LINE                PIC X(80) VALUE SPACES.

       01  WS-TICKET-TITLE.
           05  FILLER              PIC X(22) VALUE
               'RECEIVING TICKET      '.
           05  TKT-DATE            PIC 9(08) VALUE ZERO.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TKT-TIME            PIC 9(06) VALUE ZERO.
           05  FILLER              PIC X(13) VALUE
               '  RECEIVED BY'.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TKT-USER-ID         PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-TICKET-PART.
           05  FILLER              PIC X(04) VALUE 'PO  '.
           05  TKP-PO-NUMBER       PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE '  PART  '.
           05  TKP-PART-NUMBER     PIC X(23) VALUE SPACES.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TKP-PART-NAME       PIC X(14) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-TICKET-SUPPLIER.
           05  FILLER              PIC X(10) VALUE 'SUPPLIER  '.
           05  TKS-SUPPLIER-CODE   PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TKS-SUPPLIER-NAME   PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(44) VALUE SPACES.

       01  WS-TICKET-QUANTITY.
           05  FILLER              PIC X(14) VALUE 'QTY RECEIVED  '.
           05  TKQ-RECEIPT-QTY     PIC ZZZZZZ9 VALUE ZERO.
           05  FILLER              PIC X(17) VALUE
               '   PO RECEIVED   '.
           05  TKQ-RECEIVED-QTY    PIC ZZZZZZ9 VALUE ZERO.
           05  FILLER              PIC X(04) VALUE ' OF '.
           05  TKQ-ORDERED-QTY     PIC ZZZZZZ9 VALUE ZERO.
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-TICKET-LOT.
           05  FILLER              PIC X(05) VALUE 'LOT  '.
           05  TKL-LOT-NUMBER      PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE '  EXPIRES  '.
           05  TKL-EXPIRY-DATE     PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE '  MFR  '.
           05  TKL-MFR-CODE        PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TKL-AML-NOTE        PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-TICKET-DISPOSITION.
           05  FILLER              PIC X(06) VALUE 'TO    '.
           05  TKD-DISPOSITION     PIC X(50) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE SPACES.

      *--------------------------------------------------------------
       LINKAGE SECTION.
      *--------------------------------------------------------------
       01  DFHCOMMAREA                   PIC X(40).

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           EXEC CICS HANDLE CONDITION
                MAPFAIL(1050-MAPFAIL-REDISPLAY)
           END-EXEC.

           IF EIBCALEN > 0
              MOVE DFHCOMMAREA(1:40) TO WS-COMMAREA
           END-IF.

           EVALUATE TRUE
              WHEN EIBCALEN = 0
                 PERFORM 1000-SEND-INITIAL-MAP
                 PERFORM 1100-RESET-STATE
              WHEN OTHER
                 PERFORM 2000-PROCESS-ENTRY
           END-EVALUATE.

           EXEC CICS RETURN
                TRANSID('RCVD')
                COMMAREA(WS-COMMAREA)
           END-EXEC.

           GOBACK.

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO RCVDOCKMO.
           MOVE 'KEY THE PO NUMBER OFF THE PACKING SLIP' TO ERRMSGO.
           EXEC CICS SEND MAP('RCVDOCK1')
                MAPSET('RCVDOCKM')
                ERASE
           END-EXEC.

      *    HANDLE CONDITION transfers control here the same way a
      *    GO TO would - the same PARTINQ convention for a RECEIVE MAP
      *    that finds nothing on the terminal to receive.
       1050-MAPFAIL-REDISPLAY.
           PERFORM 1000-SEND-INITIAL-MAP
           PERFORM 1100-RESET-STATE
           EXEC CICS RETURN
                TRANSID('RCVD')
                COMMAREA(WS-COMMAREA)
           END-EXEC
           GOBACK.

       1100-RESET-STATE.
           MOVE 'K' TO CA-STATE
           MOVE SPACES TO CA-PO-NUMBER CA-PART-NUMBER
                          CA-SUPPLIER-CODE
           .

      *    A quantity keyed against the PO already on screen posts
      *    the receipt; anything else (a new PO number, or ENTER
      *    with no quantity) just looks the keyed PO up.
       2000-PROCESS-ENTRY.
           EXEC CICS RECEIVE MAP('RCVDOCK1')
                MAPSET('RCVDOCKM')
           END-EXEC.

           IF CA-STATE-WAIT-QTY
              AND PONUMI = CA-PO-NUMBER
              AND RCVQTYI NOT = SPACES
              PERFORM 3000-POST-RECEIPT
           ELSE
              PERFORM 2100-SHOW-PO
           END-IF

           EXEC CICS SEND MAP('RCVDOCK1')
                MAPSET('RCVDOCKM')
                DATAONLY
           END-EXEC.

       2100-SHOW-PO.
           PERFORM 1100-RESET-STATE
           MOVE PONUMI TO PNR-PO-NUMBER

           EXEC CICS READ DATASET('PONBRREG')
                INTO(PONREG-ROW)
                RIDFLD(PNR-PO-NUMBER)
                KEYLENGTH(WS-PNR-KEYLENGTH)
                RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE PNR-PART-NUMBER TO PART-NUMBER
                 PERFORM 2200-READ-PO-SLOT
              WHEN DFHRESP(NOTFND)
                 PERFORM 2900-CLEAR-PO-FIELDS
                 MOVE 'PO NUMBER NOT FOUND ON PONBRREG' TO ERRMSGO
              WHEN OTHER
                 PERFORM 2900-CLEAR-PO-FIELDS
                 MOVE 'LOOKUP ERROR - CONTACT SUPPORT' TO ERRMSGO
           END-EVALUATE
           .

      *    Reads the owning master record (no update - nothing is
      *    changed until the quantity comes back) and shows the
      *    slot.  Only a slot that can take a receipt arms the
      *    quantity step.
       2200-READ-PO-SLOT.
           EXEC CICS READ DATASET('PARTMSTR')
                INTO(PART-SUPP-ADDR-PO)
                RIDFLD(PART-NUMBER)
                KEYLENGTH(WS-KEYLENGTH)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 2300-FIND-PO-SLOT
           ELSE
              MOVE 'N' TO WS-SLOT-FOUND-FLAG
           END-IF

           IF NOT PO-SLOT-FOUND
              PERFORM 2900-CLEAR-PO-FIELDS
              MOVE 'PO NOT ON PARTMSTR FOR ITS SUPPLIER'
                 TO ERRMSGO
           ELSE
              PERFORM 2400-FORMAT-PO-SLOT
              EVALUATE TRUE
                 WHEN PO-TYPE-BLANKET(PO-IDX)
                    MOVE 'BLANKET PO - RECEIVE AGAINST THE RELEASE'
                       TO ERRMSGO
                 WHEN PO-STATUS-CANCELLED(PO-IDX)
                    MOVE 'PO IS CANCELLED - REFUSE THE DELIVERY'
                       TO ERRMSGO
                 WHEN WS-OPEN-QTY NOT > 0
                    MOVE 'PO IS ALREADY FULLY RECEIVED' TO ERRMSGO
                 WHEN OTHER
                    MOVE 'Q' TO CA-STATE
                    MOVE PNR-PO-NUMBER TO CA-PO-NUMBER
                    MOVE PART-NUMBER TO CA-PART-NUMBER
                    MOVE SUPPLIER-CODE TO CA-SUPPLIER-CODE
                    MOVE 'KEY QTY, LOT, EXPIRY, MFR - ENTER'
                       TO ERRMSGO
              END-EVALUATE
           END-IF
           .

      *    The register names the part and supplier; the master
      *    record read by part must be that supplier's, and the PO
      *    must be in one of its three slots - the same double-check
      *    PARTPOU makes.
       2300-FIND-PO-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           IF SUPPLIER-CODE = PNR-SUPPLIER-CODE
              PERFORM VARYING PO-IDX FROM 1 BY 1
                 UNTIL PO-IDX > 3
                    OR PO-NUMBER(PO-IDX) = PNR-PO-NUMBER
              END-PERFORM
              IF PO-IDX NOT > 3
                 MOVE 'Y' TO WS-SLOT-FOUND-FLAG
              END-IF
           END-IF
           .

       2400-FORMAT-PO-SLOT.
           MOVE PART-NUMBER TO PARTNOO
           MOVE PART-NAME TO PARTNMO
           MOVE SUPPLIER-CODE TO SUPPCDO
           MOVE SUPPLIER-NAME TO SUPPNMO
           MOVE PO-STATUS(PO-IDX) TO POSTATO
           MOVE QUANTITY(PO-IDX) TO POQTYO
           MOVE RECEIVED-QUANTITY(PO-IDX) TO PORCVDO
           COMPUTE WS-OPEN-QTY =
              QUANTITY(PO-IDX) - RECEIVED-QUANTITY(PO-IDX)
           MOVE WS-OPEN-QTY TO POOPENO
           MOVE DELIVERY-DATE(PO-IDX) TO DELDTO
           .

       2900-CLEAR-PO-FIELDS.
           MOVE SPACES TO PARTNOO PARTNMO SUPPCDO SUPPNMO POSTATO
              DELDTO
           MOVE ZERO TO POQTYO PORCVDO POOPENO
           .

      *    Checks what was keyed, then re-reads the record for
      *    UPDATE - another receiver or the nightly batch may have
      *    moved the slot since it was shown - and applies the
      *    receipt.  Any refusal leaves the PO on screen with the
      *    quantity step still armed so the receiver can correct
      *    the entry.
       3000-POST-RECEIPT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE-NUM
           MOVE SPACES TO ERRMSGO
           IF RCVQTYI NOT NUMERIC
              MOVE 'QUANTITY RECEIVED MUST BE NUMERIC' TO ERRMSGO
           ELSE
              MOVE RCVQTYI TO WS-RECEIPT-QTY
              IF WS-RECEIPT-QTY NOT > 0
                 MOVE 'QUANTITY RECEIVED MUST BE MORE THAN ZERO'
                    TO ERRMSGO
              END-IF
           END-IF
           IF ERRMSGO = SPACES
              PERFORM 3100-CHECK-EXPIRY-DATE
           END-IF
           IF ERRMSGO = SPACES
              PERFORM 3200-CHECK-USER-AUTHORITY
           END-IF
           IF ERRMSGO = SPACES
              PERFORM 3300-READ-FOR-UPDATE
           END-IF
           .

      *    Expiry is optional - blank or zero for undated goods - but
      *    a keyed one must be a real date no earlier than today.
       3100-CHECK-EXPIRY-DATE.
           MOVE ZERO TO WS-EXPIRY-DATE
           IF EXPDTI NOT = SPACES
              IF EXPDTI NOT NUMERIC
                 MOVE 'EXPIRY MUST BE YYYYMMDD OR BLANK' TO ERRMSGO
              ELSE
                 MOVE EXPDTI TO WS-EXPIRY-DATE
                 IF WS-EXPIRY-DATE NOT = ZERO
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-DATE)
                       NOT = 0
                       MOVE 'EXPIRY MUST BE YYYYMMDD OR BLANK'
                          TO ERRMSGO
                    ELSE
                       IF WS-EXPIRY-DATE < WS-TODAYS-DATE-NUM
                          MOVE 'LOT HAS ALREADY EXPIRED - REFUSE IT'
                             TO ERRMSGO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *    The authority gate - receiving and supervisors only.  A
      *    refused post logs who tried it to the AUTH queue.
       3200-CHECK-USER-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK-FLAG
           EXEC CICS ASSIGN
                USERID(WS-SIGNED-ON-USER)
           END-EXEC
           EXEC CICS READ DATASET('USERAUTH')
                INTO(USER-AUTH-ROW)
                RIDFLD(WS-SIGNED-ON-USER)
                KEYLENGTH(WS-AUTH-KEYLENGTH)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'NOT AUTHORIZED - NO USERAUTH ROW' TO ERRMSGO
                 PERFORM 3250-LOG-VIOLATION
              WHEN UA-ROLE-RECEIVING OR UA-ROLE-SUPERVISOR
                 MOVE 'Y' TO WS-AUTH-OK-FLAG
              WHEN OTHER
                 MOVE 'ONLY RECEIVING MAY POST A RECEIPT' TO ERRMSGO
                 PERFORM 3250-LOG-VIOLATION
           END-EVALUATE
           .

       3250-LOG-VIOLATION.
           MOVE WS-SIGNED-ON-USER TO AL-USER-ID
           MOVE CA-PART-NUMBER TO AL-PART-NUMBER
           MOVE CA-PO-NUMBER TO AL-PO-NUMBER
           MOVE ERRMSGO(1:30) TO AL-REASON
           EXEC CICS WRITEQ TD
                QUEUE('AUTH')
                FROM(WS-AUTH-LOG-LINE)
           END-EXEC
           .

       3300-READ-FOR-UPDATE.
           MOVE CA-PART-NUMBER TO PART-NUMBER
           MOVE CA-PO-NUMBER TO PNR-PO-NUMBER
           MOVE CA-SUPPLIER-CODE TO PNR-SUPPLIER-CODE

           EXEC CICS READ DATASET('PARTMSTR')
                INTO(PART-SUPP-ADDR-PO)
                RIDFLD(PART-NUMBER)
                KEYLENGTH(WS-KEYLENGTH)
                UPDATE
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 2300-FIND-PO-SLOT
              IF PO-SLOT-FOUND
                 PERFORM 2400-FORMAT-PO-SLOT
                 PERFORM 3400-APPLY-RECEIPT
              ELSE
                 PERFORM 2900-CLEAR-PO-FIELDS
                 PERFORM 1100-RESET-STATE
                 MOVE 'PO NO LONGER ON PARTMSTR - RE-KEY IT'
                    TO ERRMSGO
              END-IF
           ELSE
              MOVE 'UPDATE ERROR - CONTACT SUPPORT' TO ERRMSGO
           END-IF
           .

      *    630-APPLY-ASN-LINE-ITEM's 'R' rules, applied in place.
       3400-APPLY-RECEIPT.
           COMPUTE WS-NEW-RECEIVED-QTY =
              RECEIVED-QUANTITY(PO-IDX) + WS-RECEIPT-QTY
           EVALUATE TRUE
              WHEN PO-STATUS-CANCELLED(PO-IDX)
                 MOVE 'PO IS CANCELLED - REFUSE THE DELIVERY'
                    TO ERRMSGO
              WHEN PO-TYPE-BLANKET(PO-IDX)
                 MOVE 'BLANKET PO - RECEIVE AGAINST THE RELEASE'
                    TO ERRMSGO
              WHEN WS-NEW-RECEIVED-QTY > QUANTITY(PO-IDX)
                 MOVE 'OVER-RECEIPT - MORE THAN THE PO HAS OPEN'
                    TO ERRMSGO
              WHEN OTHER
                 MOVE WS-NEW-RECEIVED-QTY
                    TO RECEIVED-QUANTITY(PO-IDX)
                 MOVE 'N' TO WS-HOLD-FLAG
                 IF WS-NEW-RECEIVED-QTY = QUANTITY(PO-IDX)
                    PERFORM 3450-COMPLETE-OR-HOLD-RECEIPT
                 ELSE
                    MOVE 'S' TO PO-STATUS(PO-IDX)
                 END-IF
                 PERFORM 3500-REWRITE-MASTER
           END-EVALUATE
           .

      *    EDI856IN's 650-COMPLETE-OR-HOLD-RECEIPT - a completing
      *    receipt of a government-usable or spec-controlled part,
      *    or of a pair with no current first article, waits for
      *    the inspector's disposition in INSPDISP.
       3450-COMPLETE-OR-HOLD-RECEIPT.
           PERFORM 3460-CHECK-FIRST-ARTICLE
           IF GOVT-COMML-CODE = '1'
              OR GOVT-COMML-CODE = '2'
              OR SPEC-NUMBER NOT = SPACES
              OR NOT FIRST-ARTICLE-APPROVED
              MOVE 'I' TO PO-STATUS(PO-IDX)
              MOVE 'Y' TO WS-HOLD-FLAG
           ELSE
              MOVE 'R' TO PO-STATUS(PO-IDX)
           END-IF
           .

      *    EDI856IN's 085-CHECK-FIRST-ARTICLE against the pair's
      *    FAIMSTR row.
       3460-CHECK-FIRST-ARTICLE.
           MOVE 'N' TO WS-FAI-APPROVED-FLAG
           MOVE PART-NUMBER TO FA-PART-NUMBER
           MOVE SUPPLIER-CODE TO FA-SUPPLIER-CODE

           EXEC CICS READ DATASET('FAIMSTR')
                INTO(FAIMSTR-ROW)
                RIDFLD(FA-KEY)
                KEYLENGTH(WS-FAI-KEYLENGTH)
                RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF FA-STATUS = 'A'
                    AND FA-SPEC-NUMBER = SPEC-NUMBER
                    AND FA-BLUEPRINT-NUMBER = BLUEPRINT-NUMBER
                    MOVE 'Y' TO WS-FAI-APPROVED-FLAG
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'Y' TO WS-FAI-APPROVED-FLAG
           END-EVALUATE
           .

      *    Signs the change the way PARTPOU's 2500-REWRITE-MASTER
      *    does, then queues everything EDI856IN would have written
      *    for the same receipt and prints the ticket.
       3500-REWRITE-MASTER.
           MOVE WS-SIGNED-ON-USER TO LAST-UPDATE-USER-ID
           MOVE WS-TODAYS-DATE-NUM TO LAST-UPDATE-DATE

           EXEC CICS REWRITE DATASET('PARTMSTR')
                FROM(PART-SUPP-ADDR-PO)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 2400-FORMAT-PO-SLOT
              PERFORM 3600-JOURNAL-AFTER-IMAGE
              PERFORM 3610-QUEUE-LOT-ROW
              PERFORM 3620-QUEUE-RECEIPT-POST
              IF RECEIPT-ON-HOLD
                 PERFORM 3630-QUEUE-INSP-HOLD-ROW
              END-IF
              PERFORM 3700-PRINT-TICKET
              PERFORM 1100-RESET-STATE
              MOVE SPACES TO RCVQTYO LOTNOO EXPDTO MFRCDO
              EVALUATE TRUE
                 WHEN RECEIPT-ON-HOLD
                    MOVE 'ON INSPECTION HOLD - TICKET PRINTED'
                       TO ERRMSGO
                 WHEN AML-MFR-EXCEPTION
                    MOVE 'POSTED - MFR NOT ON APPROVED LIST'
                       TO ERRMSGO
                 WHEN OTHER
                    MOVE 'RECEIPT POSTED - TICKET PRINTED' TO ERRMSGO
              END-EVALUATE
           ELSE
              MOVE 'REWRITE FAILED - CONTACT SUPPORT' TO ERRMSGO
           END-IF
           .

       3600-JOURNAL-AFTER-IMAGE.
           MOVE WS-TODAYS-DATE-NUM TO MJ-JOURNAL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO MJ-JOURNAL-TIME
           MOVE 'RCVDOCK ' TO MJ-PROGRAM-ID
           MOVE PART-SUPP-ADDR-PO TO MJ-AFTER-IMAGE
           EXEC CICS WRITEQ TD
                QUEUE('MJRN')
                FROM(WS-JOURNAL-ROW)
           END-EXEC
           .

      *    A blank lot still queues, as EDI856IN's 670 does, so the
      *    lot can be keyed against the row later.
       3610-QUEUE-LOT-ROW.
           MOVE SPACES TO WS-LOT-ROW
           MOVE LOTNOI TO LT-LOT-NUMBER
           MOVE PART-NUMBER TO LT-PART-NUMBER
           MOVE CA-PO-NUMBER TO LT-PO-NUMBER
           MOVE SUPPLIER-CODE TO LT-SUPPLIER-CODE
           MOVE WS-RECEIPT-QTY TO LT-RECEIPT-QTY
           MOVE WS-TODAYS-DATE-NUM TO LT-RECEIPT-DATE
           MOVE WS-EXPIRY-DATE TO LT-EXPIRY-DATE
           MOVE MFRCDI TO LT-MFR-CODE
           PERFORM 3615-CHECK-APPROVED-MFR
           MOVE WS-AML-RESULT TO LT-AML-FLAG
           EXEC CICS WRITEQ TD
                QUEUE('LOTF')
                FROM(WS-LOT-ROW)
           END-EXEC
           .

      *    EDI856IN's 095-CHECK-APPROVED-MFR.  Only a distributor or
      *    importer ships somebody else's product, and only a part
      *    with AML rows is under control; for those the keyed
      *    manufacturer must be active on the part's list - a blank
      *    one fails too.  An AMLMSTR that is not available leaves
      *    the lot unchecked.
       3615-CHECK-APPROVED-MFR.
           MOVE SPACE TO WS-AML-RESULT
           IF DISTRIBUTOR OR IMPORTER
              MOVE PART-NUMBER TO AML-PART-NUMBER
              MOVE MFRCDI TO AML-MFR-CODE

              EXEC CICS READ DATASET('AMLMSTR')
                   INTO(AMLMSTR-ROW)
                   RIDFLD(AML-KEY)
                   KEYLENGTH(WS-AML-KEYLENGTH)
                   RESP(WS-RESP)
              END-EXEC

              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                    IF AML-STATUS = 'A' AND MFRCDI NOT = SPACES
                       MOVE 'Y' TO WS-AML-RESULT
                    ELSE
                       MOVE 'X' TO WS-AML-RESULT
                    END-IF
                 WHEN WS-RESP = DFHRESP(NOTFND)
                    PERFORM 3617-CHECK-PART-UNDER-AML
              END-EVALUATE
           END-IF
           .

      *    The keyed manufacturer has no row for the part - an
      *    exception only when the part has rows for anyone else.
       3617-CHECK-PART-UNDER-AML.
           MOVE PART-NUMBER TO AML-PART-NUMBER
           MOVE SPACES TO AML-MFR-CODE

           EXEC CICS READ DATASET('AMLMSTR')
                INTO(AMLMSTR-ROW)
                RIDFLD(AML-KEY)
                KEYLENGTH(WS-AML-PART-KEYLENGTH)
                GENERIC
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'X' TO WS-AML-RESULT
           END-IF
           .

       3620-QUEUE-RECEIPT-POST.
           MOVE SPACES TO WS-RECEIPT-POST-ROW
           MOVE PART-NUMBER TO RP-PART-NUMBER
           MOVE 'MAIN' TO RP-LOCATION
           MOVE WS-RECEIPT-QTY TO RP-RECEIPT-QTY
           MOVE WS-TODAYS-DATE-NUM TO RP-RECEIPT-DATE
           MOVE LOTNOI TO RP-LOT-NUMBER
           MOVE WS-EXPIRY-DATE TO RP-EXPIRY-DATE
           MOVE SUPPLIER-CODE TO RP-SUPPLIER-CODE
           EXEC CICS WRITEQ TD
                QUEUE('RCPT')
                FROM(WS-RECEIPT-POST-ROW)
           END-EXEC
           .

       3630-QUEUE-INSP-HOLD-ROW.
           MOVE SPACES TO WS-INSP-HOLD-ROW
           MOVE PART-NUMBER TO IH-PART-NUMBER
           MOVE SUPPLIER-CODE TO IH-SUPPLIER-CODE
           MOVE CA-PO-NUMBER TO IH-PO-NUMBER
           MOVE RECEIVED-QUANTITY(PO-IDX) TO IH-RECEIPT-QTY
           MOVE WS-TODAYS-DATE-NUM TO IH-RECEIPT-DATE
           EXEC CICS WRITEQ TD
                QUEUE('INSP')
                FROM(WS-INSP-HOLD-ROW)
           END-EXEC
           .

      *    The ticket travels with the material - to stock, or to
      *    the inspection cage when the receipt is on hold.
       3700-PRINT-TICKET.
           MOVE WS-TODAYS-DATE-NUM TO TKT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TKT-TIME
           MOVE WS-SIGNED-ON-USER TO TKT-USER-ID
           MOVE WS-TICKET-TITLE TO WS-TICKET-LINE
           PERFORM 3750-WRITE-TICKET-LINE

           MOVE CA-PO-NUMBER TO TKP-PO-NUMBER
           MOVE PART-NUMBER TO TKP-PART-NUMBER
           MOVE PART-NAME TO TKP-PART-NAME
           MOVE WS-TICKET-PART TO WS-TICKET-LINE
           PERFORM 3750-WRITE-TICKET-LINE

           MOVE SUPPLIER-CODE TO TKS-SUPPLIER-CODE
           MOVE SUPPLIER-NAME TO TKS-SUPPLIER-NAME
           MOVE WS-TICKET-SUPPLIER TO WS-TICKET-LINE
           PERFORM 3750-WRITE-TICKET-LINE

           MOVE WS-RECEIPT-QTY TO TKQ-RECEIPT-QTY
           MOVE RECEIVED-QUANTITY(PO-IDX) TO TKQ-RECEIVED-QTY
           MOVE QUANTITY(PO-IDX) TO TKQ-ORDERED-QTY
           MOVE WS-TICKET-QUANTITY TO WS-TICKET-LINE
           PERFORM 3750-WRITE-TICKET-LINE

           MOVE LOTNOI TO TKL-LOT-NUMBER
           IF WS-EXPIRY-DATE = ZERO
              MOVE 'NONE' TO TKL-EXPIRY-DATE
           ELSE
              MOVE WS-EXPIRY-DATE TO TKL-EXPIRY-DATE
           END-IF
           MOVE MFRCDI TO TKL-MFR-CODE
           IF AML-MFR-EXCEPTION
              MOVE 'NOT APPROVED' TO TKL-AML-NOTE
           ELSE
              MOVE SPACES TO TKL-AML-NOTE
           END-IF
           MOVE WS-TICKET-LOT TO WS-TICKET-LINE
           PERFORM 3750-WRITE-TICKET-LINE

           IF RECEIPT-ON-HOLD
              MOVE 'INSPECTION HOLD - TAG AND MOVE TO INSPECTION CAGE'
                 TO TKD-DISPOSITION
           ELSE
              MOVE 'STOCK - PUT AWAY AT MAIN' TO TKD-DISPOSITION
           END-IF
           MOVE WS-TICKET-DISPOSITION TO WS-TICKET-LINE
           PERFORM 3750-WRITE-TICKET-LINE

           MOVE SPACES TO WS-TICKET-LINE
           PERFORM 3750-WRITE-TICKET-LINE
           .

       3750-WRITE-TICKET-LINE.
           EXEC CICS WRITEQ TD
                QUEUE('RTKT')
                FROM(WS-TICKET-LINE)
           END-EXEC
           .
