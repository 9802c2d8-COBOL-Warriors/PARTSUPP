      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    RTVMAINT.
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
      * //RTVOLD   DD DSN=USER66.EXAM.DEV.RTVMAINT.MASTER,DISP=SHR
      * //RTVCAND  DD DSN=USER66.EXAM.DEV.RTVMAINT.RTVCAND,DISP=SHR
      * //RTVTRN   DD DSN=USER66.EXAM.DEV.RTVMAINT.TRANS,DISP=SHR
      * //ONHOLD   DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //RTVNEW   DD DSN=USER66.EXAM.DEV.RTVMAINT.MASTER,DISP=OLD
      * //RTVCNEW  DD DSN=USER66.EXAM.DEV.RTVMAINT.RTVCAND,DISP=OLD
      * //ONHNEW   DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=OLD
      * //DEBITMEM DD DSN=USER66.EXAM.DEV.DEBITMEM.MEMOS,DISP=MOD
      * //RTVPACK  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Inventory roll-forward.  A shipped RA appends an RV row
      *   (out of the ship location) under the RA id to the
      *   inventory movement journal (INVMOVE.cpy), so ROLLFWD can
      *   account for returned stock leaving on-hand.
      *   JCL Output (new)
      * //INVMOVE  DD DSN=USER66.EXAM.DEV.INVMOVE.JOURNAL,DISP=MOD
      *
      * 2026-10-15 maruca V0R0M3
      *   The DEBITMEM row comes from the shared DEBITMEM.cpy member
      *   every other program on the feed copies, in place of the
      *   layout this program carried inline.
      ***************************************************************
      * Return-to-vendor (RTV) maintenance - the return
      * authorization (RA) that actually sends rejected material
      * back and stops us paying for it.  Rejected quantity reaches
      * here two ways, both as rows on the RTVCAND candidate feed:
      * INSPDISP appends one for every reject or partial accept it
      * backs out, and NCRMAINT appends one for every NCR
      * dispositioned 'T' return to supplier.  Each candidate opens
      * an RA per PO-NUMBER/SUPPLIER-CODE/part - or adds its
      * quantity to the RA already open and not yet shipped for the
      * same PO, so one truck carries one document.  RA ids are
      * numbered here, 'RA' plus six digits, one past the highest
      * on file.
      *
      * Transaction codes (RTVTRN, position 1):
      *    O  Open an RA by hand (rejects found outside inspection
      *       and NCR - a line-side find, a recount).  Rejected
      *       without a supplier, PO, part, and positive quantity.
      *    S  Ship - the RA leaves the dock: the returned quantity
      *       comes off ONHAND at RTT-LOCATION (MAIN when blank,
      *       where EDI856IN posts every receipt), the RTV packing
      *       document prints to the supplier's ORDER-ADDRESS, and
      *       a debit memo valued at the PO's UNIT-PRICE goes onto
      *       the DEBITMEM feed PAYREG nets against the supplier's
      *       next remittance.  Rejected if the RA isn't Open or
      *       the location lacks the quantity.
      *    C  Credited - the supplier's credit for the return has
      *       been seen; the RA closes.  Rejected if the RA isn't
      *       Shipped.
      * The packing document and memo are priced and addressed off
      * the master in one pass after the transactions; a shipped RA
      * whose PO can't be found there keeps its memo unwritten and
      * is retried on every run until it is.  RTVAGE ages the
      * shipped-but-not-credited RAs.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTV-OLD       ASSIGN TO RTVOLD
               FILE STATUS IS WS-RTVOLD-FILE-STATUS.
           SELECT RTVCAND-REC   ASSIGN TO RTVCAND
               FILE STATUS IS WS-RTVCAND-FILE-STATUS.
           SELECT RTV-TRANS     ASSIGN TO RTVTRN.
           SELECT ONHAND-OLD    ASSIGN TO ONHOLD.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT RTV-NEW       ASSIGN TO RTVNEW.
           SELECT RTVCNEW-REC   ASSIGN TO RTVCNEW.
           SELECT ONHAND-NEW    ASSIGN TO ONHNEW.
           SELECT DEBITMEM-REC  ASSIGN TO DEBITMEM.
           SELECT RTVPACK-REC   ASSIGN TO RTVPACK.
           SELECT INVMOVE-REC   ASSIGN TO INVMOVE.

       DATA DIVISION.
       FILE SECTION.

       FD  RTV-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-OLD-REC.
       01  RTV-OLD-REC.
           05  RTO-RA-ID           PIC X(08).
           05  RTO-SUPPLIER-CODE   PIC X(10).
           05  RTO-PO-NUMBER       PIC X(06).
           05  RTO-PART-NUMBER     PIC X(23).
           05  RTO-RETURN-QTY      PIC S9(7).
           05  RTO-UNIT-PRICE      PIC S9(7)V99.
           05  RTO-SOURCE          PIC X(01).
           05  RTO-SOURCE-REF      PIC X(08).
           05  RTO-STATUS          PIC X(01).
           05  RTO-OPENED-DATE     PIC 9(08).
           05  RTO-SHIPPED-DATE    PIC 9(08).
           05  RTO-CREDITED-DATE   PIC 9(08).
           05  RTO-MEMO-ID         PIC X(10).
           05  RTO-DEBIT-AMOUNT    PIC S9(9)V99.
           05  RTO-SHIP-LOCATION   PIC X(04).
           05  FILLER              PIC X(28).

      *    Same candidate row INSPDISP and NCRMAINT append.
       FD  RTVCAND-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVCAND-RECORD.
       01  RTVCAND-RECORD.
           05  RC-SOURCE           PIC X(01).
           05  RC-SOURCE-REF       PIC X(08).
           05  RC-PART-NUMBER      PIC X(23).
           05  RC-SUPPLIER-CODE    PIC X(10).
           05  RC-PO-NUMBER        PIC X(06).
           05  RC-RETURN-QTY       PIC S9(7).
           05  RC-CANDIDATE-DATE   PIC 9(08).
           05  FILLER              PIC X(17).

      *    One RA event per transaction.
       FD  RTV-TRANS
           DATA RECORD IS RTT-REC.
       01  RTT-REC.
           05  RTT-TRANS-CODE      PIC X(01).
               88 RTT-OPEN                  VALUE 'O'.
               88 RTT-SHIP                  VALUE 'S'.
               88 RTT-CREDIT                VALUE 'C'.
               88 RTT-TRANS-CODE-VALID      VALUES 'O' 'S' 'C'.
           05  RTT-RA-ID           PIC X(08).
           05  RTT-SUPPLIER-CODE   PIC X(10).
           05  RTT-PO-NUMBER       PIC X(06).
           05  RTT-PART-NUMBER     PIC X(23).
           05  RTT-RETURN-QTY      PIC S9(7).
           05  RTT-LOCATION        PIC X(04).
           05  FILLER              PIC X(21).

      *    Same on-hand row ONHPOST maintains.
       FD  ONHAND-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-OLD-REC.
       01  ONHAND-OLD-REC.
           05  OHO-PART-NUMBER     PIC X(23).
           05  OHO-LOCATION        PIC X(04).
           05  OHO-ON-HAND-QTY     PIC S9(7).
           05  OHO-LAST-COUNT-DATE PIC 9(08).
           05  FILLER              PIC X(38).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  RTV-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-NEW-REC.
       01  RTV-NEW-REC.
           05  RTN-RA-ID           PIC X(08).
           05  RTN-SUPPLIER-CODE   PIC X(10).
           05  RTN-PO-NUMBER       PIC X(06).
           05  RTN-PART-NUMBER     PIC X(23).
           05  RTN-RETURN-QTY      PIC S9(7).
           05  RTN-UNIT-PRICE      PIC S9(7)V99.
           05  RTN-SOURCE          PIC X(01).
           05  RTN-SOURCE-REF      PIC X(08).
           05  RTN-STATUS          PIC X(01).
           05  RTN-OPENED-DATE     PIC 9(08).
           05  RTN-SHIPPED-DATE    PIC 9(08).
           05  RTN-CREDITED-DATE   PIC 9(08).
           05  RTN-MEMO-ID         PIC X(10).
           05  RTN-DEBIT-AMOUNT    PIC S9(9)V99.
           05  RTN-SHIP-LOCATION   PIC X(04).
           05  FILLER              PIC X(28).

      *    Candidates that could not open an RA this run (table
      *    full) carry forward for the next.
       FD  RTVCNEW-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVCNEW-RECORD.
       01  RTVCNEW-RECORD                PIC X(80).

       FD  ONHAND-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-NEW-REC.
       01  ONHAND-NEW-REC.
           05  OHN-PART-NUMBER     PIC X(23).
           05  OHN-LOCATION        PIC X(04).
           05  OHN-ON-HAND-QTY     PIC S9(7).
           05  OHN-LAST-COUNT-DATE PIC 9(08).
           05  FILLER              PIC X(38).

      *    Common debit/credit adjustment feed - see DEBITMEM.cpy.
      *    DM-SOURCE is 'RTV ' here, DM-REFERENCE the RA id.
       FD  DEBITMEM-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
           COPY 'DEBITMEM'.

      *    RTV packing documents - one per RA shipped, addressed to
      *    the supplier's ORDER-ADDRESS slot.
       FD  RTVPACK-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVPACK-RECORD.
       01  RTVPACK-RECORD                PIC X(132).

      *    Shared inventory movement journal - one row per RA
      *    shipped.  See INVMOVE.cpy.
       FD  INVMOVE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INV-MOVEMENT-ROW.
           COPY 'INVMOVE'.

       WORKING-STORAGE SECTION.

       01  WS-RTVOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-RTVCAND-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-RTV-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-RTV-TABLE.
           05  WS-RTV-ENTRY OCCURS 500 TIMES
                  INDEXED BY RTV-IDX.
               10 WS-RTV-RA-ID           PIC X(08)      VALUE SPACES.
               10 WS-RTV-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-RTV-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-RTV-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-RTV-RETURN-QTY      PIC S9(7)      VALUE 0.
               10 WS-RTV-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-RTV-SOURCE          PIC X(01)      VALUE SPACES.
               10 WS-RTV-SOURCE-REF      PIC X(08)      VALUE SPACES.
               10 WS-RTV-STATUS          PIC X(01)      VALUE SPACES.
                  88 WS-RTV-OPEN                        VALUE 'O'.
                  88 WS-RTV-SHIPPED                     VALUE 'S'.
                  88 WS-RTV-CREDITED                    VALUE 'C'.
               10 WS-RTV-OPENED-DATE     PIC 9(08)      VALUE 0.
               10 WS-RTV-SHIPPED-DATE    PIC 9(08)      VALUE 0.
               10 WS-RTV-CREDITED-DATE   PIC 9(08)      VALUE 0.
               10 WS-RTV-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-RTV-DEBIT-AMOUNT    PIC S9(9)V99   VALUE 0.
               10 WS-RTV-SHIP-LOCATION   PIC X(04)      VALUE SPACES.

       01  WS-OH-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-ONHAND-TABLE.
           05  WS-OH-ENTRY OCCURS 2000 TIMES
                  INDEXED BY OH-IDX.
               10 WS-OH-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-OH-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-OH-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-OH-LAST-COUNT-DATE  PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-OPENED-COUNT            PIC 9(03)      VALUE 0.
           05 WS-MERGED-COUNT            PIC 9(03)      VALUE 0.
           05 WS-SHIPPED-COUNT           PIC 9(03)      VALUE 0.
           05 WS-CREDITED-COUNT          PIC 9(03)      VALUE 0.
           05 WS-MEMO-COUNT              PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.
           05 WS-CARRIED-COUNT           PIC 9(03)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(03)      VALUE 0.
       01  WS-OH-FOUND-FLAG              PIC X(01)      VALUE 'N'.
           88 ONHAND-ROW-FOUND                          VALUE 'Y'.
       01  WS-OH-SLOT                    PIC 9(05)      VALUE 0.
       01  WS-LOOKUP-PART                PIC X(23)      VALUE SPACES.
       01  WS-LOOKUP-LOC                 PIC X(04)      VALUE SPACES.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

      *    RA numbering - one past the highest 'RAnnnnnn' on file.
       01  WS-NEXT-RA-NUM                PIC 9(06)      VALUE 1.
       01  WS-RA-NUM-CHECK               PIC 9(06)      VALUE 0.
       01  WS-NEW-RA-ID.
           05  FILLER                    PIC X(02)      VALUE 'RA'.
           05  WS-NEW-RA-NUM             PIC 9(06)      VALUE 0.

      *    The RA being opened - filled from a candidate row or an
      *    'O' transaction, then 650-OPEN-OR-MERGE-RA files it.
       01  WS-OPEN-REQUEST.
           05  WS-OPN-SOURCE             PIC X(01)      VALUE SPACES.
           05  WS-OPN-SOURCE-REF         PIC X(08)      VALUE SPACES.
           05  WS-OPN-SUPPLIER-CODE      PIC X(10)      VALUE SPACES.
           05  WS-OPN-PO-NUMBER          PIC X(06)      VALUE SPACES.
           05  WS-OPN-PART-NUMBER        PIC X(23)      VALUE SPACES.
           05  WS-OPN-RETURN-QTY         PIC S9(7)      VALUE 0.
       01  WS-OPEN-RESULT                PIC X(01)      VALUE SPACES.
           88 RA-OPEN-DONE                              VALUES 'O' 'M'.
           88 RA-OPEN-FULL                              VALUE 'F'.

       01  WS-PO-MATCHED-FLAG            PIC X(01)      VALUE 'N'.
           88 PO-SLOT-MATCHED                           VALUE 'Y'.
       01  WS-ORDER-SLOT                 PIC 9(01)      VALUE 0.

       01  RTVOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-RAS                           VALUE 'Y'.
       01  RTVCAND-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-CANDIDATES                        VALUE 'Y'.
       01  RTVTRN-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  ONHOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-PACK-HEADING               PIC X(132)     VALUE
           'RETURN TO VENDOR - PACKING DOCUMENT'.

       01  WS-PACK-RA-LINE.
           05  FILLER              PIC X(15)      VALUE
               'RETURN AUTH:  '.
           05  PKR-RA-ID           PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(12)      VALUE
               '   SHIPPED: '.
           05  PKR-SHIPPED-DATE    PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '   FROM LOC '.
           05  PKR-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(73)      VALUE SPACES.

       01  WS-PACK-ADDR-LINE.
           05  FILLER              PIC X(15)      VALUE SPACES.
           05  PKA-TEXT            PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(77)      VALUE SPACES.

       01  WS-PACK-CSZ.
           05  PKC-CITY            PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PKC-STATE           PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PKC-ZIP             PIC 9(10)      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE SPACES.

       01  WS-PACK-ITEM-LINE.
           05  FILLER              PIC X(15)      VALUE
               'PART / PO:    '.
           05  PKI-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PKI-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(07)      VALUE '  QTY: '.
           05  PKI-QTY             PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE '  SOURCE: '.
           05  PKI-SOURCE          PIC X(01)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE '/'.
           05  PKI-SOURCE-REF      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(08)      VALUE '  MEMO: '.
           05  PKI-MEMO-ID         PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  PKI-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  FILLER              PIC X(16)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-OLD-RAS.
           PERFORM 400-LOAD-ONHAND.
           PERFORM 500-OPEN-FROM-CANDIDATES.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 700-PRICE-SHIPPED-RAS UNTIL NO-MORE-OLD-MASTER.
           PERFORM 790-REPORT-UNPRICED.
           PERFORM 800-WRITE-NEW-MASTERS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'RTVMAINT COMPLETE - OPENED: ' WS-OPENED-COUNT
              ' ADDED TO OPEN RA: ' WS-MERGED-COUNT
              ' SHIPPED: ' WS-SHIPPED-COUNT
              ' CREDITED: ' WS-CREDITED-COUNT
              ' MEMOS: ' WS-MEMO-COUNT
              ' REJECTED: ' WS-REJECT-COUNT
              ' CANDIDATES CARRIED: ' WS-CARRIED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-RTV-COUNT.
           INITIALIZE WS-RTV-TABLE.
           INITIALIZE WS-OH-COUNT.
           INITIALIZE WS-ONHAND-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO RTVOLD-EOF.
           MOVE 'N' TO RTVCAND-EOF.
           MOVE 'N' TO RTVTRN-EOF.
           MOVE 'N' TO ONHOLD-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT RTV-TRANS.
           OPEN INPUT ONHAND-OLD.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT RTV-NEW.
           OPEN OUTPUT RTVCNEW-REC.
           OPEN OUTPUT ONHAND-NEW.
           OPEN EXTEND DEBITMEM-REC.
           OPEN OUTPUT RTVPACK-REC.
           OPEN EXTEND INVMOVE-REC.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

      *    A missing RA master (FILE STATUS not '00') is a first
      *    run built from this run's candidates and opens.  The
      *    next RA number comes off the highest id loaded.
       300-LOAD-OLD-RAS.
           MOVE 1 TO WS-NEXT-RA-NUM
           OPEN INPUT RTV-OLD
           IF WS-RTVOLD-FILE-STATUS = '00'
              READ RTV-OLD
                 AT END MOVE 'Y' TO RTVOLD-EOF
              END-READ
              PERFORM VARYING RTV-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-RAS OR RTV-IDX > 500
                    MOVE RTO-RA-ID TO WS-RTV-RA-ID(RTV-IDX)
                    MOVE RTO-SUPPLIER-CODE
                       TO WS-RTV-SUPPLIER-CODE(RTV-IDX)
                    MOVE RTO-PO-NUMBER TO WS-RTV-PO-NUMBER(RTV-IDX)
                    MOVE RTO-PART-NUMBER
                       TO WS-RTV-PART-NUMBER(RTV-IDX)
                    MOVE RTO-RETURN-QTY
                       TO WS-RTV-RETURN-QTY(RTV-IDX)
                    MOVE RTO-UNIT-PRICE
                       TO WS-RTV-UNIT-PRICE(RTV-IDX)
                    MOVE RTO-SOURCE TO WS-RTV-SOURCE(RTV-IDX)
                    MOVE RTO-SOURCE-REF
                       TO WS-RTV-SOURCE-REF(RTV-IDX)
                    MOVE RTO-STATUS TO WS-RTV-STATUS(RTV-IDX)
                    MOVE RTO-OPENED-DATE
                       TO WS-RTV-OPENED-DATE(RTV-IDX)
                    MOVE RTO-SHIPPED-DATE
                       TO WS-RTV-SHIPPED-DATE(RTV-IDX)
                    MOVE RTO-CREDITED-DATE
                       TO WS-RTV-CREDITED-DATE(RTV-IDX)
                    MOVE RTO-MEMO-ID TO WS-RTV-MEMO-ID(RTV-IDX)
                    MOVE RTO-DEBIT-AMOUNT
                       TO WS-RTV-DEBIT-AMOUNT(RTV-IDX)
                    MOVE RTO-SHIP-LOCATION
                       TO WS-RTV-SHIP-LOCATION(RTV-IDX)
                    IF RTO-RA-ID(3:6) IS NUMERIC
                       MOVE RTO-RA-ID(3:6) TO WS-RA-NUM-CHECK
                       IF WS-RA-NUM-CHECK >= WS-NEXT-RA-NUM
                          COMPUTE WS-NEXT-RA-NUM =
                             WS-RA-NUM-CHECK + 1
                       END-IF
                    END-IF
                    SET WS-RTV-COUNT TO RTV-IDX
                    READ RTV-OLD
                       AT END MOVE 'Y' TO RTVOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE RTV-OLD
           END-IF
           .

       400-LOAD-ONHAND.
           READ ONHAND-OLD
              AT END MOVE 'Y' TO ONHOLD-EOF
           END-READ
           PERFORM VARYING OH-IDX FROM 1 BY 1
              UNTIL NO-MORE-ONHAND OR OH-IDX > 2000
                 MOVE OHO-PART-NUMBER TO WS-OH-PART-NUMBER(OH-IDX)
                 MOVE OHO-LOCATION    TO WS-OH-LOCATION(OH-IDX)
                 MOVE OHO-ON-HAND-QTY TO WS-OH-ON-HAND-QTY(OH-IDX)
                 MOVE OHO-LAST-COUNT-DATE
                    TO WS-OH-LAST-COUNT-DATE(OH-IDX)
                 SET WS-OH-COUNT TO OH-IDX
                 READ ONHAND-OLD
                    AT END MOVE 'Y' TO ONHOLD-EOF
                 END-READ
           END-PERFORM
           .

      *    Every candidate INSPDISP/NCRMAINT queued opens (or adds
      *    to) an RA.  A missing candidate feed (FILE STATUS not
      *    '00') just means nothing was rejected since last run.
       500-OPEN-FROM-CANDIDATES.
           OPEN INPUT RTVCAND-REC
           IF WS-RTVCAND-FILE-STATUS = '00'
              READ RTVCAND-REC
                 AT END MOVE 'Y' TO RTVCAND-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CANDIDATES
                 IF RC-SUPPLIER-CODE = SPACES
                    OR RC-PO-NUMBER = SPACES
                    OR RC-PART-NUMBER = SPACES
                    OR RC-RETURN-QTY NOT > ZERO
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED CANDIDATE - BAD DETAIL: '
                       RC-SOURCE '/' RC-SOURCE-REF
                 ELSE
                    MOVE RC-SOURCE         TO WS-OPN-SOURCE
                    MOVE RC-SOURCE-REF     TO WS-OPN-SOURCE-REF
                    MOVE RC-SUPPLIER-CODE  TO WS-OPN-SUPPLIER-CODE
                    MOVE RC-PO-NUMBER      TO WS-OPN-PO-NUMBER
                    MOVE RC-PART-NUMBER    TO WS-OPN-PART-NUMBER
                    MOVE RC-RETURN-QTY     TO WS-OPN-RETURN-QTY
                    PERFORM 650-OPEN-OR-MERGE-RA
                    IF RA-OPEN-FULL
                       MOVE RTVCAND-RECORD TO RTVCNEW-RECORD
                       WRITE RTVCNEW-RECORD
                       ADD 1 TO WS-CARRIED-COUNT
                    END-IF
                 END-IF
                 READ RTVCAND-REC
                    AT END MOVE 'Y' TO RTVCAND-EOF
                 END-READ
              END-PERFORM
              CLOSE RTVCAND-REC
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ RTV-TRANS
              AT END MOVE 'Y' TO RTVTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-RA
              EVALUATE TRUE
                 WHEN NOT RTT-TRANS-CODE-VALID
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED RTV - BAD TRANS: '
                       RTT-TRANS-CODE '/' RTT-RA-ID
                 WHEN RTT-OPEN
                    PERFORM 620-OPEN-RA
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED RTV - RA NOT ON FILE: '
                       RTT-TRANS-CODE '/' RTT-RA-ID
                 WHEN RTT-SHIP
                    PERFORM 630-SHIP-RA
                 WHEN RTT-CREDIT
                    PERFORM 640-CREDIT-RA
              END-EVALUATE
           END-IF
           .

       610-FIND-RA.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING RTV-IDX FROM 1 BY 1
              UNTIL RTV-IDX > WS-RTV-COUNT OR ENTRY-FOUND
                 IF WS-RTV-RA-ID(RTV-IDX) = RTT-RA-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO RTV-IDX
                 END-IF
           END-PERFORM
           .

       615-FIND-ONHAND-ROW.
           MOVE 'N' TO WS-OH-FOUND-FLAG
           MOVE 0 TO WS-OH-SLOT
           PERFORM VARYING OH-IDX FROM 1 BY 1
              UNTIL OH-IDX > WS-OH-COUNT OR ONHAND-ROW-FOUND
                 IF WS-OH-PART-NUMBER(OH-IDX) = WS-LOOKUP-PART
                    AND WS-OH-LOCATION(OH-IDX) = WS-LOOKUP-LOC
                    MOVE 'Y' TO WS-OH-FOUND-FLAG
                    SET WS-OH-SLOT TO OH-IDX
                 END-IF
           END-PERFORM
           .

      *    A hand-keyed RA - the id on the transaction is ignored,
      *    every RA is numbered here.
       620-OPEN-RA.
           IF RTT-SUPPLIER-CODE = SPACES
              OR RTT-PO-NUMBER = SPACES
              OR RTT-PART-NUMBER = SPACES
              OR RTT-RETURN-QTY NOT > ZERO
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED OPEN - BAD DETAIL: '
                 RTT-SUPPLIER-CODE '/' RTT-PO-NUMBER
           ELSE
              MOVE 'M'               TO WS-OPN-SOURCE
              MOVE SPACES            TO WS-OPN-SOURCE-REF
              MOVE RTT-SUPPLIER-CODE TO WS-OPN-SUPPLIER-CODE
              MOVE RTT-PO-NUMBER     TO WS-OPN-PO-NUMBER
              MOVE RTT-PART-NUMBER   TO WS-OPN-PART-NUMBER
              MOVE RTT-RETURN-QTY    TO WS-OPN-RETURN-QTY
              PERFORM 650-OPEN-OR-MERGE-RA
              IF RA-OPEN-FULL
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED OPEN - TABLE FULL: '
                    RTT-SUPPLIER-CODE '/' RTT-PO-NUMBER
              END-IF
           END-IF
           .

      *    Shipping is what actually moves stock - the returned
      *    quantity leaves on-hand now; the packing document and
      *    debit memo follow in the master pass.
       630-SHIP-RA.
           IF NOT WS-RTV-OPEN(WS-MATCHED-IDX)
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED SHIP - RA NOT OPEN: ' RTT-RA-ID
           ELSE
              MOVE WS-RTV-PART-NUMBER(WS-MATCHED-IDX)
                 TO WS-LOOKUP-PART
              IF RTT-LOCATION = SPACES
                 MOVE 'MAIN' TO WS-LOOKUP-LOC
              ELSE
                 MOVE RTT-LOCATION TO WS-LOOKUP-LOC
              END-IF
              PERFORM 615-FIND-ONHAND-ROW
              IF NOT ONHAND-ROW-FOUND
                 OR WS-OH-ON-HAND-QTY(WS-OH-SLOT) <
                    WS-RTV-RETURN-QTY(WS-MATCHED-IDX)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED SHIP - INSUFFICIENT ON HAND: '
                    RTT-RA-ID '/' WS-LOOKUP-LOC
              ELSE
                 SUBTRACT WS-RTV-RETURN-QTY(WS-MATCHED-IDX)
                    FROM WS-OH-ON-HAND-QTY(WS-OH-SLOT)
                 MOVE 'S' TO WS-RTV-STATUS(WS-MATCHED-IDX)
                 MOVE WS-TODAYS-DATE
                    TO WS-RTV-SHIPPED-DATE(WS-MATCHED-IDX)
                 MOVE WS-LOOKUP-LOC
                    TO WS-RTV-SHIP-LOCATION(WS-MATCHED-IDX)
                 MOVE SPACES TO INV-MOVEMENT-ROW
                 MOVE WS-LOOKUP-PART TO MV-PART-NUMBER
                 MOVE WS-LOOKUP-LOC  TO MV-LOCATION
                 MOVE 'RV'           TO MV-MOVE-TYPE
                 COMPUTE MV-QTY =
                    0 - WS-RTV-RETURN-QTY(WS-MATCHED-IDX)
                 MOVE WS-TODAYS-DATE TO MV-MOVE-DATE
                 MOVE RTT-RA-ID      TO MV-DOC-ID
                 MOVE 'RTVMAINT'     TO MV-PROGRAM-ID
                 WRITE INV-MOVEMENT-ROW
                 ADD 1 TO WS-SHIPPED-COUNT
              END-IF
           END-IF
           .

       640-CREDIT-RA.
           IF NOT WS-RTV-SHIPPED(WS-MATCHED-IDX)
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CREDIT - RA NOT SHIPPED: ' RTT-RA-ID
           ELSE
              MOVE 'C' TO WS-RTV-STATUS(WS-MATCHED-IDX)
              MOVE WS-TODAYS-DATE
                 TO WS-RTV-CREDITED-DATE(WS-MATCHED-IDX)
              ADD 1 TO WS-CREDITED-COUNT
           END-IF
           .

      *    One RA per PO-NUMBER/SUPPLIER-CODE/part while it sits
      *    Open - a later reject against the same PO rides the same
      *    RA until it ships.  Sets WS-OPEN-RESULT: 'O' opened new,
      *    'M' merged, 'F' table full (nothing filed).
       650-OPEN-OR-MERGE-RA.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING RTV-IDX FROM 1 BY 1
              UNTIL RTV-IDX > WS-RTV-COUNT OR ENTRY-FOUND
                 IF WS-RTV-OPEN(RTV-IDX)
                    AND WS-RTV-SUPPLIER-CODE(RTV-IDX) =
                        WS-OPN-SUPPLIER-CODE
                    AND WS-RTV-PO-NUMBER(RTV-IDX) = WS-OPN-PO-NUMBER
                    AND WS-RTV-PART-NUMBER(RTV-IDX) =
                        WS-OPN-PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO RTV-IDX
                 END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD WS-OPN-RETURN-QTY
                    TO WS-RTV-RETURN-QTY(WS-MATCHED-IDX)
                 MOVE 'M' TO WS-OPEN-RESULT
                 ADD 1 TO WS-MERGED-COUNT
              WHEN WS-RTV-COUNT >= 500
                 MOVE 'F' TO WS-OPEN-RESULT
              WHEN OTHER
                 ADD 1 TO WS-RTV-COUNT
                 MOVE WS-NEXT-RA-NUM TO WS-NEW-RA-NUM
                 ADD 1 TO WS-NEXT-RA-NUM
                 MOVE WS-NEW-RA-ID TO WS-RTV-RA-ID(WS-RTV-COUNT)
                 MOVE WS-OPN-SUPPLIER-CODE
                    TO WS-RTV-SUPPLIER-CODE(WS-RTV-COUNT)
                 MOVE WS-OPN-PO-NUMBER
                    TO WS-RTV-PO-NUMBER(WS-RTV-COUNT)
                 MOVE WS-OPN-PART-NUMBER
                    TO WS-RTV-PART-NUMBER(WS-RTV-COUNT)
                 MOVE WS-OPN-RETURN-QTY
                    TO WS-RTV-RETURN-QTY(WS-RTV-COUNT)
                 MOVE WS-OPN-SOURCE TO WS-RTV-SOURCE(WS-RTV-COUNT)
                 MOVE WS-OPN-SOURCE-REF
                    TO WS-RTV-SOURCE-REF(WS-RTV-COUNT)
                 MOVE 'O' TO WS-RTV-STATUS(WS-RTV-COUNT)
                 MOVE WS-TODAYS-DATE
                    TO WS-RTV-OPENED-DATE(WS-RTV-COUNT)
                 MOVE 'O' TO WS-OPEN-RESULT
                 ADD 1 TO WS-OPENED-COUNT
                 DISPLAY 'RTV OPENED: ' WS-NEW-RA-ID ' '
                    WS-OPN-SUPPLIER-CODE '/' WS-OPN-PO-NUMBER
           END-EVALUATE
           .

      *    One pass of the master prices and addresses every
      *    shipped RA whose memo hasn't been written yet - this
      *    run's shipments and any an earlier run couldn't find.
       700-PRICE-SHIPPED-RAS.
           PERFORM VARYING RTV-IDX FROM 1 BY 1
              UNTIL RTV-IDX > WS-RTV-COUNT
                 IF WS-RTV-SHIPPED(RTV-IDX)
                    AND WS-RTV-MEMO-ID(RTV-IDX) = SPACES
                    AND WS-RTV-SUPPLIER-CODE(RTV-IDX) = SUPPLIER-CODE
                    PERFORM 710-MATCH-RA-TO-PO-SLOT
                 END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       710-MATCH-RA-TO-PO-SLOT.
           MOVE 'N' TO WS-PO-MATCHED-FLAG
           PERFORM VARYING PO-IDX FROM 1 BY 1
              UNTIL PO-IDX > 3 OR PO-SLOT-MATCHED
                 IF PO-NUMBER(PO-IDX) = WS-RTV-PO-NUMBER(RTV-IDX)
                    MOVE 'Y' TO WS-PO-MATCHED-FLAG
                    MOVE UNIT-PRICE(PO-IDX)
                       TO WS-RTV-UNIT-PRICE(RTV-IDX)
                 END-IF
           END-PERFORM
           IF PO-SLOT-MATCHED
              COMPUTE WS-RTV-DEBIT-AMOUNT(RTV-IDX) =
                 WS-RTV-RETURN-QTY(RTV-IDX)
                 * WS-RTV-UNIT-PRICE(RTV-IDX)
              STRING 'RTV-' WS-RTV-RA-ID(RTV-IDX)(3:6)
                 DELIMITED BY SIZE INTO WS-RTV-MEMO-ID(RTV-IDX)
              PERFORM 720-PRINT-PACKING-DOC
              PERFORM 730-WRITE-DEBIT-MEMO
           END-IF
           .

      *    Addressed to the '1' Order address slot - the supplier's
      *    shipping/order desk is who takes the material back.
       720-PRINT-PACKING-DOC.
           MOVE 0 TO WS-ORDER-SLOT
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 4
              IF ORDER-ADDRESS(ADDR-IDX) AND WS-ORDER-SLOT = 0
                 SET WS-ORDER-SLOT TO ADDR-IDX
              END-IF
           END-PERFORM
           MOVE SPACES TO RTVPACK-RECORD
           WRITE RTVPACK-RECORD
           WRITE RTVPACK-RECORD FROM WS-PACK-HEADING
           MOVE WS-RTV-RA-ID(RTV-IDX) TO PKR-RA-ID
           MOVE WS-RTV-SHIPPED-DATE(RTV-IDX) TO PKR-SHIPPED-DATE
           MOVE WS-RTV-SHIP-LOCATION(RTV-IDX) TO PKR-LOCATION
           WRITE RTVPACK-RECORD FROM WS-PACK-RA-LINE
           MOVE SPACES TO PKA-TEXT
           STRING SUPPLIER-CODE ' ' SUPPLIER-NAME
              DELIMITED BY SIZE INTO PKA-TEXT
           WRITE RTVPACK-RECORD FROM WS-PACK-ADDR-LINE
           IF WS-ORDER-SLOT = 0
              MOVE '*** NO ORDER ADDRESS ON FILE ***' TO PKA-TEXT
              WRITE RTVPACK-RECORD FROM WS-PACK-ADDR-LINE
           ELSE
              MOVE ADDRESS-1(WS-ORDER-SLOT) TO PKA-TEXT
              WRITE RTVPACK-RECORD FROM WS-PACK-ADDR-LINE
              IF ADDRESS-2(WS-ORDER-SLOT) NOT = SPACES
                 MOVE ADDRESS-2(WS-ORDER-SLOT) TO PKA-TEXT
                 WRITE RTVPACK-RECORD FROM WS-PACK-ADDR-LINE
              END-IF
              IF ADDRESS-3(WS-ORDER-SLOT) NOT = SPACES
                 MOVE ADDRESS-3(WS-ORDER-SLOT) TO PKA-TEXT
                 WRITE RTVPACK-RECORD FROM WS-PACK-ADDR-LINE
              END-IF
              MOVE CITY(WS-ORDER-SLOT) TO PKC-CITY
              MOVE ADDR-STATE(WS-ORDER-SLOT) TO PKC-STATE
              MOVE ZIP-CODE(WS-ORDER-SLOT) TO PKC-ZIP
              MOVE WS-PACK-CSZ TO PKA-TEXT
              WRITE RTVPACK-RECORD FROM WS-PACK-ADDR-LINE
              IF CONTACT-NAME(WS-ORDER-SLOT) NOT = SPACES
                 MOVE SPACES TO PKA-TEXT
                 STRING 'ATTN: ' CONTACT-NAME(WS-ORDER-SLOT)
                    DELIMITED BY SIZE INTO PKA-TEXT
                 WRITE RTVPACK-RECORD FROM WS-PACK-ADDR-LINE
              END-IF
           END-IF
           MOVE WS-RTV-PART-NUMBER(RTV-IDX) TO PKI-PART-NUMBER
           MOVE WS-RTV-PO-NUMBER(RTV-IDX) TO PKI-PO-NUMBER
           MOVE WS-RTV-RETURN-QTY(RTV-IDX) TO PKI-QTY
           MOVE WS-RTV-SOURCE(RTV-IDX) TO PKI-SOURCE
           MOVE WS-RTV-SOURCE-REF(RTV-IDX) TO PKI-SOURCE-REF
           MOVE WS-RTV-MEMO-ID(RTV-IDX) TO PKI-MEMO-ID
           MOVE WS-RTV-DEBIT-AMOUNT(RTV-IDX) TO PKI-AMOUNT
           WRITE RTVPACK-RECORD FROM WS-PACK-ITEM-LINE
           .

       730-WRITE-DEBIT-MEMO.
           MOVE SPACES TO DEBITMEM-RECORD
           MOVE WS-RTV-MEMO-ID(RTV-IDX) TO DM-MEMO-ID
           MOVE WS-RTV-SUPPLIER-CODE(RTV-IDX) TO DM-SUPPLIER-CODE
           MOVE WS-RTV-PO-NUMBER(RTV-IDX) TO DM-PO-NUMBER
           MOVE 'RTV ' TO DM-SOURCE
           MOVE 'RTV' TO DM-REASON-CODE
           MOVE WS-RTV-DEBIT-AMOUNT(RTV-IDX) TO DM-AMOUNT
           MOVE WS-TODAYS-DATE TO DM-MEMO-DATE
           MOVE WS-RTV-RA-ID(RTV-IDX) TO DM-REFERENCE
           WRITE DEBITMEM-RECORD
           ADD 1 TO WS-MEMO-COUNT
           .

      *    A shipped RA the master pass couldn't price names a PO
      *    the master no longer carries - it stays shipped with no
      *    memo and is retried next run.
       790-REPORT-UNPRICED.
           PERFORM VARYING RTV-IDX FROM 1 BY 1
              UNTIL RTV-IDX > WS-RTV-COUNT
                 IF WS-RTV-SHIPPED(RTV-IDX)
                    AND WS-RTV-MEMO-ID(RTV-IDX) = SPACES
                    DISPLAY 'RTV MEMO HELD - PO NOT ON MASTER: '
                       WS-RTV-RA-ID(RTV-IDX) ' '
                       WS-RTV-SUPPLIER-CODE(RTV-IDX) '/'
                       WS-RTV-PO-NUMBER(RTV-IDX)
                 END-IF
           END-PERFORM
           .

       800-WRITE-NEW-MASTERS.
           PERFORM VARYING RTV-IDX FROM 1 BY 1
              UNTIL RTV-IDX > WS-RTV-COUNT
                 MOVE SPACES TO RTV-NEW-REC
                 MOVE WS-RTV-RA-ID(RTV-IDX)       TO RTN-RA-ID
                 MOVE WS-RTV-SUPPLIER-CODE(RTV-IDX)
                    TO RTN-SUPPLIER-CODE
                 MOVE WS-RTV-PO-NUMBER(RTV-IDX)   TO RTN-PO-NUMBER
                 MOVE WS-RTV-PART-NUMBER(RTV-IDX)
                    TO RTN-PART-NUMBER
                 MOVE WS-RTV-RETURN-QTY(RTV-IDX)  TO RTN-RETURN-QTY
                 MOVE WS-RTV-UNIT-PRICE(RTV-IDX)  TO RTN-UNIT-PRICE
                 MOVE WS-RTV-SOURCE(RTV-IDX)      TO RTN-SOURCE
                 MOVE WS-RTV-SOURCE-REF(RTV-IDX)  TO RTN-SOURCE-REF
                 MOVE WS-RTV-STATUS(RTV-IDX)      TO RTN-STATUS
                 MOVE WS-RTV-OPENED-DATE(RTV-IDX)
                    TO RTN-OPENED-DATE
                 MOVE WS-RTV-SHIPPED-DATE(RTV-IDX)
                    TO RTN-SHIPPED-DATE
                 MOVE WS-RTV-CREDITED-DATE(RTV-IDX)
                    TO RTN-CREDITED-DATE
                 MOVE WS-RTV-MEMO-ID(RTV-IDX)     TO RTN-MEMO-ID
                 MOVE WS-RTV-DEBIT-AMOUNT(RTV-IDX)
                    TO RTN-DEBIT-AMOUNT
                 MOVE WS-RTV-SHIP-LOCATION(RTV-IDX)
                    TO RTN-SHIP-LOCATION
                 WRITE RTV-NEW-REC
           END-PERFORM
           PERFORM VARYING OH-IDX FROM 1 BY 1
              UNTIL OH-IDX > WS-OH-COUNT
                 MOVE SPACES TO ONHAND-NEW-REC
                 MOVE WS-OH-PART-NUMBER(OH-IDX) TO OHN-PART-NUMBER
                 MOVE WS-OH-LOCATION(OH-IDX)    TO OHN-LOCATION
                 MOVE WS-OH-ON-HAND-QTY(OH-IDX) TO OHN-ON-HAND-QTY
                 MOVE WS-OH-LAST-COUNT-DATE(OH-IDX)
                    TO OHN-LAST-COUNT-DATE
                 WRITE ONHAND-NEW-REC
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE RTV-TRANS.
           CLOSE ONHAND-OLD.
           CLOSE PART-SUPP-OLD.
           CLOSE RTV-NEW.
           CLOSE RTVCNEW-REC.
           CLOSE ONHAND-NEW.
           CLOSE DEBITMEM-REC.
           CLOSE RTVPACK-REC.
           CLOSE INVMOVE-REC.
