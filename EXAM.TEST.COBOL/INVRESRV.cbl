      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    INVRESRV.
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
      * //ONHMSTR  DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //DEMDHIST DD DSN=USER66.EXAM.DEV.DEMDHIST.MASTER,DISP=SHR
      * //RCPTPOST DD DSN=USER66.EXAM.DEV.EDI856IN.RCPTPOST,DISP=SHR
      * //RESVPARM DD *
      *   JCL Output
      * //JVOUCHER DD DSN=USER66.EXAM.DEV.INVRESRV.PROPOSED,
      * //            DISP=(,CATLG)
      * //RESVRPT  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Company code for the sister plant's separate legal entity.
      *   Stock belongs to the company its location receives for
      *   (DK-COMPANY-CODE on DOCKCFG, the same company POEDIT holds
      *   a PO's PO-COMPANY-CODE to for that ship-to); a location
      *   not on DOCKCFG, a blank company, or no DOCKCFG at all is
      *   the home company '01'.  The reserve accumulates by company
      *   and GL code, and each company gets its own balanced batch
      *   with JV-COMPANY-CODE on every row, as JVGEN's do.
      *   RESVPARM columns 10-11 name one company to run; blank
      *   runs every company, each still its own batch.
      *   JCL Input (new)
      * //DOCKCFG  DD DSN=USER66.EXAM.DEV.DOCKCFG.MASTER,DISP=SHR
      ***************************************************************
      * Slow-moving and obsolete inventory reserve proposal - the
      * year-end reserve has been a guess.  Every ONHAND part/
      * location with stock is aged by its last activity - the
      * later of its last DEMDHIST usage (any row but a return to
      * stock) and its last RCPTPOST receipt into that location -
      * valued at its current cost, and sorted into a bucket:
      *
      *      CURRENT     moved within 6 months        reserve   0%
      *      6-12 MOS    no movement for 6 months             25%
      *      12-24 MOS   no movement for 12 months            50%
      *      24+ MOS     no movement for 24 months, or       100%
      *                  never moved at all
      *      OBSOLETE    superseded, or fits only vehicle    100%
      *                  years outside PARTEDIT's window
      *
      * A part with a SUPERSEDED-BY-PART-NUMBER, or whose every
      * fitment year is before 1990 or after next year (the window
      * PARTEDIT enforces at keying), goes straight to OBSOLETE
      * whatever its activity.
      *
      * The three aged reserve percents can be overridden on the
      * optional RESVPARM card - columns 1-3, 4-6 and 7-9 for the
      * 6-12, 12-24 and 24+ buckets (e.g. 025050100).  No card, or
      * a card that isn't numeric, runs the standard percents.
      * Columns 10-11 of the same card name one company to run;
      * blank runs every company.
      *
      * Current cost is the ACTIVE PARTSUPL price with the latest
      * effective date; a part with no ACTIVE price is valued zero
      * and flagged.
      *
      * The proposed reserve goes out as a balanced journal batch
      * in JVGEN's voucher format - one debit per GL-COST-CODE,
      * one balancing credit to the inventory reserve account and
      * the batch-control trailer, one batch per company - on its
      * own dataset for finance to review before it is posted.
      * Nothing here posts it.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONHAND-MSTR   ASSIGN TO ONHMSTR.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT DEMDHIST-REC  ASSIGN TO DEMDHIST
               FILE STATUS IS WS-DEMDHIST-FILE-STATUS.
           SELECT RCPTPOST-REC  ASSIGN TO RCPTPOST
               FILE STATUS IS WS-RCPTPOST-FILE-STATUS.
           SELECT RESVPARM-REC  ASSIGN TO RESVPARM
               FILE STATUS IS WS-RESVPARM-FILE-STATUS.
           SELECT DOCKCFG-REC   ASSIGN TO DOCKCFG
               FILE STATUS IS WS-DOCKCFG-FILE-STATUS.
           SELECT JVOUCHER-REC  ASSIGN TO JVOUCHER.
           SELECT RESVRPT-REC   ASSIGN TO RESVRPT.

       DATA DIVISION.
       FILE SECTION.

      *    Same on-hand row ONHPOST maintains.
       FD  ONHAND-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-MSTR-REC.
       01  ONHAND-MSTR-REC.
           05  OHM-PART-NUMBER     PIC X(23).
           05  OHM-LOCATION        PIC X(04).
           05  OHM-ON-HAND-QTY     PIC S9(7).
           05  OHM-LAST-COUNT-DATE PIC 9(08).
           05  FILLER              PIC X(38).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

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
               88 PSL-ACTIVE               VALUE 'A'.
           05  FILLER             PIC X(48).

      *    Same dated usage row TIMEPHAS reads.
       FD  DEMDHIST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEMDHIST-RECORD.
       01  DEMDHIST-RECORD.
           05  DH-PART-NUMBER      PIC X(23).
           05  DH-USAGE-QTY        PIC 9(07).
           05  DH-USAGE-DATE       PIC 9(08).
           05  DH-USAGE-TYPE       PIC X(01).
               88 DH-COUNT-SHORTFALL              VALUE SPACE 'C'.
               88 DH-ISSUE                        VALUE 'I'.
               88 DH-RETURN-TO-STOCK              VALUE 'R'.
           05  FILLER              PIC X(01).

      *    Same receipt-posting row EDI856IN appends.
       FD  RCPTPOST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCPTPOST-RECORD.
       01  RCPTPOST-RECORD.
           05  RP-PART-NUMBER      PIC X(23).
           05  RP-LOCATION         PIC X(04).
           05  RP-RECEIPT-QTY      PIC S9(7).
           05  RP-RECEIPT-DATE     PIC 9(08).
           05  RP-LOT-NUMBER       PIC X(15).
           05  RP-EXPIRY-DATE      PIC 9(08).
           05  FILLER              PIC X(15).

      *    Run control card - aged reserve percents and the
      *    company to run.
       FD  RESVPARM-REC
           DATA RECORD IS RESVPARM-RECORD.
       01  RESVPARM-RECORD.
           05  RVP-PCT-6-MONTHS    PIC X(03).
           05  RVP-PCT-12-MONTHS   PIC X(03).
           05  RVP-PCT-24-MONTHS   PIC X(03).
           05  RVP-COMPANY-CODE    PIC X(02).
           05  FILLER              PIC X(69).

      *    Dock configuration per location - see DOCKCFG.cpy.
       FD  DOCKCFG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCK-CONFIG-ROW.
           COPY 'DOCKCFG'.

      *    Same voucher row JVGEN writes.
       FD  JVOUCHER-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JVOUCHER-RECORD.
       01  JVOUCHER-RECORD.
           05  JV-ROW-TYPE         PIC X(01).
               88 JV-DETAIL-ROW             VALUE 'D'.
               88 JV-CONTROL-ROW            VALUE 'T'.
           05  JV-POST-DATE        PIC 9(08).
           05  JV-ACCOUNT-CODE     PIC X(06).
           05  JV-DR-CR            PIC X(01).
           05  JV-AMOUNT           PIC S9(11)V99.
           05  JV-COMPANY-CODE     PIC X(02).
           05  FILLER              PIC X(49).

       FD  RESVRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESVRPT-RECORD.
       01  RESVRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DEMDHIST-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-RCPTPOST-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-RESVPARM-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-DOCKCFG-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    Blank company codes are the home company.  WS-RUN-COMPANY
      *    spaces = every company.
       01  WS-HOME-COMPANY               PIC X(02)      VALUE '01'.
       01  WS-RUN-COMPANY                PIC X(02)      VALUE SPACES.
       01  WS-ROW-COMPANY                PIC X(02)      VALUE SPACES.

      *    Company each location receives for, off DOCKCFG.
       01  WS-DOCK-COUNT                 PIC 9(03)      VALUE 0.
       01  WS-DOCK-TABLE.
           05  WS-DOCK-ENTRY OCCURS 100 TIMES
                  INDEXED BY DOCK-IDX.
               10 WS-DOCK-LOCATION       PIC X(04)      VALUE SPACES.
               10 WS-DOCK-COMPANY-CODE   PIC X(02)      VALUE SPACES.

      *    Companies with stock aged, in first-seen order - one
      *    voucher batch each.
       01  WS-CO-COUNT                   PIC 9(02)      VALUE 0.
       01  WS-CO-SLOT                    PIC 9(02)      VALUE 0.
       01  WS-CO-FOUND-FLAG              PIC X(01)      VALUE 'N'.
           88 COMPANY-FOUND                             VALUE 'Y'.
       01  WS-COMPANY-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES
                  INDEXED BY CO-IDX.
               10 WS-CO-COMPANY-CODE     PIC X(02)      VALUE SPACES.
       01  WS-BATCH-ROWS                 PIC 9(05)      VALUE 0.

      *    One row per distinct part - obsolescence, GL code, cost
      *    and last usage.
       01  WS-PRT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-PART-TABLE.
           05  WS-PRT-ENTRY OCCURS 3000 TIMES
                  INDEXED BY PRT-IDX.
               10 WS-PRT-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PRT-ON-MASTER       PIC X(01)      VALUE 'N'.
               10 WS-PRT-GL-COST-CODE    PIC X(06)      VALUE SPACES.
               10 WS-PRT-OBSOLETE-WHY    PIC X(01)      VALUE SPACE.
                  88 WS-PRT-SUPERSEDED                  VALUE 'S'.
                  88 WS-PRT-FITMENT-OUT                 VALUE 'F'.
               10 WS-PRT-UNIT-COST       PIC S9(7)V99   VALUE 0.
               10 WS-PRT-PRICE-DATE      PIC 9(08)      VALUE 0.
               10 WS-PRT-COST-FOUND      PIC X(01)      VALUE 'N'.
               10 WS-PRT-LAST-USAGE      PIC 9(08)      VALUE 0.

      *    Last receipt date per part/location.
       01  WS-RCV-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-RECEIPT-TABLE.
           05  WS-RCV-ENTRY OCCURS 3000 TIMES
                  INDEXED BY RCV-IDX.
               10 WS-RCV-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-RCV-LOCATION        PIC X(04)      VALUE SPACES.
               10 WS-RCV-LAST-DATE       PIC 9(08)      VALUE 0.

      *    Every on-hand part/location with stock, aged and valued,
      *    held so the report can list it bucket by bucket.
       01  WS-RSV-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-RESERVE-TABLE.
           05  WS-RSV-ENTRY OCCURS 3000 TIMES
                  INDEXED BY RSV-IDX.
               10 WS-RSV-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-RSV-LOCATION        PIC X(04)      VALUE SPACES.
               10 WS-RSV-ON-HAND-QTY     PIC S9(7)      VALUE 0.
               10 WS-RSV-LAST-USAGE      PIC 9(08)      VALUE 0.
               10 WS-RSV-LAST-RECEIPT    PIC 9(08)      VALUE 0.
               10 WS-RSV-UNIT-COST       PIC S9(7)V99   VALUE 0.
               10 WS-RSV-VALUE           PIC S9(11)V99  VALUE 0.
               10 WS-RSV-BUCKET          PIC 9(01)      VALUE 0.
               10 WS-RSV-PCT             PIC 9(03)      VALUE 0.
               10 WS-RSV-RESERVE         PIC S9(11)V99  VALUE 0.
               10 WS-RSV-GL-COST-CODE    PIC X(06)      VALUE SPACES.
               10 WS-RSV-REMARK          PIC X(17)      VALUE SPACES.
               10 WS-RSV-COMPANY-CODE    PIC X(02)      VALUE SPACES.

      *    The five reserve buckets - name, percent, and totals.
       01  WS-BUCKET-NAMES.
           05  FILLER              PIC X(10)      VALUE 'CURRENT'.
           05  FILLER              PIC X(10)      VALUE '6-12 MOS'.
           05  FILLER              PIC X(10)      VALUE '12-24 MOS'.
           05  FILLER              PIC X(10)      VALUE '24+ MOS'.
           05  FILLER              PIC X(10)      VALUE 'OBSOLETE'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BKT-NAME         PIC X(10)      OCCURS 5 TIMES.
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY OCCURS 5 TIMES
                  INDEXED BY BKT-IDX.
               10 WS-BKT-PCT             PIC 9(03)      VALUE 0.
               10 WS-BKT-COUNT           PIC 9(05)      VALUE 0.
               10 WS-BKT-VALUE           PIC S9(13)V99  VALUE 0.
               10 WS-BKT-RESERVE         PIC S9(13)V99  VALUE 0.

      *    Proposed reserve per company and GL-COST-CODE - the
      *    debit side.
       01  WS-DR-COUNT                   PIC 9(03)      VALUE 0.
       01  WS-DEBIT-TABLE.
           05  WS-DR-ENTRY OCCURS 200 TIMES
                  INDEXED BY DR-IDX.
               10 WS-DR-COMPANY-CODE     PIC X(02)      VALUE SPACES.
               10 WS-DR-GL-COST-CODE     PIC X(06)      VALUE SPACES.
               10 WS-DR-AMOUNT           PIC S9(11)V99  VALUE 0.

      *    The balancing credit account - the contra-inventory
      *    reserve the proposal builds up.
       01  WS-RESERVE-ACCOUNT            PIC X(06)      VALUE 'INVRSV'.

      *    Aged reserve percents - overridden by RESVPARM.
       01  WS-PCT-6-MONTHS               PIC 9(03)      VALUE 25.
       01  WS-PCT-12-MONTHS              PIC 9(03)      VALUE 50.
       01  WS-PCT-24-MONTHS              PIC 9(03)      VALUE 100.

      *    PARTEDIT's vehicle-year window - 1990 through next year.
       01  WS-VEHICLE-YEAR-LOW           PIC 9(04)      VALUE 1990.
       01  WS-VEHICLE-YEAR-HIGH          PIC 9(04)      VALUE 0.
       01  WS-VEHICLE-YEAR               PIC 9(04)      VALUE 0.
       01  WS-FITS-IN-WINDOW             PIC 9(01)      VALUE 0.
       01  WS-FITS-OUT-WINDOW            PIC 9(01)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ROWS-AGED               PIC 9(05)      VALUE 0.
           05 WS-NO-COST-COUNT           PIC 9(05)      VALUE 0.
           05 WS-DETAIL-ROWS             PIC 9(05)      VALUE 0.

       01  WS-TOTAL-DEBITS               PIC S9(13)V99  VALUE 0.
       01  WS-TOTAL-CREDITS              PIC S9(13)V99  VALUE 0.
       01  WS-TOTAL-VALUE                PIC S9(13)V99  VALUE 0.
       01  WS-TOTAL-RESERVE              PIC S9(13)V99  VALUE 0.
       01  WS-LAST-ACTIVITY              PIC 9(08)      VALUE 0.
       01  WS-DAYS-IDLE                  PIC S9(07)     VALUE 0.
       01  WS-TODAY-INT                  PIC S9(07)     VALUE 0.
       01  WS-BUCKET                     PIC 9(01)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-YEAR            PIC 9(04)      VALUE 0.
           05  FILLER                    PIC 9(04)      VALUE 0.
       01  WS-TODAYS-DATE-NUM REDEFINES WS-TODAYS-DATE
                                         PIC 9(08).

       01  ONHMSTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-ONHAND                            VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.
       01  DEMDHIST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-USAGE                             VALUE 'Y'.
       01  RCPTPOST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-RECEIPTS                          VALUE 'Y'.
       01  DOCKCFG-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-DOCKS                             VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(48)      VALUE
               'SLOW-MOVING AND OBSOLETE INVENTORY RESERVE - AS '.
           05  FILLER              PIC X(03)      VALUE 'OF '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(73)      VALUE SPACES.

       01  WS-BUCKET-HEADING.
           05  FILLER              PIC X(08)      VALUE 'BUCKET: '.
           05  RBH-BUCKET-NAME     PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(12)      VALUE ' RESERVE AT '.
           05  RBH-PCT             PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE '%'.
           05  FILLER              PIC X(98)      VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(28)      VALUE
               'PART NUMBER             LOC '.
           05  FILLER              PIC X(28)      VALUE
               'LAST USE LAST RCV  ON HAND '.
           05  FILLER              PIC X(28)      VALUE
               ' UNIT COST           VALUE '.
           05  FILLER              PIC X(31)      VALUE
               'PCT         RESERVE BUCKET     '.
           05  FILLER              PIC X(17)      VALUE 'REMARK'.

       01  WS-RPT-DETAIL.
           05  RSD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSD-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSD-LAST-USAGE      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSD-LAST-RECEIPT    PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSD-ON-HAND-QTY     PIC ZZZZZZ9-   VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSD-UNIT-COST       PIC ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSD-VALUE           PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSD-PCT             PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSD-RESERVE         PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSD-BUCKET          PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSD-REMARK          PIC X(17)      VALUE SPACES.

       01  WS-SUMMARY-COLUMN-LINE.
           05  FILLER              PIC X(22)      VALUE
               'BUCKET'.
           05  FILLER              PIC X(09)      VALUE
               '     ROWS'.
           05  FILLER              PIC X(21)      VALUE
               '       ON-HAND VALUE'.
           05  FILLER              PIC X(21)      VALUE
               '    PROPOSED RESERVE'.
           05  FILLER              PIC X(59)      VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  RSM-TITLE           PIC X(22)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSM-COUNT           PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSM-VALUE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RSM-RESERVE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(59)      VALUE SPACES.

       01  WS-JV-DETAIL.
           05  JVD-ACCOUNT-CODE    PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  JVD-DR-CR           PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  JVD-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE
               SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  JVD-REMARK          PIC X(40)      VALUE SPACES.
           05  FILLER              PIC X(63)      VALUE SPACES.

       01  WS-JV-CONTROL-LINE.
           05  FILLER              PIC X(07)      VALUE 'ROWS: '.
           05  JVC-ROW-COUNT       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(13)      VALUE
               '  DEBITS:    '.
           05  JVC-TOTAL-DR        PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE
               SPACES.
           05  FILLER              PIC X(13)      VALUE
               '  CREDITS:   '.
           05  JVC-TOTAL-CR        PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE
               SPACES.
           05  FILLER              PIC X(58)      VALUE SPACES.

       01  WS-RPT-CO-HEADING.
           05  FILLER              PIC X(08)      VALUE 'COMPANY '.
           05  JVH-COMPANY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(122)     VALUE SPACES.

       01  WS-SECTION-LINE.
           05  RSL-TITLE           PIC X(60)      VALUE SPACES.
           05  FILLER              PIC X(72)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RESERVE-PARMS.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-PART-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 400-FOLD-IN-UNIT-COSTS.
           PERFORM 450-FOLD-IN-LAST-USAGE.
           PERFORM 470-LOAD-LAST-RECEIPTS.
           PERFORM 490-LOAD-DOCK-COMPANIES.
           PERFORM 500-AGE-ONHAND UNTIL NO-MORE-ONHAND.
           PERFORM 700-PRINT-BY-BUCKET.
           PERFORM 750-PRINT-SUMMARY.
           PERFORM 800-WRITE-VOUCHER-BATCH.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'INVRESRV COMPLETE - ROWS AGED: ' WS-ROWS-AGED
              ' NO COST: ' WS-NO-COST-COUNT
              ' JV ROWS: ' WS-DETAIL-ROWS.
           GOBACK.

       000-INIT.
           INITIALIZE WS-PRT-COUNT.
           INITIALIZE WS-PART-TABLE.
           INITIALIZE WS-RCV-COUNT.
           INITIALIZE WS-RECEIPT-TABLE.
           INITIALIZE WS-RSV-COUNT.
           INITIALIZE WS-RESERVE-TABLE.
           INITIALIZE WS-BUCKET-TABLE.
           INITIALIZE WS-DR-COUNT.
           INITIALIZE WS-DEBIT-TABLE.
           INITIALIZE WS-DOCK-COUNT.
           INITIALIZE WS-DOCK-TABLE.
           INITIALIZE WS-CO-COUNT.
           INITIALIZE WS-COMPANY-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           MOVE 0 TO WS-TOTAL-VALUE.
           MOVE 0 TO WS-TOTAL-RESERVE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-NUM).
           COMPUTE WS-VEHICLE-YEAR-HIGH = WS-TODAYS-YEAR + 1.
           MOVE 'N' TO ONHMSTR-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO DEMDHIST-EOF.
           MOVE 'N' TO RCPTPOST-EOF.
           MOVE 'N' TO DOCKCFG-EOF.
           MOVE SPACES TO WS-RUN-COMPANY.

      *    A missing card, or one that isn't numeric, keeps the
      *    standard 25/50/100.  A card keyed for the company alone
      *    (percents blank) keeps them without comment.
       050-READ-RESERVE-PARMS.
           OPEN INPUT RESVPARM-REC
           IF WS-RESVPARM-FILE-STATUS = '00'
              READ RESVPARM-REC
                 AT END MOVE SPACES TO RESVPARM-RECORD
              END-READ
              MOVE RVP-COMPANY-CODE TO WS-RUN-COMPANY
              EVALUATE TRUE
                 WHEN RESVPARM-RECORD(1:9) = SPACES
                    CONTINUE
                 WHEN RVP-PCT-6-MONTHS NUMERIC
                    AND RVP-PCT-12-MONTHS NUMERIC
                    AND RVP-PCT-24-MONTHS NUMERIC
                    MOVE RVP-PCT-6-MONTHS TO WS-PCT-6-MONTHS
                    MOVE RVP-PCT-12-MONTHS TO WS-PCT-12-MONTHS
                    MOVE RVP-PCT-24-MONTHS TO WS-PCT-24-MONTHS
                 WHEN OTHER
                    DISPLAY 'INVRESRV PERCENT CARD NOT NUMERIC - '
                       'USING ' WS-PCT-6-MONTHS '/' WS-PCT-12-MONTHS
                       '/' WS-PCT-24-MONTHS
              END-EVALUATE
              CLOSE RESVPARM-REC
           END-IF
           MOVE 0                TO WS-BKT-PCT(1)
           MOVE WS-PCT-6-MONTHS  TO WS-BKT-PCT(2)
           MOVE WS-PCT-12-MONTHS TO WS-BKT-PCT(3)
           MOVE WS-PCT-24-MONTHS TO WS-BKT-PCT(4)
           MOVE 100              TO WS-BKT-PCT(5)
           .

       100-OPEN-FILES.
           OPEN INPUT ONHAND-MSTR.
           OPEN INPUT PART-SUPP-OLD.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT JVOUCHER-REC.
           OPEN OUTPUT RESVRPT-REC.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.
           READ ONHAND-MSTR
              AT END MOVE 'Y' TO ONHMSTR-EOF
           END-READ.
           MOVE WS-TODAYS-DATE-NUM TO RHD-TODAYS-DATE.
           WRITE RESVRPT-RECORD FROM WS-RPT-HEADING.

      *    First row per part carries its GL code; superseded or
      *    out-of-window fitment on any of its rows makes it
      *    obsolete.
       300-LOAD-PART-MASTER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT OR ENTRY-FOUND
                 IF WS-PRT-PART-NUMBER(PRT-IDX) = PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO PRT-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-PRT-COUNT < 3000
                 ADD 1 TO WS-PRT-COUNT
                 MOVE WS-PRT-COUNT TO WS-SLOT
                 MOVE PART-NUMBER TO WS-PRT-PART-NUMBER(WS-SLOT)
                 MOVE 'Y' TO WS-PRT-ON-MASTER(WS-SLOT)
                 MOVE GL-COST-CODE TO WS-PRT-GL-COST-CODE(WS-SLOT)
              ELSE
                 MOVE 0 TO WS-SLOT
              END-IF
           END-IF
           IF WS-SLOT > 0
              IF SUPERSEDED-BY-PART-NUMBER NOT = SPACES
                 MOVE 'S' TO WS-PRT-OBSOLETE-WHY(WS-SLOT)
              ELSE
                 PERFORM 310-CHECK-FITMENT-WINDOW
              END-IF
           END-IF
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

      *    Only a part with fitments, none of them inside the
      *    window, is out.  A year that isn't numeric proves
      *    nothing either way and is left out of the count.
       310-CHECK-FITMENT-WINDOW.
           MOVE 0 TO WS-FITS-IN-WINDOW
           MOVE 0 TO WS-FITS-OUT-WINDOW
           PERFORM VARYING FIT-IDX FROM 1 BY 1 UNTIL FIT-IDX > 3
              IF VEHICLE-MAKE(FIT-IDX) NOT = SPACES
                 AND VEHICLE-YEAR(FIT-IDX) IS NUMERIC
                 MOVE VEHICLE-YEAR(FIT-IDX) TO WS-VEHICLE-YEAR
                 IF WS-VEHICLE-YEAR < WS-VEHICLE-YEAR-LOW OR
                    WS-VEHICLE-YEAR > WS-VEHICLE-YEAR-HIGH
                    ADD 1 TO WS-FITS-OUT-WINDOW
                 ELSE
                    ADD 1 TO WS-FITS-IN-WINDOW
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FITS-OUT-WINDOW > 0 AND WS-FITS-IN-WINDOW = 0
              AND NOT WS-PRT-SUPERSEDED(WS-SLOT)
              MOVE 'F' TO WS-PRT-OBSOLETE-WHY(WS-SLOT)
           END-IF
           .

      *    Current cost - the ACTIVE price with the latest
      *    effective date; the lower price breaks a tie.  A priced
      *    part missing from the collated master still gets a row,
      *    so its stock is valued and its usage found.
       400-FOLD-IN-UNIT-COSTS.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PARTSUPL
              IF PSL-ACTIVE
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING PRT-IDX FROM 1 BY 1
                    UNTIL PRT-IDX > WS-PRT-COUNT OR ENTRY-FOUND
                       IF WS-PRT-PART-NUMBER(PRT-IDX) =
                          PSL-PART-NUMBER
                          MOVE 'Y' TO WS-FOUND-FLAG
                          PERFORM 410-KEEP-CURRENT-PRICE
                       END-IF
                 END-PERFORM
                 IF NOT ENTRY-FOUND AND WS-PRT-COUNT < 3000
                    ADD 1 TO WS-PRT-COUNT
                    SET PRT-IDX TO WS-PRT-COUNT
                    MOVE PSL-PART-NUMBER TO WS-PRT-PART-NUMBER(PRT-IDX)
                    PERFORM 410-KEEP-CURRENT-PRICE
                 END-IF
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

       410-KEEP-CURRENT-PRICE.
           IF WS-PRT-COST-FOUND(PRT-IDX) = 'N'
              OR PSL-PRICE-EFF-DATE > WS-PRT-PRICE-DATE(PRT-IDX)
              OR (PSL-PRICE-EFF-DATE = WS-PRT-PRICE-DATE(PRT-IDX)
                  AND PSL-UNIT-PRICE < WS-PRT-UNIT-COST(PRT-IDX))
              MOVE 'Y' TO WS-PRT-COST-FOUND(PRT-IDX)
              MOVE PSL-UNIT-PRICE TO WS-PRT-UNIT-COST(PRT-IDX)
              MOVE PSL-PRICE-EFF-DATE TO WS-PRT-PRICE-DATE(PRT-IDX)
           END-IF
           .

      *    Last usage per part - any usage row but a return to
      *    stock.  A missing demand history leaves every part
      *    aged off its receipts alone.
       450-FOLD-IN-LAST-USAGE.
           OPEN INPUT DEMDHIST-REC
           IF WS-DEMDHIST-FILE-STATUS = '00'
              READ DEMDHIST-REC
                 AT END MOVE 'Y' TO DEMDHIST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-USAGE
                 IF NOT DH-RETURN-TO-STOCK
                    AND DH-USAGE-DATE NUMERIC
                    PERFORM VARYING PRT-IDX FROM 1 BY 1
                       UNTIL PRT-IDX > WS-PRT-COUNT
                          IF WS-PRT-PART-NUMBER(PRT-IDX) =
                             DH-PART-NUMBER
                             AND DH-USAGE-DATE >
                                WS-PRT-LAST-USAGE(PRT-IDX)
                             MOVE DH-USAGE-DATE
                                TO WS-PRT-LAST-USAGE(PRT-IDX)
                          END-IF
                    END-PERFORM
                 END-IF
                 READ DEMDHIST-REC
                    AT END MOVE 'Y' TO DEMDHIST-EOF
                 END-READ
              END-PERFORM
              CLOSE DEMDHIST-REC
           END-IF
           .

      *    Last receipt per part/location.  A missing receipt feed
      *    leaves every row aged off its usage alone.
       470-LOAD-LAST-RECEIPTS.
           OPEN INPUT RCPTPOST-REC
           IF WS-RCPTPOST-FILE-STATUS = '00'
              READ RCPTPOST-REC
                 AT END MOVE 'Y' TO RCPTPOST-EOF
              END-READ
              PERFORM UNTIL NO-MORE-RECEIPTS
                 IF RP-RECEIPT-DATE NUMERIC
                    PERFORM 480-KEEP-LAST-RECEIPT
                 END-IF
                 READ RCPTPOST-REC
                    AT END MOVE 'Y' TO RCPTPOST-EOF
                 END-READ
              END-PERFORM
              CLOSE RCPTPOST-REC
           END-IF
           .

      *    Company per location.  A missing DOCKCFG leaves every
      *    location the home company's.
       490-LOAD-DOCK-COMPANIES.
           OPEN INPUT DOCKCFG-REC
           IF WS-DOCKCFG-FILE-STATUS = '00'
              READ DOCKCFG-REC
                 AT END MOVE 'Y' TO DOCKCFG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-DOCKS
                 IF WS-DOCK-COUNT < 100
                    ADD 1 TO WS-DOCK-COUNT
                    SET DOCK-IDX TO WS-DOCK-COUNT
                    MOVE DK-LOCATION TO WS-DOCK-LOCATION(DOCK-IDX)
                    MOVE DK-COMPANY-CODE
                       TO WS-DOCK-COMPANY-CODE(DOCK-IDX)
                 END-IF
                 READ DOCKCFG-REC
                    AT END MOVE 'Y' TO DOCKCFG-EOF
                 END-READ
              END-PERFORM
              CLOSE DOCKCFG-REC
           END-IF
           .

       480-KEEP-LAST-RECEIPT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING RCV-IDX FROM 1 BY 1
              UNTIL RCV-IDX > WS-RCV-COUNT OR ENTRY-FOUND
                 IF WS-RCV-PART-NUMBER(RCV-IDX) = RP-PART-NUMBER
                    AND WS-RCV-LOCATION(RCV-IDX) = RP-LOCATION
                    MOVE 'Y' TO WS-FOUND-FLAG
                    IF RP-RECEIPT-DATE > WS-RCV-LAST-DATE(RCV-IDX)
                       MOVE RP-RECEIPT-DATE
                          TO WS-RCV-LAST-DATE(RCV-IDX)
                    END-IF
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND WS-RCV-COUNT < 3000
              ADD 1 TO WS-RCV-COUNT
              MOVE RP-PART-NUMBER TO WS-RCV-PART-NUMBER(WS-RCV-COUNT)
              MOVE RP-LOCATION TO WS-RCV-LOCATION(WS-RCV-COUNT)
              MOVE RP-RECEIPT-DATE TO WS-RCV-LAST-DATE(WS-RCV-COUNT)
           END-IF
           .

      *    Age, bucket and value one on-hand row.  Nothing on hand,
      *    nothing to reserve.  Stock of a company other than
      *    RESVPARM's is left for that company's run.
       500-AGE-ONHAND.
           PERFORM 505-FIND-ROW-COMPANY
           IF OHM-ON-HAND-QTY > 0
              AND (WS-RUN-COMPANY = SPACES
                   OR WS-ROW-COMPANY = WS-RUN-COMPANY)
              PERFORM 540-FIND-COMPANY-SLOT
           ELSE
              MOVE 0 TO WS-CO-SLOT
           END-IF
           IF WS-CO-SLOT > 0
              IF WS-RSV-COUNT < 3000
                 ADD 1 TO WS-RSV-COUNT
                 SET RSV-IDX TO WS-RSV-COUNT
                 PERFORM 510-AGE-ONE-ROW
              ELSE
                 DISPLAY 'INVRESRV TABLE FULL - NOT AGED: '
                    OHM-PART-NUMBER '/' OHM-LOCATION
              END-IF
           END-IF
           READ ONHAND-MSTR
              AT END MOVE 'Y' TO ONHMSTR-EOF
           END-READ
           .

       505-FIND-ROW-COMPANY.
           MOVE SPACES TO WS-ROW-COMPANY
           PERFORM VARYING DOCK-IDX FROM 1 BY 1
              UNTIL DOCK-IDX > WS-DOCK-COUNT
                 IF WS-DOCK-LOCATION(DOCK-IDX) = OHM-LOCATION
                    MOVE WS-DOCK-COMPANY-CODE(DOCK-IDX)
                       TO WS-ROW-COMPANY
                 END-IF
           END-PERFORM
           IF WS-ROW-COMPANY = SPACES
              MOVE WS-HOME-COMPANY TO WS-ROW-COMPANY
           END-IF
           .

       510-AGE-ONE-ROW.
           ADD 1 TO WS-ROWS-AGED
           MOVE WS-ROW-COMPANY TO WS-RSV-COMPANY-CODE(RSV-IDX)
           MOVE OHM-PART-NUMBER TO WS-RSV-PART-NUMBER(RSV-IDX)
           MOVE OHM-LOCATION TO WS-RSV-LOCATION(RSV-IDX)
           MOVE OHM-ON-HAND-QTY TO WS-RSV-ON-HAND-QTY(RSV-IDX)
           MOVE SPACES TO WS-RSV-REMARK(RSV-IDX)
           MOVE 0 TO WS-BUCKET
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT OR ENTRY-FOUND
                 IF WS-PRT-PART-NUMBER(PRT-IDX) = OHM-PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO PRT-IDX
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              MOVE WS-PRT-LAST-USAGE(WS-SLOT)
                 TO WS-RSV-LAST-USAGE(RSV-IDX)
              MOVE WS-PRT-UNIT-COST(WS-SLOT)
                 TO WS-RSV-UNIT-COST(RSV-IDX)
              MOVE WS-PRT-GL-COST-CODE(WS-SLOT)
                 TO WS-RSV-GL-COST-CODE(RSV-IDX)
              IF WS-PRT-ON-MASTER(WS-SLOT) = 'N'
                 MOVE 'NOT ON MASTER' TO WS-RSV-REMARK(RSV-IDX)
              END-IF
              IF WS-PRT-COST-FOUND(WS-SLOT) = 'N'
                 MOVE 'NO ACTIVE PRICE' TO WS-RSV-REMARK(RSV-IDX)
                 ADD 1 TO WS-NO-COST-COUNT
              END-IF
              IF WS-PRT-SUPERSEDED(WS-SLOT)
                 MOVE 5 TO WS-BUCKET
                 MOVE 'SUPERSEDED' TO WS-RSV-REMARK(RSV-IDX)
              END-IF
              IF WS-PRT-FITMENT-OUT(WS-SLOT)
                 MOVE 5 TO WS-BUCKET
                 MOVE 'FITMENT OUT' TO WS-RSV-REMARK(RSV-IDX)
              END-IF
           ELSE
              MOVE 'NOT ON MASTER' TO WS-RSV-REMARK(RSV-IDX)
              ADD 1 TO WS-NO-COST-COUNT
           END-IF
           PERFORM VARYING RCV-IDX FROM 1 BY 1
              UNTIL RCV-IDX > WS-RCV-COUNT
                 IF WS-RCV-PART-NUMBER(RCV-IDX) = OHM-PART-NUMBER
                    AND WS-RCV-LOCATION(RCV-IDX) = OHM-LOCATION
                    MOVE WS-RCV-LAST-DATE(RCV-IDX)
                       TO WS-RSV-LAST-RECEIPT(RSV-IDX)
                 END-IF
           END-PERFORM
           IF WS-BUCKET = 0
              PERFORM 520-BUCKET-BY-AGE
           END-IF
           MOVE WS-BUCKET TO WS-RSV-BUCKET(RSV-IDX)
           MOVE WS-BKT-PCT(WS-BUCKET) TO WS-RSV-PCT(RSV-IDX)
           COMPUTE WS-RSV-VALUE(RSV-IDX) ROUNDED =
              WS-RSV-ON-HAND-QTY(RSV-IDX) * WS-RSV-UNIT-COST(RSV-IDX)
           COMPUTE WS-RSV-RESERVE(RSV-IDX) ROUNDED =
              WS-RSV-VALUE(RSV-IDX) * WS-RSV-PCT(RSV-IDX) / 100
           ADD 1 TO WS-BKT-COUNT(WS-BUCKET)
           ADD WS-RSV-VALUE(RSV-IDX) TO WS-BKT-VALUE(WS-BUCKET)
           ADD WS-RSV-RESERVE(RSV-IDX) TO WS-BKT-RESERVE(WS-BUCKET)
           ADD WS-RSV-VALUE(RSV-IDX) TO WS-TOTAL-VALUE
           ADD WS-RSV-RESERVE(RSV-IDX) TO WS-TOTAL-RESERVE
           IF WS-RSV-RESERVE(RSV-IDX) NOT = 0
              PERFORM 530-ACCUMULATE-BY-GL-CODE
           END-IF
           .

      *    Days idle since the later of last usage and last
      *    receipt - 6 months is taken as 182 days, 12 as 365, 24
      *    as 730.  Never used and never received is 24+.
       520-BUCKET-BY-AGE.
           MOVE WS-RSV-LAST-USAGE(RSV-IDX) TO WS-LAST-ACTIVITY
           IF WS-RSV-LAST-RECEIPT(RSV-IDX) > WS-LAST-ACTIVITY
              MOVE WS-RSV-LAST-RECEIPT(RSV-IDX) TO WS-LAST-ACTIVITY
           END-IF
           IF WS-LAST-ACTIVITY = 0
              MOVE 4 TO WS-BUCKET
              IF WS-RSV-REMARK(RSV-IDX) = SPACES
                 MOVE 'NEVER MOVED' TO WS-RSV-REMARK(RSV-IDX)
              END-IF
           ELSE
              COMPUTE WS-DAYS-IDLE = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY)
              EVALUATE TRUE
                 WHEN WS-DAYS-IDLE >= 730
                    MOVE 4 TO WS-BUCKET
                 WHEN WS-DAYS-IDLE >= 365
                    MOVE 3 TO WS-BUCKET
                 WHEN WS-DAYS-IDLE >= 182
                    MOVE 2 TO WS-BUCKET
                 WHEN OTHER
                    MOVE 1 TO WS-BUCKET
              END-EVALUATE
           END-IF
           .

       530-ACCUMULATE-BY-GL-CODE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING DR-IDX FROM 1 BY 1
              UNTIL DR-IDX > WS-DR-COUNT OR ENTRY-FOUND
                 IF WS-DR-GL-COST-CODE(DR-IDX) =
                    WS-RSV-GL-COST-CODE(RSV-IDX)
                    AND WS-DR-COMPANY-CODE(DR-IDX) =
                    WS-RSV-COMPANY-CODE(RSV-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO DR-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-DR-COUNT < 200
                 ADD 1 TO WS-DR-COUNT
                 MOVE WS-DR-COUNT TO WS-SLOT
                 MOVE WS-RSV-COMPANY-CODE(RSV-IDX)
                    TO WS-DR-COMPANY-CODE(WS-SLOT)
                 MOVE WS-RSV-GL-COST-CODE(RSV-IDX)
                    TO WS-DR-GL-COST-CODE(WS-SLOT)
              ELSE
                 MOVE 200 TO WS-SLOT
              END-IF
           END-IF
           ADD WS-RSV-RESERVE(RSV-IDX) TO WS-DR-AMOUNT(WS-SLOT)
           .

      *    The company's place on the batch table, added on first
      *    sight - JVGEN's 605-FIND-COMPANY-SLOT.  A company with no
      *    room left comes back as slot 0 and its stock is not aged
      *    rather than journalled to another company.
       540-FIND-COMPANY-SLOT.
           MOVE 'N' TO WS-CO-FOUND-FLAG
           MOVE 0 TO WS-CO-SLOT
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT OR COMPANY-FOUND
                 IF WS-CO-COMPANY-CODE(CO-IDX) = WS-ROW-COMPANY
                    MOVE 'Y' TO WS-CO-FOUND-FLAG
                    SET WS-CO-SLOT TO CO-IDX
                 END-IF
           END-PERFORM
           IF NOT COMPANY-FOUND
              IF WS-CO-COUNT < 20
                 ADD 1 TO WS-CO-COUNT
                 MOVE WS-CO-COUNT TO WS-CO-SLOT
                 MOVE WS-ROW-COMPANY TO WS-CO-COMPANY-CODE(WS-CO-SLOT)
              ELSE
                 DISPLAY 'INVRESRV COMPANY TABLE FULL - NOT AGED: '
                    WS-ROW-COMPANY ' ' OHM-PART-NUMBER '/'
                    OHM-LOCATION
              END-IF
           END-IF
           .

      *    Detail listed bucket by bucket, most reserved last.
       700-PRINT-BY-BUCKET.
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 5
              IF WS-BKT-COUNT(BKT-IDX) > 0
                 MOVE SPACES TO RESVRPT-RECORD
                 WRITE RESVRPT-RECORD
                 MOVE WS-BKT-NAME(BKT-IDX) TO RBH-BUCKET-NAME
                 MOVE WS-BKT-PCT(BKT-IDX) TO RBH-PCT
                 WRITE RESVRPT-RECORD FROM WS-BUCKET-HEADING
                 WRITE RESVRPT-RECORD FROM WS-COLUMN-LINE
                 PERFORM VARYING RSV-IDX FROM 1 BY 1
                    UNTIL RSV-IDX > WS-RSV-COUNT
                       IF WS-RSV-BUCKET(RSV-IDX) = BKT-IDX
                          PERFORM 710-PRINT-ONE-ROW
                       END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       710-PRINT-ONE-ROW.
           MOVE WS-RSV-PART-NUMBER(RSV-IDX) TO RSD-PART-NUMBER
           MOVE WS-RSV-LOCATION(RSV-IDX) TO RSD-LOCATION
           IF WS-RSV-LAST-USAGE(RSV-IDX) = 0
              MOVE 'NONE' TO RSD-LAST-USAGE
           ELSE
              MOVE WS-RSV-LAST-USAGE(RSV-IDX) TO RSD-LAST-USAGE
           END-IF
           IF WS-RSV-LAST-RECEIPT(RSV-IDX) = 0
              MOVE 'NONE' TO RSD-LAST-RECEIPT
           ELSE
              MOVE WS-RSV-LAST-RECEIPT(RSV-IDX) TO RSD-LAST-RECEIPT
           END-IF
           MOVE WS-RSV-ON-HAND-QTY(RSV-IDX) TO RSD-ON-HAND-QTY
           MOVE WS-RSV-UNIT-COST(RSV-IDX) TO RSD-UNIT-COST
           MOVE WS-RSV-VALUE(RSV-IDX) TO RSD-VALUE
           MOVE WS-RSV-PCT(RSV-IDX) TO RSD-PCT
           MOVE WS-RSV-RESERVE(RSV-IDX) TO RSD-RESERVE
           MOVE WS-BKT-NAME(BKT-IDX) TO RSD-BUCKET
           MOVE WS-RSV-REMARK(RSV-IDX) TO RSD-REMARK
           WRITE RESVRPT-RECORD FROM WS-RPT-DETAIL
           .

       750-PRINT-SUMMARY.
           MOVE SPACES TO RESVRPT-RECORD
           WRITE RESVRPT-RECORD
           MOVE 'RESERVE SUMMARY BY BUCKET' TO RSL-TITLE
           WRITE RESVRPT-RECORD FROM WS-SECTION-LINE
           WRITE RESVRPT-RECORD FROM WS-SUMMARY-COLUMN-LINE
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 5
              MOVE WS-BKT-NAME(BKT-IDX) TO RSM-TITLE
              MOVE WS-BKT-COUNT(BKT-IDX) TO RSM-COUNT
              MOVE WS-BKT-VALUE(BKT-IDX) TO RSM-VALUE
              MOVE WS-BKT-RESERVE(BKT-IDX) TO RSM-RESERVE
              WRITE RESVRPT-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE 'TOTAL' TO RSM-TITLE
           MOVE WS-ROWS-AGED TO RSM-COUNT
           MOVE WS-TOTAL-VALUE TO RSM-VALUE
           MOVE WS-TOTAL-RESERVE TO RSM-RESERVE
           WRITE RESVRPT-RECORD FROM WS-SUMMARY-LINE
           IF WS-NO-COST-COUNT > 0
              MOVE 'ROWS VALUED ZERO - NO ACTIVE PRICE ON FILE'
                 TO RSL-TITLE
              WRITE RESVRPT-RECORD FROM WS-SECTION-LINE
           END-IF
           .

      *    One debit per GL code, one balancing credit to the
      *    reserve account, and the control trailer - the same
      *    batch JVGEN builds, one per company, held for finance's
      *    review.  A run with no stock at all still writes the
      *    empty batch for the company it was run for.
       800-WRITE-VOUCHER-BATCH.
           MOVE SPACES TO RESVRPT-RECORD
           WRITE RESVRPT-RECORD
           MOVE 'PROPOSED RESERVE JOURNAL - FOR REVIEW, NOT POSTED'
              TO RSL-TITLE
           WRITE RESVRPT-RECORD FROM WS-SECTION-LINE
           IF WS-CO-COUNT = 0
              MOVE 1 TO WS-CO-COUNT
              IF WS-RUN-COMPANY = SPACES
                 MOVE WS-HOME-COMPANY TO WS-CO-COMPANY-CODE(1)
              ELSE
                 MOVE WS-RUN-COMPANY TO WS-CO-COMPANY-CODE(1)
              END-IF
           END-IF
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > WS-CO-COUNT
                 PERFORM 805-WRITE-COMPANY-BATCH
           END-PERFORM
           .

       805-WRITE-COMPANY-BATCH.
           MOVE WS-CO-COMPANY-CODE(CO-IDX) TO WS-ROW-COMPANY
           MOVE 0 TO WS-TOTAL-DEBITS
           MOVE 0 TO WS-TOTAL-CREDITS
           MOVE 0 TO WS-BATCH-ROWS
           MOVE WS-ROW-COMPANY TO JVH-COMPANY-CODE
           WRITE RESVRPT-RECORD FROM WS-RPT-CO-HEADING
           PERFORM VARYING DR-IDX FROM 1 BY 1
              UNTIL DR-IDX > WS-DR-COUNT
                 IF WS-DR-COMPANY-CODE(DR-IDX) = WS-ROW-COMPANY
                    PERFORM 810-WRITE-ONE-DEBIT
                 END-IF
           END-PERFORM
           MOVE SPACES TO JVOUCHER-RECORD
           MOVE 'D' TO JV-ROW-TYPE
           MOVE WS-TODAYS-DATE-NUM TO JV-POST-DATE
           MOVE WS-RESERVE-ACCOUNT TO JV-ACCOUNT-CODE
           MOVE 'C' TO JV-DR-CR
           MOVE WS-TOTAL-DEBITS TO JV-AMOUNT
           MOVE WS-ROW-COMPANY TO JV-COMPANY-CODE
           WRITE JVOUCHER-RECORD
           ADD 1 TO WS-DETAIL-ROWS WS-BATCH-ROWS
           ADD WS-TOTAL-DEBITS TO WS-TOTAL-CREDITS
           MOVE SPACES TO WS-JV-DETAIL
           MOVE WS-RESERVE-ACCOUNT TO JVD-ACCOUNT-CODE
           MOVE 'CR' TO JVD-DR-CR
           MOVE WS-TOTAL-DEBITS TO JVD-AMOUNT
           MOVE 'INVENTORY RESERVE - BALANCING CREDIT' TO JVD-REMARK
           WRITE RESVRPT-RECORD FROM WS-JV-DETAIL
           MOVE SPACES TO JVOUCHER-RECORD
           MOVE 'T' TO JV-ROW-TYPE
           MOVE WS-TODAYS-DATE-NUM TO JV-POST-DATE
           MOVE SPACES TO JV-ACCOUNT-CODE
           MOVE SPACE TO JV-DR-CR
           MOVE WS-BATCH-ROWS TO JV-AMOUNT
           MOVE WS-ROW-COMPANY TO JV-COMPANY-CODE
           WRITE JVOUCHER-RECORD
           MOVE WS-BATCH-ROWS   TO JVC-ROW-COUNT
           MOVE WS-TOTAL-DEBITS TO JVC-TOTAL-DR
           MOVE WS-TOTAL-CREDITS TO JVC-TOTAL-CR
           WRITE RESVRPT-RECORD FROM WS-JV-CONTROL-LINE
           .

       810-WRITE-ONE-DEBIT.
           MOVE SPACES TO JVOUCHER-RECORD
           MOVE 'D' TO JV-ROW-TYPE
           MOVE WS-TODAYS-DATE-NUM TO JV-POST-DATE
           MOVE WS-DR-GL-COST-CODE(DR-IDX) TO JV-ACCOUNT-CODE
           MOVE 'D' TO JV-DR-CR
           MOVE WS-DR-AMOUNT(DR-IDX) TO JV-AMOUNT
           MOVE WS-ROW-COMPANY TO JV-COMPANY-CODE
           WRITE JVOUCHER-RECORD
           ADD 1 TO WS-DETAIL-ROWS WS-BATCH-ROWS
           ADD WS-DR-AMOUNT(DR-IDX) TO WS-TOTAL-DEBITS
           MOVE SPACES TO WS-JV-DETAIL
           MOVE WS-DR-GL-COST-CODE(DR-IDX) TO JVD-ACCOUNT-CODE
           MOVE 'DR' TO JVD-DR-CR
           MOVE WS-DR-AMOUNT(DR-IDX) TO JVD-AMOUNT
           IF WS-DR-GL-COST-CODE(DR-IDX) = SPACES
              MOVE 'NO GL-COST-CODE - FIX BEFORE POSTING'
                 TO JVD-REMARK
           ELSE
              MOVE 'RESERVE EXPENSE' TO JVD-REMARK
           END-IF
           WRITE RESVRPT-RECORD FROM WS-JV-DETAIL
           .

       1000-CLOSE-END.
           CLOSE ONHAND-MSTR.
           CLOSE PART-SUPP-OLD.
           CLOSE PARTSUPL-REC.
           CLOSE JVOUCHER-REC.
           CLOSE RESVRPT-REC.
