      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    MATISSUE.
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
      * //ONHOLD   DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=SHR
      * //ISSTRN   DD DSN=USER66.EXAM.DEV.MATISSUE.TRANS,DISP=SHR
      * //COAREF   DD DSN=USER66.EXAM.DEV.COAREF.MASTER,DISP=SHR
      *   JCL Output
      * //ONHNEW   DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=OLD
      * //DEMDHIST DD DSN=USER66.EXAM.DEV.DEMDHIST.MASTER,
      * //            DISP=MOD
      * //ISSREG   DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Stock allocation.  An issue may only draw what is not
      *   reserved - on-hand less what KITWORK work orders and
      *   XFERMNT transfers hold against the part/location on the
      *   allocation master - so the shop floor can't walk off with
      *   pieces already promised to a kit or another plant.
      *   JCL Input (new)
      * //ALLOCMST DD DSN=USER66.EXAM.DEV.ALLOCMST.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M3
      *   Inventory roll-forward.  Every applied issue and return
      *   also appends a row to the inventory movement journal
      *   (INVMOVE.cpy) - IS out, RT back in, by part/location
      *   under the cost code - for ROLLFWD to roll the month's
      *   on-hand forward from.
      *   JCL Output (new)
      * //INVMOVE  DD DSN=USER66.EXAM.DEV.INVMOVE.JOURNAL,DISP=MOD
      *
      * 2026-10-15 maruca V0R0M4
      *   Lot and bin on-hand kept in step.  An issue now draws the
      *   location's lots on ONHPOST's lot on-hand master earliest
      *   expiry first, the same FEFO draw XFERMNT's pick makes,
      *   and the location's bins in master order, the same draw
      *   KITWORK's backflush makes; the register lists each lot
      *   and bin drawn under the issue.  A return names the lot
      *   and bin it came back from (ISSTRN columns 56-70 and
      *   71-78) and goes back onto them; a return with no bin is
      *   staged at the location with no bin until a BINMAINT move
      *   puts it away.
      *   JCL Input (new)
      * //LOTOLD   DD DSN=USER66.EXAM.DEV.LOTONHND.MASTER,DISP=SHR
      * //BSTKOLD  DD DSN=USER66.EXAM.DEV.BINSTOCK.MASTER,DISP=SHR
      *   JCL Output (new)
      * //LOTNEW   DD DSN=USER66.EXAM.DEV.LOTONHND.MASTER,DISP=OLD
      * //BSTKNEW  DD DSN=USER66.EXAM.DEV.BINSTOCK.MASTER,DISP=OLD
      ***************************************************************
      * Material issues and returns to stock - the consumption the
      * demand history never saw until a cycle count turned it up
      * as shrinkage.  An issue takes the quantity off the part's
      * ONHAND row at the location, charged to a GL-COST-CODE for
      * the requesting department, and appends a usage row to
      * DEMDHIST (type I) for TIMEPHAS, EOQCALC and CONSETTL to
      * plan and settle from.  A return puts the stock back on the
      * row and appends a type R row those readers net off the
      * usage.
      *
      * Transaction codes (ISSTRN, position 1):
      *    I  Issue - rejected if the part/location is not on the
      *       on-hand master or holds less than the quantity, or
      *       if the quantity would dip into stock allocated to
      *       work orders or transfers (ALLOCMST, when there).
      *    R  Return to stock - rejected if the part/location is
      *       not on the on-hand master.  The lot and bin keyed on
      *       the return (off the register's lines for the issue)
      *       take the stock back.
      * Both need a quantity, a cost code (checked against the
      * COAREF chart of accounts when that file is there, the same
      * as PARTEDIT) and a department.  A blank issue date is
      * today.
      *
      * An issue draws the location's lots first-expired-first-out
      * (lots with no expiry last, ties to the oldest receipt) and
      * its bins in the order they sit on the bin-stock master.
      * Stock from before lots or bins were kept has no rows, so
      * the draws run out quietly and the on-hand row stays the
      * check.
      *
      * ISSREG is the daily issue register: every applied issue
      * and return with the lots and bins it drew or went back to,
      * then quantity issued and returned by cost code,
      * and a proof that the net issued equals the drop in the
      * on-hand master's total between load and rewrite.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONHAND-OLD    ASSIGN TO ONHOLD.
           SELECT ISSUE-TRANS   ASSIGN TO ISSTRN.
           SELECT COAREF-REC    ASSIGN TO COAREF
               FILE STATUS IS WS-COAREF-FILE-STATUS.
           SELECT ALLOC-MSTR    ASSIGN TO ALLOCMST
               FILE STATUS IS WS-ALLOCMST-FILE-STATUS.
           SELECT ONHAND-NEW    ASSIGN TO ONHNEW.
           SELECT DEMDHIST-REC  ASSIGN TO DEMDHIST.
           SELECT INVMOVE-REC   ASSIGN TO INVMOVE.
           SELECT ISSREG-REC    ASSIGN TO ISSREG.
           SELECT LOTOH-OLD     ASSIGN TO LOTOLD
               FILE STATUS IS WS-LOTOLD-FILE-STATUS.
           SELECT LOTOH-NEW     ASSIGN TO LOTNEW.
           SELECT BSTK-OLD      ASSIGN TO BSTKOLD
               FILE STATUS IS WS-BSTKOLD-FILE-STATUS.
           SELECT BSTK-NEW      ASSIGN TO BSTKNEW.

       DATA DIVISION.
       FILE SECTION.

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

      *    One issue or return keyed from the stores window.
       FD  ISSUE-TRANS
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IT-REC.
       01  IT-REC.
           05  IT-TRANS-CODE       PIC X(01).
               88 IT-ISSUE                        VALUE 'I'.
               88 IT-RETURN                       VALUE 'R'.
               88 IT-TRANS-CODE-VALID             VALUE 'I' 'R'.
           05  IT-PART-NUMBER      PIC X(23).
           05  IT-LOCATION         PIC X(04).
           05  IT-QTY              PIC X(07).
           05  IT-QTY-NUM REDEFINES IT-QTY
                                   PIC 9(07).
           05  IT-COST-CODE        PIC X(06).
           05  IT-DEPARTMENT       PIC X(06).
           05  IT-ISSUE-DATE       PIC X(08).
           05  IT-ISSUE-DATE-NUM REDEFINES IT-ISSUE-DATE
                                   PIC 9(08).
      *    Returns only - the lot and bin the stock goes back to.
           05  IT-LOT-NUMBER       PIC X(15).
           05  IT-BIN-ADDRESS      PIC X(08).
           05  FILLER              PIC X(02).

      *    Same chart-of-accounts row PARTEDIT checks against.
       FD  COAREF-REC
           DATA RECORD IS COAREF-RECORD.
       01  COAREF-RECORD.
           05  COA-ACCOUNT-CODE    PIC X(06).
           05  COA-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(04).

      *    Same allocation row XFERMNT and KITWORK maintain.
       FD  ALLOC-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOC-MSTR-REC.
       01  ALLOC-MSTR-REC.
           05  ALM-PART-NUMBER     PIC X(23).
           05  ALM-LOCATION        PIC X(04).
           05  ALM-SOURCE          PIC X(01).
           05  ALM-DOC-ID          PIC X(08).
           05  ALM-QTY             PIC S9(7).
           05  ALM-ALLOC-DATE      PIC 9(08).
           05  FILLER              PIC X(29).

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

      *    Same demand-history usage row CCAPPLY appends - an issue
      *    posts type I, a return type R.
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

      *    Shared inventory movement journal - one row per applied
      *    issue or return.  See INVMOVE.cpy.
       FD  INVMOVE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INV-MOVEMENT-ROW.
           COPY 'INVMOVE'.

       FD  ISSREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSREG-RECORD.
       01  ISSREG-RECORD                 PIC X(132).

      *    Same lot on-hand row ONHPOST maintains.
       FD  LOTOH-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTOH-OLD-REC.
       01  LOTOH-OLD-REC.
           05  LHO-PART-NUMBER     PIC X(23).
           05  LHO-LOCATION        PIC X(04).
           05  LHO-LOT-NUMBER      PIC X(15).
           05  LHO-EXPIRY-DATE     PIC 9(08).
           05  LHO-RECEIPT-DATE    PIC 9(08).
           05  LHO-ON-HAND-QTY     PIC S9(7).
           05  LHO-XFER-ID         PIC X(08).
           05  FILLER              PIC X(07).

       FD  LOTOH-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTOH-NEW-REC.
       01  LOTOH-NEW-REC.
           05  LHN-PART-NUMBER     PIC X(23).
           05  LHN-LOCATION        PIC X(04).
           05  LHN-LOT-NUMBER      PIC X(15).
           05  LHN-EXPIRY-DATE     PIC 9(08).
           05  LHN-RECEIPT-DATE    PIC 9(08).
           05  LHN-ON-HAND-QTY     PIC S9(7).
           05  LHN-XFER-ID         PIC X(08).
           05  FILLER              PIC X(07).

      *    Same bin-level on-hand row BINMAINT maintains.
       FD  BSTK-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BSTK-OLD-REC.
       01  BSTK-OLD-REC.
           05  BSO-PART-NUMBER     PIC X(23).
           05  BSO-LOCATION        PIC X(04).
           05  BSO-BIN-ADDRESS     PIC X(08).
           05  BSO-ON-HAND-QTY     PIC S9(7).
           05  BSO-LAST-MOVE-DATE  PIC 9(08).
           05  FILLER              PIC X(30).

       FD  BSTK-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BSTK-NEW-REC.
       01  BSTK-NEW-REC.
           05  BSN-PART-NUMBER     PIC X(23).
           05  BSN-LOCATION        PIC X(04).
           05  BSN-BIN-ADDRESS     PIC X(08).
           05  BSN-ON-HAND-QTY     PIC S9(7).
           05  BSN-LAST-MOVE-DATE  PIC 9(08).
           05  FILLER              PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-COAREF-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-ALLOCMST-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-LOTOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-BSTKOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.

      *    The on-hand master in memory, same shape ONHPOST loads.
       01  WS-OH-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-ONHAND-TABLE.
           05  WS-OH-ENTRY OCCURS 2000 TIMES
                  INDEXED BY OH-IDX.
               10 WS-OH-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-OH-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-OH-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-OH-LAST-COUNT-DATE  PIC 9(08)      VALUE 0.

      *    The lot on-hand master in memory, same shape XFERMNT
      *    loads.
       01  WS-LH-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-LOT-ONHAND-TABLE.
           05  WS-LH-ENTRY OCCURS 3000 TIMES
                  INDEXED BY LH-IDX.
               10 WS-LH-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-LH-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-LH-LOT-NUMBER       PIC X(15)      VALUE SPACES.
               10 WS-LH-EXPIRY-DATE      PIC 9(08)      VALUE 0.
               10 WS-LH-RECEIPT-DATE     PIC 9(08)      VALUE 0.
               10 WS-LH-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-LH-XFER-ID          PIC X(08)      VALUE SPACES.

      *    The bin-level on-hand in memory, same shape KITWORK
      *    loads.
       01  WS-BS-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-BIN-STOCK-TABLE.
           05  WS-BS-ENTRY OCCURS 4000 TIMES
                  INDEXED BY BS-IDX.
               10 WS-BS-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-BS-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-BS-BIN-ADDRESS      PIC X(08)      VALUE SPACES.
               10 WS-BS-ON-HAND-QTY      PIC S9(7)      VALUE 0.
               10 WS-BS-LAST-MOVE-DATE   PIC 9(08)      VALUE 0.

      *    Chart of accounts - an empty table leaves the cost code
      *    unchecked, the same as PARTEDIT.
       01  WS-COA-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 200 TIMES
                  INDEXED BY COA-IDX.
               10 WS-COA-ACCOUNT-CODE    PIC X(06)      VALUE SPACES.

      *    Issued and returned quantity by cost code, for the
      *    register's summary.
      *    Allocated quantity by part/location - several work
      *    orders and transfers against one row are summed in.
       01  WS-AL-COUNT                   PIC 9(05)      VALUE 0.
       01  WS-ALLOCATION-TABLE.
           05  WS-AL-ENTRY OCCURS 3000 TIMES
                  INDEXED BY AL-IDX.
               10 WS-AL-PART-NUMBER      PIC X(23)      VALUE SPACES.
               10 WS-AL-LOCATION         PIC X(04)      VALUE SPACES.
               10 WS-AL-QTY              PIC S9(9)      VALUE 0.

       01  WS-CC-COUNT                   PIC 9(03)      VALUE 0.
       01  WS-COST-CODE-TABLE.
           05  WS-CC-ENTRY OCCURS 200 TIMES
                  INDEXED BY CC-IDX.
               10 WS-CC-COST-CODE        PIC X(06)      VALUE SPACES.
               10 WS-CC-ISSUED-QTY       PIC S9(9)      VALUE 0.
               10 WS-CC-RETURNED-QTY     PIC S9(9)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ISSUE-COUNT             PIC 9(05)      VALUE 0.
           05 WS-RETURN-COUNT            PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.
           05 WS-USAGE-ROWS              PIC 9(05)      VALUE 0.

      *    The balance proof - on-hand total as loaded and as
      *    written, against the net of the applied transactions.
       01  WS-BALANCE-TOTALS.
           05 WS-OH-TOTAL-BEFORE         PIC S9(11)     VALUE 0.
           05 WS-OH-TOTAL-AFTER          PIC S9(11)     VALUE 0.
           05 WS-OH-MOVEMENT             PIC S9(11)     VALUE 0.
           05 WS-TOTAL-ISSUED            PIC S9(11)     VALUE 0.
           05 WS-TOTAL-RETURNED          PIC S9(11)     VALUE 0.
           05 WS-NET-ISSUED              PIC S9(11)     VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-COA-MATCH-FLAG             PIC X(01)      VALUE 'N'.
           88 COA-CODE-FOUND                            VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.
       01  WS-CC-SLOT                    PIC 9(03)      VALUE 0.
       01  WS-ISSUE-DATE                 PIC 9(08)      VALUE 0.
       01  WS-ALLOCATED-QTY              PIC S9(9)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

      *    First-expired-first-out draw state.  A lot with no
      *    expiry sorts as 99999999, after every dated lot.
       01  WS-LOT-DRAW-QTY               PIC S9(9)      VALUE 0.
       01  WS-LOT-TAKE-QTY               PIC S9(9)      VALUE 0.
       01  WS-LH-SLOT                    PIC 9(05)      VALUE 0.
       01  WS-LOTS-LEFT-FLAG             PIC X(01)      VALUE 'Y'.
           88 NO-LOTS-LEFT                              VALUE 'N'.
       01  WS-LOT-SORT-EXPIRY            PIC 9(08)      VALUE 0.
       01  WS-BEST-SORT-EXPIRY           PIC 9(08)      VALUE 0.
       01  WS-RETURN-EXPIRY-DATE         PIC 9(08)      VALUE 0.
       01  WS-RETURN-RECEIPT-DATE        PIC 9(08)      VALUE 0.

      *    Bin-draw state.
       01  WS-BIN-DRAW-QTY               PIC S9(9)      VALUE 0.
       01  WS-BIN-TAKE-QTY               PIC S9(9)      VALUE 0.
       01  WS-BS-SLOT                    PIC 9(05)      VALUE 0.

       01  ONHOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  ISSTRN-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  COAREF-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-COA-CODES                         VALUE 'Y'.
       01  ALLOCMST-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-ALLOCS                            VALUE 'Y'.
       01  LOTOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-LOTS                          VALUE 'Y'.
       01  BSTKOLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-STOCK                         VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(24)      VALUE
               'DAILY ISSUE REGISTER -  '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(100)     VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(05)      VALUE 'TYPE '.
           05  FILLER              PIC X(24)      VALUE
               'PART NUMBER             '.
           05  FILLER              PIC X(05)      VALUE 'LOC  '.
           05  FILLER              PIC X(11)      VALUE
               '       QTY '.
           05  FILLER              PIC X(07)      VALUE 'COST   '.
           05  FILLER              PIC X(07)      VALUE 'DEPT   '.
           05  FILLER              PIC X(09)      VALUE 'DATE     '.
           05  FILLER              PIC X(22)      VALUE
               '  ON-HAND BEFORE/AFTER'.
           05  FILLER              PIC X(42)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  IRD-TYPE            PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  IRD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  IRD-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  IRD-QTY             PIC Z,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  IRD-COST-CODE       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  IRD-DEPARTMENT      PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  IRD-ISSUE-DATE      PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  IRD-BEFORE-QTY      PIC Z,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  IRD-AFTER-QTY       PIC Z,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(43)      VALUE SPACES.

      *    One lot or bin an issue drew or a return went back to,
      *    printed under its register line.
       01  WS-RPT-DRAW-LINE.
           05  FILLER              PIC X(05)      VALUE SPACES.
           05  IDL-KIND            PIC X(04)      VALUE SPACES.
           05  IDL-ID              PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  IDL-QTY             PIC Z,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  IDL-REMARK          PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(76)      VALUE SPACES.

       01  WS-HDR-COST-CODE              PIC X(132)     VALUE
           'QUANTITY ISSUED BY COST CODE'.

       01  WS-RPT-CC-DETAIL.
           05  ICD-COST-CODE       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE
               '  ISSUED  '.
           05  ICD-ISSUED-QTY      PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '  RETURNED  '.
           05  ICD-RETURNED-QTY    PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(07)      VALUE '  NET  '.
           05  ICD-NET-QTY         PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(61)      VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER              PIC X(13)      VALUE
               'NET ISSUED   '.
           05  IBL-NET-ISSUED      PIC ZZ,ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(18)      VALUE
               '  ON-HAND DROP    '.
           05  IBL-OH-MOVEMENT     PIC ZZ,ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  IBL-STATUS          PIC X(14)      VALUE SPACES.
           05  FILLER              PIC X(55)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-COA-TABLE.
           PERFORM 400-LOAD-OLD-MASTER.
           PERFORM 450-LOAD-ALLOCATIONS.
           PERFORM 470-LOAD-OLD-LOTS.
           PERFORM 480-LOAD-OLD-BIN-STOCK.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 700-WRITE-NEW-MASTER.
           PERFORM 900-PRINT-SUMMARY.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'MATISSUE COMPLETE - ISSUES: ' WS-ISSUE-COUNT
              ' RETURNS: ' WS-RETURN-COUNT
              ' REJECTED: ' WS-REJECT-COUNT
              ' USAGE ROWS: ' WS-USAGE-ROWS.
           GOBACK.

       000-INIT.
           INITIALIZE WS-OH-COUNT.
           INITIALIZE WS-ONHAND-TABLE.
           INITIALIZE WS-COA-COUNT.
           INITIALIZE WS-COA-TABLE.
           INITIALIZE WS-AL-COUNT.
           INITIALIZE WS-ALLOCATION-TABLE.
           INITIALIZE WS-LH-COUNT.
           INITIALIZE WS-LOT-ONHAND-TABLE.
           INITIALIZE WS-BS-COUNT.
           INITIALIZE WS-BIN-STOCK-TABLE.
           INITIALIZE WS-CC-COUNT.
           INITIALIZE WS-COST-CODE-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           INITIALIZE WS-BALANCE-TOTALS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO ONHOLD-EOF.
           MOVE 'N' TO ISSTRN-EOF.
           MOVE 'N' TO COAREF-EOF.
           MOVE 'N' TO ALLOCMST-EOF.
           MOVE 'N' TO LOTOLD-EOF.
           MOVE 'N' TO BSTKOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT ONHAND-OLD.
           OPEN INPUT ISSUE-TRANS.
           OPEN OUTPUT ONHAND-NEW.
           OPEN EXTEND DEMDHIST-REC.
           OPEN EXTEND INVMOVE-REC.
           OPEN OUTPUT ISSREG-REC.
           OPEN OUTPUT LOTOH-NEW.
           OPEN OUTPUT BSTK-NEW.
           READ ISSUE-TRANS
              AT END MOVE 'Y' TO ISSTRN-EOF
           END-READ.

       200-WRITE-HEADING.
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE.
           WRITE ISSREG-RECORD FROM WS-RPT-HEADING.
           WRITE ISSREG-RECORD FROM WS-COLUMN-LINE.

      *    A missing chart of accounts (FILE STATUS not '00') leaves
      *    the table empty and the cost code unchecked.
       300-LOAD-COA-TABLE.
           OPEN INPUT COAREF-REC
           IF WS-COAREF-FILE-STATUS = '00'
              READ COAREF-REC
                 AT END MOVE 'Y' TO COAREF-EOF
              END-READ
              PERFORM VARYING COA-IDX FROM 1 BY 1
                 UNTIL NO-MORE-COA-CODES OR COA-IDX > 200
                    MOVE COA-ACCOUNT-CODE
                       TO WS-COA-ACCOUNT-CODE(COA-IDX)
                    SET WS-COA-COUNT TO COA-IDX
                    READ COAREF-REC
                       AT END MOVE 'Y' TO COAREF-EOF
                    END-READ
              END-PERFORM
              CLOSE COAREF-REC
           END-IF
           .

       400-LOAD-OLD-MASTER.
           READ ONHAND-OLD
              AT END MOVE 'Y' TO ONHOLD-EOF
           END-READ
           PERFORM VARYING OH-IDX FROM 1 BY 1
              UNTIL NO-MORE-OLD-MASTER OR OH-IDX > 2000
                 MOVE OHO-PART-NUMBER TO WS-OH-PART-NUMBER(OH-IDX)
                 MOVE OHO-LOCATION    TO WS-OH-LOCATION(OH-IDX)
                 MOVE OHO-ON-HAND-QTY TO WS-OH-ON-HAND-QTY(OH-IDX)
                 MOVE OHO-LAST-COUNT-DATE
                    TO WS-OH-LAST-COUNT-DATE(OH-IDX)
                 ADD OHO-ON-HAND-QTY TO WS-OH-TOTAL-BEFORE
                 SET WS-OH-COUNT TO OH-IDX
                 READ ONHAND-OLD
                    AT END MOVE 'Y' TO ONHOLD-EOF
                 END-READ
           END-PERFORM
           .

      *    A missing allocation master leaves nothing reserved.
       450-LOAD-ALLOCATIONS.
           OPEN INPUT ALLOC-MSTR
           IF WS-ALLOCMST-FILE-STATUS = '00'
              READ ALLOC-MSTR
                 AT END MOVE 'Y' TO ALLOCMST-EOF
              END-READ
              PERFORM 460-ADD-ALLOCATION UNTIL NO-MORE-ALLOCS
              CLOSE ALLOC-MSTR
           END-IF
           .

       460-ADD-ALLOCATION.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > WS-AL-COUNT OR ENTRY-FOUND
                 IF WS-AL-PART-NUMBER(AL-IDX) = ALM-PART-NUMBER
                    AND WS-AL-LOCATION(AL-IDX) = ALM-LOCATION
                    MOVE 'Y' TO WS-FOUND-FLAG
                    ADD ALM-QTY TO WS-AL-QTY(AL-IDX)
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND WS-AL-COUNT < 3000
              ADD 1 TO WS-AL-COUNT
              MOVE ALM-PART-NUMBER TO WS-AL-PART-NUMBER(WS-AL-COUNT)
              MOVE ALM-LOCATION TO WS-AL-LOCATION(WS-AL-COUNT)
              MOVE ALM-QTY TO WS-AL-QTY(WS-AL-COUNT)
           END-IF
           READ ALLOC-MSTR
              AT END MOVE 'Y' TO ALLOCMST-EOF
           END-READ
           .

      *    A missing lot master means no lots kept yet - issues and
      *    returns move the part/location figures alone.
       470-LOAD-OLD-LOTS.
           OPEN INPUT LOTOH-OLD
           IF WS-LOTOLD-FILE-STATUS = '00'
              READ LOTOH-OLD
                 AT END MOVE 'Y' TO LOTOLD-EOF
              END-READ
              PERFORM VARYING LH-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-LOTS OR LH-IDX > 3000
                    MOVE LHO-PART-NUMBER
                       TO WS-LH-PART-NUMBER(LH-IDX)
                    MOVE LHO-LOCATION TO WS-LH-LOCATION(LH-IDX)
                    MOVE LHO-LOT-NUMBER TO WS-LH-LOT-NUMBER(LH-IDX)
                    MOVE LHO-EXPIRY-DATE
                       TO WS-LH-EXPIRY-DATE(LH-IDX)
                    MOVE LHO-RECEIPT-DATE
                       TO WS-LH-RECEIPT-DATE(LH-IDX)
                    MOVE LHO-ON-HAND-QTY
                       TO WS-LH-ON-HAND-QTY(LH-IDX)
                    MOVE LHO-XFER-ID TO WS-LH-XFER-ID(LH-IDX)
                    SET WS-LH-COUNT TO LH-IDX
                    READ LOTOH-OLD
                       AT END MOVE 'Y' TO LOTOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE LOTOH-OLD
           END-IF
           .

      *    A missing bin-stock master means no bins are set up yet.
       480-LOAD-OLD-BIN-STOCK.
           OPEN INPUT BSTK-OLD
           IF WS-BSTKOLD-FILE-STATUS = '00'
              READ BSTK-OLD
                 AT END MOVE 'Y' TO BSTKOLD-EOF
              END-READ
              PERFORM VARYING BS-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-STOCK OR BS-IDX > 4000
                    MOVE BSO-PART-NUMBER
                       TO WS-BS-PART-NUMBER(BS-IDX)
                    MOVE BSO-LOCATION TO WS-BS-LOCATION(BS-IDX)
                    MOVE BSO-BIN-ADDRESS
                       TO WS-BS-BIN-ADDRESS(BS-IDX)
                    MOVE BSO-ON-HAND-QTY
                       TO WS-BS-ON-HAND-QTY(BS-IDX)
                    MOVE BSO-LAST-MOVE-DATE
                       TO WS-BS-LAST-MOVE-DATE(BS-IDX)
                    SET WS-BS-COUNT TO BS-IDX
                    READ BSTK-OLD
                       AT END MOVE 'Y' TO BSTKOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE BSTK-OLD
           END-IF
           .

      *    An issue or return against a part/location not on the
      *    master is rejected - stock the book never knew about is
      *    a receiving problem, the same as CCAPPLY's rule.
       600-APPLY-TRANSACTIONS.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING OH-IDX FROM 1 BY 1
              UNTIL OH-IDX > WS-OH-COUNT OR ENTRY-FOUND
                 IF WS-OH-PART-NUMBER(OH-IDX) = IT-PART-NUMBER
                    AND WS-OH-LOCATION(OH-IDX) = IT-LOCATION
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO OH-IDX
                 END-IF
           END-PERFORM
           MOVE 0 TO WS-ALLOCATED-QTY
           PERFORM VARYING AL-IDX FROM 1 BY 1
              UNTIL AL-IDX > WS-AL-COUNT
                 IF WS-AL-PART-NUMBER(AL-IDX) = IT-PART-NUMBER
                    AND WS-AL-LOCATION(AL-IDX) = IT-LOCATION
                    MOVE WS-AL-QTY(AL-IDX) TO WS-ALLOCATED-QTY
                 END-IF
           END-PERFORM
           PERFORM 610-CHECK-COST-CODE
           EVALUATE TRUE
              WHEN NOT IT-TRANS-CODE-VALID
                 OR IT-PART-NUMBER = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ISSUE - BAD TRANS: '
                    IT-TRANS-CODE '/' IT-PART-NUMBER
              WHEN IT-QTY-NUM NOT NUMERIC
                 OR IT-QTY-NUM = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ISSUE - BAD QUANTITY: '
                    IT-PART-NUMBER '/' IT-LOCATION
              WHEN IT-ISSUE-DATE NOT = SPACES
                 AND IT-ISSUE-DATE-NUM NOT NUMERIC
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ISSUE - BAD DATE: '
                    IT-PART-NUMBER '/' IT-ISSUE-DATE
              WHEN IT-COST-CODE = SPACES
                 OR IT-DEPARTMENT = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ISSUE - NO COST CODE/DEPT: '
                    IT-PART-NUMBER '/' IT-LOCATION
              WHEN NOT COA-CODE-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ISSUE - COST CODE NOT ON COA: '
                    IT-PART-NUMBER '/' IT-COST-CODE
              WHEN NOT ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ISSUE - NOT ON ONHAND MASTER: '
                    IT-PART-NUMBER '/' IT-LOCATION
              WHEN IT-ISSUE
                 AND IT-QTY-NUM > WS-OH-ON-HAND-QTY(WS-SLOT)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ISSUE - EXCEEDS ON-HAND: '
                    IT-PART-NUMBER '/' IT-LOCATION
              WHEN IT-ISSUE
                 AND IT-QTY-NUM >
                    WS-OH-ON-HAND-QTY(WS-SLOT) - WS-ALLOCATED-QTY
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ISSUE - STOCK ALLOCATED: '
                    IT-PART-NUMBER '/' IT-LOCATION
              WHEN OTHER
                 PERFORM 620-POST-TRANSACTION
           END-EVALUATE
           READ ISSUE-TRANS
              AT END MOVE 'Y' TO ISSTRN-EOF
           END-READ
           .

      *    COA-CODE-FOUND when the chart is empty or carries the
      *    transaction's cost code.
       610-CHECK-COST-CODE.
           IF WS-COA-COUNT = 0
              MOVE 'Y' TO WS-COA-MATCH-FLAG
           ELSE
              MOVE 'N' TO WS-COA-MATCH-FLAG
              PERFORM VARYING COA-IDX FROM 1 BY 1
                 UNTIL COA-IDX > WS-COA-COUNT OR COA-CODE-FOUND
                    IF WS-COA-ACCOUNT-CODE(COA-IDX) = IT-COST-CODE
                       MOVE 'Y' TO WS-COA-MATCH-FLAG
                    END-IF
              END-PERFORM
           END-IF
           .

       620-POST-TRANSACTION.
           IF IT-ISSUE-DATE = SPACES OR IT-ISSUE-DATE-NUM = 0
              MOVE WS-TODAYS-DATE TO WS-ISSUE-DATE
           ELSE
              MOVE IT-ISSUE-DATE-NUM TO WS-ISSUE-DATE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE IT-PART-NUMBER TO IRD-PART-NUMBER
           MOVE IT-LOCATION    TO IRD-LOCATION
           MOVE IT-QTY-NUM     TO IRD-QTY
           MOVE IT-COST-CODE   TO IRD-COST-CODE
           MOVE IT-DEPARTMENT  TO IRD-DEPARTMENT
           MOVE WS-ISSUE-DATE  TO IRD-ISSUE-DATE
           MOVE WS-OH-ON-HAND-QTY(WS-SLOT) TO IRD-BEFORE-QTY
           PERFORM 630-FIND-COST-CODE
           MOVE SPACES TO DEMDHIST-RECORD
           MOVE IT-PART-NUMBER TO DH-PART-NUMBER
           MOVE IT-QTY-NUM     TO DH-USAGE-QTY
           MOVE WS-ISSUE-DATE  TO DH-USAGE-DATE
           MOVE SPACES TO INV-MOVEMENT-ROW
           MOVE IT-PART-NUMBER TO MV-PART-NUMBER
           MOVE IT-LOCATION    TO MV-LOCATION
           MOVE WS-ISSUE-DATE  TO MV-MOVE-DATE
           MOVE IT-COST-CODE   TO MV-DOC-ID
           MOVE 'MATISSUE'     TO MV-PROGRAM-ID
           IF IT-ISSUE
              SUBTRACT IT-QTY-NUM FROM WS-OH-ON-HAND-QTY(WS-SLOT)
              ADD IT-QTY-NUM TO WS-TOTAL-ISSUED
              IF WS-CC-SLOT > 0
                 ADD IT-QTY-NUM TO WS-CC-ISSUED-QTY(WS-CC-SLOT)
              END-IF
              MOVE 'I' TO DH-USAGE-TYPE
              MOVE 'IS' TO MV-MOVE-TYPE
              COMPUTE MV-QTY = 0 - IT-QTY-NUM
              MOVE 'ISS' TO IRD-TYPE
              ADD 1 TO WS-ISSUE-COUNT
           ELSE
              ADD IT-QTY-NUM TO WS-OH-ON-HAND-QTY(WS-SLOT)
              ADD IT-QTY-NUM TO WS-TOTAL-RETURNED
              IF WS-CC-SLOT > 0
                 ADD IT-QTY-NUM TO WS-CC-RETURNED-QTY(WS-CC-SLOT)
              END-IF
              MOVE 'R' TO DH-USAGE-TYPE
              MOVE 'RT' TO MV-MOVE-TYPE
              MOVE IT-QTY-NUM TO MV-QTY
              MOVE 'RTS' TO IRD-TYPE
              ADD 1 TO WS-RETURN-COUNT
           END-IF
           WRITE DEMDHIST-RECORD
           WRITE INV-MOVEMENT-ROW
           ADD 1 TO WS-USAGE-ROWS
           MOVE WS-OH-ON-HAND-QTY(WS-SLOT) TO IRD-AFTER-QTY
           WRITE ISSREG-RECORD FROM WS-RPT-DETAIL
           IF IT-ISSUE
              PERFORM 640-DRAW-LOTS-FEFO
              PERFORM 650-DRAW-FROM-BINS
           ELSE
              PERFORM 660-RETURN-TO-LOT
              PERFORM 670-RETURN-TO-BIN
           END-IF
           .

      *    Find or add the cost code's summary row - WS-CC-SLOT 0
      *    when the table is full (the quantity still posts and
      *    still counts in the balance proof).
       630-FIND-COST-CODE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-CC-SLOT
           PERFORM VARYING CC-IDX FROM 1 BY 1
              UNTIL CC-IDX > WS-CC-COUNT OR ENTRY-FOUND
                 IF WS-CC-COST-CODE(CC-IDX) = IT-COST-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-CC-SLOT TO CC-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-CC-COUNT >= 200
                 DISPLAY 'MATISSUE COST CODE TABLE FULL: '
                    IT-COST-CODE
              ELSE
                 ADD 1 TO WS-CC-COUNT
                 MOVE WS-CC-COUNT TO WS-CC-SLOT
                 MOVE IT-COST-CODE TO WS-CC-COST-CODE(WS-CC-SLOT)
              END-IF
           END-IF
           .

      *    Draws the issue quantity off the location's lots earliest
      *    expiry first.  Runs out quietly when the lots do - stock
      *    that predates lot keeping has none.
       640-DRAW-LOTS-FEFO.
           MOVE IT-QTY-NUM TO WS-LOT-DRAW-QTY
           MOVE 'Y' TO WS-LOTS-LEFT-FLAG
           PERFORM UNTIL WS-LOT-DRAW-QTY = 0 OR NO-LOTS-LEFT
                 PERFORM 645-FIND-EARLIEST-LOT
                 IF WS-LH-SLOT = 0
                    MOVE 'N' TO WS-LOTS-LEFT-FLAG
                 ELSE
                    IF WS-LH-ON-HAND-QTY(WS-LH-SLOT) >=
                       WS-LOT-DRAW-QTY
                       MOVE WS-LOT-DRAW-QTY TO WS-LOT-TAKE-QTY
                    ELSE
                       MOVE WS-LH-ON-HAND-QTY(WS-LH-SLOT)
                          TO WS-LOT-TAKE-QTY
                    END-IF
                    SUBTRACT WS-LOT-TAKE-QTY
                       FROM WS-LH-ON-HAND-QTY(WS-LH-SLOT)
                    SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-DRAW-QTY
                    PERFORM 680-WRITE-LOT-LINE
                 END-IF
           END-PERFORM
           .

      *    The shelf lot (no transfer id) of the part at the
      *    location with stock left and the earliest expiry, the
      *    oldest receipt breaking a tie.  WS-LH-SLOT 0 when none is
      *    left.
       645-FIND-EARLIEST-LOT.
           MOVE 0 TO WS-LH-SLOT
           PERFORM VARYING LH-IDX FROM 1 BY 1
              UNTIL LH-IDX > WS-LH-COUNT
                 IF WS-LH-PART-NUMBER(LH-IDX) = IT-PART-NUMBER
                    AND WS-LH-LOCATION(LH-IDX) = IT-LOCATION
                    AND WS-LH-XFER-ID(LH-IDX) = SPACES
                    AND WS-LH-ON-HAND-QTY(LH-IDX) > 0
                    IF WS-LH-EXPIRY-DATE(LH-IDX) = 0
                       MOVE 99999999 TO WS-LOT-SORT-EXPIRY
                    ELSE
                       MOVE WS-LH-EXPIRY-DATE(LH-IDX)
                          TO WS-LOT-SORT-EXPIRY
                    END-IF
                    EVALUATE TRUE
                       WHEN WS-LH-SLOT = 0
                       WHEN WS-LOT-SORT-EXPIRY < WS-BEST-SORT-EXPIRY
                          SET WS-LH-SLOT TO LH-IDX
                          MOVE WS-LOT-SORT-EXPIRY
                             TO WS-BEST-SORT-EXPIRY
                       WHEN WS-LOT-SORT-EXPIRY = WS-BEST-SORT-EXPIRY
                          IF WS-LH-RECEIPT-DATE(LH-IDX) <
                             WS-LH-RECEIPT-DATE(WS-LH-SLOT)
                             SET WS-LH-SLOT TO LH-IDX
                          END-IF
                    END-EVALUATE
                 END-IF
           END-PERFORM
           .

      *    Takes the issue quantity off the location's bins in
      *    master order, so the bins add up to the location row the
      *    issue just drew.  Stock never binned leaves the bins
      *    short of the issue, and that is all right.
       650-DRAW-FROM-BINS.
           MOVE IT-QTY-NUM TO WS-BIN-DRAW-QTY
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT OR WS-BIN-DRAW-QTY = 0
                 IF WS-BS-PART-NUMBER(BS-IDX) = IT-PART-NUMBER
                    AND WS-BS-LOCATION(BS-IDX) = IT-LOCATION
                    AND WS-BS-ON-HAND-QTY(BS-IDX) > 0
                    IF WS-BS-ON-HAND-QTY(BS-IDX) >= WS-BIN-DRAW-QTY
                       MOVE WS-BIN-DRAW-QTY TO WS-BIN-TAKE-QTY
                    ELSE
                       MOVE WS-BS-ON-HAND-QTY(BS-IDX)
                          TO WS-BIN-TAKE-QTY
                    END-IF
                    SUBTRACT WS-BIN-TAKE-QTY
                       FROM WS-BS-ON-HAND-QTY(BS-IDX)
                    SUBTRACT WS-BIN-TAKE-QTY FROM WS-BIN-DRAW-QTY
                    MOVE WS-TODAYS-DATE
                       TO WS-BS-LAST-MOVE-DATE(BS-IDX)
                    SET WS-BS-SLOT TO BS-IDX
                    PERFORM 685-WRITE-BIN-LINE
                 END-IF
           END-PERFORM
           .

      *    A return with a lot goes back onto that lot's shelf row
      *    at the location.  A lot no longer on the master (drawn to
      *    zero) comes back with the expiry and receipt date of the
      *    same lot anywhere else on the master, else none.  A
      *    return with no lot moves the location figure alone.
       660-RETURN-TO-LOT.
           IF IT-LOT-NUMBER NOT = SPACES
              MOVE 0 TO WS-LH-SLOT
              MOVE 0 TO WS-RETURN-EXPIRY-DATE
              MOVE WS-ISSUE-DATE TO WS-RETURN-RECEIPT-DATE
              PERFORM VARYING LH-IDX FROM 1 BY 1
                 UNTIL LH-IDX > WS-LH-COUNT
                    IF WS-LH-PART-NUMBER(LH-IDX) = IT-PART-NUMBER
                       AND WS-LH-LOT-NUMBER(LH-IDX) = IT-LOT-NUMBER
                       MOVE WS-LH-EXPIRY-DATE(LH-IDX)
                          TO WS-RETURN-EXPIRY-DATE
                       MOVE WS-LH-RECEIPT-DATE(LH-IDX)
                          TO WS-RETURN-RECEIPT-DATE
                       IF WS-LH-LOCATION(LH-IDX) = IT-LOCATION
                          AND WS-LH-XFER-ID(LH-IDX) = SPACES
                          SET WS-LH-SLOT TO LH-IDX
                       END-IF
                    END-IF
              END-PERFORM
              IF WS-LH-SLOT = 0
                 IF WS-LH-COUNT >= 3000
                    DISPLAY 'MATISSUE LOT TABLE FULL - LOT NOT KEPT: '
                       IT-PART-NUMBER '/' IT-LOT-NUMBER
                 ELSE
                    ADD 1 TO WS-LH-COUNT
                    MOVE WS-LH-COUNT TO WS-LH-SLOT
                    MOVE IT-PART-NUMBER
                       TO WS-LH-PART-NUMBER(WS-LH-SLOT)
                    MOVE IT-LOCATION TO WS-LH-LOCATION(WS-LH-SLOT)
                    MOVE IT-LOT-NUMBER
                       TO WS-LH-LOT-NUMBER(WS-LH-SLOT)
                    MOVE WS-RETURN-EXPIRY-DATE
                       TO WS-LH-EXPIRY-DATE(WS-LH-SLOT)
                    MOVE WS-RETURN-RECEIPT-DATE
                       TO WS-LH-RECEIPT-DATE(WS-LH-SLOT)
                    MOVE SPACES TO WS-LH-XFER-ID(WS-LH-SLOT)
                 END-IF
              END-IF
              IF WS-LH-SLOT > 0
                 ADD IT-QTY-NUM TO WS-LH-ON-HAND-QTY(WS-LH-SLOT)
                 MOVE IT-QTY-NUM TO WS-LOT-TAKE-QTY
                 PERFORM 680-WRITE-LOT-LINE
              END-IF
           END-IF
           .

      *    A return goes back onto the bin keyed, or with no bin is
      *    staged at the location with no bin address, the way
      *    KITWORK stages built kits, until a BINMAINT move puts
      *    it away.
       670-RETURN-TO-BIN.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-BS-SLOT
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT OR ENTRY-FOUND
                 IF WS-BS-PART-NUMBER(BS-IDX) = IT-PART-NUMBER
                    AND WS-BS-LOCATION(BS-IDX) = IT-LOCATION
                    AND WS-BS-BIN-ADDRESS(BS-IDX) = IT-BIN-ADDRESS
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-BS-SLOT TO BS-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-BS-COUNT >= 4000
                 DISPLAY 'MATISSUE BIN STOCK TABLE FULL: '
                    IT-PART-NUMBER '/' IT-LOCATION
              ELSE
                 ADD 1 TO WS-BS-COUNT
                 MOVE WS-BS-COUNT TO WS-BS-SLOT
                 MOVE IT-PART-NUMBER TO WS-BS-PART-NUMBER(WS-BS-SLOT)
                 MOVE IT-LOCATION TO WS-BS-LOCATION(WS-BS-SLOT)
                 MOVE IT-BIN-ADDRESS TO WS-BS-BIN-ADDRESS(WS-BS-SLOT)
              END-IF
           END-IF
           IF WS-BS-SLOT > 0
              ADD IT-QTY-NUM TO WS-BS-ON-HAND-QTY(WS-BS-SLOT)
              MOVE WS-TODAYS-DATE TO WS-BS-LAST-MOVE-DATE(WS-BS-SLOT)
              MOVE IT-QTY-NUM TO WS-BIN-TAKE-QTY
              PERFORM 685-WRITE-BIN-LINE
           END-IF
           .

      *    WS-LOT-TAKE-QTY of lot WS-LH-SLOT, under the register
      *    line.
       680-WRITE-LOT-LINE.
           MOVE SPACES TO WS-RPT-DRAW-LINE
           MOVE 'LOT ' TO IDL-KIND
           MOVE WS-LH-LOT-NUMBER(WS-LH-SLOT) TO IDL-ID
           MOVE WS-LOT-TAKE-QTY TO IDL-QTY
           IF WS-LH-EXPIRY-DATE(WS-LH-SLOT) = 0
              MOVE 'NO EXPIRY' TO IDL-REMARK
           ELSE
              STRING 'EXPIRES ' WS-LH-EXPIRY-DATE(WS-LH-SLOT)
                 DELIMITED BY SIZE INTO IDL-REMARK
           END-IF
           WRITE ISSREG-RECORD FROM WS-RPT-DRAW-LINE
           .

      *    WS-BIN-TAKE-QTY of bin WS-BS-SLOT, under the register
      *    line.
       685-WRITE-BIN-LINE.
           MOVE SPACES TO WS-RPT-DRAW-LINE
           MOVE 'BIN ' TO IDL-KIND
           MOVE WS-BS-BIN-ADDRESS(WS-BS-SLOT) TO IDL-ID
           MOVE WS-BIN-TAKE-QTY TO IDL-QTY
           IF WS-BS-BIN-ADDRESS(WS-BS-SLOT) = SPACES
              MOVE 'STAGED - NO BIN' TO IDL-REMARK
           END-IF
           WRITE ISSREG-RECORD FROM WS-RPT-DRAW-LINE
           .

       700-WRITE-NEW-MASTER.
           PERFORM VARYING OH-IDX FROM 1 BY 1
              UNTIL OH-IDX > WS-OH-COUNT
                 MOVE SPACES TO ONHAND-NEW-REC
                 MOVE WS-OH-PART-NUMBER(OH-IDX) TO OHN-PART-NUMBER
                 MOVE WS-OH-LOCATION(OH-IDX)    TO OHN-LOCATION
                 MOVE WS-OH-ON-HAND-QTY(OH-IDX) TO OHN-ON-HAND-QTY
                 MOVE WS-OH-LAST-COUNT-DATE(OH-IDX)
                    TO OHN-LAST-COUNT-DATE
                 ADD WS-OH-ON-HAND-QTY(OH-IDX) TO WS-OH-TOTAL-AFTER
                 WRITE ONHAND-NEW-REC
           END-PERFORM
           PERFORM VARYING LH-IDX FROM 1 BY 1
              UNTIL LH-IDX > WS-LH-COUNT
                 IF WS-LH-ON-HAND-QTY(LH-IDX) NOT = 0
                    MOVE SPACES TO LOTOH-NEW-REC
                    MOVE WS-LH-PART-NUMBER(LH-IDX)
                       TO LHN-PART-NUMBER
                    MOVE WS-LH-LOCATION(LH-IDX)    TO LHN-LOCATION
                    MOVE WS-LH-LOT-NUMBER(LH-IDX)  TO LHN-LOT-NUMBER
                    MOVE WS-LH-EXPIRY-DATE(LH-IDX)
                       TO LHN-EXPIRY-DATE
                    MOVE WS-LH-RECEIPT-DATE(LH-IDX)
                       TO LHN-RECEIPT-DATE
                    MOVE WS-LH-ON-HAND-QTY(LH-IDX)
                       TO LHN-ON-HAND-QTY
                    MOVE WS-LH-XFER-ID(LH-IDX)     TO LHN-XFER-ID
                    WRITE LOTOH-NEW-REC
                 END-IF
           END-PERFORM
           PERFORM VARYING BS-IDX FROM 1 BY 1
              UNTIL BS-IDX > WS-BS-COUNT
                 IF WS-BS-ON-HAND-QTY(BS-IDX) NOT = 0
                    MOVE SPACES TO BSTK-NEW-REC
                    MOVE WS-BS-PART-NUMBER(BS-IDX)
                       TO BSN-PART-NUMBER
                    MOVE WS-BS-LOCATION(BS-IDX)    TO BSN-LOCATION
                    MOVE WS-BS-BIN-ADDRESS(BS-IDX)
                       TO BSN-BIN-ADDRESS
                    MOVE WS-BS-ON-HAND-QTY(BS-IDX)
                       TO BSN-ON-HAND-QTY
                    MOVE WS-BS-LAST-MOVE-DATE(BS-IDX)
                       TO BSN-LAST-MOVE-DATE
                    WRITE BSTK-NEW-REC
                 END-IF
           END-PERFORM
           .

      *    By cost code, then the proof: net issued (issues less
      *    returns) must equal the on-hand total's drop from load
      *    to rewrite.
       900-PRINT-SUMMARY.
           MOVE SPACES TO ISSREG-RECORD
           WRITE ISSREG-RECORD
           WRITE ISSREG-RECORD FROM WS-HDR-COST-CODE
           PERFORM VARYING CC-IDX FROM 1 BY 1
              UNTIL CC-IDX > WS-CC-COUNT
                 MOVE WS-CC-COST-CODE(CC-IDX)    TO ICD-COST-CODE
                 MOVE WS-CC-ISSUED-QTY(CC-IDX)   TO ICD-ISSUED-QTY
                 MOVE WS-CC-RETURNED-QTY(CC-IDX) TO ICD-RETURNED-QTY
                 COMPUTE ICD-NET-QTY =
                    WS-CC-ISSUED-QTY(CC-IDX)
                    - WS-CC-RETURNED-QTY(CC-IDX)
                 WRITE ISSREG-RECORD FROM WS-RPT-CC-DETAIL
           END-PERFORM
           COMPUTE WS-NET-ISSUED =
              WS-TOTAL-ISSUED - WS-TOTAL-RETURNED
           COMPUTE WS-OH-MOVEMENT =
              WS-OH-TOTAL-BEFORE - WS-OH-TOTAL-AFTER
           MOVE WS-NET-ISSUED  TO IBL-NET-ISSUED
           MOVE WS-OH-MOVEMENT TO IBL-OH-MOVEMENT
           IF WS-NET-ISSUED = WS-OH-MOVEMENT
              MOVE 'IN BALANCE' TO IBL-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO IBL-STATUS
              DISPLAY 'MATISSUE OUT OF BALANCE - NET ISSUED: '
                 WS-NET-ISSUED ' ON-HAND DROP: ' WS-OH-MOVEMENT
           END-IF
           MOVE SPACES TO ISSREG-RECORD
           WRITE ISSREG-RECORD
           WRITE ISSREG-RECORD FROM WS-BALANCE-LINE
           .

       1000-CLOSE-END.
           CLOSE ONHAND-OLD.
           CLOSE ISSUE-TRANS.
           CLOSE ONHAND-NEW.
           CLOSE DEMDHIST-REC.
           CLOSE INVMOVE-REC.
           CLOSE ISSREG-REC.
           CLOSE LOTOH-NEW.
           CLOSE BSTK-NEW.
