      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    ORPHSWP.
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
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //ARCHMSTR DD DSN=USER66.EXAM.DEV.PARTSUPP.BACKUP(-1),DISP=SHR
      * //         DD DSN=USER66.EXAM.DEV.PARTSUPP.BACKUP(-2),DISP=SHR
      * //MERGXREF DD DSN=USER66.EXAM.DEV.SUPPMERG.XREF,DISP=SHR
      * //ONHAND   DD DSN=USER66.EXAM.DEV.ONHAND.MASTER,DISP=SHR
      * //LOTFILE  DD DSN=USER66.EXAM.DEV.EDI856IN.LOTFILE,DISP=SHR
      * //NCRMSTR  DD DSN=USER66.EXAM.DEV.NCRMAINT.MASTER,DISP=SHR
      * //EXPLOG   DD DSN=USER66.EXAM.DEV.EXPEDITE.LOG,DISP=SHR
      * //POACKREG DD DSN=USER66.EXAM.DEV.EDI855IN.ACKREG,DISP=SHR
      * //CLAIMNT  DD DSN=USER66.EXAM.DEV.CLAIMNT.MASTER,DISP=SHR
      *   JCL Output
      * //ORPHRPT  DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record.
      *
      * 2026-10-15 maruca V0R0M3
      *   MERGXREF FD trued to the 40-byte row SUPPMERG writes.
      ***************************************************************
      * Weekly cross-file integrity sweep.  The satellite files are
      * keyed to the PART-SUPP-ADDR-PO master by part number,
      * supplier code and PO-NUMBER, but nothing holds them to it -
      * a part dropped from the master, a PO that aged off, a
      * supplier SUPPMERG retired all leave rows behind.  This run
      * checks every key on every row of the satellites below
      * against the master, the archive (the PARTSUPP.BACKUP
      * generations MSTRBLD keeps, concatenated on ARCHMSTR) and
      * MERGXREF, and lists each orphan by file with a suggested
      * action.  It only reads - nothing is changed; the owning
      * maintenance program applies whatever is decided.
      *
      *    File      Row shown by   Keys checked
      *    ONHAND    location       part
      *    LOTFILE   lot number     part, supplier, PO
      *    NCRMSTR   NCR id         part, supplier, PO
      *    EXPLOG    contact date   supplier, PO
      *    POACKREG  ack date       supplier, PO
      *    CLAIMNT   claim id       supplier, PO
      *
      * A key on the master is fine, with two exceptions - an
      * EXPLOG or POACKREG row for a PO cancelled on every master
      * line is dead follow-up (PURGE), and a PO on the master
      * under a different supplier than the row's (after merges)
      * is one of the two keyed wrong (INVESTIGATE).  Off the
      * master:
      *    REMAP        the supplier was merged away - MERGXREF,
      *                 followed down the chain as DUPPAYAU does,
      *                 gives the survivor to remap the row to.
      *    PURGE        the key is only on the archive - the part,
      *                 supplier or PO is retired and the row is
      *                 history.  An ONHAND row for an archived
      *                 part that still shows stock is INVESTIGATE
      *                 instead - the stock is real.
      *    INVESTIGATE  the key is on neither - it never existed
      *                 or was keyed wrong.
      * A row with more than one bad key prints once per key.
      * Blank supplier and PO keys are not checked.  The master is
      * required; every other input is optional and a missing one
      * (FILE STATUS not '00') is just not swept.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-IN  ASSIGN TO RPTINPUT.
           SELECT ARCHMSTR-REC  ASSIGN TO ARCHMSTR
               FILE STATUS IS WS-ARCHMSTR-FILE-STATUS.
           SELECT MERGXREF-REC  ASSIGN TO MERGXREF
               FILE STATUS IS WS-MERGXREF-FILE-STATUS.
           SELECT ONHAND-REC    ASSIGN TO ONHAND
               FILE STATUS IS WS-ONHAND-FILE-STATUS.
           SELECT LOTFILE-REC   ASSIGN TO LOTFILE
               FILE STATUS IS WS-LOTFILE-FILE-STATUS.
           SELECT NCRMSTR-REC   ASSIGN TO NCRMSTR
               FILE STATUS IS WS-NCRMSTR-FILE-STATUS.
           SELECT EXPLOG-REC    ASSIGN TO EXPLOG
               FILE STATUS IS WS-EXPLOG-FILE-STATUS.
           SELECT POACKREG-REC  ASSIGN TO POACKREG
               FILE STATUS IS WS-POACKREG-FILE-STATUS.
           SELECT CLAIMNT-REC   ASSIGN TO CLAIMNT
               FILE STATUS IS WS-CLAIMNT-FILE-STATUS.
           SELECT ORPHRPT-REC   ASSIGN TO ORPHRPT.

       DATA DIVISION.
       FILE SECTION.

      *    The master and its archive generations are both read
      *    INTO the one PARTSUPP layout in working storage.
       FD  PART-SUPP-IN
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1027 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PART-SUPP-IN-REC.
       01  PART-SUPP-IN-REC              PIC X(1027).

       FD  ARCHMSTR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1027 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHMSTR-RECORD.
       01  ARCHMSTR-RECORD               PIC X(1027).

      *    Same retiring -> survivor row SUPPMERG appends.
       FD  MERGXREF-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MERGXREF-RECORD.
       01  MERGXREF-RECORD.
           05  MX-RETIRED-CODE     PIC X(10).
           05  MX-SURVIVOR-CODE    PIC X(10).
           05  MX-MERGE-DATE       PIC 9(08).
           05  FILLER              PIC X(12).

      *    Same on-hand row ONHPOST maintains.
       FD  ONHAND-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-RECORD.
       01  ONHAND-RECORD.
           05  OHO-PART-NUMBER     PIC X(23).
           05  OHO-LOCATION        PIC X(04).
           05  OHO-ON-HAND-QTY     PIC S9(7).
           05  OHO-LAST-COUNT-DATE PIC 9(08).
           05  FILLER              PIC X(38).

      *    Same lot row EDI856IN writes.
       FD  LOTFILE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTFILE-RECORD.
       01  LOTFILE-RECORD.
           05  LT-LOT-NUMBER       PIC X(15).
           05  LT-PART-NUMBER      PIC X(23).
           05  LT-PO-NUMBER        PIC X(06).
           05  LT-SUPPLIER-CODE    PIC X(10).
           05  LT-RECEIPT-QTY      PIC S9(7).
           05  LT-RECEIPT-DATE     PIC 9(08).
           05  LT-EXPIRY-DATE      PIC 9(08).
           05  FILLER              PIC X(03).
           05  LT-MFR-CODE         PIC X(05).
           05  LT-AML-FLAG         PIC X(01).
           05  FILLER              PIC X(14).

      *    Same NCR master row NCRMAINT keeps.
       FD  NCRMSTR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NCRMSTR-RECORD.
       01  NCRMSTR-RECORD.
           05  NCM-NCR-ID          PIC X(08).
           05  NCM-PART-NUMBER     PIC X(23).
           05  NCM-SUPPLIER-CODE   PIC X(10).
           05  NCM-PO-NUMBER       PIC X(06).
           05  NCM-DEFECT-CODE     PIC X(04).
           05  NCM-QTY-AFFECTED    PIC S9(7).
           05  NCM-DISPOSITION     PIC X(01).
           05  NCM-RAISED-DATE     PIC 9(08).
           05  FILLER              PIC X(33).

      *    Same expediting contact row EXPEDITE logs.
       FD  EXPLOG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPLOG-RECORD.
       01  EXPLOG-RECORD.
           05  XL-PO-NUMBER        PIC X(06).
           05  XL-SUPPLIER-CODE    PIC X(10).
           05  XL-CONTACT-DATE     PIC 9(08).
           05  XL-USER-ID          PIC X(08).
           05  XL-REACHED-NAME     PIC X(20).
           05  XL-COMMIT-DATE      PIC 9(08).
           05  FILLER              PIC X(20).

      *    Same acknowledgment register row EDI855IN keeps.
       FD  POACKREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POACKREG-RECORD.
       01  POACKREG-RECORD.
           05  PKR-SUPPLIER-CODE   PIC X(10).
           05  PKR-PO-NUMBER       PIC X(06).
           05  PKR-RESP-CODE       PIC X(01).
           05  PKR-PROMISE-DATE    PIC 9(08).
           05  PKR-ACK-DATE        PIC 9(08).
           05  FILLER              PIC X(47).

      *    Same claim master row CLAIMNT keeps.
       FD  CLAIMNT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIMNT-RECORD.
       01  CLAIMNT-RECORD.
           05  CLM-CLAIM-ID        PIC X(08).
           05  CLM-PO-NUMBER       PIC X(06).
           05  CLM-SUPPLIER-CODE   PIC X(10).
           05  CLM-CARRIER         PIC X(15).
           05  CLM-DISC-QTY        PIC S9(7).
           05  CLM-DAMAGE-TYPE     PIC X(01).
           05  CLM-STATUS          PIC X(01).
           05  CLM-OSD-DATE        PIC 9(08).
           05  CLM-FILED-DATE      PIC 9(08).
           05  CLM-SETTLED-DATE    PIC 9(08).
           05  CLM-CLAIM-AMOUNT    PIC 9(7)V99.
           05  FILLER              PIC X(19).

       FD  ORPHRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORPHRPT-RECORD.
       01  ORPHRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'PARTSUPP'.

       01  WS-ARCHMSTR-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-MERGXREF-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-ONHAND-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-LOTFILE-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-NCRMSTR-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-EXPLOG-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-POACKREG-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-CLAIMNT-FILE-STATUS        PIC X(02)      VALUE SPACES.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  WS-XREF-COUNT                 PIC 9(03)      VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES
                  INDEXED BY XRF-IDX.
               10 WS-XRF-RETIRED-CODE    PIC X(10)      VALUE SPACES.
               10 WS-XRF-SURVIVOR-CODE   PIC X(10)      VALUE SPACES.

      *    The master's keys.  A PO on several master lines keeps
      *    the first line's supplier, and reads cancelled only
      *    while every line seen so far is cancelled.
       01  WS-MPT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-MASTER-PART-TABLE.
           05  WS-MPT-PART-NUMBER OCCURS 5000 TIMES
                  INDEXED BY MPT-IDX     PIC X(23)      VALUE SPACES.
       01  WS-MSP-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-MASTER-SUPP-TABLE.
           05  WS-MSP-SUPPLIER-CODE OCCURS 2000 TIMES
                  INDEXED BY MSP-IDX     PIC X(10)      VALUE SPACES.
       01  WS-MPO-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-MASTER-PO-TABLE.
           05  WS-MPO-ENTRY OCCURS 5000 TIMES
                  INDEXED BY MPO-IDX.
               10 WS-MPO-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-MPO-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-MPO-STATUS          PIC X(01)      VALUE SPACE.
                  88 WS-MPO-CANCELLED                   VALUE 'C'.

      *    Keys found only on the archive generations.
       01  WS-APT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-ARCH-PART-TABLE.
           05  WS-APT-PART-NUMBER OCCURS 5000 TIMES
                  INDEXED BY APT-IDX     PIC X(23)      VALUE SPACES.
       01  WS-ASP-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-ARCH-SUPP-TABLE.
           05  WS-ASP-SUPPLIER-CODE OCCURS 2000 TIMES
                  INDEXED BY ASP-IDX     PIC X(10)      VALUE SPACES.
       01  WS-APO-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-ARCH-PO-TABLE.
           05  WS-APO-PO-NUMBER OCCURS 5000 TIMES
                  INDEXED BY APO-IDX     PIC X(06)      VALUE SPACES.

      *    The satellite row being checked, set by each sweep.
       01  WS-CHECK-ROW.
           05 WS-CHK-FILE-NAME           PIC X(08)      VALUE SPACES.
           05 WS-CHK-ROW-ID              PIC X(24)      VALUE SPACES.
           05 WS-CHK-PART-NUMBER         PIC X(23)      VALUE SPACES.
           05 WS-CHK-SUPPLIER-CODE       PIC X(10)      VALUE SPACES.
           05 WS-CHK-PO-NUMBER           PIC X(06)      VALUE SPACES.
           05 WS-CHK-STOCK-FLAG          PIC X(01)      VALUE 'N'.
              88 WS-CHK-HOLDS-STOCK                     VALUE 'Y'.
           05 WS-CHK-FOLLOWUP-FLAG       PIC X(01)      VALUE 'N'.
              88 WS-CHK-IS-FOLLOWUP                     VALUE 'Y'.

      *    The orphan being printed.
       01  WS-ORPHAN.
           05 WS-ORP-KEY-TYPE            PIC X(08)      VALUE SPACES.
           05 WS-ORP-KEY-VALUE           PIC X(23)      VALUE SPACES.
           05 WS-ORP-FINDING             PIC X(32)      VALUE SPACES.
           05 WS-ORP-ACTION              PIC X(11)      VALUE SPACES.
              88 WS-ORP-REMAP                           VALUE 'REMAP'.
              88 WS-ORP-PURGE                           VALUE 'PURGE'.
              88 WS-ORP-INVESTIGATE                     VALUE
                                                        'INVESTIGATE'.
           05 WS-ORP-REMAP-TO            PIC X(10)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-MASTER-READ             PIC 9(07)      VALUE 0.
           05 WS-ARCHIVE-READ            PIC 9(07)      VALUE 0.
           05 WS-FILE-ROWS-READ          PIC 9(07)      VALUE 0.
           05 WS-FILE-ORPHANS            PIC 9(07)      VALUE 0.
           05 WS-TOTAL-ROWS-READ         PIC 9(07)      VALUE 0.
           05 WS-TOTAL-ORPHANS           PIC 9(07)      VALUE 0.
           05 WS-REMAP-COUNT             PIC 9(07)      VALUE 0.
           05 WS-PURGE-COUNT             PIC 9(07)      VALUE 0.
           05 WS-INVESTIGATE-COUNT       PIC 9(07)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-ARCH-FLAG                  PIC X(01)      VALUE 'N'.
           88 ARCHIVE-FOUND                             VALUE 'Y'.
       01  WS-RESOLVE-CODE               PIC X(10)      VALUE SPACES.
       01  WS-RESOLVE-HOPS               PIC 9(02)      VALUE 0.
       01  WS-RESOLVE-FLAG               PIC X(01)      VALUE 'N'.
           88 RESOLVE-MOVED                             VALUE 'Y'.
       01  WS-ROW-SUPPLIER               PIC X(10)      VALUE SPACES.
       01  WS-FILE-STATUS-HOLD           PIC X(02)      VALUE SPACES.

       01  PART-SUPP-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PART-SUPP                         VALUE 'Y'.
       01  ARCHMSTR-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-ARCHIVE                           VALUE 'Y'.
       01  MERGXREF-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-XREF                              VALUE 'Y'.
       01  SATELLITE-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-SATELLITE                         VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(40)      VALUE
               'SATELLITE FILE ORPHAN SWEEP - RUN DATE  '.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(40)      VALUE
               '   (REPORT ONLY - NO FILE IS CHANGED)   '.
           05  FILLER              PIC X(44)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'FILE      ROW                       KEY '.
           05  FILLER              PIC X(40)      VALUE
               '      KEY VALUE                FINDING  '.
           05  FILLER              PIC X(40)      VALUE
               '                        ACTION       REM'.
           05  FILLER              PIC X(12)      VALUE
               'AP TO       '.

       01  WS-RPT-DETAIL.
           05  RPD-FILE-NAME       PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-ROW-ID          PIC X(24)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-KEY-TYPE        PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-KEY-VALUE       PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-FINDING         PIC X(32)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-ACTION          PIC X(11)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-REMAP-TO        PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(04)      VALUE SPACES.

       01  WS-RPT-FILE-TOTAL.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPF-FILE-NAME       PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(12)      VALUE
               ' ROWS READ: '.
           05  RPF-ROWS            PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  ORPHANS: '.
           05  RPF-ORPHANS         PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(81)      VALUE SPACES.

       01  WS-RPT-NOT-SWEPT.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPN-FILE-NAME       PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(40)      VALUE
               ' NOT SWEPT - FILE NOT AVAILABLE, STATUS '.
           05  RPN-FILE-STATUS     PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(80)      VALUE SPACES.

       01  WS-RPT-BLANK                  PIC X(132)     VALUE SPACES.

       01  WS-RPT-TRAILER-1.
           05  FILLER              PIC X(16)      VALUE
               'MASTER ROWS:    '.
           05  RPX-MASTER          PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(16)      VALUE
               '  ARCHIVE ROWS: '.
           05  RPX-ARCHIVE         PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(19)      VALUE
               '  SATELLITE ROWS: '.
           05  RPX-ROWS            PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(54)      VALUE SPACES.

       01  WS-RPT-TRAILER-2.
           05  FILLER              PIC X(16)      VALUE
               'ORPHANS:        '.
           05  RPX-ORPHANS         PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(16)      VALUE
               '  REMAP:        '.
           05  RPX-REMAP           PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE
               '  PURGE: '.
           05  RPX-PURGE           PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(16)      VALUE
               '  INVESTIGATE: '.
           05  RPX-INVESTIGATE     PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(38)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-MERGE-XREF.
           PERFORM 220-LOAD-MASTER.
           PERFORM 240-LOAD-ARCHIVE.
           PERFORM 290-PRINT-HEADINGS.
           PERFORM 300-SWEEP-ONHAND.
           PERFORM 320-SWEEP-LOTFILE.
           PERFORM 340-SWEEP-NCR.
           PERFORM 360-SWEEP-EXPLOG.
           PERFORM 380-SWEEP-POACK.
           PERFORM 400-SWEEP-CLAIMS.
           PERFORM 700-PRINT-TRAILER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'ORPHSWP COMPLETE - ROWS SWEPT: '
              WS-TOTAL-ROWS-READ ' ORPHANS: ' WS-TOTAL-ORPHANS
              ' REMAP: ' WS-REMAP-COUNT ' PURGE: ' WS-PURGE-COUNT
              ' INVESTIGATE: ' WS-INVESTIGATE-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-XREF-COUNT.
           INITIALIZE WS-XREF-TABLE.
           INITIALIZE WS-MPT-COUNT.
           INITIALIZE WS-MASTER-PART-TABLE.
           INITIALIZE WS-MSP-COUNT.
           INITIALIZE WS-MASTER-SUPP-TABLE.
           INITIALIZE WS-MPO-COUNT.
           INITIALIZE WS-MASTER-PO-TABLE.
           INITIALIZE WS-APT-COUNT.
           INITIALIZE WS-ARCH-PART-TABLE.
           INITIALIZE WS-ASP-COUNT.
           INITIALIZE WS-ARCH-SUPP-TABLE.
           INITIALIZE WS-APO-COUNT.
           INITIALIZE WS-ARCH-PO-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PART-SUPP-EOF.
           MOVE 'N' TO ARCHMSTR-EOF.
           MOVE 'N' TO MERGXREF-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-IN.
           OPEN OUTPUT ORPHRPT-REC.

       200-LOAD-MERGE-XREF.
           OPEN INPUT MERGXREF-REC
           IF WS-MERGXREF-FILE-STATUS = '00'
              READ MERGXREF-REC
                 AT END MOVE 'Y' TO MERGXREF-EOF
              END-READ
              PERFORM VARYING XRF-IDX FROM 1 BY 1
                 UNTIL NO-MORE-XREF OR XRF-IDX > 500
                    MOVE MX-RETIRED-CODE
                       TO WS-XRF-RETIRED-CODE(XRF-IDX)
                    MOVE MX-SURVIVOR-CODE
                       TO WS-XRF-SURVIVOR-CODE(XRF-IDX)
                    SET WS-XREF-COUNT TO XRF-IDX
                    READ MERGXREF-REC
                       AT END MOVE 'Y' TO MERGXREF-EOF
                    END-READ
              END-PERFORM
              CLOSE MERGXREF-REC
           END-IF
           .

      *    Follows WS-RESOLVE-CODE down the merge chain to today's
      *    survivor - ACME-1 -> ACME-01 -> ACME.  The hop limit
      *    stops a looped xref (A -> B, later B -> A) spinning.
       205-RESOLVE-SUPPLIER.
           MOVE 0 TO WS-RESOLVE-HOPS
           MOVE 'Y' TO WS-RESOLVE-FLAG
           PERFORM UNTIL NOT RESOLVE-MOVED OR WS-RESOLVE-HOPS > 10
              MOVE 'N' TO WS-RESOLVE-FLAG
              PERFORM VARYING XRF-IDX FROM 1 BY 1
                 UNTIL XRF-IDX > WS-XREF-COUNT OR RESOLVE-MOVED
                    IF WS-XRF-RETIRED-CODE(XRF-IDX) = WS-RESOLVE-CODE
                       MOVE WS-XRF-SURVIVOR-CODE(XRF-IDX)
                          TO WS-RESOLVE-CODE
                       MOVE 'Y' TO WS-RESOLVE-FLAG
                    END-IF
              END-PERFORM
              ADD 1 TO WS-RESOLVE-HOPS
           END-PERFORM
           .

       220-LOAD-MASTER.
           READ PART-SUPP-IN INTO PART-SUPP-ADDR-PO
              AT END MOVE 'Y' TO PART-SUPP-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PART-SUPP
              ADD 1 TO WS-MASTER-READ
              MOVE PART-NUMBER TO WS-CHK-PART-NUMBER
              PERFORM 800-FIND-MASTER-PART
              IF NOT ENTRY-FOUND
                 IF WS-MPT-COUNT < 5000
                    ADD 1 TO WS-MPT-COUNT
                    MOVE PART-NUMBER
                       TO WS-MPT-PART-NUMBER(WS-MPT-COUNT)
                 ELSE
                    DISPLAY 'ORPHSWP MASTER PART TABLE FULL: '
                       PART-NUMBER
                 END-IF
              END-IF
              MOVE SUPPLIER-CODE TO WS-ROW-SUPPLIER
              PERFORM 810-FIND-MASTER-SUPPLIER
              IF NOT ENTRY-FOUND
                 IF WS-MSP-COUNT < 2000
                    ADD 1 TO WS-MSP-COUNT
                    MOVE SUPPLIER-CODE
                       TO WS-MSP-SUPPLIER-CODE(WS-MSP-COUNT)
                 ELSE
                    DISPLAY 'ORPHSWP MASTER SUPPLIER TABLE FULL: '
                       SUPPLIER-CODE
                 END-IF
              END-IF
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    PERFORM 225-ADD-MASTER-PO
                 END-IF
              END-PERFORM
              READ PART-SUPP-IN INTO PART-SUPP-ADDR-PO
                 AT END MOVE 'Y' TO PART-SUPP-EOF
              END-READ
           END-PERFORM
           .

       225-ADD-MASTER-PO.
           MOVE PO-NUMBER(PO-IDX) TO WS-CHK-PO-NUMBER
           PERFORM 820-FIND-MASTER-PO
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 IF NOT PO-STATUS-CANCELLED(PO-IDX)
                    MOVE PO-STATUS(PO-IDX) TO WS-MPO-STATUS(MPO-IDX)
                 END-IF
              WHEN WS-MPO-COUNT >= 5000
                 DISPLAY 'ORPHSWP MASTER PO TABLE FULL: '
                    PO-NUMBER(PO-IDX)
              WHEN OTHER
                 ADD 1 TO WS-MPO-COUNT
                 SET MPO-IDX TO WS-MPO-COUNT
                 MOVE PO-NUMBER(PO-IDX) TO WS-MPO-PO-NUMBER(MPO-IDX)
                 MOVE SUPPLIER-CODE TO WS-MPO-SUPPLIER-CODE(MPO-IDX)
                 MOVE PO-STATUS(PO-IDX) TO WS-MPO-STATUS(MPO-IDX)
           END-EVALUATE
           .

      *    Only the keys the master no longer carries are kept.
       240-LOAD-ARCHIVE.
           OPEN INPUT ARCHMSTR-REC
           IF WS-ARCHMSTR-FILE-STATUS = '00'
              READ ARCHMSTR-REC INTO PART-SUPP-ADDR-PO
                 AT END MOVE 'Y' TO ARCHMSTR-EOF
              END-READ
              PERFORM UNTIL NO-MORE-ARCHIVE
                 ADD 1 TO WS-ARCHIVE-READ
                 PERFORM 245-ADD-ARCHIVE-KEYS
                 READ ARCHMSTR-REC INTO PART-SUPP-ADDR-PO
                    AT END MOVE 'Y' TO ARCHMSTR-EOF
                 END-READ
              END-PERFORM
              CLOSE ARCHMSTR-REC
           END-IF
           .

       245-ADD-ARCHIVE-KEYS.
           MOVE PART-NUMBER TO WS-CHK-PART-NUMBER
           PERFORM 800-FIND-MASTER-PART
           IF NOT ENTRY-FOUND
              PERFORM 850-FIND-ARCHIVE-PART
              IF NOT ARCHIVE-FOUND
                 IF WS-APT-COUNT < 5000
                    ADD 1 TO WS-APT-COUNT
                    MOVE PART-NUMBER
                       TO WS-APT-PART-NUMBER(WS-APT-COUNT)
                 ELSE
                    DISPLAY 'ORPHSWP ARCHIVE PART TABLE FULL: '
                       PART-NUMBER
                 END-IF
              END-IF
           END-IF
           MOVE SUPPLIER-CODE TO WS-ROW-SUPPLIER
           PERFORM 810-FIND-MASTER-SUPPLIER
           IF NOT ENTRY-FOUND
              PERFORM 860-FIND-ARCHIVE-SUPPLIER
              IF NOT ARCHIVE-FOUND
                 IF WS-ASP-COUNT < 2000
                    ADD 1 TO WS-ASP-COUNT
                    MOVE SUPPLIER-CODE
                       TO WS-ASP-SUPPLIER-CODE(WS-ASP-COUNT)
                 ELSE
                    DISPLAY 'ORPHSWP ARCHIVE SUPPLIER TABLE FULL: '
                       SUPPLIER-CODE
                 END-IF
              END-IF
           END-IF
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              IF PO-NUMBER(PO-IDX) NOT = SPACES
                 MOVE PO-NUMBER(PO-IDX) TO WS-CHK-PO-NUMBER
                 PERFORM 820-FIND-MASTER-PO
                 IF NOT ENTRY-FOUND
                    PERFORM 870-FIND-ARCHIVE-PO
                    IF NOT ARCHIVE-FOUND
                       IF WS-APO-COUNT < 5000
                          ADD 1 TO WS-APO-COUNT
                          MOVE PO-NUMBER(PO-IDX)
                             TO WS-APO-PO-NUMBER(WS-APO-COUNT)
                       ELSE
                          DISPLAY 'ORPHSWP ARCHIVE PO TABLE FULL: '
                             PO-NUMBER(PO-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       290-PRINT-HEADINGS.
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE ORPHRPT-RECORD FROM WS-RPT-HEADING
           WRITE ORPHRPT-RECORD FROM WS-RPT-BLANK
           WRITE ORPHRPT-RECORD FROM WS-RPT-COLUMNS
           WRITE ORPHRPT-RECORD FROM WS-RPT-BLANK
           .

       300-SWEEP-ONHAND.
           MOVE 'ONHAND' TO WS-CHK-FILE-NAME
           PERFORM 480-START-FILE
           OPEN INPUT ONHAND-REC
           MOVE WS-ONHAND-FILE-STATUS TO WS-FILE-STATUS-HOLD
           IF WS-ONHAND-FILE-STATUS = '00'
              READ ONHAND-REC
                 AT END MOVE 'Y' TO SATELLITE-EOF
              END-READ
              PERFORM UNTIL NO-MORE-SATELLITE
                 ADD 1 TO WS-FILE-ROWS-READ
                 MOVE SPACES TO WS-CHK-ROW-ID
                 STRING 'LOCATION ' OHO-LOCATION
                    DELIMITED BY SIZE INTO WS-CHK-ROW-ID
                 END-STRING
                 MOVE OHO-PART-NUMBER TO WS-CHK-PART-NUMBER
                 IF OHO-ON-HAND-QTY NOT = 0
                    MOVE 'Y' TO WS-CHK-STOCK-FLAG
                 END-IF
                 PERFORM 500-CHECK-PART
                 MOVE 'N' TO WS-CHK-STOCK-FLAG
                 READ ONHAND-REC
                    AT END MOVE 'Y' TO SATELLITE-EOF
                 END-READ
              END-PERFORM
              CLOSE ONHAND-REC
           END-IF
           PERFORM 490-END-FILE
           .

       320-SWEEP-LOTFILE.
           MOVE 'LOTFILE' TO WS-CHK-FILE-NAME
           PERFORM 480-START-FILE
           OPEN INPUT LOTFILE-REC
           MOVE WS-LOTFILE-FILE-STATUS TO WS-FILE-STATUS-HOLD
           IF WS-LOTFILE-FILE-STATUS = '00'
              READ LOTFILE-REC
                 AT END MOVE 'Y' TO SATELLITE-EOF
              END-READ
              PERFORM UNTIL NO-MORE-SATELLITE
                 ADD 1 TO WS-FILE-ROWS-READ
                 MOVE SPACES TO WS-CHK-ROW-ID
                 STRING 'LOT ' LT-LOT-NUMBER
                    DELIMITED BY SIZE INTO WS-CHK-ROW-ID
                 END-STRING
                 MOVE LT-PART-NUMBER TO WS-CHK-PART-NUMBER
                 MOVE LT-SUPPLIER-CODE TO WS-CHK-SUPPLIER-CODE
                 MOVE LT-PO-NUMBER TO WS-CHK-PO-NUMBER
                 PERFORM 500-CHECK-PART
                 PERFORM 520-CHECK-SUPPLIER
                 PERFORM 540-CHECK-PO
                 READ LOTFILE-REC
                    AT END MOVE 'Y' TO SATELLITE-EOF
                 END-READ
              END-PERFORM
              CLOSE LOTFILE-REC
           END-IF
           PERFORM 490-END-FILE
           .

       340-SWEEP-NCR.
           MOVE 'NCRMSTR' TO WS-CHK-FILE-NAME
           PERFORM 480-START-FILE
           OPEN INPUT NCRMSTR-REC
           MOVE WS-NCRMSTR-FILE-STATUS TO WS-FILE-STATUS-HOLD
           IF WS-NCRMSTR-FILE-STATUS = '00'
              READ NCRMSTR-REC
                 AT END MOVE 'Y' TO SATELLITE-EOF
              END-READ
              PERFORM UNTIL NO-MORE-SATELLITE
                 ADD 1 TO WS-FILE-ROWS-READ
                 MOVE SPACES TO WS-CHK-ROW-ID
                 STRING 'NCR ' NCM-NCR-ID
                    DELIMITED BY SIZE INTO WS-CHK-ROW-ID
                 END-STRING
                 MOVE NCM-PART-NUMBER TO WS-CHK-PART-NUMBER
                 MOVE NCM-SUPPLIER-CODE TO WS-CHK-SUPPLIER-CODE
                 MOVE NCM-PO-NUMBER TO WS-CHK-PO-NUMBER
                 PERFORM 500-CHECK-PART
                 PERFORM 520-CHECK-SUPPLIER
                 PERFORM 540-CHECK-PO
                 READ NCRMSTR-REC
                    AT END MOVE 'Y' TO SATELLITE-EOF
                 END-READ
              END-PERFORM
              CLOSE NCRMSTR-REC
           END-IF
           PERFORM 490-END-FILE
           .

       360-SWEEP-EXPLOG.
           MOVE 'EXPLOG' TO WS-CHK-FILE-NAME
           PERFORM 480-START-FILE
           MOVE 'Y' TO WS-CHK-FOLLOWUP-FLAG
           OPEN INPUT EXPLOG-REC
           MOVE WS-EXPLOG-FILE-STATUS TO WS-FILE-STATUS-HOLD
           IF WS-EXPLOG-FILE-STATUS = '00'
              READ EXPLOG-REC
                 AT END MOVE 'Y' TO SATELLITE-EOF
              END-READ
              PERFORM UNTIL NO-MORE-SATELLITE
                 ADD 1 TO WS-FILE-ROWS-READ
                 MOVE SPACES TO WS-CHK-ROW-ID
                 STRING 'CONTACT ' XL-CONTACT-DATE ' ' XL-USER-ID
                    DELIMITED BY SIZE INTO WS-CHK-ROW-ID
                 END-STRING
                 MOVE XL-SUPPLIER-CODE TO WS-CHK-SUPPLIER-CODE
                 MOVE XL-PO-NUMBER TO WS-CHK-PO-NUMBER
                 PERFORM 520-CHECK-SUPPLIER
                 PERFORM 540-CHECK-PO
                 READ EXPLOG-REC
                    AT END MOVE 'Y' TO SATELLITE-EOF
                 END-READ
              END-PERFORM
              CLOSE EXPLOG-REC
           END-IF
           PERFORM 490-END-FILE
           .

       380-SWEEP-POACK.
           MOVE 'POACKREG' TO WS-CHK-FILE-NAME
           PERFORM 480-START-FILE
           MOVE 'Y' TO WS-CHK-FOLLOWUP-FLAG
           OPEN INPUT POACKREG-REC
           MOVE WS-POACKREG-FILE-STATUS TO WS-FILE-STATUS-HOLD
           IF WS-POACKREG-FILE-STATUS = '00'
              READ POACKREG-REC
                 AT END MOVE 'Y' TO SATELLITE-EOF
              END-READ
              PERFORM UNTIL NO-MORE-SATELLITE
                 ADD 1 TO WS-FILE-ROWS-READ
                 MOVE SPACES TO WS-CHK-ROW-ID
                 STRING 'ACK ' PKR-ACK-DATE
                    DELIMITED BY SIZE INTO WS-CHK-ROW-ID
                 END-STRING
                 MOVE PKR-SUPPLIER-CODE TO WS-CHK-SUPPLIER-CODE
                 MOVE PKR-PO-NUMBER TO WS-CHK-PO-NUMBER
                 PERFORM 520-CHECK-SUPPLIER
                 PERFORM 540-CHECK-PO
                 READ POACKREG-REC
                    AT END MOVE 'Y' TO SATELLITE-EOF
                 END-READ
              END-PERFORM
              CLOSE POACKREG-REC
           END-IF
           PERFORM 490-END-FILE
           .

       400-SWEEP-CLAIMS.
           MOVE 'CLAIMNT' TO WS-CHK-FILE-NAME
           PERFORM 480-START-FILE
           OPEN INPUT CLAIMNT-REC
           MOVE WS-CLAIMNT-FILE-STATUS TO WS-FILE-STATUS-HOLD
           IF WS-CLAIMNT-FILE-STATUS = '00'
              READ CLAIMNT-REC
                 AT END MOVE 'Y' TO SATELLITE-EOF
              END-READ
              PERFORM UNTIL NO-MORE-SATELLITE
                 ADD 1 TO WS-FILE-ROWS-READ
                 MOVE SPACES TO WS-CHK-ROW-ID
                 STRING 'CLAIM ' CLM-CLAIM-ID
                    DELIMITED BY SIZE INTO WS-CHK-ROW-ID
                 END-STRING
                 MOVE CLM-SUPPLIER-CODE TO WS-CHK-SUPPLIER-CODE
                 MOVE CLM-PO-NUMBER TO WS-CHK-PO-NUMBER
                 PERFORM 520-CHECK-SUPPLIER
                 PERFORM 540-CHECK-PO
                 READ CLAIMNT-REC
                    AT END MOVE 'Y' TO SATELLITE-EOF
                 END-READ
              END-PERFORM
              CLOSE CLAIMNT-REC
           END-IF
           PERFORM 490-END-FILE
           .

       480-START-FILE.
           MOVE 'N' TO SATELLITE-EOF
           MOVE 'N' TO WS-CHK-STOCK-FLAG
           MOVE 'N' TO WS-CHK-FOLLOWUP-FLAG
           MOVE SPACES TO WS-CHK-PART-NUMBER
           MOVE SPACES TO WS-CHK-SUPPLIER-CODE
           MOVE SPACES TO WS-CHK-PO-NUMBER
           MOVE 0 TO WS-FILE-ROWS-READ
           MOVE 0 TO WS-FILE-ORPHANS
           .

       490-END-FILE.
           IF WS-FILE-STATUS-HOLD = '00'
              MOVE WS-CHK-FILE-NAME TO RPF-FILE-NAME
              MOVE WS-FILE-ROWS-READ TO RPF-ROWS
              MOVE WS-FILE-ORPHANS TO RPF-ORPHANS
              WRITE ORPHRPT-RECORD FROM WS-RPT-FILE-TOTAL
           ELSE
              MOVE WS-CHK-FILE-NAME TO RPN-FILE-NAME
              MOVE WS-FILE-STATUS-HOLD TO RPN-FILE-STATUS
              WRITE ORPHRPT-RECORD FROM WS-RPT-NOT-SWEPT
           END-IF
           WRITE ORPHRPT-RECORD FROM WS-RPT-BLANK
           ADD WS-FILE-ROWS-READ TO WS-TOTAL-ROWS-READ
           .

       500-CHECK-PART.
           PERFORM 800-FIND-MASTER-PART
           IF NOT ENTRY-FOUND
              MOVE 'PART' TO WS-ORP-KEY-TYPE
              MOVE WS-CHK-PART-NUMBER TO WS-ORP-KEY-VALUE
              MOVE SPACES TO WS-ORP-REMAP-TO
              PERFORM 850-FIND-ARCHIVE-PART
              EVALUATE TRUE
                 WHEN ARCHIVE-FOUND AND WS-CHK-HOLDS-STOCK
                    MOVE 'ARCHIVED PART STILL HAS STOCK'
                       TO WS-ORP-FINDING
                    MOVE 'INVESTIGATE' TO WS-ORP-ACTION
                 WHEN ARCHIVE-FOUND
                    MOVE 'PART ONLY ON ARCHIVE' TO WS-ORP-FINDING
                    MOVE 'PURGE' TO WS-ORP-ACTION
                 WHEN OTHER
                    MOVE 'PART NOT ON MASTER OR ARCHIVE'
                       TO WS-ORP-FINDING
                    MOVE 'INVESTIGATE' TO WS-ORP-ACTION
              END-EVALUATE
              PERFORM 600-PRINT-ORPHAN
           END-IF
           .

      *    Leaves WS-ROW-SUPPLIER on the row's supplier as it stands
      *    today - the survivor when it was merged away - for the
      *    PO check that follows.
       520-CHECK-SUPPLIER.
           MOVE WS-CHK-SUPPLIER-CODE TO WS-ROW-SUPPLIER
           IF WS-CHK-SUPPLIER-CODE NOT = SPACES
              PERFORM 810-FIND-MASTER-SUPPLIER
              IF NOT ENTRY-FOUND
                 MOVE 'SUPPLIER' TO WS-ORP-KEY-TYPE
                 MOVE WS-CHK-SUPPLIER-CODE TO WS-ORP-KEY-VALUE
                 MOVE SPACES TO WS-ORP-REMAP-TO
                 MOVE WS-CHK-SUPPLIER-CODE TO WS-RESOLVE-CODE
                 PERFORM 205-RESOLVE-SUPPLIER
                 PERFORM 860-FIND-ARCHIVE-SUPPLIER
                 EVALUATE TRUE
                    WHEN WS-RESOLVE-CODE NOT = WS-CHK-SUPPLIER-CODE
                       MOVE 'SUPPLIER MERGED AWAY' TO WS-ORP-FINDING
                       MOVE 'REMAP' TO WS-ORP-ACTION
                       MOVE WS-RESOLVE-CODE TO WS-ORP-REMAP-TO
                       MOVE WS-RESOLVE-CODE TO WS-ROW-SUPPLIER
                    WHEN ARCHIVE-FOUND
                       MOVE 'SUPPLIER ONLY ON ARCHIVE'
                          TO WS-ORP-FINDING
                       MOVE 'PURGE' TO WS-ORP-ACTION
                    WHEN OTHER
                       MOVE 'SUPPLIER NOT ON MASTER/ARCHIVE'
                          TO WS-ORP-FINDING
                       MOVE 'INVESTIGATE' TO WS-ORP-ACTION
                 END-EVALUATE
                 PERFORM 600-PRINT-ORPHAN
              END-IF
           END-IF
           .

       540-CHECK-PO.
           IF WS-CHK-PO-NUMBER NOT = SPACES
              MOVE 'PO' TO WS-ORP-KEY-TYPE
              MOVE WS-CHK-PO-NUMBER TO WS-ORP-KEY-VALUE
              MOVE SPACES TO WS-ORP-REMAP-TO
              PERFORM 820-FIND-MASTER-PO
              IF ENTRY-FOUND
                 EVALUATE TRUE
                    WHEN WS-CHK-IS-FOLLOWUP
                         AND WS-MPO-CANCELLED(MPO-IDX)
                       MOVE 'PO CANCELLED ON MASTER'
                          TO WS-ORP-FINDING
                       MOVE 'PURGE' TO WS-ORP-ACTION
                       PERFORM 600-PRINT-ORPHAN
                    WHEN WS-ROW-SUPPLIER NOT = SPACES
                         AND WS-ROW-SUPPLIER NOT =
                             WS-MPO-SUPPLIER-CODE(MPO-IDX)
                       MOVE SPACES TO WS-ORP-FINDING
                       STRING 'PO IS ON MASTER FOR '
                          WS-MPO-SUPPLIER-CODE(MPO-IDX)
                          DELIMITED BY SIZE INTO WS-ORP-FINDING
                       END-STRING
                       MOVE 'INVESTIGATE' TO WS-ORP-ACTION
                       PERFORM 600-PRINT-ORPHAN
                 END-EVALUATE
              ELSE
                 PERFORM 870-FIND-ARCHIVE-PO
                 IF ARCHIVE-FOUND
                    MOVE 'PO ONLY ON ARCHIVE' TO WS-ORP-FINDING
                    MOVE 'PURGE' TO WS-ORP-ACTION
                 ELSE
                    MOVE 'PO NOT ON MASTER OR ARCHIVE'
                       TO WS-ORP-FINDING
                    MOVE 'INVESTIGATE' TO WS-ORP-ACTION
                 END-IF
                 PERFORM 600-PRINT-ORPHAN
              END-IF
           END-IF
           .

       600-PRINT-ORPHAN.
           MOVE WS-CHK-FILE-NAME TO RPD-FILE-NAME
           MOVE WS-CHK-ROW-ID TO RPD-ROW-ID
           MOVE WS-ORP-KEY-TYPE TO RPD-KEY-TYPE
           MOVE WS-ORP-KEY-VALUE TO RPD-KEY-VALUE
           MOVE WS-ORP-FINDING TO RPD-FINDING
           MOVE WS-ORP-ACTION TO RPD-ACTION
           MOVE WS-ORP-REMAP-TO TO RPD-REMAP-TO
           WRITE ORPHRPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-FILE-ORPHANS
           ADD 1 TO WS-TOTAL-ORPHANS
           EVALUATE TRUE
              WHEN WS-ORP-REMAP
                 ADD 1 TO WS-REMAP-COUNT
              WHEN WS-ORP-PURGE
                 ADD 1 TO WS-PURGE-COUNT
              WHEN OTHER
                 ADD 1 TO WS-INVESTIGATE-COUNT
           END-EVALUATE
           .

       700-PRINT-TRAILER.
           MOVE WS-MASTER-READ TO RPX-MASTER
           MOVE WS-ARCHIVE-READ TO RPX-ARCHIVE
           MOVE WS-TOTAL-ROWS-READ TO RPX-ROWS
           WRITE ORPHRPT-RECORD FROM WS-RPT-TRAILER-1
           MOVE WS-TOTAL-ORPHANS TO RPX-ORPHANS
           MOVE WS-REMAP-COUNT TO RPX-REMAP
           MOVE WS-PURGE-COUNT TO RPX-PURGE
           MOVE WS-INVESTIGATE-COUNT TO RPX-INVESTIGATE
           WRITE ORPHRPT-RECORD FROM WS-RPT-TRAILER-2
           .

       800-FIND-MASTER-PART.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING MPT-IDX FROM 1 BY 1
              UNTIL MPT-IDX > WS-MPT-COUNT OR ENTRY-FOUND
                 IF WS-MPT-PART-NUMBER(MPT-IDX) = WS-CHK-PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           .

       810-FIND-MASTER-SUPPLIER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING MSP-IDX FROM 1 BY 1
              UNTIL MSP-IDX > WS-MSP-COUNT OR ENTRY-FOUND
                 IF WS-MSP-SUPPLIER-CODE(MSP-IDX) = WS-ROW-SUPPLIER
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           .

      *    Leaves MPO-IDX on the PO when found.
       820-FIND-MASTER-PO.
           MOVE 'N' TO WS-FOUND-FLAG
           SET MPO-IDX TO 1
           PERFORM UNTIL MPO-IDX > WS-MPO-COUNT OR ENTRY-FOUND
              IF WS-MPO-PO-NUMBER(MPO-IDX) = WS-CHK-PO-NUMBER
                 MOVE 'Y' TO WS-FOUND-FLAG
              ELSE
                 SET MPO-IDX UP BY 1
              END-IF
           END-PERFORM
           .

       850-FIND-ARCHIVE-PART.
           MOVE 'N' TO WS-ARCH-FLAG
           PERFORM VARYING APT-IDX FROM 1 BY 1
              UNTIL APT-IDX > WS-APT-COUNT OR ARCHIVE-FOUND
                 IF WS-APT-PART-NUMBER(APT-IDX) = WS-CHK-PART-NUMBER
                    MOVE 'Y' TO WS-ARCH-FLAG
                 END-IF
           END-PERFORM
           .

       860-FIND-ARCHIVE-SUPPLIER.
           MOVE 'N' TO WS-ARCH-FLAG
           PERFORM VARYING ASP-IDX FROM 1 BY 1
              UNTIL ASP-IDX > WS-ASP-COUNT OR ARCHIVE-FOUND
                 IF WS-ASP-SUPPLIER-CODE(ASP-IDX) = WS-ROW-SUPPLIER
                    MOVE 'Y' TO WS-ARCH-FLAG
                 END-IF
           END-PERFORM
           .

       870-FIND-ARCHIVE-PO.
           MOVE 'N' TO WS-ARCH-FLAG
           PERFORM VARYING APO-IDX FROM 1 BY 1
              UNTIL APO-IDX > WS-APO-COUNT OR ARCHIVE-FOUND
                 IF WS-APO-PO-NUMBER(APO-IDX) = WS-CHK-PO-NUMBER
                    MOVE 'Y' TO WS-ARCH-FLAG
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-IN.
           CLOSE ORPHRPT-REC.
