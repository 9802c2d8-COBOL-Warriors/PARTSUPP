      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    BOMCOST.
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
      * //BOMFILE  DD DSN=USER66.EXAM.DEV.BOMFILE.MASTER,DISP=SHR
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //BOMCOLD  DD DSN=USER66.EXAM.DEV.BOMCOST.ROLLUP,DISP=SHR
      * //BOMCPARM DD *
      *   JCL Output
      * //BOMCNEW  DD DSN=USER66.EXAM.DEV.BOMCOST.ROLLUP(+1),
      * //            DISP=(,CATLG)
      * //BOMCRPT  DD SYSOUT=*
      * //BOMCCMP  DD SYSOUT=*
      ***************************************************************
      * Bill-of-materials cost rollup.  BOMFILE (the same parent/
      * component links KITWORK and TIMEPHAS read) is walked from
      * every BOM-PARENT-PART down through all its levels:
      *
      *  - a component that is itself a BOM-PARENT-PART is a
      *    subassembly and costs at its own rolled cost;
      *  - any other component is purchased and costs at its best
      *    Active PARTSUPL price at the line's BOM-QTY-PER usage -
      *    the highest quantity-break tier that usage reaches
      *    (QTY-BREAK-1..3, zero meaning the tier is unused), else
      *    UNIT-PRICE - lowest price winning and lead time breaking
      *    a tie, the same choice REPLEN's 220-FIND-BEST-SUPPLIER
      *    makes.  A component with no Active row costs zero and is
      *    flagged, and so is every assembly above it.
      *
      * Rolled cost = sum of BOM-QTY-PER x component cost, worked
      * bottom-up a pass at a time until nothing more can be
      * costed; an assembly still uncosted after that is on a BOM
      * loop and is listed as such.
      *
      * BOMCRPT prints a costed indented BOM for every kit - a
      * parent that is no one's component - with the level, the
      * quantity per kit and the extended cost each line adds.
      *
      * Each run writes its kit totals and each kit's purchased-
      * component lines to BOMCNEW; the prior generation read back
      * as BOMCOLD (optional - a first run has nothing to compare)
      * drives BOMCCMP, which flags every kit whose rolled cost moved
      * more than the BOMCPARM percent (columns 1-3, default 5) and
      * names the component whose extended cost moved most, with
      * its old and new supplier and unit price.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOMFILE-REC   ASSIGN TO BOMFILE.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT BOMCOLD-REC   ASSIGN TO BOMCOLD
               FILE STATUS IS WS-BOMCOLD-FILE-STATUS.
           SELECT BOMCPARM-REC  ASSIGN TO BOMCPARM
               FILE STATUS IS WS-BOMCPARM-FILE-STATUS.
           SELECT BOMCNEW-REC   ASSIGN TO BOMCNEW.
           SELECT BOMCRPT-REC   ASSIGN TO BOMCRPT.
           SELECT BOMCCMP-REC   ASSIGN TO BOMCCMP.

       DATA DIVISION.
       FILE SECTION.

      *    One row per parent/component link on the bill of
      *    materials.
       FD  BOMFILE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOMFILE-RECORD.
       01  BOMFILE-RECORD.
           05  BOM-PARENT-PART     PIC X(23).
           05  BOM-COMPONENT-PART  PIC X(23).
           05  BOM-QTY-PER         PIC 9(05).
           05  FILLER              PIC X(09).

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
           05  PSL-QTY-BREAK-1    PIC 9(05).
           05  PSL-PRICE-BREAK-1  PIC S9(7)V99.
           05  PSL-QTY-BREAK-2    PIC 9(05).
           05  PSL-PRICE-BREAK-2  PIC S9(7)V99.
           05  PSL-QTY-BREAK-3    PIC 9(05).
           05  PSL-PRICE-BREAK-3  PIC S9(7)V99.
           05  FILLER             PIC X(06).

      *    Prior rollup - a 'K' row per kit with its rolled cost,
      *    then a 'C' row per purchased component of that kit.
       FD  BOMCOLD-REC
           DATA RECORD IS BOMCOLD-RECORD.
       01  BOMCOLD-RECORD.
           05  BCO-ROW-TYPE        PIC X(01).
               88 BCO-KIT-ROW               VALUE 'K'.
               88 BCO-COMPONENT-ROW         VALUE 'C'.
           05  BCO-KIT-PART        PIC X(23).
           05  BCO-COMPONENT-PART  PIC X(23).
           05  BCO-SUPPLIER-CODE   PIC X(10).
           05  BCO-UNIT-PRICE      PIC S9(7)V99.
           05  BCO-EXT-COST        PIC S9(11)V99.
           05  BCO-ROLLUP-DATE     PIC 9(08).
           05  FILLER              PIC X(13).

      *    Run control card - percent change that flags a kit.
       FD  BOMCPARM-REC
           DATA RECORD IS BOMCPARM-RECORD.
       01  BOMCPARM-RECORD.
           05  BCP-FLAG-PCT        PIC X(03).
           05  FILLER              PIC X(77).

      *    This run's rollup - same layout as BOMCOLD-RECORD.
       FD  BOMCNEW-REC
           DATA RECORD IS BOMCNEW-RECORD.
       01  BOMCNEW-RECORD.
           05  BCN-ROW-TYPE        PIC X(01).
           05  BCN-KIT-PART        PIC X(23).
           05  BCN-COMPONENT-PART  PIC X(23).
           05  BCN-SUPPLIER-CODE   PIC X(10).
           05  BCN-UNIT-PRICE      PIC S9(7)V99.
           05  BCN-EXT-COST        PIC S9(11)V99.
           05  BCN-ROLLUP-DATE     PIC 9(08).
           05  FILLER              PIC X(13).

       FD  BOMCRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOMCRPT-RECORD.
       01  BOMCRPT-RECORD                PIC X(132).

       FD  BOMCCMP-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOMCCMP-RECORD.
       01  BOMCCMP-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-BOMCOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-BOMCPARM-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    The BOM links, each priced once loaded.  A subassembly
      *    line ('A') points at its assembly slot; a purchased line
      *    ('P') carries the supplier and price it costs at.
       01  WS-BOM-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-BOM-TABLE.
           05  WS-BOM-ENTRY OCCURS 500 TIMES
                  INDEXED BY BOM-IDX.
               10 WS-BOM-PARENT          PIC X(23)      VALUE SPACES.
               10 WS-BOM-COMPONENT       PIC X(23)      VALUE SPACES.
               10 WS-BOM-QTY-PER         PIC 9(05)      VALUE 0.
               10 WS-BOM-LINE-TYPE       PIC X(01)      VALUE SPACES.
                  88 WS-BOM-SUBASSEMBLY                 VALUE 'A'.
                  88 WS-BOM-PURCHASED                   VALUE 'P'.
               10 WS-BOM-ASM-SLOT        PIC 9(03)      VALUE 0.
               10 WS-BOM-PRICED-FLAG     PIC X(01)      VALUE 'N'.
                  88 WS-BOM-PRICED                      VALUE 'Y'.
               10 WS-BOM-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-BOM-UNIT-PRICE      PIC S9(7)V99   VALUE 0.

      *    One entry per distinct BOM-PARENT-PART.
       01  WS-ASM-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-ASM-TABLE.
           05  WS-ASM-ENTRY OCCURS 500 TIMES
                  INDEXED BY ASM-IDX.
               10 WS-ASM-PART            PIC X(23)      VALUE SPACES.
               10 WS-ASM-ROLLED-COST     PIC S9(9)V99   VALUE 0.
               10 WS-ASM-COSTED-FLAG     PIC X(01)      VALUE 'N'.
                  88 WS-ASM-COSTED                      VALUE 'Y'.
               10 WS-ASM-MISSING-FLAG    PIC X(01)      VALUE 'N'.
                  88 WS-ASM-PRICE-MISSING               VALUE 'Y'.
               10 WS-ASM-KIT-FLAG        PIC X(01)      VALUE 'Y'.
                  88 WS-ASM-IS-KIT                      VALUE 'Y'.

       01  WS-PSL-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-PSL-TABLE.
           05  WS-PSL-ENTRY OCCURS 2000 TIMES
                  INDEXED BY PSL-IDX.
               10 WS-PSL-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-PSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PSL-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-PSL-LEAD-TIME-WKS   PIC 9(03)      VALUE 0.
               10 WS-PSL-QTY-BREAK-1     PIC 9(05)      VALUE 0.
               10 WS-PSL-PRICE-BREAK-1   PIC S9(7)V99   VALUE 0.
               10 WS-PSL-QTY-BREAK-2     PIC 9(05)      VALUE 0.
               10 WS-PSL-PRICE-BREAK-2   PIC S9(7)V99   VALUE 0.
               10 WS-PSL-QTY-BREAK-3     PIC 9(05)      VALUE 0.
               10 WS-PSL-PRICE-BREAK-3   PIC S9(7)V99   VALUE 0.

      *    This run's purchased-component lines per kit, a component
      *    used at several places in one kit summed into one entry.
       01  WS-CUR-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CUR-IDX.
               10 WS-CUR-KIT-PART        PIC X(23)      VALUE SPACES.
               10 WS-CUR-COMPONENT       PIC X(23)      VALUE SPACES.
               10 WS-CUR-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CUR-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-CUR-EXT-COST        PIC S9(11)V99  VALUE 0.

      *    The prior rollup, kit rows and component rows apart.
       01  WS-PKT-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-PRIOR-KIT-TABLE.
           05  WS-PKT-ENTRY OCCURS 500 TIMES
                  INDEXED BY PKT-IDX.
               10 WS-PKT-KIT-PART        PIC X(23)      VALUE SPACES.
               10 WS-PKT-ROLLED-COST     PIC S9(11)V99  VALUE 0.
       01  WS-PCM-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-PRIOR-COMP-TABLE.
           05  WS-PCM-ENTRY OCCURS 2000 TIMES
                  INDEXED BY PCM-IDX.
               10 WS-PCM-KIT-PART        PIC X(23)      VALUE SPACES.
               10 WS-PCM-COMPONENT       PIC X(23)      VALUE SPACES.
               10 WS-PCM-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-PCM-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-PCM-EXT-COST        PIC S9(11)V99  VALUE 0.
               10 WS-PCM-MATCHED-FLAG    PIC X(01)      VALUE 'N'.

      *    Walk stack for the indented BOM - one entry per level
      *    down, holding the assembly being listed, the next BOM
      *    line to scan for it and its quantity per kit.
       01  WS-DEPTH                      PIC 9(02)      VALUE 0.
       01  WS-MAX-DEPTH                  PIC 9(02)      VALUE 10.
       01  WS-STACK-TABLE.
           05  WS-STK-ENTRY OCCURS 10 TIMES.
               10 WS-STK-PART            PIC X(23)      VALUE SPACES.
               10 WS-STK-NEXT            PIC 9(03)      VALUE 0.
               10 WS-STK-EXT-QTY         PIC 9(09)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-KITS-COSTED             PIC 9(05)      VALUE 0.
           05 WS-UNPRICED-LINES          PIC 9(05)      VALUE 0.
           05 WS-LOOP-ASSEMBLIES         PIC 9(05)      VALUE 0.
           05 WS-KITS-FLAGGED            PIC 9(05)      VALUE 0.
           05 WS-KITS-NO-PRIOR           PIC 9(05)      VALUE 0.

       01  WS-FLAG-PCT                   PIC 9(03)      VALUE 5.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-READY-FLAG                 PIC X(01)      VALUE 'N'.
           88 ALL-COMPONENTS-COSTED                     VALUE 'Y'.
       01  WS-MISSING-FLAG               PIC X(01)      VALUE 'N'.
       01  WS-PROGRESS                   PIC 9(03)      VALUE 0.
       01  WS-LINE                       PIC 9(03)      VALUE 0.
       01  WS-SLOT                       PIC 9(04)      VALUE 0.
       01  WS-INDENT                     PIC 9(02)      VALUE 0.
       01  WS-EXT-QTY                    PIC 9(09)      VALUE 0.
       01  WS-ROLL-COST                  PIC S9(9)V99   VALUE 0.
       01  WS-LINE-UNIT-COST             PIC S9(9)V99   VALUE 0.
       01  WS-LINE-EXT-COST              PIC S9(11)V99  VALUE 0.
       01  WS-PRICE-QTY                  PIC 9(05)      VALUE 0.
       01  WS-TIER-PRICE                 PIC S9(7)V99   VALUE 0.
       01  WS-BEST-FOUND                 PIC X(01)      VALUE 'N'.
       01  WS-BEST-SUPPLIER-CODE         PIC X(10)      VALUE SPACES.
       01  WS-BEST-UNIT-PRICE            PIC S9(7)V99   VALUE 0.
       01  WS-BEST-LEAD-TIME-WKS         PIC 9(03)      VALUE 0.
       01  WS-PCT-CHANGE                 PIC S9(5)V99   VALUE 0.
       01  WS-ABS-PCT                    PIC 9(5)V99    VALUE 0.
       01  WS-DELTA                      PIC S9(11)V99  VALUE 0.
       01  WS-ABS-DELTA                  PIC 9(11)V99   VALUE 0.
       01  WS-DRIVER-ABS                 PIC 9(11)V99   VALUE 0.
       01  WS-DRIVER-DELTA               PIC S9(11)V99  VALUE 0.
       01  WS-DRIVER-COMPONENT           PIC X(23)      VALUE SPACES.
       01  WS-DRIVER-OLD-SUPPLIER        PIC X(10)      VALUE SPACES.
       01  WS-DRIVER-OLD-PRICE           PIC S9(7)V99   VALUE 0.
       01  WS-DRIVER-NEW-SUPPLIER        PIC X(10)      VALUE SPACES.
       01  WS-DRIVER-NEW-PRICE           PIC S9(7)V99   VALUE 0.
       01  WS-OLD-SUPPLIER               PIC X(10)      VALUE SPACES.
       01  WS-OLD-PRICE                  PIC S9(7)V99   VALUE 0.
       01  WS-OLD-EXT-COST               PIC S9(11)V99  VALUE 0.

       01  BOMFILE-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-BOM-LINKS                         VALUE 'Y'.
       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PRICE-LINKS                       VALUE 'Y'.
       01  BOMCOLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-PRIOR-ROWS                        VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(36)      VALUE
               'COSTED INDENTED BILL OF MATERIALS - '.
           05  FILLER              PIC X(04)      VALUE 'RUN '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(84)      VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(47)      VALUE
               'LV PART NUMBER'.
           05  FILLER              PIC X(30)      VALUE
               'QTY/P     QTY/KIT SUPPLIER'.
           05  FILLER              PIC X(32)      VALUE
               '       UNIT COST   EXTENDED COST'.
           05  FILLER              PIC X(23)      VALUE ' REMARK'.

       01  WS-RPT-DETAIL.
           05  RBD-LEVEL           PIC Z9         VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RBD-INDENTED-PART   PIC X(43)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RBD-QTY-PER         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RBD-EXT-QTY         PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RBD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RBD-UNIT-COST       PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RBD-EXT-COST        PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RBD-REMARK          PIC X(24)      VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  RML-TEXT            PIC X(80)      VALUE SPACES.
           05  FILLER              PIC X(52)      VALUE SPACES.

       01  WS-CMP-HEADING.
           05  FILLER              PIC X(29)      VALUE
               'KIT ROLLED COST CHANGES OVER '.
           05  CHD-FLAG-PCT        PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(15)      VALUE
               ' PERCENT - RUN '.
           05  CHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(77)      VALUE SPACES.

       01  WS-CMP-COLUMN-LINE.
           05  FILLER              PIC X(24)      VALUE
               'KIT PART NUMBER'.
           05  FILLER              PIC X(32)      VALUE
               '      PRIOR COST        NEW COST'.
           05  FILLER              PIC X(09)      VALUE '  PCT CHG'.
           05  FILLER              PIC X(67)      VALUE SPACES.

       01  WS-CMP-KIT-LINE.
           05  RCK-KIT-PART        PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCK-PRIOR-COST      PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCK-NEW-COST        PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCK-PCT-CHANGE      PIC ZZZ9.99-   VALUE ZERO.
           05  FILLER              PIC X(68)      VALUE SPACES.

       01  WS-CMP-CAUSE-LINE.
           05  FILLER              PIC X(06)      VALUE '  DUE '.
           05  RCC-COMPONENT       PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE ' SUPPLIER '.
           05  RCC-OLD-SUPPLIER    PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(04)      VALUE ' AT '.
           05  RCC-OLD-PRICE       PIC ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(04)      VALUE ' TO '.
           05  RCC-NEW-SUPPLIER    PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(04)      VALUE ' AT '.
           05  RCC-NEW-PRICE       PIC ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE ' EXT CHG '.
           05  RCC-EXT-CHANGE      PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(14)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-FLAG-PERCENT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-BOM-LINKS.
           PERFORM 210-BUILD-ASSEMBLY-TABLE.
           PERFORM 250-LOAD-PRICE-LINK.
           PERFORM 300-PRICE-BOM-LINES.
           PERFORM 400-ROLL-UP-ASSEMBLIES.
           PERFORM 500-PRINT-KITS.
           PERFORM 450-LOAD-PRIOR-ROLLUP.
           PERFORM 600-COMPARE-KITS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'BOMCOST COMPLETE - KITS: ' WS-KITS-COSTED
              ' UNPRICED LINES: ' WS-UNPRICED-LINES
              ' FLAGGED: ' WS-KITS-FLAGGED.
           GOBACK.

       000-INIT.
           INITIALIZE WS-BOM-COUNT.
           INITIALIZE WS-BOM-TABLE.
           INITIALIZE WS-ASM-COUNT.
           INITIALIZE WS-ASM-TABLE.
           INITIALIZE WS-PSL-COUNT.
           INITIALIZE WS-PSL-TABLE.
           INITIALIZE WS-CUR-COUNT.
           INITIALIZE WS-CUR-TABLE.
           INITIALIZE WS-PKT-COUNT.
           INITIALIZE WS-PRIOR-KIT-TABLE.
           INITIALIZE WS-PCM-COUNT.
           INITIALIZE WS-PRIOR-COMP-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 5 TO WS-FLAG-PCT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO BOMFILE-EOF.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO BOMCOLD-EOF.

      *    A missing card, or one that isn't numeric, keeps the
      *    standard 5 percent.
       050-READ-FLAG-PERCENT.
           OPEN INPUT BOMCPARM-REC
           IF WS-BOMCPARM-FILE-STATUS = '00'
              READ BOMCPARM-REC
                 AT END MOVE SPACES TO BOMCPARM-RECORD
              END-READ
              IF BCP-FLAG-PCT NUMERIC
                 MOVE BCP-FLAG-PCT TO WS-FLAG-PCT
              ELSE
                 DISPLAY 'BOMCOST PERCENT CARD NOT NUMERIC - USING '
                    WS-FLAG-PCT
              END-IF
              CLOSE BOMCPARM-REC
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT BOMFILE-REC.
           OPEN INPUT PARTSUPL-REC.
           OPEN OUTPUT BOMCNEW-REC.
           OPEN OUTPUT BOMCRPT-REC.
           OPEN OUTPUT BOMCCMP-REC.

       200-LOAD-BOM-LINKS.
           READ BOMFILE-REC
              AT END MOVE 'Y' TO BOMFILE-EOF
           END-READ
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL NO-MORE-BOM-LINKS OR BOM-IDX > 500
                 MOVE BOM-PARENT-PART TO WS-BOM-PARENT(BOM-IDX)
                 MOVE BOM-COMPONENT-PART
                    TO WS-BOM-COMPONENT(BOM-IDX)
                 MOVE BOM-QTY-PER TO WS-BOM-QTY-PER(BOM-IDX)
                 SET WS-BOM-COUNT TO BOM-IDX
                 READ BOMFILE-REC
                    AT END MOVE 'Y' TO BOMFILE-EOF
                 END-READ
           END-PERFORM
           .

      *    One assembly per distinct parent; an assembly that turns
      *    up as some line's component is a subassembly, not a kit.
       210-BUILD-ASSEMBLY-TABLE.
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT
                 MOVE 'N' TO WS-FOUND-FLAG
                 PERFORM VARYING ASM-IDX FROM 1 BY 1
                    UNTIL ASM-IDX > WS-ASM-COUNT OR ENTRY-FOUND
                       IF WS-ASM-PART(ASM-IDX) = WS-BOM-PARENT(BOM-IDX)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
                 IF NOT ENTRY-FOUND AND WS-ASM-COUNT < 500
                    ADD 1 TO WS-ASM-COUNT
                    MOVE WS-BOM-PARENT(BOM-IDX)
                       TO WS-ASM-PART(WS-ASM-COUNT)
                    MOVE 'Y' TO WS-ASM-KIT-FLAG(WS-ASM-COUNT)
                 END-IF
           END-PERFORM
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT
                 MOVE 'P' TO WS-BOM-LINE-TYPE(BOM-IDX)
                 PERFORM VARYING ASM-IDX FROM 1 BY 1
                    UNTIL ASM-IDX > WS-ASM-COUNT
                       IF WS-ASM-PART(ASM-IDX)
                          = WS-BOM-COMPONENT(BOM-IDX)
                          MOVE 'A' TO WS-BOM-LINE-TYPE(BOM-IDX)
                          SET WS-BOM-ASM-SLOT(BOM-IDX) TO ASM-IDX
                          MOVE 'N' TO WS-ASM-KIT-FLAG(ASM-IDX)
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       250-LOAD-PRICE-LINK.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PRICE-LINKS
              IF PSL-ACTIVE AND WS-PSL-COUNT < 2000
                 ADD 1 TO WS-PSL-COUNT
                 SET PSL-IDX TO WS-PSL-COUNT
                 MOVE PSL-PART-NUMBER TO WS-PSL-PART-NUMBER(PSL-IDX)
                 MOVE PSL-SUPPLIER-CODE
                    TO WS-PSL-SUPPLIER-CODE(PSL-IDX)
                 MOVE PSL-UNIT-PRICE TO WS-PSL-UNIT-PRICE(PSL-IDX)
                 MOVE PSL-LEAD-TIME-WKS
                    TO WS-PSL-LEAD-TIME-WKS(PSL-IDX)
                 MOVE PSL-QTY-BREAK-1 TO WS-PSL-QTY-BREAK-1(PSL-IDX)
                 MOVE PSL-PRICE-BREAK-1
                    TO WS-PSL-PRICE-BREAK-1(PSL-IDX)
                 MOVE PSL-QTY-BREAK-2 TO WS-PSL-QTY-BREAK-2(PSL-IDX)
                 MOVE PSL-PRICE-BREAK-2
                    TO WS-PSL-PRICE-BREAK-2(PSL-IDX)
                 MOVE PSL-QTY-BREAK-3 TO WS-PSL-QTY-BREAK-3(PSL-IDX)
                 MOVE PSL-PRICE-BREAK-3
                    TO WS-PSL-PRICE-BREAK-3(PSL-IDX)
              END-IF
              READ PARTSUPL-REC
                 AT END MOVE 'Y' TO PARTSUPL-EOF
              END-READ
           END-PERFORM
           .

       300-PRICE-BOM-LINES.
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT
                 IF WS-BOM-PURCHASED(BOM-IDX)
                    MOVE WS-BOM-QTY-PER(BOM-IDX) TO WS-PRICE-QTY
                    PERFORM 310-FIND-BEST-SUPPLIER
                    IF WS-BEST-FOUND = 'Y'
                       MOVE 'Y' TO WS-BOM-PRICED-FLAG(BOM-IDX)
                       MOVE WS-BEST-SUPPLIER-CODE
                          TO WS-BOM-SUPPLIER-CODE(BOM-IDX)
                       MOVE WS-BEST-UNIT-PRICE
                          TO WS-BOM-UNIT-PRICE(BOM-IDX)
                    ELSE
                       MOVE 'N' TO WS-BOM-PRICED-FLAG(BOM-IDX)
                       MOVE SPACES TO WS-BOM-SUPPLIER-CODE(BOM-IDX)
                       MOVE 0 TO WS-BOM-UNIT-PRICE(BOM-IDX)
                       ADD 1 TO WS-UNPRICED-LINES
                    END-IF
                 END-IF
           END-PERFORM
           .

      *    Lowest price at WS-PRICE-QTY among the component's Active
      *    rows, lead time breaking a tie.
       310-FIND-BEST-SUPPLIER.
           MOVE 'N' TO WS-BEST-FOUND
           MOVE SPACES TO WS-BEST-SUPPLIER-CODE
           MOVE 0 TO WS-BEST-UNIT-PRICE
           MOVE 0 TO WS-BEST-LEAD-TIME-WKS
           PERFORM VARYING PSL-IDX FROM 1 BY 1
              UNTIL PSL-IDX > WS-PSL-COUNT
              IF WS-PSL-PART-NUMBER(PSL-IDX) = WS-BOM-COMPONENT(BOM-IDX)
                 PERFORM 315-PRICE-AT-QUANTITY
                 IF WS-BEST-FOUND = 'N'
                    OR WS-TIER-PRICE < WS-BEST-UNIT-PRICE
                    OR (WS-TIER-PRICE = WS-BEST-UNIT-PRICE
                        AND WS-PSL-LEAD-TIME-WKS(PSL-IDX)
                           < WS-BEST-LEAD-TIME-WKS)
                    MOVE 'Y' TO WS-BEST-FOUND
                    MOVE WS-PSL-SUPPLIER-CODE(PSL-IDX)
                       TO WS-BEST-SUPPLIER-CODE
                    MOVE WS-TIER-PRICE TO WS-BEST-UNIT-PRICE
                    MOVE WS-PSL-LEAD-TIME-WKS(PSL-IDX)
                       TO WS-BEST-LEAD-TIME-WKS
                 END-IF
              END-IF
           END-PERFORM
           .

      *    Tiers step up in quantity (PARTSUPL enforces it), so the
      *    last one the usage reaches is the one that applies.
       315-PRICE-AT-QUANTITY.
           MOVE WS-PSL-UNIT-PRICE(PSL-IDX) TO WS-TIER-PRICE
           IF WS-PSL-QTY-BREAK-1(PSL-IDX) > 0
              AND WS-PRICE-QTY >= WS-PSL-QTY-BREAK-1(PSL-IDX)
              MOVE WS-PSL-PRICE-BREAK-1(PSL-IDX) TO WS-TIER-PRICE
           END-IF
           IF WS-PSL-QTY-BREAK-2(PSL-IDX) > 0
              AND WS-PRICE-QTY >= WS-PSL-QTY-BREAK-2(PSL-IDX)
              MOVE WS-PSL-PRICE-BREAK-2(PSL-IDX) TO WS-TIER-PRICE
           END-IF
           IF WS-PSL-QTY-BREAK-3(PSL-IDX) > 0
              AND WS-PRICE-QTY >= WS-PSL-QTY-BREAK-3(PSL-IDX)
              MOVE WS-PSL-PRICE-BREAK-3(PSL-IDX) TO WS-TIER-PRICE
           END-IF
           .

      *    Bottom-up, a pass at a time: an assembly costs once every
      *    subassembly under it has.  A pass that costs nothing new
      *    ends the rollup; whatever is left is on a BOM loop.
       400-ROLL-UP-ASSEMBLIES.
           MOVE 1 TO WS-PROGRESS
           PERFORM UNTIL WS-PROGRESS = 0
              MOVE 0 TO WS-PROGRESS
              PERFORM VARYING ASM-IDX FROM 1 BY 1
                 UNTIL ASM-IDX > WS-ASM-COUNT
                    IF NOT WS-ASM-COSTED(ASM-IDX)
                       PERFORM 410-ROLL-ONE-ASSEMBLY
                    END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING ASM-IDX FROM 1 BY 1
              UNTIL ASM-IDX > WS-ASM-COUNT
                 IF NOT WS-ASM-COSTED(ASM-IDX)
                    ADD 1 TO WS-LOOP-ASSEMBLIES
                 END-IF
           END-PERFORM
           .

       410-ROLL-ONE-ASSEMBLY.
           MOVE 'Y' TO WS-READY-FLAG
           MOVE 'N' TO WS-MISSING-FLAG
           MOVE 0 TO WS-ROLL-COST
           PERFORM VARYING BOM-IDX FROM 1 BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT
                 IF WS-BOM-PARENT(BOM-IDX) = WS-ASM-PART(ASM-IDX)
                    IF WS-BOM-SUBASSEMBLY(BOM-IDX)
                       MOVE WS-BOM-ASM-SLOT(BOM-IDX) TO WS-SLOT
                       IF WS-ASM-COSTED(WS-SLOT)
                          COMPUTE WS-ROLL-COST = WS-ROLL-COST
                             + WS-BOM-QTY-PER(BOM-IDX)
                             * WS-ASM-ROLLED-COST(WS-SLOT)
                          IF WS-ASM-PRICE-MISSING(WS-SLOT)
                             MOVE 'Y' TO WS-MISSING-FLAG
                          END-IF
                       ELSE
                          MOVE 'N' TO WS-READY-FLAG
                       END-IF
                    ELSE
                       COMPUTE WS-ROLL-COST = WS-ROLL-COST
                          + WS-BOM-QTY-PER(BOM-IDX)
                          * WS-BOM-UNIT-PRICE(BOM-IDX)
                       IF NOT WS-BOM-PRICED(BOM-IDX)
                          MOVE 'Y' TO WS-MISSING-FLAG
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM
           IF ALL-COMPONENTS-COSTED
              MOVE WS-ROLL-COST TO WS-ASM-ROLLED-COST(ASM-IDX)
              MOVE WS-MISSING-FLAG TO WS-ASM-MISSING-FLAG(ASM-IDX)
              MOVE 'Y' TO WS-ASM-COSTED-FLAG(ASM-IDX)
              ADD 1 TO WS-PROGRESS
           END-IF
           .

      *    The prior generation, optional - a first run has none.
       450-LOAD-PRIOR-ROLLUP.
           OPEN INPUT BOMCOLD-REC
           IF WS-BOMCOLD-FILE-STATUS = '00'
              READ BOMCOLD-REC
                 AT END MOVE 'Y' TO BOMCOLD-EOF
              END-READ
              PERFORM UNTIL NO-MORE-PRIOR-ROWS
                 IF BCO-KIT-ROW AND WS-PKT-COUNT < 500
                    ADD 1 TO WS-PKT-COUNT
                    MOVE BCO-KIT-PART TO WS-PKT-KIT-PART(WS-PKT-COUNT)
                    MOVE BCO-EXT-COST
                       TO WS-PKT-ROLLED-COST(WS-PKT-COUNT)
                 END-IF
                 IF BCO-COMPONENT-ROW AND WS-PCM-COUNT < 2000
                    ADD 1 TO WS-PCM-COUNT
                    SET PCM-IDX TO WS-PCM-COUNT
                    MOVE BCO-KIT-PART TO WS-PCM-KIT-PART(PCM-IDX)
                    MOVE BCO-COMPONENT-PART
                       TO WS-PCM-COMPONENT(PCM-IDX)
                    MOVE BCO-SUPPLIER-CODE
                       TO WS-PCM-SUPPLIER-CODE(PCM-IDX)
                    MOVE BCO-UNIT-PRICE TO WS-PCM-UNIT-PRICE(PCM-IDX)
                    MOVE BCO-EXT-COST TO WS-PCM-EXT-COST(PCM-IDX)
                 END-IF
                 READ BOMCOLD-REC
                    AT END MOVE 'Y' TO BOMCOLD-EOF
                 END-READ
              END-PERFORM
              CLOSE BOMCOLD-REC
           END-IF
           .

       500-PRINT-KITS.
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE
           WRITE BOMCRPT-RECORD FROM WS-RPT-HEADING
           WRITE BOMCRPT-RECORD FROM WS-COLUMN-LINE
           PERFORM VARYING ASM-IDX FROM 1 BY 1
              UNTIL ASM-IDX > WS-ASM-COUNT
                 IF WS-ASM-IS-KIT(ASM-IDX)
                    AND WS-ASM-COSTED(ASM-IDX)
                    PERFORM 510-PRINT-ONE-KIT
                 END-IF
           END-PERFORM
           IF WS-LOOP-ASSEMBLIES > 0
              MOVE SPACES TO BOMCRPT-RECORD
              WRITE BOMCRPT-RECORD
              MOVE 'ASSEMBLIES NOT COSTED - COMPONENT OF THEMSELVES'
                 TO RML-TEXT
              WRITE BOMCRPT-RECORD FROM WS-MESSAGE-LINE
              PERFORM VARYING ASM-IDX FROM 1 BY 1
                 UNTIL ASM-IDX > WS-ASM-COUNT
                    IF NOT WS-ASM-COSTED(ASM-IDX)
                       MOVE SPACES TO RML-TEXT
                       STRING '   ' WS-ASM-PART(ASM-IDX)
                          ' - BOM LOOP' DELIMITED BY SIZE
                          INTO RML-TEXT
                       WRITE BOMCRPT-RECORD FROM WS-MESSAGE-LINE
                    END-IF
              END-PERFORM
           END-IF
           .

      *    Kit line, then its structure walked depth first off the
      *    stack - every line is listed under the assembly it goes
      *    into, at that assembly's level plus one.
       510-PRINT-ONE-KIT.
           ADD 1 TO WS-KITS-COSTED
           MOVE SPACES TO BOMCRPT-RECORD
           WRITE BOMCRPT-RECORD
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE 0 TO RBD-LEVEL
           MOVE WS-ASM-PART(ASM-IDX) TO RBD-INDENTED-PART
           MOVE 1 TO RBD-QTY-PER
           MOVE 1 TO RBD-EXT-QTY
           MOVE WS-ASM-ROLLED-COST(ASM-IDX) TO RBD-UNIT-COST
           MOVE WS-ASM-ROLLED-COST(ASM-IDX) TO RBD-EXT-COST
           IF WS-ASM-PRICE-MISSING(ASM-IDX)
              MOVE 'KIT - PRICE MISSING' TO RBD-REMARK
           ELSE
              MOVE 'KIT ROLLED COST' TO RBD-REMARK
           END-IF
           WRITE BOMCRPT-RECORD FROM WS-RPT-DETAIL
           MOVE 1 TO WS-DEPTH
           MOVE WS-ASM-PART(ASM-IDX) TO WS-STK-PART(1)
           MOVE 1 TO WS-STK-NEXT(1)
           MOVE 1 TO WS-STK-EXT-QTY(1)
           PERFORM 520-NEXT-COMPONENT UNTIL WS-DEPTH = 0
           PERFORM 550-WRITE-KIT-ROLLUP
           .

       520-NEXT-COMPONENT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING BOM-IDX FROM WS-STK-NEXT(WS-DEPTH) BY 1
              UNTIL BOM-IDX > WS-BOM-COUNT OR ENTRY-FOUND
                 IF WS-BOM-PARENT(BOM-IDX) = WS-STK-PART(WS-DEPTH)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-LINE TO BOM-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              SUBTRACT 1 FROM WS-DEPTH
           ELSE
              COMPUTE WS-STK-NEXT(WS-DEPTH) = WS-LINE + 1
              COMPUTE WS-EXT-QTY = WS-STK-EXT-QTY(WS-DEPTH)
                 * WS-BOM-QTY-PER(WS-LINE)
              PERFORM 530-PRINT-BOM-LINE
              IF WS-BOM-SUBASSEMBLY(WS-LINE)
                 IF WS-DEPTH < WS-MAX-DEPTH
                    ADD 1 TO WS-DEPTH
                    MOVE WS-BOM-COMPONENT(WS-LINE)
                       TO WS-STK-PART(WS-DEPTH)
                    MOVE 1 TO WS-STK-NEXT(WS-DEPTH)
                    MOVE WS-EXT-QTY TO WS-STK-EXT-QTY(WS-DEPTH)
                 END-IF
              ELSE
                 PERFORM 540-ADD-KIT-COMPONENT
              END-IF
           END-IF
           .

       530-PRINT-BOM-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-DEPTH TO RBD-LEVEL
           COMPUTE WS-INDENT = WS-DEPTH * 2
           MOVE WS-BOM-COMPONENT(WS-LINE)
              TO RBD-INDENTED-PART(WS-INDENT + 1:23)
           MOVE WS-BOM-QTY-PER(WS-LINE) TO RBD-QTY-PER
           MOVE WS-EXT-QTY TO RBD-EXT-QTY
           IF WS-BOM-SUBASSEMBLY(WS-LINE)
              MOVE WS-BOM-ASM-SLOT(WS-LINE) TO WS-SLOT
              MOVE WS-ASM-ROLLED-COST(WS-SLOT) TO WS-LINE-UNIT-COST
              IF WS-ASM-PRICE-MISSING(WS-SLOT)
                 MOVE 'SUBASSY - PRICE MISSING' TO RBD-REMARK
              ELSE
                 MOVE 'SUBASSEMBLY' TO RBD-REMARK
              END-IF
              IF WS-DEPTH NOT < WS-MAX-DEPTH
                 MOVE 'TOO DEEP - NOT EXPANDED' TO RBD-REMARK
              END-IF
           ELSE
              MOVE WS-BOM-UNIT-PRICE(WS-LINE) TO WS-LINE-UNIT-COST
              MOVE WS-BOM-SUPPLIER-CODE(WS-LINE) TO RBD-SUPPLIER-CODE
              IF NOT WS-BOM-PRICED(WS-LINE)
                 MOVE 'NO ACTIVE PRICE' TO RBD-REMARK
              END-IF
           END-IF
           COMPUTE WS-LINE-EXT-COST = WS-EXT-QTY * WS-LINE-UNIT-COST
           MOVE WS-LINE-UNIT-COST TO RBD-UNIT-COST
           MOVE WS-LINE-EXT-COST TO RBD-EXT-COST
           WRITE BOMCRPT-RECORD FROM WS-RPT-DETAIL
           .

      *    Purchased component's share of this kit, summed where it
      *    turns up more than once in the structure.
       540-ADD-KIT-COMPONENT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING CUR-IDX FROM 1 BY 1
              UNTIL CUR-IDX > WS-CUR-COUNT OR ENTRY-FOUND
                 IF WS-CUR-KIT-PART(CUR-IDX) = WS-ASM-PART(ASM-IDX)
                    AND WS-CUR-COMPONENT(CUR-IDX)
                       = WS-BOM-COMPONENT(WS-LINE)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO CUR-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-CUR-COUNT < 2000
                 ADD 1 TO WS-CUR-COUNT
                 MOVE WS-CUR-COUNT TO WS-SLOT
                 MOVE WS-ASM-PART(ASM-IDX) TO WS-CUR-KIT-PART(WS-SLOT)
                 MOVE WS-BOM-COMPONENT(WS-LINE)
                    TO WS-CUR-COMPONENT(WS-SLOT)
                 MOVE WS-BOM-SUPPLIER-CODE(WS-LINE)
                    TO WS-CUR-SUPPLIER-CODE(WS-SLOT)
                 MOVE WS-BOM-UNIT-PRICE(WS-LINE)
                    TO WS-CUR-UNIT-PRICE(WS-SLOT)
              ELSE
                 MOVE 0 TO WS-SLOT
              END-IF
           END-IF
           IF WS-SLOT > 0
              ADD WS-LINE-EXT-COST TO WS-CUR-EXT-COST(WS-SLOT)
           END-IF
           .

       550-WRITE-KIT-ROLLUP.
           MOVE SPACES TO BOMCNEW-RECORD
           MOVE 'K' TO BCN-ROW-TYPE
           MOVE WS-ASM-PART(ASM-IDX) TO BCN-KIT-PART
           MOVE 0 TO BCN-UNIT-PRICE
           MOVE WS-ASM-ROLLED-COST(ASM-IDX) TO BCN-EXT-COST
           MOVE WS-TODAYS-DATE TO BCN-ROLLUP-DATE
           WRITE BOMCNEW-RECORD
           PERFORM VARYING CUR-IDX FROM 1 BY 1
              UNTIL CUR-IDX > WS-CUR-COUNT
                 IF WS-CUR-KIT-PART(CUR-IDX) = WS-ASM-PART(ASM-IDX)
                    MOVE SPACES TO BOMCNEW-RECORD
                    MOVE 'C' TO BCN-ROW-TYPE
                    MOVE WS-CUR-KIT-PART(CUR-IDX) TO BCN-KIT-PART
                    MOVE WS-CUR-COMPONENT(CUR-IDX)
                       TO BCN-COMPONENT-PART
                    MOVE WS-CUR-SUPPLIER-CODE(CUR-IDX)
                       TO BCN-SUPPLIER-CODE
                    MOVE WS-CUR-UNIT-PRICE(CUR-IDX) TO BCN-UNIT-PRICE
                    MOVE WS-CUR-EXT-COST(CUR-IDX) TO BCN-EXT-COST
                    MOVE WS-TODAYS-DATE TO BCN-ROLLUP-DATE
                    WRITE BOMCNEW-RECORD
                 END-IF
           END-PERFORM
           .

      *    A kit is flagged when its rolled cost moved more than
      *    WS-FLAG-PCT either way since the prior rollup.  A kit new
      *    since then, or one that rolled to zero, has no basis.
       600-COMPARE-KITS.
           MOVE WS-FLAG-PCT TO CHD-FLAG-PCT
           MOVE WS-TODAYS-DATE TO CHD-TODAYS-DATE
           WRITE BOMCCMP-RECORD FROM WS-CMP-HEADING
           WRITE BOMCCMP-RECORD FROM WS-CMP-COLUMN-LINE
           PERFORM VARYING ASM-IDX FROM 1 BY 1
              UNTIL ASM-IDX > WS-ASM-COUNT
                 IF WS-ASM-IS-KIT(ASM-IDX)
                    AND WS-ASM-COSTED(ASM-IDX)
                    PERFORM 605-COMPARE-ONE-KIT
                 END-IF
           END-PERFORM
           MOVE SPACES TO BOMCCMP-RECORD
           WRITE BOMCCMP-RECORD
           MOVE SPACES TO RML-TEXT
           STRING 'KITS FLAGGED: ' WS-KITS-FLAGGED
              '   KITS WITH NO PRIOR ROLLUP: ' WS-KITS-NO-PRIOR
              DELIMITED BY SIZE INTO RML-TEXT
           WRITE BOMCCMP-RECORD FROM WS-MESSAGE-LINE
           .

       605-COMPARE-ONE-KIT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PKT-IDX FROM 1 BY 1
              UNTIL PKT-IDX > WS-PKT-COUNT OR ENTRY-FOUND
                 IF WS-PKT-KIT-PART(PKT-IDX) = WS-ASM-PART(ASM-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO PKT-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              ADD 1 TO WS-KITS-NO-PRIOR
           ELSE
              IF WS-PKT-ROLLED-COST(WS-SLOT) = 0
                 ADD 1 TO WS-KITS-NO-PRIOR
              ELSE
                 COMPUTE WS-PCT-CHANGE ROUNDED =
                    (WS-ASM-ROLLED-COST(ASM-IDX)
                     - WS-PKT-ROLLED-COST(WS-SLOT)) * 100
                    / WS-PKT-ROLLED-COST(WS-SLOT)
                 IF WS-PCT-CHANGE < 0
                    COMPUTE WS-ABS-PCT = 0 - WS-PCT-CHANGE
                 ELSE
                    MOVE WS-PCT-CHANGE TO WS-ABS-PCT
                 END-IF
                 IF WS-ABS-PCT > WS-FLAG-PCT
                    ADD 1 TO WS-KITS-FLAGGED
                    MOVE WS-ASM-PART(ASM-IDX) TO RCK-KIT-PART
                    MOVE WS-PKT-ROLLED-COST(WS-SLOT) TO RCK-PRIOR-COST
                    MOVE WS-ASM-ROLLED-COST(ASM-IDX) TO RCK-NEW-COST
                    MOVE WS-PCT-CHANGE TO RCK-PCT-CHANGE
                    WRITE BOMCCMP-RECORD FROM WS-CMP-KIT-LINE
                    PERFORM 610-FIND-COST-DRIVER
                    MOVE WS-DRIVER-COMPONENT TO RCC-COMPONENT
                    MOVE WS-DRIVER-OLD-SUPPLIER TO RCC-OLD-SUPPLIER
                    MOVE WS-DRIVER-OLD-PRICE TO RCC-OLD-PRICE
                    MOVE WS-DRIVER-NEW-SUPPLIER TO RCC-NEW-SUPPLIER
                    MOVE WS-DRIVER-NEW-PRICE TO RCC-NEW-PRICE
                    MOVE WS-DRIVER-DELTA TO RCC-EXT-CHANGE
                    WRITE BOMCCMP-RECORD FROM WS-CMP-CAUSE-LINE
                 END-IF
              END-IF
           END-IF
           .

      *    The component whose extended cost in this kit moved most
      *    - a component new to the kit counts from zero, one dropped
      *    from it counts down to zero.
       610-FIND-COST-DRIVER.
           MOVE 0 TO WS-DRIVER-ABS
           MOVE 0 TO WS-DRIVER-DELTA
           MOVE SPACES TO WS-DRIVER-COMPONENT
           MOVE SPACES TO WS-DRIVER-OLD-SUPPLIER
           MOVE SPACES TO WS-DRIVER-NEW-SUPPLIER
           MOVE 0 TO WS-DRIVER-OLD-PRICE
           MOVE 0 TO WS-DRIVER-NEW-PRICE
           PERFORM VARYING PCM-IDX FROM 1 BY 1
              UNTIL PCM-IDX > WS-PCM-COUNT
                 MOVE 'N' TO WS-PCM-MATCHED-FLAG(PCM-IDX)
           END-PERFORM
           PERFORM VARYING CUR-IDX FROM 1 BY 1
              UNTIL CUR-IDX > WS-CUR-COUNT
                 IF WS-CUR-KIT-PART(CUR-IDX) = WS-ASM-PART(ASM-IDX)
                    PERFORM 615-FIND-PRIOR-COMPONENT
                    COMPUTE WS-DELTA = WS-CUR-EXT-COST(CUR-IDX)
                       - WS-OLD-EXT-COST
                    PERFORM 620-ABSOLUTE-DELTA
                    IF WS-ABS-DELTA > WS-DRIVER-ABS
                       MOVE WS-ABS-DELTA TO WS-DRIVER-ABS
                       MOVE WS-DELTA TO WS-DRIVER-DELTA
                       MOVE WS-CUR-COMPONENT(CUR-IDX)
                          TO WS-DRIVER-COMPONENT
                       MOVE WS-OLD-SUPPLIER TO WS-DRIVER-OLD-SUPPLIER
                       MOVE WS-OLD-PRICE TO WS-DRIVER-OLD-PRICE
                       MOVE WS-CUR-SUPPLIER-CODE(CUR-IDX)
                          TO WS-DRIVER-NEW-SUPPLIER
                       MOVE WS-CUR-UNIT-PRICE(CUR-IDX)
                          TO WS-DRIVER-NEW-PRICE
                    END-IF
                 END-IF
           END-PERFORM
           PERFORM VARYING PCM-IDX FROM 1 BY 1
              UNTIL PCM-IDX > WS-PCM-COUNT
                 IF WS-PCM-KIT-PART(PCM-IDX) = WS-ASM-PART(ASM-IDX)
                    AND WS-PCM-MATCHED-FLAG(PCM-IDX) = 'N'
                    COMPUTE WS-DELTA = 0 - WS-PCM-EXT-COST(PCM-IDX)
                    PERFORM 620-ABSOLUTE-DELTA
                    IF WS-ABS-DELTA > WS-DRIVER-ABS
                       MOVE WS-ABS-DELTA TO WS-DRIVER-ABS
                       MOVE WS-DELTA TO WS-DRIVER-DELTA
                       MOVE WS-PCM-COMPONENT(PCM-IDX)
                          TO WS-DRIVER-COMPONENT
                       MOVE WS-PCM-SUPPLIER-CODE(PCM-IDX)
                          TO WS-DRIVER-OLD-SUPPLIER
                       MOVE WS-PCM-UNIT-PRICE(PCM-IDX)
                          TO WS-DRIVER-OLD-PRICE
                       MOVE 'DROPPED' TO WS-DRIVER-NEW-SUPPLIER
                       MOVE 0 TO WS-DRIVER-NEW-PRICE
                    END-IF
                 END-IF
           END-PERFORM
           .

       615-FIND-PRIOR-COMPONENT.
           MOVE 'NEW' TO WS-OLD-SUPPLIER
           MOVE 0 TO WS-OLD-PRICE
           MOVE 0 TO WS-OLD-EXT-COST
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING PCM-IDX FROM 1 BY 1
              UNTIL PCM-IDX > WS-PCM-COUNT OR ENTRY-FOUND
                 IF WS-PCM-KIT-PART(PCM-IDX) = WS-ASM-PART(ASM-IDX)
                    AND WS-PCM-COMPONENT(PCM-IDX)
                       = WS-CUR-COMPONENT(CUR-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    MOVE 'Y' TO WS-PCM-MATCHED-FLAG(PCM-IDX)
                    MOVE WS-PCM-SUPPLIER-CODE(PCM-IDX)
                       TO WS-OLD-SUPPLIER
                    MOVE WS-PCM-UNIT-PRICE(PCM-IDX) TO WS-OLD-PRICE
                    MOVE WS-PCM-EXT-COST(PCM-IDX) TO WS-OLD-EXT-COST
                 END-IF
           END-PERFORM
           .

       620-ABSOLUTE-DELTA.
           IF WS-DELTA < 0
              COMPUTE WS-ABS-DELTA = 0 - WS-DELTA
           ELSE
              MOVE WS-DELTA TO WS-ABS-DELTA
           END-IF
           .

       1000-CLOSE-END.
           CLOSE BOMFILE-REC.
           CLOSE PARTSUPL-REC.
           CLOSE BOMCNEW-REC.
           CLOSE BOMCRPT-REC.
           CLOSE BOMCCMP-REC.
