      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    QUOTARPT.
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
      * //SRCQUOTA DD DSN=USER66.EXAM.DEV.SRCQUOTA.MASTER,DISP=SHR
      * //QUOTPARM DD *
      *   JCL Output
      * //QUOTARPT DD SYSOUT=*
      ***************************************************************
      * Sourcing-quota compliance - whether the dual-sourced parts
      * REPLEN splits by SRCQUOTA are actually being received in the
      * shares the quota file asks for.  For every part on the quota
      * file, each supplier's received quantity over the last
      * quarter (received, non-blanket PO lines, dated by the
      * record's LAST-UPDATE-DATE the same way REBATRK dates a
      * receipt) is taken as a share of the part's total and set
      * beside its target share:
      *
      *      variance = actual share - target share   (points)
      *
      * A supplier further off target than the QUOTPARM tolerance
      * (columns 1-3, default 10 points) prints OVER or UNDER QUOTA;
      * a supplier the part was received from that has no quota row
      * prints NOT ON QUOTA FILE.  Columns 4-6 of QUOTPARM override
      * the 91-day quarter.  A missing or non-numeric card keeps the
      * defaults.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT SRCQUOTA-REC  ASSIGN TO SRCQUOTA.
           SELECT QUOTPARM-REC  ASSIGN TO QUOTPARM
               FILE STATUS IS WS-QUOTPARM-FILE-STATUS.
           SELECT QUOTARPT-REC  ASSIGN TO QUOTARPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    Target supplier shares per part.  See SRCQUOTA.cpy.
       FD  SRCQUOTA-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SRC-QUOTA-ROW.
           COPY 'SRCQUOTA'.

      *    Run control card - tolerance points and window days.
       FD  QUOTPARM-REC
           DATA RECORD IS QUOTPARM-RECORD.
       01  QUOTPARM-RECORD.
           05  QTP-TOLERANCE-PTS   PIC X(03).
           05  QTP-WINDOW-DAYS     PIC X(03).
           05  FILLER              PIC X(74).

       FD  QUOTARPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUOTARPT-RECORD.
       01  QUOTARPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      *    One entry per part/supplier - the quota rows as loaded,
      *    then any supplier the part was received from that is not
      *    on the quota file (target zero).
       01  WS-QTA-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-QUOTA-TABLE.
           05  WS-QTA-ENTRY OCCURS 500 TIMES
                  INDEXED BY QTA-IDX.
               10 WS-QTA-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-QTA-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-QTA-TARGET-PCT      PIC 9(03)V99   VALUE 0.
               10 WS-QTA-ON-FILE         PIC X(01)      VALUE 'N'.
                  88 QUOTA-ON-FILE                      VALUE 'Y'.
               10 WS-QTA-RECEIVED-QTY    PIC S9(9)      VALUE 0.

      *    One entry per quota part, in quota-file order.
       01  WS-QPT-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-QPART-TABLE.
           05  WS-QPT-ENTRY OCCURS 200 TIMES
                  INDEXED BY QPT-IDX.
               10 WS-QPT-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-QPT-RECEIVED-QTY    PIC S9(9)      VALUE 0.
               10 WS-QPT-SHARE-TOTAL     PIC 9(05)V99   VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-LINES-COUNTED           PIC 9(05)      VALUE 0.
           05 WS-PARTS-OUT-OF-TOL        PIC 9(05)      VALUE 0.

       01  WS-TOLERANCE-PTS              PIC 9(03)      VALUE 10.
       01  WS-WINDOW-DAYS                PIC 9(03)      VALUE 91.
       01  WS-WINDOW-LOW                 PIC 9(08)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-ACTUAL-PCT                 PIC 9(03)V99   VALUE 0.
       01  WS-VARIANCE-PTS               PIC S9(03)V99  VALUE 0.
       01  WS-ABS-VARIANCE               PIC 9(03)V99   VALUE 0.
       01  WS-PART-OFF-FLAG              PIC X(01)      VALUE 'N'.
           88 PART-OUT-OF-TOLERANCE                     VALUE 'Y'.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(03)      VALUE 0.
       01  WS-PART-SLOT                  PIC 9(03)      VALUE 0.
       01  WS-QUOTPARM-FILE-STATUS       PIC X(02)      VALUE SPACES.

       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  SRCQUOTA-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-QUOTAS                            VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(37)      VALUE
               'SOURCING QUOTA COMPLIANCE - RECEIPTS '.
           05  FILLER              PIC X(05)      VALUE 'FROM '.
           05  RHD-WINDOW-LOW      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(06)      VALUE ' THRU '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(13)      VALUE
               ' - TOLERANCE '.
           05  RHD-TOLERANCE-PTS   PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(04)      VALUE ' PTS'.
           05  FILLER              PIC X(48)      VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(25)      VALUE 'PART NUMBER'.
           05  FILLER              PIC X(12)      VALUE 'SUPPLIER'.
           05  FILLER              PIC X(09)      VALUE ' TGT %'.
           05  FILLER              PIC X(15)      VALUE
               '     RCV QTY'.
           05  FILLER              PIC X(09)      VALUE ' ACT %'.
           05  FILLER              PIC X(10)      VALUE 'VAR PTS'.
           05  FILLER              PIC X(52)      VALUE 'REMARK'.

       01  WS-RPT-DETAIL.
           05  QRD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  QRD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  QRD-TARGET-PCT      PIC ZZ9.99     VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  QRD-RECEIVED-QTY    PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  QRD-ACTUAL-PCT      PIC ZZ9.99     VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  QRD-VARIANCE-PTS    PIC ZZ9.99-    VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  QRD-REMARK          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(22)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(16)      VALUE
               'PARTS ON QUOTA  '.
           05  RTL-PARTS           PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(22)      VALUE
               '   OUT OF TOLERANCE  '.
           05  RTL-OUT-OF-TOL      PIC ZZ,ZZ9     VALUE ZERO.
           05  FILLER              PIC X(82)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 050-READ-RUN-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-QUOTAS.
           PERFORM 200-WRITE-HEADING.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM 600-PROCESS-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 800-PRINT-COMPLIANCE.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'QUOTARPT COMPLETE - PARTS: ' WS-QPT-COUNT
              ' OUT OF TOLERANCE: ' WS-PARTS-OUT-OF-TOL.
           GOBACK.

       000-INIT.
           INITIALIZE WS-QTA-COUNT.
           INITIALIZE WS-QUOTA-TABLE.
           INITIALIZE WS-QPT-COUNT.
           INITIALIZE WS-QPART-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 10 TO WS-TOLERANCE-PTS.
           MOVE 91 TO WS-WINDOW-DAYS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PSMSTOLD-EOF.
           MOVE 'N' TO SRCQUOTA-EOF.

      *    A missing card, or a field on it that isn't numeric,
      *    keeps that field's default.
       050-READ-RUN-CARD.
           OPEN INPUT QUOTPARM-REC
           IF WS-QUOTPARM-FILE-STATUS = '00'
              READ QUOTPARM-REC
                 AT END MOVE SPACES TO QUOTPARM-RECORD
              END-READ
              IF QTP-TOLERANCE-PTS NUMERIC
                 MOVE QTP-TOLERANCE-PTS TO WS-TOLERANCE-PTS
              ELSE
                 DISPLAY 'QUOTARPT TOLERANCE NOT NUMERIC - USING '
                    WS-TOLERANCE-PTS
              END-IF
              IF QTP-WINDOW-DAYS NUMERIC
                 AND QTP-WINDOW-DAYS > '000'
                 MOVE QTP-WINDOW-DAYS TO WS-WINDOW-DAYS
              ELSE
                 DISPLAY 'QUOTARPT WINDOW DAYS NOT NUMERIC - USING '
                    WS-WINDOW-DAYS
              END-IF
              CLOSE QUOTPARM-REC
           END-IF
           COMPUTE WS-WINDOW-LOW = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
              - WS-WINDOW-DAYS + 1)
           .

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN INPUT SRCQUOTA-REC.
           OPEN OUTPUT QUOTARPT-REC.

       200-WRITE-HEADING.
           MOVE WS-WINDOW-LOW TO RHD-WINDOW-LOW
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE
           MOVE WS-TOLERANCE-PTS TO RHD-TOLERANCE-PTS
           WRITE QUOTARPT-RECORD FROM WS-RPT-HEADING
           WRITE QUOTARPT-RECORD FROM WS-COLUMN-LINE
           .

       300-LOAD-QUOTAS.
           READ SRCQUOTA-REC
              AT END MOVE 'Y' TO SRCQUOTA-EOF
           END-READ
           PERFORM UNTIL NO-MORE-QUOTAS
              IF SQ-TARGET-PCT NUMERIC
                 PERFORM 310-ADD-QUOTA-ROW
              ELSE
                 DISPLAY 'QUOTARPT QUOTA SHARE NOT NUMERIC - SKIPPED '
                    SQ-PART-NUMBER ' ' SQ-SUPPLIER-CODE
              END-IF
              READ SRCQUOTA-REC
                 AT END MOVE 'Y' TO SRCQUOTA-EOF
              END-READ
           END-PERFORM
           .

       310-ADD-QUOTA-ROW.
           IF WS-QTA-COUNT < 500
              ADD 1 TO WS-QTA-COUNT
              MOVE SQ-PART-NUMBER   TO WS-QTA-PART-NUMBER(WS-QTA-COUNT)
              MOVE SQ-SUPPLIER-CODE
                 TO WS-QTA-SUPPLIER-CODE(WS-QTA-COUNT)
              MOVE SQ-TARGET-PCT    TO WS-QTA-TARGET-PCT(WS-QTA-COUNT)
              MOVE 'Y'              TO WS-QTA-ON-FILE(WS-QTA-COUNT)
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING QPT-IDX FROM 1 BY 1
                 UNTIL QPT-IDX > WS-QPT-COUNT OR ENTRY-FOUND
                    IF WS-QPT-PART-NUMBER(QPT-IDX) = SQ-PART-NUMBER
                       MOVE 'Y' TO WS-FOUND-FLAG
                       SET WS-PART-SLOT TO QPT-IDX
                    END-IF
              END-PERFORM
              IF NOT ENTRY-FOUND
                 IF WS-QPT-COUNT < 200
                    ADD 1 TO WS-QPT-COUNT
                 END-IF
                 MOVE WS-QPT-COUNT TO WS-PART-SLOT
                 MOVE SQ-PART-NUMBER
                    TO WS-QPT-PART-NUMBER(WS-PART-SLOT)
              END-IF
              ADD SQ-TARGET-PCT TO WS-QPT-SHARE-TOTAL(WS-PART-SLOT)
           ELSE
              DISPLAY 'QUOTARPT QUOTA TABLE FULL - SKIPPED '
                 SQ-PART-NUMBER ' ' SQ-SUPPLIER-CODE
           END-IF
           .

      *    Only quota parts are counted - received, non-blanket PO
      *    lines on a record last updated inside the window.
       600-PROCESS-MASTER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING QPT-IDX FROM 1 BY 1
              UNTIL QPT-IDX > WS-QPT-COUNT OR ENTRY-FOUND
                 IF WS-QPT-PART-NUMBER(QPT-IDX) = PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-PART-SLOT TO QPT-IDX
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              AND LAST-UPDATE-DATE >= WS-WINDOW-LOW
              AND LAST-UPDATE-DATE <= WS-TODAYS-DATE
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND PO-STATUS-RECEIVED(PO-IDX)
                    AND NOT PO-TYPE-BLANKET(PO-IDX)
                    PERFORM 610-ADD-TO-SUPPLIER
                 END-IF
              END-PERFORM
           END-IF
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       610-ADD-TO-SUPPLIER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING QTA-IDX FROM 1 BY 1
              UNTIL QTA-IDX > WS-QTA-COUNT OR ENTRY-FOUND
                 IF WS-QTA-PART-NUMBER(QTA-IDX) = PART-NUMBER
                    AND WS-QTA-SUPPLIER-CODE(QTA-IDX) = SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO QTA-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-QTA-COUNT < 500
                 ADD 1 TO WS-QTA-COUNT
              END-IF
              MOVE WS-QTA-COUNT TO WS-SLOT
              MOVE PART-NUMBER   TO WS-QTA-PART-NUMBER(WS-SLOT)
              MOVE SUPPLIER-CODE TO WS-QTA-SUPPLIER-CODE(WS-SLOT)
              MOVE 0             TO WS-QTA-TARGET-PCT(WS-SLOT)
              MOVE 'N'           TO WS-QTA-ON-FILE(WS-SLOT)
           END-IF
           ADD 1 TO WS-LINES-COUNTED
           ADD RECEIVED-QUANTITY(PO-IDX) TO WS-QTA-RECEIVED-QTY(WS-SLOT)
           ADD RECEIVED-QUANTITY(PO-IDX)
              TO WS-QPT-RECEIVED-QTY(WS-PART-SLOT)
           .

      *    One block per quota part - its suppliers in table order,
      *    then the part total.
       800-PRINT-COMPLIANCE.
           PERFORM VARYING QPT-IDX FROM 1 BY 1
              UNTIL QPT-IDX > WS-QPT-COUNT
                 PERFORM 810-PRINT-ONE-PART
           END-PERFORM
           MOVE SPACES TO QUOTARPT-RECORD
           WRITE QUOTARPT-RECORD
           MOVE WS-QPT-COUNT TO RTL-PARTS
           MOVE WS-PARTS-OUT-OF-TOL TO RTL-OUT-OF-TOL
           WRITE QUOTARPT-RECORD FROM WS-TOTAL-LINE
           .

       810-PRINT-ONE-PART.
           MOVE 'N' TO WS-PART-OFF-FLAG
           MOVE SPACES TO QUOTARPT-RECORD
           WRITE QUOTARPT-RECORD
           PERFORM VARYING QTA-IDX FROM 1 BY 1
              UNTIL QTA-IDX > WS-QTA-COUNT
                 IF WS-QTA-PART-NUMBER(QTA-IDX) =
                    WS-QPT-PART-NUMBER(QPT-IDX)
                    PERFORM 820-PRINT-SUPPLIER-SHARE
                 END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-QPT-PART-NUMBER(QPT-IDX) TO QRD-PART-NUMBER
           MOVE 'PART TOTAL' TO QRD-SUPPLIER-CODE
           MOVE WS-QPT-SHARE-TOTAL(QPT-IDX) TO QRD-TARGET-PCT
           MOVE WS-QPT-RECEIVED-QTY(QPT-IDX) TO QRD-RECEIVED-QTY
           MOVE ZERO TO QRD-VARIANCE-PTS
           IF WS-QPT-RECEIVED-QTY(QPT-IDX) > 0
              MOVE 100 TO QRD-ACTUAL-PCT
           ELSE
              MOVE ZERO TO QRD-ACTUAL-PCT
           END-IF
           EVALUATE TRUE
              WHEN WS-QPT-RECEIVED-QTY(QPT-IDX) NOT > 0
                 MOVE 'NO RECEIPTS IN PERIOD' TO QRD-REMARK
              WHEN WS-QPT-SHARE-TOTAL(QPT-IDX) NOT = 100
                 MOVE 'QUOTA SHARES DO NOT TOTAL 100' TO QRD-REMARK
              WHEN PART-OUT-OF-TOLERANCE
                 MOVE 'OUT OF TOLERANCE' TO QRD-REMARK
              WHEN OTHER
                 MOVE SPACES TO QRD-REMARK
           END-EVALUATE
           IF PART-OUT-OF-TOLERANCE
              ADD 1 TO WS-PARTS-OUT-OF-TOL
           END-IF
           WRITE QUOTARPT-RECORD FROM WS-RPT-DETAIL
           .

      *    With nothing received in the window there is no actual
      *    share to judge, so nothing is flagged.
       820-PRINT-SUPPLIER-SHARE.
           MOVE 0 TO WS-ACTUAL-PCT
           MOVE 0 TO WS-VARIANCE-PTS
           IF WS-QPT-RECEIVED-QTY(QPT-IDX) > 0
              COMPUTE WS-ACTUAL-PCT ROUNDED =
                 WS-QTA-RECEIVED-QTY(QTA-IDX) * 100
                 / WS-QPT-RECEIVED-QTY(QPT-IDX)
              COMPUTE WS-VARIANCE-PTS =
                 WS-ACTUAL-PCT - WS-QTA-TARGET-PCT(QTA-IDX)
           END-IF
           IF WS-VARIANCE-PTS < 0
              COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE-PTS
           ELSE
              MOVE WS-VARIANCE-PTS TO WS-ABS-VARIANCE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-QTA-PART-NUMBER(QTA-IDX)   TO QRD-PART-NUMBER
           MOVE WS-QTA-SUPPLIER-CODE(QTA-IDX) TO QRD-SUPPLIER-CODE
           MOVE WS-QTA-TARGET-PCT(QTA-IDX)    TO QRD-TARGET-PCT
           MOVE WS-QTA-RECEIVED-QTY(QTA-IDX)  TO QRD-RECEIVED-QTY
           MOVE WS-ACTUAL-PCT                 TO QRD-ACTUAL-PCT
           MOVE WS-VARIANCE-PTS               TO QRD-VARIANCE-PTS
           EVALUATE TRUE
              WHEN WS-QPT-RECEIVED-QTY(QPT-IDX) NOT > 0
                 MOVE SPACES TO QRD-REMARK
              WHEN NOT QUOTA-ON-FILE(QTA-IDX)
                 MOVE 'NOT ON QUOTA FILE' TO QRD-REMARK
                 MOVE 'Y' TO WS-PART-OFF-FLAG
              WHEN WS-ABS-VARIANCE > WS-TOLERANCE-PTS
                 AND WS-VARIANCE-PTS > 0
                 MOVE 'OVER QUOTA' TO QRD-REMARK
                 MOVE 'Y' TO WS-PART-OFF-FLAG
              WHEN WS-ABS-VARIANCE > WS-TOLERANCE-PTS
                 MOVE 'UNDER QUOTA' TO QRD-REMARK
                 MOVE 'Y' TO WS-PART-OFF-FLAG
              WHEN OTHER
                 MOVE SPACES TO QRD-REMARK
           END-EVALUATE
           WRITE QUOTARPT-RECORD FROM WS-RPT-DETAIL
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE SRCQUOTA-REC.
           CLOSE QUOTARPT-REC.
