      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    COMPRPT.
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
      * //CMDOLD   DD DSN=USER66.EXAM.DEV.COMPMAIN.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //COMPRPT  DD SYSOUT=*
      ***************************************************************
      * Material compliance by vehicle make - the answer to the
      * customer asking us to certify RoHS, REACH and conflict-
      * minerals status.  Every part on the master is listed under
      * each VEHICLE-MAKE its fitment names, once per make, with
      * its status for each declaration type out of COMPMAIN's
      * file.  A part bought from more than one supplier can only
      * be certified as well as its weakest source, so the status
      * shown is the least favourable across its suppliers:
      *    COMPLIANT, EXEMPT, EXPIRED, NOT DECLARED, NON-COMPLIANT
      * (best to worst).  EXPIRED is a compliant or exempt
      * declaration past its EXPIRY-DATE; NOT DECLARED covers both
      * no row on file and a supplier who declined to declare.
      * Supplier codes are left off - this goes to the customer.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMD-OLD       ASSIGN TO CMDOLD
               FILE STATUS IS WS-CMDOLD-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT COMPRPT-REC   ASSIGN TO COMPRPT.

       DATA DIVISION.
       FILE SECTION.

      *    Same declaration row COMPMAIN maintains.
       FD  CMD-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CMD-OLD-REC.
       01  CMD-OLD-REC.
           05  CDO-PART-NUMBER     PIC X(23).
           05  CDO-SUPPLIER-CODE   PIC X(10).
           05  CDO-DECL-TYPE       PIC X(01).
           05  CDO-DECL-STATUS     PIC X(01).
           05  CDO-DECL-DATE       PIC 9(08).
           05  CDO-EXPIRY-DATE     PIC 9(08).
           05  CDO-LOADED-DATE     PIC 9(08).
           05  FILLER              PIC X(21).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  COMPRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPRPT-RECORD.
       01  COMPRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CMDOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    Every declaration on file.  A missing CMDOLD means none
      *    has come back yet and every part reports NOT DECLARED.
       01  WS-CMD-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-CMD-TABLE.
           05  WS-CMD-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CMD-IDX.
               10 WS-CMD-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-CMD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CMD-DECL-TYPE       PIC X(01)      VALUE SPACES.
               10 WS-CMD-DECL-STATUS     PIC X(01)      VALUE SPACES.
               10 WS-CMD-EXPIRY-DATE     PIC 9(08)      VALUE 0.

      *    Declaration types in report-column order.
       01  WS-DECL-TYPE-CODES            PIC X(03)      VALUE 'REM'.
       01  WS-DECL-TYPE-TABLE REDEFINES WS-DECL-TYPE-CODES.
           05  WS-DECL-TYPE-CODE         PIC X(01)
                  OCCURS 3 TIMES INDEXED BY TYP-IDX.

      *    Status ranks, best (1) to worst (5), and their wording.
       01  WS-STATUS-TEXTS.
           05  FILLER                    PIC X(13)      VALUE
               'COMPLIANT'.
           05  FILLER                    PIC X(13)      VALUE
               'EXEMPT'.
           05  FILLER                    PIC X(13)      VALUE
               'EXPIRED'.
           05  FILLER                    PIC X(13)      VALUE
               'NOT DECLARED'.
           05  FILLER                    PIC X(13)      VALUE
               'NON-COMPLIANT'.
       01  WS-STATUS-TEXT-TABLE REDEFINES WS-STATUS-TEXTS.
           05  WS-STATUS-TEXT            PIC X(13)
                  OCCURS 5 TIMES.

      *    One line per make + part, carrying the worst rank seen
      *    for each declaration type across the part's suppliers.
       01  WS-LIN-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LIN-ENTRY OCCURS 2000 TIMES
                  INDEXED BY LIN-IDX.
               10 WS-LIN-VEHICLE-MAKE    PIC X(03)      VALUE SPACES.
               10 WS-LIN-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-LIN-PART-NAME       PIC X(14)      VALUE SPACES.
               10 WS-LIN-RANK            PIC 9(01)      VALUE 0
                     OCCURS 3 TIMES.

       01  WS-MAK-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-MAKE-TABLE.
           05  WS-MAK-ENTRY OCCURS 100 TIMES
                  INDEXED BY MAK-IDX.
               10 WS-MAK-VEHICLE-MAKE    PIC X(03)      VALUE SPACES.
               10 WS-MAK-PART-COUNT      PIC 9(04)      VALUE 0.
               10 WS-MAK-CLEAN-COUNT     PIC 9(04)      VALUE 0.

      *    The current master record's rank for each type.
       01  WS-PAIR-RANKS.
           05  WS-PAIR-RANK              PIC 9(01)      VALUE 0
                  OCCURS 3 TIMES.

       01  WS-RUN-COUNTS.
           05 WS-RECORDS-READ            PIC 9(05)      VALUE 0.
           05 WS-LINES-PRINTED           PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-DECL-FOUND-FLAG            PIC X(01)      VALUE 'N'.
           88 DECLARATION-FOUND                         VALUE 'Y'.
       01  WS-SLOT                       PIC 9(04)      VALUE 0.
       01  WS-DECL-SLOT                  PIC 9(04)      VALUE 0.
       01  WS-TYPE-SUB                   PIC 9(01)      VALUE 0.
       01  WS-RANK                       PIC 9(01)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  CMDOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-DECLARATIONS                      VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'MATERIAL COMPLIANCE DECLARATIONS BY VEHICLE MAKE'.

       01  WS-MAKE-LINE.
           05  FILLER              PIC X(14)      VALUE
               'VEHICLE MAKE: '.
           05  RML-VEHICLE-MAKE    PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE
               '   PARTS: '.
           05  RML-PART-COUNT      PIC ZZZ9       VALUE ZERO.
           05  FILLER              PIC X(20)      VALUE
               '   FULLY COMPLIANT: '.
           05  RML-CLEAN-COUNT     PIC ZZZ9       VALUE ZERO.
           05  FILLER              PIC X(77)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(24)      VALUE
               'PART NUMBER'.
           05  FILLER              PIC X(15)      VALUE
               'PART NAME'.
           05  FILLER              PIC X(14)      VALUE 'ROHS'.
           05  FILLER              PIC X(14)      VALUE 'REACH'.
           05  FILLER              PIC X(14)      VALUE
               'CONFLICT MIN'.
           05  FILLER              PIC X(47)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RCD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-PART-NAME       PIC X(14)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-ROHS-STATUS     PIC X(13)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-REACH-STATUS    PIC X(13)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-CMIN-STATUS     PIC X(13)      VALUE SPACES.
           05  FILLER              PIC X(48)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-DECLARATIONS.
           PERFORM 400-COLLECT-PARTS UNTIL NO-MORE-OLD-MASTER.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-PRINT-BY-MAKE.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'COMPRPT COMPLETE - RECORDS READ: ' WS-RECORDS-READ
              ' MAKES: ' WS-MAK-COUNT
              ' LINES: ' WS-LINES-PRINTED.
           GOBACK.

       000-INIT.
           INITIALIZE WS-CMD-COUNT.
           INITIALIZE WS-CMD-TABLE.
           INITIALIZE WS-LIN-COUNT.
           INITIALIZE WS-LINE-TABLE.
           INITIALIZE WS-MAK-COUNT.
           INITIALIZE WS-MAKE-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO CMDOLD-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT COMPRPT-REC.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

       200-WRITE-HEADING.
           WRITE COMPRPT-RECORD FROM WS-RPT-HEADING.

       300-LOAD-DECLARATIONS.
           OPEN INPUT CMD-OLD
           IF WS-CMDOLD-FILE-STATUS = '00'
              READ CMD-OLD
                 AT END MOVE 'Y' TO CMDOLD-EOF
              END-READ
              PERFORM VARYING CMD-IDX FROM 1 BY 1
                 UNTIL NO-MORE-DECLARATIONS OR CMD-IDX > 2000
                    MOVE CDO-PART-NUMBER
                       TO WS-CMD-PART-NUMBER(CMD-IDX)
                    MOVE CDO-SUPPLIER-CODE
                       TO WS-CMD-SUPPLIER-CODE(CMD-IDX)
                    MOVE CDO-DECL-TYPE TO WS-CMD-DECL-TYPE(CMD-IDX)
                    MOVE CDO-DECL-STATUS
                       TO WS-CMD-DECL-STATUS(CMD-IDX)
                    MOVE CDO-EXPIRY-DATE
                       TO WS-CMD-EXPIRY-DATE(CMD-IDX)
                    SET WS-CMD-COUNT TO CMD-IDX
                    READ CMD-OLD
                       AT END MOVE 'Y' TO CMDOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE CMD-OLD
           END-IF
           .

      *    Rank this record's part/supplier once, then fold the
      *    ranks into the line for each make its fitment names.
       400-COLLECT-PARTS.
           ADD 1 TO WS-RECORDS-READ
           PERFORM VARYING TYP-IDX FROM 1 BY 1 UNTIL TYP-IDX > 3
              SET WS-TYPE-SUB TO TYP-IDX
              PERFORM 450-RANK-DECLARATION
              MOVE WS-RANK TO WS-PAIR-RANK(WS-TYPE-SUB)
           END-PERFORM
           PERFORM VARYING FIT-IDX FROM 1 BY 1 UNTIL FIT-IDX > 3
              IF VEHICLE-MAKE(FIT-IDX) NOT = SPACES
                 PERFORM 420-FIND-OR-ADD-LINE
                 IF WS-SLOT > 0
                    PERFORM VARYING TYP-IDX FROM 1 BY 1
                       UNTIL TYP-IDX > 3
                          SET WS-TYPE-SUB TO TYP-IDX
                          IF WS-PAIR-RANK(WS-TYPE-SUB) >
                             WS-LIN-RANK(WS-SLOT, WS-TYPE-SUB)
                             MOVE WS-PAIR-RANK(WS-TYPE-SUB)
                                TO WS-LIN-RANK(WS-SLOT, WS-TYPE-SUB)
                          END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       420-FIND-OR-ADD-LINE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING LIN-IDX FROM 1 BY 1
              UNTIL LIN-IDX > WS-LIN-COUNT OR ENTRY-FOUND
                 IF WS-LIN-VEHICLE-MAKE(LIN-IDX) =
                    VEHICLE-MAKE(FIT-IDX)
                    AND WS-LIN-PART-NUMBER(LIN-IDX) = PART-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO LIN-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-LIN-COUNT >= 2000
                 DISPLAY 'COMPRPT LINE TABLE FULL: '
                    VEHICLE-MAKE(FIT-IDX) '/' PART-NUMBER
              ELSE
                 ADD 1 TO WS-LIN-COUNT
                 MOVE WS-LIN-COUNT TO WS-SLOT
                 MOVE VEHICLE-MAKE(FIT-IDX)
                    TO WS-LIN-VEHICLE-MAKE(WS-SLOT)
                 MOVE PART-NUMBER TO WS-LIN-PART-NUMBER(WS-SLOT)
                 MOVE PART-NAME TO WS-LIN-PART-NAME(WS-SLOT)
                 PERFORM 430-COUNT-MAKE
              END-IF
           END-IF
           .

       430-COUNT-MAKE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING MAK-IDX FROM 1 BY 1
              UNTIL MAK-IDX > WS-MAK-COUNT OR ENTRY-FOUND
                 IF WS-MAK-VEHICLE-MAKE(MAK-IDX) =
                    VEHICLE-MAKE(FIT-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND WS-MAK-COUNT < 100
              ADD 1 TO WS-MAK-COUNT
              MOVE VEHICLE-MAKE(FIT-IDX)
                 TO WS-MAK-VEHICLE-MAKE(WS-MAK-COUNT)
           END-IF
           .

      *    Rank of the declaration for this record's part/supplier
      *    and the type at WS-TYPE-SUB.
       450-RANK-DECLARATION.
           MOVE 'N' TO WS-DECL-FOUND-FLAG
           MOVE 4 TO WS-RANK
           PERFORM VARYING CMD-IDX FROM 1 BY 1
              UNTIL CMD-IDX > WS-CMD-COUNT OR DECLARATION-FOUND
                 IF WS-CMD-PART-NUMBER(CMD-IDX) = PART-NUMBER
                    AND WS-CMD-SUPPLIER-CODE(CMD-IDX) = SUPPLIER-CODE
                    AND WS-CMD-DECL-TYPE(CMD-IDX) =
                        WS-DECL-TYPE-CODE(WS-TYPE-SUB)
                    MOVE 'Y' TO WS-DECL-FOUND-FLAG
                    SET WS-DECL-SLOT TO CMD-IDX
                 END-IF
           END-PERFORM
           IF DECLARATION-FOUND
              SET CMD-IDX TO WS-DECL-SLOT
              EVALUATE TRUE
                 WHEN WS-CMD-DECL-STATUS(CMD-IDX) = 'N'
                    MOVE 5 TO WS-RANK
                 WHEN WS-CMD-DECL-STATUS(CMD-IDX) = 'U'
                    MOVE 4 TO WS-RANK
                 WHEN WS-CMD-EXPIRY-DATE(CMD-IDX) NOT = ZERO
                    AND WS-CMD-EXPIRY-DATE(CMD-IDX) < WS-TODAYS-DATE
                    MOVE 3 TO WS-RANK
                 WHEN WS-CMD-DECL-STATUS(CMD-IDX) = 'E'
                    MOVE 2 TO WS-RANK
                 WHEN WS-CMD-DECL-STATUS(CMD-IDX) = 'C'
                    MOVE 1 TO WS-RANK
              END-EVALUATE
           END-IF
           .

       600-PRINT-BY-MAKE.
           PERFORM VARYING MAK-IDX FROM 1 BY 1
              UNTIL MAK-IDX > WS-MAK-COUNT
                 PERFORM 610-COUNT-MAKE-PARTS
                 MOVE SPACES TO COMPRPT-RECORD
                 WRITE COMPRPT-RECORD
                 MOVE WS-MAK-VEHICLE-MAKE(MAK-IDX) TO RML-VEHICLE-MAKE
                 MOVE WS-MAK-PART-COUNT(MAK-IDX) TO RML-PART-COUNT
                 MOVE WS-MAK-CLEAN-COUNT(MAK-IDX) TO RML-CLEAN-COUNT
                 WRITE COMPRPT-RECORD FROM WS-MAKE-LINE
                 WRITE COMPRPT-RECORD FROM WS-RPT-COLUMNS
                 PERFORM VARYING LIN-IDX FROM 1 BY 1
                    UNTIL LIN-IDX > WS-LIN-COUNT
                       IF WS-LIN-VEHICLE-MAKE(LIN-IDX) =
                          WS-MAK-VEHICLE-MAKE(MAK-IDX)
                          PERFORM 620-PRINT-PART-LINE
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

      *    Fully compliant - compliant or exempt on all three.
       610-COUNT-MAKE-PARTS.
           PERFORM VARYING LIN-IDX FROM 1 BY 1
              UNTIL LIN-IDX > WS-LIN-COUNT
                 IF WS-LIN-VEHICLE-MAKE(LIN-IDX) =
                    WS-MAK-VEHICLE-MAKE(MAK-IDX)
                    ADD 1 TO WS-MAK-PART-COUNT(MAK-IDX)
                    IF WS-LIN-RANK(LIN-IDX, 1) <= 2
                       AND WS-LIN-RANK(LIN-IDX, 2) <= 2
                       AND WS-LIN-RANK(LIN-IDX, 3) <= 2
                       ADD 1 TO WS-MAK-CLEAN-COUNT(MAK-IDX)
                    END-IF
                 END-IF
           END-PERFORM
           .

       620-PRINT-PART-LINE.
           MOVE WS-LIN-PART-NUMBER(LIN-IDX) TO RCD-PART-NUMBER
           MOVE WS-LIN-PART-NAME(LIN-IDX)   TO RCD-PART-NAME
           MOVE WS-STATUS-TEXT(WS-LIN-RANK(LIN-IDX, 1))
              TO RCD-ROHS-STATUS
           MOVE WS-STATUS-TEXT(WS-LIN-RANK(LIN-IDX, 2))
              TO RCD-REACH-STATUS
           MOVE WS-STATUS-TEXT(WS-LIN-RANK(LIN-IDX, 3))
              TO RCD-CMIN-STATUS
           WRITE COMPRPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-LINES-PRINTED
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE COMPRPT-REC.
