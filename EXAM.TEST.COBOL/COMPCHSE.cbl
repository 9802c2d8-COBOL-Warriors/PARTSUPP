      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    COMPCHSE.
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
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      * //CMDOLD   DD DSN=USER66.EXAM.DEV.COMPMAIN.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //COMPCHSE DD SYSOUT=*
      ***************************************************************
      * Compliance declaration chase list - who to call instead of
      * emailing every supplier.  Every Active PARTSUPL pair (price
      * status 'A') is checked for a RoHS, a REACH and a conflict-
      * minerals declaration on COMPMAIN's file.  A type is chased
      * when:
      *    - no declaration row is on file for the pair;
      *    - the supplier answered but would not declare ('U'); or
      *    - a compliant or exempt declaration is past its
      *      EXPIRY-DATE.
      * A non-compliant declaration is an answer, not a chase - it
      * shows on COMPRPT instead.  The list prints grouped by
      * supplier, headed with the CONTACT-NAME and PHONE-NUMBER of
      * the supplier's '1' Order address off the master, so one call
      * covers every part that supplier owes us paperwork on.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTSUPL-REC  ASSIGN TO PARTSUPL.
           SELECT CMD-OLD       ASSIGN TO CMDOLD
               FILE STATUS IS WS-CMDOLD-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT COMPCHSE-REC  ASSIGN TO COMPCHSE.

       DATA DIVISION.
       FILE SECTION.

      *    Same PSN-REC layout PARTSUPL.cbl writes - only the keys
      *    and the price status matter here.
       FD  PARTSUPL-REC
           DATA RECORD IS PARTSUPL-RECORD.
       01  PARTSUPL-RECORD.
           05  PSL-PART-NUMBER     PIC X(23).
           05  PSL-SUPPLIER-CODE   PIC X(10).
           05  PSL-UNIT-PRICE      PIC S9(7)V99.
           05  PSL-LEAD-TIME-WKS   PIC 9(03).
           05  PSL-PRICE-EFF-DATE  PIC 9(08).
           05  PSL-PRICE-STATUS    PIC X(01).
               88 PSL-ACTIVE                VALUE 'A'.
           05  FILLER              PIC X(48).

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

       FD  COMPCHSE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPCHSE-RECORD.
       01  COMPCHSE-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CMDOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    Every declaration on file.  A missing CMDOLD chases every
      *    type of every Active pair.
       01  WS-CMD-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-CMD-TABLE.
           05  WS-CMD-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CMD-IDX.
               10 WS-CMD-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-CMD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CMD-DECL-TYPE       PIC X(01)      VALUE SPACES.
               10 WS-CMD-DECL-STATUS     PIC X(01)      VALUE SPACES.
               10 WS-CMD-EXPIRY-DATE     PIC 9(08)      VALUE 0.

      *    Declaration types and how they print.
       01  WS-DECL-TYPES.
           05  FILLER                    PIC X(13)      VALUE
               'RROHS'.
           05  FILLER                    PIC X(13)      VALUE
               'EREACH'.
           05  FILLER                    PIC X(13)      VALUE
               'MCONFLICT MIN'.
       01  WS-DECL-TYPE-TABLE REDEFINES WS-DECL-TYPES.
           05  WS-DECL-TYPE-ENTRY OCCURS 3 TIMES INDEXED BY TYP-IDX.
               10 WS-DECL-TYPE-CODE      PIC X(01).
               10 WS-DECL-TYPE-NAME      PIC X(12).

      *    Suppliers with something to chase, and who to ask.
       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 300 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SUP-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
               10 WS-SUP-CONTACT-NAME    PIC X(20)      VALUE SPACES.
               10 WS-SUP-PHONE-NUMBER    PIC X(12)      VALUE SPACES.
               10 WS-SUP-CHASE-COUNT     PIC 9(04)      VALUE 0.

       01  WS-CHS-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-CHASE-TABLE.
           05  WS-CHS-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CHS-IDX.
               10 WS-CHS-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CHS-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-CHS-TYPE-NAME       PIC X(12)      VALUE SPACES.
               10 WS-CHS-REASON          PIC X(22)      VALUE SPACES.
               10 WS-CHS-EXPIRY-DATE     PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-PAIRS-CHECKED           PIC 9(05)      VALUE 0.
           05 WS-MISSING-COUNT           PIC 9(05)      VALUE 0.
           05 WS-EXPIRED-COUNT           PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-DECL-FOUND-FLAG            PIC X(01)      VALUE 'N'.
           88 DECLARATION-FOUND                         VALUE 'Y'.
       01  WS-SLOT                       PIC 9(03)      VALUE 0.
       01  WS-DECL-SLOT                  PIC 9(04)      VALUE 0.
       01  WS-REASON                     PIC X(22)      VALUE SPACES.
       01  WS-REASON-EXPIRY              PIC 9(08)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  PARTSUPL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-PARTSUPL                          VALUE 'Y'.
       01  CMDOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-DECLARATIONS                      VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'COMPLIANCE DECLARATION CHASE LIST - MISSING OR EXPIRED'.

       01  WS-SUP-LINE.
           05  FILLER              PIC X(10)      VALUE 'SUPPLIER: '.
           05  RSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSL-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(11)      VALUE
               '  CONTACT: '.
           05  RSL-CONTACT-NAME    PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(09)      VALUE '  PHONE: '.
           05  RSL-PHONE-NUMBER    PIC X(12)      VALUE SPACES.
           05  FILLER              PIC X(09)      VALUE '  ITEMS: '.
           05  RSL-CHASE-COUNT     PIC ZZZ9       VALUE ZERO.
           05  FILLER              PIC X(31)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RCD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-TYPE-NAME       PIC X(12)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-REASON          PIC X(22)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RCD-EXPIRY-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(60)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(15)      VALUE
               'PAIRS CHECKED: '.
           05  RTL-PAIRS-CHECKED   PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  MISSING: '.
           05  RTL-MISSING         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE
               '  EXPIRED: '.
           05  RTL-EXPIRED         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(80)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-DECLARATIONS.
           PERFORM 400-CHECK-ACTIVE-PAIRS UNTIL NO-MORE-PARTSUPL.
           PERFORM 500-FOLD-IN-CONTACTS UNTIL NO-MORE-OLD-MASTER.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-PRINT-BY-SUPPLIER.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'COMPCHSE COMPLETE - PAIRS CHECKED: '
              WS-PAIRS-CHECKED
              ' MISSING: ' WS-MISSING-COUNT
              ' EXPIRED: ' WS-EXPIRED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-CMD-COUNT.
           INITIALIZE WS-CMD-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-TABLE.
           INITIALIZE WS-CHS-COUNT.
           INITIALIZE WS-CHASE-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PARTSUPL-EOF.
           MOVE 'N' TO CMDOLD-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT PARTSUPL-REC.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT COMPCHSE-REC.
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

       200-WRITE-HEADING.
           WRITE COMPCHSE-RECORD FROM WS-RPT-HEADING.

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

       400-CHECK-ACTIVE-PAIRS.
           IF PSL-ACTIVE
              ADD 1 TO WS-PAIRS-CHECKED
              PERFORM VARYING TYP-IDX FROM 1 BY 1 UNTIL TYP-IDX > 3
                 PERFORM 410-CHECK-DECLARATION
              END-PERFORM
           END-IF
           READ PARTSUPL-REC
              AT END MOVE 'Y' TO PARTSUPL-EOF
           END-READ
           .

       410-CHECK-DECLARATION.
           MOVE 'N' TO WS-DECL-FOUND-FLAG
           PERFORM VARYING CMD-IDX FROM 1 BY 1
              UNTIL CMD-IDX > WS-CMD-COUNT OR DECLARATION-FOUND
                 IF WS-CMD-PART-NUMBER(CMD-IDX) = PSL-PART-NUMBER
                    AND WS-CMD-SUPPLIER-CODE(CMD-IDX) =
                        PSL-SUPPLIER-CODE
                    AND WS-CMD-DECL-TYPE(CMD-IDX) =
                        WS-DECL-TYPE-CODE(TYP-IDX)
                    MOVE 'Y' TO WS-DECL-FOUND-FLAG
                    SET WS-DECL-SLOT TO CMD-IDX
                 END-IF
           END-PERFORM
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-REASON-EXPIRY
           EVALUATE TRUE
              WHEN NOT DECLARATION-FOUND
                 MOVE 'NO DECLARATION ON FILE' TO WS-REASON
                 ADD 1 TO WS-MISSING-COUNT
              WHEN WS-CMD-DECL-STATUS(WS-DECL-SLOT) = 'U'
                 MOVE 'DECLINED TO DECLARE' TO WS-REASON
                 ADD 1 TO WS-MISSING-COUNT
              WHEN WS-CMD-DECL-STATUS(WS-DECL-SLOT) = 'N'
                 CONTINUE
              WHEN WS-CMD-EXPIRY-DATE(WS-DECL-SLOT) NOT = ZERO
                 AND WS-CMD-EXPIRY-DATE(WS-DECL-SLOT) <
                     WS-TODAYS-DATE
                 MOVE 'DECLARATION EXPIRED' TO WS-REASON
                 MOVE WS-CMD-EXPIRY-DATE(WS-DECL-SLOT)
                    TO WS-REASON-EXPIRY
                 ADD 1 TO WS-EXPIRED-COUNT
           END-EVALUATE
           IF WS-REASON NOT = SPACES
              PERFORM 420-ADD-CHASE-LINE
           END-IF
           .

       420-ADD-CHASE-LINE.
           IF WS-CHS-COUNT >= 2000
              DISPLAY 'COMPCHSE CHASE TABLE FULL: '
                 PSL-PART-NUMBER '/' PSL-SUPPLIER-CODE
           ELSE
              ADD 1 TO WS-CHS-COUNT
              MOVE PSL-SUPPLIER-CODE
                 TO WS-CHS-SUPPLIER-CODE(WS-CHS-COUNT)
              MOVE PSL-PART-NUMBER
                 TO WS-CHS-PART-NUMBER(WS-CHS-COUNT)
              MOVE WS-DECL-TYPE-NAME(TYP-IDX)
                 TO WS-CHS-TYPE-NAME(WS-CHS-COUNT)
              MOVE WS-REASON TO WS-CHS-REASON(WS-CHS-COUNT)
              MOVE WS-REASON-EXPIRY
                 TO WS-CHS-EXPIRY-DATE(WS-CHS-COUNT)
              PERFORM 430-FIND-OR-ADD-SUPPLIER
              IF WS-SLOT > 0
                 ADD 1 TO WS-SUP-CHASE-COUNT(WS-SLOT)
              END-IF
           END-IF
           .

       430-FIND-OR-ADD-SUPPLIER.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = PSL-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO SUP-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-SUP-COUNT >= 300
                 DISPLAY 'COMPCHSE SUPPLIER TABLE FULL: '
                    PSL-SUPPLIER-CODE
              ELSE
                 ADD 1 TO WS-SUP-COUNT
                 MOVE WS-SUP-COUNT TO WS-SLOT
                 MOVE PSL-SUPPLIER-CODE
                    TO WS-SUP-SUPPLIER-CODE(WS-SLOT)
              END-IF
           END-IF
           .

      *    Name and the '1' Order address contact, off the first
      *    master record for the supplier that carries one.
       500-FOLD-IN-CONTACTS.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = SUPPLIER-CODE
                    IF WS-SUP-SUPPLIER-NAME(SUP-IDX) = SPACES
                       MOVE SUPPLIER-NAME
                          TO WS-SUP-SUPPLIER-NAME(SUP-IDX)
                    END-IF
                    IF WS-SUP-CONTACT-NAME(SUP-IDX) = SPACES
                       PERFORM VARYING ADDR-IDX FROM 1 BY 1
                          UNTIL ADDR-IDX > 4
                             IF ORDER-ADDRESS(ADDR-IDX)
                                AND WS-SUP-CONTACT-NAME(SUP-IDX) =
                                    SPACES
                                MOVE CONTACT-NAME(ADDR-IDX)
                                   TO WS-SUP-CONTACT-NAME(SUP-IDX)
                                MOVE PHONE-NUMBER(ADDR-IDX)
                                   TO WS-SUP-PHONE-NUMBER(SUP-IDX)
                             END-IF
                       END-PERFORM
                    END-IF
                 END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       600-PRINT-BY-SUPPLIER.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 MOVE SPACES TO COMPCHSE-RECORD
                 WRITE COMPCHSE-RECORD
                 MOVE WS-SUP-SUPPLIER-CODE(SUP-IDX)
                    TO RSL-SUPPLIER-CODE
                 MOVE WS-SUP-SUPPLIER-NAME(SUP-IDX)
                    TO RSL-SUPPLIER-NAME
                 IF WS-SUP-CONTACT-NAME(SUP-IDX) = SPACES
                    MOVE 'NO ORDER CONTACT' TO RSL-CONTACT-NAME
                 ELSE
                    MOVE WS-SUP-CONTACT-NAME(SUP-IDX)
                       TO RSL-CONTACT-NAME
                 END-IF
                 MOVE WS-SUP-PHONE-NUMBER(SUP-IDX)
                    TO RSL-PHONE-NUMBER
                 MOVE WS-SUP-CHASE-COUNT(SUP-IDX) TO RSL-CHASE-COUNT
                 WRITE COMPCHSE-RECORD FROM WS-SUP-LINE
                 PERFORM VARYING CHS-IDX FROM 1 BY 1
                    UNTIL CHS-IDX > WS-CHS-COUNT
                       IF WS-CHS-SUPPLIER-CODE(CHS-IDX) =
                          WS-SUP-SUPPLIER-CODE(SUP-IDX)
                          PERFORM 610-PRINT-CHASE-LINE
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       610-PRINT-CHASE-LINE.
           MOVE WS-CHS-PART-NUMBER(CHS-IDX) TO RCD-PART-NUMBER
           MOVE WS-CHS-TYPE-NAME(CHS-IDX)   TO RCD-TYPE-NAME
           MOVE WS-CHS-REASON(CHS-IDX)      TO RCD-REASON
           IF WS-CHS-EXPIRY-DATE(CHS-IDX) = ZERO
              MOVE SPACES TO RCD-EXPIRY-DATE
           ELSE
              MOVE WS-CHS-EXPIRY-DATE(CHS-IDX) TO RCD-EXPIRY-DATE
           END-IF
           WRITE COMPCHSE-RECORD FROM WS-RPT-DETAIL
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO COMPCHSE-RECORD
           WRITE COMPCHSE-RECORD
           MOVE WS-PAIRS-CHECKED TO RTL-PAIRS-CHECKED
           MOVE WS-MISSING-COUNT TO RTL-MISSING
           MOVE WS-EXPIRED-COUNT TO RTL-EXPIRED
           WRITE COMPCHSE-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE PARTSUPL-REC.
           CLOSE PART-SUPP-OLD.
           CLOSE COMPCHSE-REC.
