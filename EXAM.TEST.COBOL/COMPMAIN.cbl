      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    COMPMAIN.
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
      * //CMDTRN   DD DSN=USER66.EXAM.DEV.COMPMAIN.TRANS,DISP=SHR
      *   JCL Output
      * //CMDNEW   DD DSN=USER66.EXAM.DEV.COMPMAIN.MASTER,DISP=OLD
      ***************************************************************
      * Material compliance declaration maintenance - loads the
      * suppliers' RoHS, REACH and conflict-minerals responses.  One
      * row per PART-NUMBER + SUPPLIER-CODE + declaration type:
      *    DECL-TYPE    'R' RoHS, 'E' REACH, 'M' conflict minerals
      *    DECL-STATUS  'C' compliant, 'E' exempt, 'N' non-
      *                 compliant, 'U' not declared (the supplier
      *                 answered but would not declare)
      *    DECL-DATE    the date on the supplier's declaration
      *    EXPIRY-DATE  when the declaration lapses - zero means it
      *                 does not
      * A pair with no row for a type has never declared it.
      *
      * Who reads it:
      *    COMPRPT   customer-facing declaration status of every
      *              part we ship, by VEHICLE-MAKE.
      *    COMPCHSE  chase list of Active PARTSUPL pairs whose
      *              declaration is missing or expired.
      *
      * Transaction codes (CMDTRN, position 1):
      *    R  Record a supplier response - adds the row, or replaces
      *       the one already on file for that part/supplier/type.
      *       A compliant, exempt or non-compliant response needs a
      *       declaration date; an expiry, if given, must not be
      *       before it.
      *    X  Remove a row keyed in error.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMD-OLD       ASSIGN TO CMDOLD
               FILE STATUS IS WS-CMDOLD-FILE-STATUS.
           SELECT CMD-TRANS     ASSIGN TO CMDTRN.
           SELECT CMD-NEW       ASSIGN TO CMDNEW.

       DATA DIVISION.
       FILE SECTION.

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

      *    One supplier response per transaction.
       FD  CMD-TRANS
           DATA RECORD IS CDT-REC.
       01  CDT-REC.
           05  CDT-TRANS-CODE      PIC X(01).
               88 CDT-RESPONSE              VALUE 'R'.
               88 CDT-REMOVE                VALUE 'X'.
               88 CDT-TRANS-CODE-VALID      VALUES 'R' 'X'.
           05  CDT-PART-NUMBER     PIC X(23).
           05  CDT-SUPPLIER-CODE   PIC X(10).
           05  CDT-DECL-TYPE       PIC X(01).
               88 CDT-DECL-TYPE-VALID       VALUES 'R' 'E' 'M'.
           05  CDT-DECL-STATUS     PIC X(01).
               88 CDT-NOT-DECLARED          VALUE 'U'.
               88 CDT-DECL-STATUS-VALID     VALUES 'C' 'E' 'N' 'U'.
           05  CDT-DECL-DATE       PIC 9(08).
           05  CDT-EXPIRY-DATE     PIC 9(08).
           05  FILLER              PIC X(28).

       FD  CMD-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CMD-NEW-REC.
       01  CMD-NEW-REC.
           05  CDN-PART-NUMBER     PIC X(23).
           05  CDN-SUPPLIER-CODE   PIC X(10).
           05  CDN-DECL-TYPE       PIC X(01).
           05  CDN-DECL-STATUS     PIC X(01).
           05  CDN-DECL-DATE       PIC 9(08).
           05  CDN-EXPIRY-DATE     PIC 9(08).
           05  CDN-LOADED-DATE     PIC 9(08).
           05  FILLER              PIC X(21).

       WORKING-STORAGE SECTION.

       01  WS-CMDOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

       01  WS-CMD-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-CMD-TABLE.
           05  WS-CMD-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CMD-IDX.
               10 WS-CMD-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-CMD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CMD-DECL-TYPE       PIC X(01)      VALUE SPACES.
               10 WS-CMD-DECL-STATUS     PIC X(01)      VALUE SPACES.
               10 WS-CMD-DECL-DATE       PIC 9(08)      VALUE 0.
               10 WS-CMD-EXPIRY-DATE     PIC 9(08)      VALUE 0.
               10 WS-CMD-LOADED-DATE     PIC 9(08)      VALUE 0.
               10 WS-CMD-REMOVED-FLAG    PIC X(01)      VALUE 'N'.
                  88 WS-CMD-REMOVED                     VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-ADDED-COUNT             PIC 9(05)      VALUE 0.
           05 WS-REPLACED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-REMOVED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(04)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  CMDOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  CMDTRN-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-LOAD-OLD-MASTER.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'COMPMAIN COMPLETE - ADDED: ' WS-ADDED-COUNT
              ' REPLACED: ' WS-REPLACED-COUNT
              ' REMOVED: ' WS-REMOVED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-CMD-COUNT.
           INITIALIZE WS-CMD-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO CMDOLD-EOF.
           MOVE 'N' TO CMDTRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT CMD-TRANS.
           OPEN OUTPUT CMD-NEW.

      *    A missing old master (FILE STATUS not '00') is a first
      *    run built from this run's responses.
       400-LOAD-OLD-MASTER.
           OPEN INPUT CMD-OLD
           IF WS-CMDOLD-FILE-STATUS = '00'
              READ CMD-OLD
                 AT END MOVE 'Y' TO CMDOLD-EOF
              END-READ
              PERFORM VARYING CMD-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR CMD-IDX > 2000
                    MOVE CDO-PART-NUMBER
                       TO WS-CMD-PART-NUMBER(CMD-IDX)
                    MOVE CDO-SUPPLIER-CODE
                       TO WS-CMD-SUPPLIER-CODE(CMD-IDX)
                    MOVE CDO-DECL-TYPE TO WS-CMD-DECL-TYPE(CMD-IDX)
                    MOVE CDO-DECL-STATUS
                       TO WS-CMD-DECL-STATUS(CMD-IDX)
                    MOVE CDO-DECL-DATE TO WS-CMD-DECL-DATE(CMD-IDX)
                    MOVE CDO-EXPIRY-DATE
                       TO WS-CMD-EXPIRY-DATE(CMD-IDX)
                    MOVE CDO-LOADED-DATE
                       TO WS-CMD-LOADED-DATE(CMD-IDX)
                    MOVE 'N' TO WS-CMD-REMOVED-FLAG(CMD-IDX)
                    SET WS-CMD-COUNT TO CMD-IDX
                    READ CMD-OLD
                       AT END MOVE 'Y' TO CMDOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE CMD-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ CMD-TRANS
              AT END MOVE 'Y' TO CMDTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-DECLARATION
              EVALUATE TRUE
                 WHEN NOT CDT-TRANS-CODE-VALID
                    OR CDT-PART-NUMBER = SPACES
                    OR CDT-SUPPLIER-CODE = SPACES
                    OR NOT CDT-DECL-TYPE-VALID
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED DECLARATION - BAD TRANS: '
                       CDT-TRANS-CODE '/' CDT-PART-NUMBER
                       '/' CDT-SUPPLIER-CODE '/' CDT-DECL-TYPE
                 WHEN CDT-RESPONSE
                    PERFORM 620-RECORD-RESPONSE
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED REMOVE - NOT ON FILE: '
                       CDT-PART-NUMBER '/' CDT-SUPPLIER-CODE
                       '/' CDT-DECL-TYPE
                 WHEN OTHER
                    MOVE 'Y' TO WS-CMD-REMOVED-FLAG(WS-MATCHED-IDX)
                    ADD 1 TO WS-REMOVED-COUNT
              END-EVALUATE
           END-IF
           .

       610-FIND-DECLARATION.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING CMD-IDX FROM 1 BY 1
              UNTIL CMD-IDX > WS-CMD-COUNT OR ENTRY-FOUND
                 IF WS-CMD-PART-NUMBER(CMD-IDX) = CDT-PART-NUMBER
                    AND WS-CMD-SUPPLIER-CODE(CMD-IDX) =
                        CDT-SUPPLIER-CODE
                    AND WS-CMD-DECL-TYPE(CMD-IDX) = CDT-DECL-TYPE
                    AND NOT WS-CMD-REMOVED(CMD-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO CMD-IDX
                 END-IF
           END-PERFORM
           .

       620-RECORD-RESPONSE.
           EVALUATE TRUE
              WHEN NOT CDT-DECL-STATUS-VALID
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED RESPONSE - BAD STATUS: '
                    CDT-PART-NUMBER '/' CDT-SUPPLIER-CODE
                    '/' CDT-DECL-TYPE '/' CDT-DECL-STATUS
              WHEN CDT-DECL-DATE NOT NUMERIC
                 OR CDT-EXPIRY-DATE NOT NUMERIC
                 OR (CDT-DECL-DATE = ZERO AND NOT CDT-NOT-DECLARED)
                 OR (CDT-EXPIRY-DATE NOT = ZERO
                     AND CDT-EXPIRY-DATE < CDT-DECL-DATE)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED RESPONSE - BAD DATES: '
                    CDT-PART-NUMBER '/' CDT-SUPPLIER-CODE
                    '/' CDT-DECL-TYPE
              WHEN NOT ENTRY-FOUND AND WS-CMD-COUNT >= 2000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED RESPONSE - TABLE FULL: '
                    CDT-PART-NUMBER '/' CDT-SUPPLIER-CODE
                    '/' CDT-DECL-TYPE
              WHEN OTHER
                 IF ENTRY-FOUND
                    ADD 1 TO WS-REPLACED-COUNT
                 ELSE
                    ADD 1 TO WS-CMD-COUNT
                    MOVE WS-CMD-COUNT TO WS-MATCHED-IDX
                    MOVE CDT-PART-NUMBER
                       TO WS-CMD-PART-NUMBER(WS-MATCHED-IDX)
                    MOVE CDT-SUPPLIER-CODE
                       TO WS-CMD-SUPPLIER-CODE(WS-MATCHED-IDX)
                    MOVE CDT-DECL-TYPE
                       TO WS-CMD-DECL-TYPE(WS-MATCHED-IDX)
                    MOVE 'N' TO WS-CMD-REMOVED-FLAG(WS-MATCHED-IDX)
                    ADD 1 TO WS-ADDED-COUNT
                 END-IF
                 MOVE CDT-DECL-STATUS
                    TO WS-CMD-DECL-STATUS(WS-MATCHED-IDX)
                 MOVE CDT-DECL-DATE
                    TO WS-CMD-DECL-DATE(WS-MATCHED-IDX)
                 MOVE CDT-EXPIRY-DATE
                    TO WS-CMD-EXPIRY-DATE(WS-MATCHED-IDX)
                 MOVE WS-TODAYS-DATE
                    TO WS-CMD-LOADED-DATE(WS-MATCHED-IDX)
           END-EVALUATE
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING CMD-IDX FROM 1 BY 1
              UNTIL CMD-IDX > WS-CMD-COUNT
                 IF NOT WS-CMD-REMOVED(CMD-IDX)
                    MOVE SPACES TO CMD-NEW-REC
                    MOVE WS-CMD-PART-NUMBER(CMD-IDX)
                       TO CDN-PART-NUMBER
                    MOVE WS-CMD-SUPPLIER-CODE(CMD-IDX)
                       TO CDN-SUPPLIER-CODE
                    MOVE WS-CMD-DECL-TYPE(CMD-IDX)   TO CDN-DECL-TYPE
                    MOVE WS-CMD-DECL-STATUS(CMD-IDX)
                       TO CDN-DECL-STATUS
                    MOVE WS-CMD-DECL-DATE(CMD-IDX)   TO CDN-DECL-DATE
                    MOVE WS-CMD-EXPIRY-DATE(CMD-IDX)
                       TO CDN-EXPIRY-DATE
                    MOVE WS-CMD-LOADED-DATE(CMD-IDX)
                       TO CDN-LOADED-DATE
                    WRITE CMD-NEW-REC
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE CMD-TRANS.
           CLOSE CMD-NEW.
