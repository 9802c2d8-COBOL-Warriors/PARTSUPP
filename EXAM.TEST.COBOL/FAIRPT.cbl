      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    FAIRPT.
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
      * //FAIOLD   DD DSN=USER66.EXAM.DEV.FAIMAINT.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //FAIRPT   DD SYSOUT=*
      ***************************************************************
      * Weekly first-article exposure listing - every PART-NUMBER/
      * SUPPLIER-CODE pair that already has an open PO (status Open
      * or Shipped, order or release) but no current first-article
      * approval on the file FAIMAINT maintains.  These are the
      * receipts EDI856IN will send to Inspection Hold when they
      * arrive, so quality can chase the submissions before the
      * material is sitting on the dock.  Each line says why the
      * pair is not approved:
      *    NO SUBMISSION  nothing on file for the pair
      *    AWAITING       submitted, no decision yet (days waiting)
      *    REJECTED       the last first article failed
      *    REV CHANGED    approved, but against a SPEC-NUMBER/
      *                   BLUEPRINT-NUMBER the part has moved off
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAI-OLD       ASSIGN TO FAIOLD
               FILE STATUS IS WS-FAIOLD-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT FAIRPT-REC    ASSIGN TO FAIRPT.

       DATA DIVISION.
       FILE SECTION.

      *    Same first-article row FAIMAINT maintains.
       FD  FAI-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAI-OLD-REC.
       01  FAI-OLD-REC.
           05  FAO-PART-NUMBER     PIC X(23).
           05  FAO-SUPPLIER-CODE   PIC X(10).
           05  FAO-SUBMIT-DATE     PIC 9(08).
           05  FAO-STATUS          PIC X(01).
           05  FAO-APPROVER-ID     PIC X(08).
           05  FAO-DECISION-DATE   PIC 9(08).
           05  FAO-SPEC-NUMBER     PIC X(07).
           05  FAO-BLUEPRINT-NUMBER
                                   PIC X(10).
           05  FILLER              PIC X(05).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  FAIRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAIRPT-RECORD.
       01  FAIRPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

      *    A missing first-article file (FILE STATUS not '00') just
      *    means nothing has been submitted yet - every pair with an
      *    open PO lists as NO SUBMISSION.
       01  WS-FAIOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

       01  WS-FAI-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-FAI-TABLE.
           05  WS-FAI-ENTRY OCCURS 500 TIMES
                  INDEXED BY FAI-IDX.
               10 WS-FAI-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-FAI-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-FAI-SUBMIT-DATE     PIC 9(08)      VALUE 0.
               10 WS-FAI-STATUS          PIC X(01)      VALUE SPACES.
               10 WS-FAI-SPEC-NUMBER     PIC X(07)      VALUE SPACES.
               10 WS-FAI-BLUEPRINT-NUMBER
                                         PIC X(10)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-RECORDS-READ            PIC 9(05)      VALUE 0.
           05 WS-PAIRS-LISTED            PIC 9(05)      VALUE 0.
           05 WS-NO-SUBMISSION-COUNT     PIC 9(05)      VALUE 0.
           05 WS-AWAITING-COUNT          PIC 9(05)      VALUE 0.
           05 WS-REJECTED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-REV-CHANGED-COUNT       PIC 9(05)      VALUE 0.

       01  WS-OPEN-PO-COUNT              PIC 9(01)      VALUE 0.
       01  WS-FIRST-OPEN-PO              PIC X(06)      VALUE SPACES.
       01  WS-PO-SUB                     PIC 9(01)      VALUE 0.
       01  WS-DAYS-WAITING               PIC S9(05)     VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  FAIOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-FAI-ROWS                          VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'FIRST-ARTICLE APPROVALS OUTSTANDING - PAIRS WITH OPEN POS'.

       01  WS-RPT-DETAIL.
           05  RFD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE '  OPEN PO '.
           05  RFD-FIRST-OPEN-PO   PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(03)      VALUE ' (+'.
           05  RFD-MORE-POS        PIC 9(01)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE ') '.
           05  RFD-REASON          PIC X(13)      VALUE SPACES.
           05  FILLER              PIC X(08)      VALUE ' SUBMIT '.
           05  RFD-SUBMIT-DATE     PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RFD-DAYS-WAITING    PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(06)      VALUE ' DAYS '.
           05  RFD-SPEC-NUMBER     PIC X(07)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE '/'.
           05  RFD-BLUEPRINT-NUMBER
                                   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(14)      VALUE
               'PAIRS LISTED: '.
           05  RTL-LISTED          PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(17)      VALUE
               '  NO SUBMISSION: '.
           05  RTL-NO-SUBMISSION   PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '  AWAITING: '.
           05  RTL-AWAITING        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '  REJECTED: '.
           05  RTL-REJECTED        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(15)      VALUE
               '  REV CHANGED: '.
           05  RTL-REV-CHANGED     PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(37)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-FIRST-ARTICLES.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-CHECK-MASTER-RECORD UNTIL NO-MORE-OLD-MASTER.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'FAIRPT COMPLETE - RECORDS: ' WS-RECORDS-READ
              ' LISTED: ' WS-PAIRS-LISTED.
           GOBACK.

       000-INIT.
           INITIALIZE WS-FAI-COUNT.
           INITIALIZE WS-FAI-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO FAIOLD-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT FAIRPT-REC.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

       200-WRITE-HEADING.
           WRITE FAIRPT-RECORD FROM WS-RPT-HEADING.
           MOVE SPACES TO FAIRPT-RECORD.
           WRITE FAIRPT-RECORD.

       300-LOAD-FIRST-ARTICLES.
           OPEN INPUT FAI-OLD
           IF WS-FAIOLD-FILE-STATUS = '00'
              READ FAI-OLD
                 AT END MOVE 'Y' TO FAIOLD-EOF
              END-READ
              PERFORM VARYING FAI-IDX FROM 1 BY 1
                 UNTIL NO-MORE-FAI-ROWS OR FAI-IDX > 500
                    MOVE FAO-PART-NUMBER
                       TO WS-FAI-PART-NUMBER(FAI-IDX)
                    MOVE FAO-SUPPLIER-CODE
                       TO WS-FAI-SUPPLIER-CODE(FAI-IDX)
                    MOVE FAO-SUBMIT-DATE
                       TO WS-FAI-SUBMIT-DATE(FAI-IDX)
                    MOVE FAO-STATUS TO WS-FAI-STATUS(FAI-IDX)
                    MOVE FAO-SPEC-NUMBER
                       TO WS-FAI-SPEC-NUMBER(FAI-IDX)
                    MOVE FAO-BLUEPRINT-NUMBER
                       TO WS-FAI-BLUEPRINT-NUMBER(FAI-IDX)
                    SET WS-FAI-COUNT TO FAI-IDX
                    READ FAI-OLD
                       AT END MOVE 'Y' TO FAIOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE FAI-OLD
           END-IF
           .

      *    Only a record with at least one open order or release is
      *    of interest - a pair nobody is buying from needs no first
      *    article yet.
       600-CHECK-MASTER-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE 0 TO WS-OPEN-PO-COUNT
           MOVE SPACES TO WS-FIRST-OPEN-PO
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > 3
                 IF PO-NUMBER(WS-PO-SUB) NOT = SPACES
                    AND (PO-STATUS-OPEN(WS-PO-SUB)
                      OR PO-STATUS-SHIPPED(WS-PO-SUB))
                    AND (PO-TYPE-ORDER(WS-PO-SUB)
                      OR PO-TYPE-RELEASE(WS-PO-SUB))
                    ADD 1 TO WS-OPEN-PO-COUNT
                    IF WS-FIRST-OPEN-PO = SPACES
                       MOVE PO-NUMBER(WS-PO-SUB) TO WS-FIRST-OPEN-PO
                    END-IF
                 END-IF
           END-PERFORM
           IF WS-OPEN-PO-COUNT > 0
              PERFORM 610-FIND-PAIR
              PERFORM 620-LIST-IF-UNAPPROVED
           END-IF
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       610-FIND-PAIR.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING FAI-IDX FROM 1 BY 1
              UNTIL FAI-IDX > WS-FAI-COUNT OR ENTRY-FOUND
                 IF WS-FAI-PART-NUMBER(FAI-IDX) = PART-NUMBER
                    AND WS-FAI-SUPPLIER-CODE(FAI-IDX) = SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO FAI-IDX
                 END-IF
           END-PERFORM
           .

       620-LIST-IF-UNAPPROVED.
           MOVE SPACES TO RFD-REASON
           MOVE 0 TO RFD-SUBMIT-DATE
           MOVE 0 TO RFD-DAYS-WAITING
           MOVE SPACES TO RFD-SPEC-NUMBER
           MOVE SPACES TO RFD-BLUEPRINT-NUMBER
           EVALUATE TRUE
              WHEN NOT ENTRY-FOUND
                 MOVE 'NO SUBMISSION' TO RFD-REASON
                 ADD 1 TO WS-NO-SUBMISSION-COUNT
              WHEN WS-FAI-STATUS(WS-MATCHED-IDX) = 'S'
                 MOVE 'AWAITING' TO RFD-REASON
                 ADD 1 TO WS-AWAITING-COUNT
              WHEN WS-FAI-STATUS(WS-MATCHED-IDX) = 'R'
                 MOVE 'REJECTED' TO RFD-REASON
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN WS-FAI-SPEC-NUMBER(WS-MATCHED-IDX)
                      NOT = SPEC-NUMBER
                 OR WS-FAI-BLUEPRINT-NUMBER(WS-MATCHED-IDX)
                      NOT = BLUEPRINT-NUMBER
                 MOVE 'REV CHANGED' TO RFD-REASON
                 ADD 1 TO WS-REV-CHANGED-COUNT
           END-EVALUATE
           IF RFD-REASON NOT = SPACES
              IF ENTRY-FOUND
                 MOVE WS-FAI-SUBMIT-DATE(WS-MATCHED-IDX)
                    TO RFD-SUBMIT-DATE
                 MOVE WS-FAI-SPEC-NUMBER(WS-MATCHED-IDX)
                    TO RFD-SPEC-NUMBER
                 MOVE WS-FAI-BLUEPRINT-NUMBER(WS-MATCHED-IDX)
                    TO RFD-BLUEPRINT-NUMBER
                 MOVE 0 TO WS-DAYS-WAITING
                 IF WS-FAI-SUBMIT-DATE(WS-MATCHED-IDX) > ZERO
                    AND WS-FAI-SUBMIT-DATE(WS-MATCHED-IDX)
                        < WS-TODAYS-DATE
                    COMPUTE WS-DAYS-WAITING =
                       FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                       - FUNCTION INTEGER-OF-DATE
                            (WS-FAI-SUBMIT-DATE(WS-MATCHED-IDX))
                 END-IF
                 MOVE WS-DAYS-WAITING TO RFD-DAYS-WAITING
              END-IF
              MOVE PART-NUMBER      TO RFD-PART-NUMBER
              MOVE SUPPLIER-CODE    TO RFD-SUPPLIER-CODE
              MOVE SUPPLIER-NAME    TO RFD-SUPPLIER-NAME
              MOVE WS-FIRST-OPEN-PO TO RFD-FIRST-OPEN-PO
              COMPUTE RFD-MORE-POS = WS-OPEN-PO-COUNT - 1
              WRITE FAIRPT-RECORD FROM WS-RPT-DETAIL
              ADD 1 TO WS-PAIRS-LISTED
           END-IF
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO FAIRPT-RECORD
           WRITE FAIRPT-RECORD
           MOVE WS-PAIRS-LISTED        TO RTL-LISTED
           MOVE WS-NO-SUBMISSION-COUNT TO RTL-NO-SUBMISSION
           MOVE WS-AWAITING-COUNT      TO RTL-AWAITING
           MOVE WS-REJECTED-COUNT      TO RTL-REJECTED
           MOVE WS-REV-CHANGED-COUNT   TO RTL-REV-CHANGED
           WRITE FAIRPT-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE FAIRPT-REC.
