      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    FAIMAINT.
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
      * //FAITRN   DD DSN=USER66.EXAM.DEV.FAIMAINT.TRANS,DISP=SHR
      *   JCL Output
      * //FAINEW   DD DSN=USER66.EXAM.DEV.FAIMAINT.MASTER,DISP=OLD
      ***************************************************************
      * First-article inspection / PPAP approval maintenance.  A new
      * source - a part we have never bought from this supplier, or
      * a part whose drawing has moved - has to prove it can build
      * to print before production receipts flow to stock.  One row
      * per PART-NUMBER + SUPPLIER-CODE pair carries the supplier's
      * submission date, the approval status, who approved or
      * rejected it, and the SPEC-NUMBER / BLUEPRINT-NUMBER revision
      * the first article was judged against.
      *
      * Who reads it:
      *    POEDIT    warns on a PO keyed for a pair with no approval.
      *    EDI856IN  sends a completing receipt for a pair with no
      *              current approval to Inspection Hold, whatever
      *              the part's GOVT-COMML-CODE.
      *    FAIRPT    weekly list of pairs awaiting approval that
      *              already have open POs.
      *
      * Transaction codes (FAITRN, position 1):
      *    S  Submission received - adds the pair at status 'S', or
      *       resubmits a rejected pair (or an approved one whose
      *       drawing revision has moved) back to 'S' with today's
      *       date and the revision named on the transaction.
      *       Rejected while a submission is already awaiting a
      *       decision.
      *    A  Approved - stamps the approver and today's date.
      *       Rejected unless the pair is awaiting a decision or no
      *       approver id is keyed.  A revision keyed on the
      *       approval replaces the submitted one, so the row always
      *       names what was actually approved.
      *    R  Rejected - stamps the approver and today's date, same
      *       edits as an approval.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAI-OLD       ASSIGN TO FAIOLD
               FILE STATUS IS WS-FAIOLD-FILE-STATUS.
           SELECT FAI-TRANS     ASSIGN TO FAITRN.
           SELECT FAI-NEW       ASSIGN TO FAINEW.

       DATA DIVISION.
       FILE SECTION.

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

      *    One first-article event per transaction.
       FD  FAI-TRANS
           DATA RECORD IS FAT-REC.
       01  FAT-REC.
           05  FAT-TRANS-CODE      PIC X(01).
               88 FAT-SUBMIT                VALUE 'S'.
               88 FAT-APPROVE               VALUE 'A'.
               88 FAT-REJECT                VALUE 'R'.
               88 FAT-TRANS-CODE-VALID      VALUES 'S' 'A' 'R'.
           05  FAT-PART-NUMBER     PIC X(23).
           05  FAT-SUPPLIER-CODE   PIC X(10).
           05  FAT-APPROVER-ID     PIC X(08).
           05  FAT-SPEC-NUMBER     PIC X(07).
           05  FAT-BLUEPRINT-NUMBER
                                   PIC X(10).
           05  FILLER              PIC X(21).

       FD  FAI-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAI-NEW-REC.
       01  FAI-NEW-REC.
           05  FAN-PART-NUMBER     PIC X(23).
           05  FAN-SUPPLIER-CODE   PIC X(10).
           05  FAN-SUBMIT-DATE     PIC 9(08).
           05  FAN-STATUS          PIC X(01).
           05  FAN-APPROVER-ID     PIC X(08).
           05  FAN-DECISION-DATE   PIC 9(08).
           05  FAN-SPEC-NUMBER     PIC X(07).
           05  FAN-BLUEPRINT-NUMBER
                                   PIC X(10).
           05  FILLER              PIC X(05).

       WORKING-STORAGE SECTION.

       01  WS-FAIOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    Status byte carried on every first-article row:
      *    'S' submitted and awaiting a decision, 'A' approved,
      *    'R' rejected.
       01  WS-FAI-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-FAI-TABLE.
           05  WS-FAI-ENTRY OCCURS 500 TIMES
                  INDEXED BY FAI-IDX.
               10 WS-FAI-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-FAI-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-FAI-SUBMIT-DATE     PIC 9(08)      VALUE 0.
               10 WS-FAI-STATUS          PIC X(01)      VALUE SPACES.
               10 WS-FAI-APPROVER-ID     PIC X(08)      VALUE SPACES.
               10 WS-FAI-DECISION-DATE   PIC 9(08)      VALUE 0.
               10 WS-FAI-SPEC-NUMBER     PIC X(07)      VALUE SPACES.
               10 WS-FAI-BLUEPRINT-NUMBER
                                         PIC X(10)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-SUBMITTED-COUNT         PIC 9(03)      VALUE 0.
           05 WS-APPROVED-COUNT          PIC 9(03)      VALUE 0.
           05 WS-REJECTED-COUNT          PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  FAIOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  FAITRN-EOF                    PIC X(01)      VALUE 'N'.
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
           DISPLAY 'FAIMAINT COMPLETE - SUBMITTED: ' WS-SUBMITTED-COUNT
              ' APPROVED: ' WS-APPROVED-COUNT
              ' REJECTED: ' WS-REJECTED-COUNT
              ' TRANS REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-FAI-COUNT.
           INITIALIZE WS-FAI-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO FAIOLD-EOF.
           MOVE 'N' TO FAITRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT FAI-TRANS.
           OPEN OUTPUT FAI-NEW.

      *    A missing old master (FILE STATUS not '00') is a first
      *    run built from this run's submissions.
       400-LOAD-OLD-MASTER.
           OPEN INPUT FAI-OLD
           IF WS-FAIOLD-FILE-STATUS = '00'
              READ FAI-OLD
                 AT END MOVE 'Y' TO FAIOLD-EOF
              END-READ
              PERFORM VARYING FAI-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR FAI-IDX > 500
                    MOVE FAO-PART-NUMBER
                       TO WS-FAI-PART-NUMBER(FAI-IDX)
                    MOVE FAO-SUPPLIER-CODE
                       TO WS-FAI-SUPPLIER-CODE(FAI-IDX)
                    MOVE FAO-SUBMIT-DATE
                       TO WS-FAI-SUBMIT-DATE(FAI-IDX)
                    MOVE FAO-STATUS TO WS-FAI-STATUS(FAI-IDX)
                    MOVE FAO-APPROVER-ID
                       TO WS-FAI-APPROVER-ID(FAI-IDX)
                    MOVE FAO-DECISION-DATE
                       TO WS-FAI-DECISION-DATE(FAI-IDX)
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

       600-APPLY-TRANSACTIONS.
           READ FAI-TRANS
              AT END MOVE 'Y' TO FAITRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-PAIR
              EVALUATE TRUE
                 WHEN NOT FAT-TRANS-CODE-VALID
                    OR FAT-PART-NUMBER = SPACES
                    OR FAT-SUPPLIER-CODE = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED FAI - BAD TRANS: '
                       FAT-TRANS-CODE '/' FAT-PART-NUMBER
                       '/' FAT-SUPPLIER-CODE
                 WHEN FAT-SUBMIT
                    PERFORM 620-RECORD-SUBMISSION
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED FAI - NOT ON FILE: '
                       FAT-PART-NUMBER '/' FAT-SUPPLIER-CODE
                 WHEN WS-FAI-STATUS(WS-MATCHED-IDX) NOT = 'S'
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED FAI - NOT AWAITING DECISION: '
                       FAT-PART-NUMBER '/' FAT-SUPPLIER-CODE
                 WHEN FAT-APPROVER-ID = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED FAI - NO APPROVER ID: '
                       FAT-PART-NUMBER '/' FAT-SUPPLIER-CODE
                 WHEN OTHER
                    PERFORM 630-RECORD-DECISION
              END-EVALUATE
           END-IF
           .

       610-FIND-PAIR.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING FAI-IDX FROM 1 BY 1
              UNTIL FAI-IDX > WS-FAI-COUNT OR ENTRY-FOUND
                 IF WS-FAI-PART-NUMBER(FAI-IDX) = FAT-PART-NUMBER
                    AND WS-FAI-SUPPLIER-CODE(FAI-IDX) =
                        FAT-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO FAI-IDX
                 END-IF
           END-PERFORM
           .

      *    A new pair takes the next table slot; a pair already on
      *    file is resubmitted in place, clearing the last decision
      *    so the row never shows an approver against a submission
      *    nobody has looked at yet.
       620-RECORD-SUBMISSION.
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 AND WS-FAI-STATUS(WS-MATCHED-IDX) = 'S'
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED SUBMIT - ALREADY AWAITING: '
                    FAT-PART-NUMBER '/' FAT-SUPPLIER-CODE
              WHEN NOT ENTRY-FOUND
                 AND WS-FAI-COUNT >= 500
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED SUBMIT - TABLE FULL: '
                    FAT-PART-NUMBER '/' FAT-SUPPLIER-CODE
              WHEN OTHER
                 IF NOT ENTRY-FOUND
                    ADD 1 TO WS-FAI-COUNT
                    MOVE WS-FAI-COUNT TO WS-MATCHED-IDX
                    MOVE FAT-PART-NUMBER
                       TO WS-FAI-PART-NUMBER(WS-MATCHED-IDX)
                    MOVE FAT-SUPPLIER-CODE
                       TO WS-FAI-SUPPLIER-CODE(WS-MATCHED-IDX)
                 END-IF
                 MOVE WS-TODAYS-DATE
                    TO WS-FAI-SUBMIT-DATE(WS-MATCHED-IDX)
                 MOVE 'S' TO WS-FAI-STATUS(WS-MATCHED-IDX)
                 MOVE SPACES TO WS-FAI-APPROVER-ID(WS-MATCHED-IDX)
                 MOVE 0 TO WS-FAI-DECISION-DATE(WS-MATCHED-IDX)
                 MOVE FAT-SPEC-NUMBER
                    TO WS-FAI-SPEC-NUMBER(WS-MATCHED-IDX)
                 MOVE FAT-BLUEPRINT-NUMBER
                    TO WS-FAI-BLUEPRINT-NUMBER(WS-MATCHED-IDX)
                 ADD 1 TO WS-SUBMITTED-COUNT
           END-EVALUATE
           .

       630-RECORD-DECISION.
           MOVE FAT-APPROVER-ID TO WS-FAI-APPROVER-ID(WS-MATCHED-IDX)
           MOVE WS-TODAYS-DATE TO WS-FAI-DECISION-DATE(WS-MATCHED-IDX)
           IF FAT-SPEC-NUMBER NOT = SPACES
              MOVE FAT-SPEC-NUMBER
                 TO WS-FAI-SPEC-NUMBER(WS-MATCHED-IDX)
           END-IF
           IF FAT-BLUEPRINT-NUMBER NOT = SPACES
              MOVE FAT-BLUEPRINT-NUMBER
                 TO WS-FAI-BLUEPRINT-NUMBER(WS-MATCHED-IDX)
           END-IF
           IF FAT-APPROVE
              MOVE 'A' TO WS-FAI-STATUS(WS-MATCHED-IDX)
              ADD 1 TO WS-APPROVED-COUNT
           ELSE
              MOVE 'R' TO WS-FAI-STATUS(WS-MATCHED-IDX)
              ADD 1 TO WS-REJECTED-COUNT
           END-IF
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING FAI-IDX FROM 1 BY 1
              UNTIL FAI-IDX > WS-FAI-COUNT
                 MOVE SPACES TO FAI-NEW-REC
                 MOVE WS-FAI-PART-NUMBER(FAI-IDX) TO FAN-PART-NUMBER
                 MOVE WS-FAI-SUPPLIER-CODE(FAI-IDX)
                    TO FAN-SUPPLIER-CODE
                 MOVE WS-FAI-SUBMIT-DATE(FAI-IDX) TO FAN-SUBMIT-DATE
                 MOVE WS-FAI-STATUS(FAI-IDX)      TO FAN-STATUS
                 MOVE WS-FAI-APPROVER-ID(FAI-IDX) TO FAN-APPROVER-ID
                 MOVE WS-FAI-DECISION-DATE(FAI-IDX)
                    TO FAN-DECISION-DATE
                 MOVE WS-FAI-SPEC-NUMBER(FAI-IDX) TO FAN-SPEC-NUMBER
                 MOVE WS-FAI-BLUEPRINT-NUMBER(FAI-IDX)
                    TO FAN-BLUEPRINT-NUMBER
                 WRITE FAI-NEW-REC
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE FAI-TRANS.
           CLOSE FAI-NEW.
