      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    LCMAINT.
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
      * //LCPOLD   DD DSN=USER66.EXAM.DEV.LCPREPAY.MASTER,DISP=SHR
      * //LCPTRN   DD DSN=USER66.EXAM.DEV.LCPREPAY.TRANS,DISP=SHR
      *   JCL Output
      * //LCPNEW   DD DSN=USER66.EXAM.DEV.LCPREPAY.MASTER,DISP=OLD
      ***************************************************************
      * Batch maintenance utility for the letter-of-credit /
      * prepayment file (LCPREPAY.cpy) - the same load-table/apply-
      * transactions/write-back shape EFTMAINT uses.  One row per
      * SUPPLIER-CODE/PO-NUMBER an IMPORTER wanted a letter of
      * credit opened or a cash deposit paid on before shipping.
      * What has gone out against the row (LP-DRAWN-AMOUNT) is
      * what EDI810IN applies against the PO's invoice at match
      * time, so PAYREG remits only the balance; CASHFCST and
      * GRIRACCR net it out, and LCEXPIRY watches the expiry.
      *
      * Transaction codes (LCPTRN, position 1):
      *    A  Add an instrument for a PO not on file.  Type 'L'
      *       (letter of credit) needs an expiry on or after the
      *       issue date; type 'P' (prepayment) is a cash deposit,
      *       so a zero drawn amount on the add means the whole
      *       deposit went out when it was keyed.
      *    C  Amend - a nonzero amount or expiry, or a nonblank
      *       bank, replaces what is on file.  Rejected if the
      *       result would have more drawn than the face amount.
      *    W  Drawing - the drawn amount keyed is added to what has
      *       already gone out.  Rejected past the face amount, or
      *       against a letter of credit already expired.
      *    D  Delete the row entirely.
      * Every code but A is rejected when the PO is not on file.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LCPREPAY-OLD  ASSIGN TO LCPOLD
               FILE STATUS IS WS-LCPOLD-FILE-STATUS.
           SELECT LCPREPAY-TRANS ASSIGN TO LCPTRN.
           SELECT LCPREPAY-NEW  ASSIGN TO LCPNEW.

       DATA DIVISION.
       FILE SECTION.

       FD  LCPREPAY-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LC-PREPAY-ROW.
           COPY 'LCPREPAY'.

      *    Same layout with a leading transaction code - the audit
      *    date is stamped here, not keyed.
       FD  LCPREPAY-TRANS
           DATA RECORD IS LCP-TRN-REC.
       01  LCP-TRN-REC.
           05  LCT-TRANS-CODE      PIC X(01).
               88 LCT-ADD                   VALUE 'A'.
               88 LCT-CHANGE                VALUE 'C'.
               88 LCT-DRAW                  VALUE 'W'.
               88 LCT-DELETE                VALUE 'D'.
           05  LCT-SUPPLIER-CODE   PIC X(10).
           05  LCT-PO-NUMBER       PIC X(06).
           05  LCT-INSTR-TYPE      PIC X(01).
               88 LCT-INSTR-TYPE-VALID      VALUES 'L' 'P'.
               88 LCT-LETTER-OF-CREDIT      VALUE 'L'.
           05  LCT-AMOUNT          PIC S9(9)V99.
           05  LCT-BANK-NAME       PIC X(15).
           05  LCT-ISSUE-DATE      PIC 9(08).
           05  LCT-EXPIRY-DATE     PIC 9(08).
           05  LCT-DRAWN-AMOUNT    PIC S9(9)V99.
           05  FILLER              PIC X(09).

       FD  LCPREPAY-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LCP-NEW-REC.
       01  LCP-NEW-REC.
           05  LPN-SUPPLIER-CODE   PIC X(10).
           05  LPN-PO-NUMBER       PIC X(06).
           05  LPN-INSTR-TYPE      PIC X(01).
           05  LPN-AMOUNT          PIC S9(9)V99.
           05  LPN-BANK-NAME       PIC X(15).
           05  LPN-ISSUE-DATE      PIC 9(08).
           05  LPN-EXPIRY-DATE     PIC 9(08).
           05  LPN-DRAWN-AMOUNT    PIC S9(9)V99.
           05  LPN-UPDATED-DATE    PIC 9(08).
           05  FILLER              PIC X(02).

       WORKING-STORAGE SECTION.

       01  WS-LCPOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

       01  WS-TABLE-COUNT                PIC 9(03)      VALUE 0.
       01  WS-LCP-TABLE.
           05  WS-LCP-ENTRY OCCURS 500 TIMES
                  INDEXED BY TBL-IDX TBL-IDX2.
               10 WS-LCP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-LCP-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-LCP-INSTR-TYPE      PIC X(01)      VALUE SPACES.
                  88 WS-LCP-LETTER-OF-CREDIT            VALUE 'L'.
               10 WS-LCP-AMOUNT          PIC S9(9)V99   VALUE 0.
               10 WS-LCP-BANK-NAME       PIC X(15)      VALUE SPACES.
               10 WS-LCP-ISSUE-DATE      PIC 9(08)      VALUE 0.
               10 WS-LCP-EXPIRY-DATE     PIC 9(08)      VALUE 0.
               10 WS-LCP-DRAWN-AMOUNT    PIC S9(9)V99   VALUE 0.
               10 WS-LCP-UPDATED-DATE    PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-ADD-COUNT               PIC 9(03)      VALUE 0.
           05 WS-CHANGE-COUNT            PIC 9(03)      VALUE 0.
           05 WS-DRAW-COUNT              PIC 9(03)      VALUE 0.
           05 WS-DELETE-COUNT            PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.

      *    The amended row as it would stand, checked before any of
      *    it is applied.
       01  WS-NEW-AMOUNT                 PIC S9(9)V99   VALUE 0.
       01  WS-NEW-EXPIRY-DATE            PIC 9(08)      VALUE 0.
       01  WS-NEW-DRAWN-AMOUNT           PIC S9(9)V99   VALUE 0.

       01  LCPOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  LCPTRN-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 500-LOAD-OLD-MASTER.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'LCMAINT COMPLETE - ADDED: ' WS-ADD-COUNT
              ' AMENDED: ' WS-CHANGE-COUNT
              ' DRAWINGS: ' WS-DRAW-COUNT
              ' DELETED: ' WS-DELETE-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TABLE-COUNT.
           INITIALIZE WS-LCP-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO LCPOLD-EOF.
           MOVE 'N' TO LCPTRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT LCPREPAY-TRANS.
           OPEN OUTPUT LCPREPAY-NEW.

      *    A missing or empty old file (FILE STATUS not '00') just
      *    means no instrument is on file yet - the first run
      *    builds the file from its ADDs.
       500-LOAD-OLD-MASTER.
           OPEN INPUT LCPREPAY-OLD
           IF WS-LCPOLD-FILE-STATUS = '00'
              READ LCPREPAY-OLD
                 AT END MOVE 'Y' TO LCPOLD-EOF
              END-READ
              PERFORM VARYING TBL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR TBL-IDX > 500
                    MOVE LP-SUPPLIER-CODE
                       TO WS-LCP-SUPPLIER-CODE(TBL-IDX)
                    MOVE LP-PO-NUMBER TO WS-LCP-PO-NUMBER(TBL-IDX)
                    MOVE LP-INSTR-TYPE TO WS-LCP-INSTR-TYPE(TBL-IDX)
                    MOVE LP-AMOUNT TO WS-LCP-AMOUNT(TBL-IDX)
                    MOVE LP-BANK-NAME TO WS-LCP-BANK-NAME(TBL-IDX)
                    MOVE LP-ISSUE-DATE TO WS-LCP-ISSUE-DATE(TBL-IDX)
                    MOVE LP-EXPIRY-DATE
                       TO WS-LCP-EXPIRY-DATE(TBL-IDX)
                    MOVE LP-DRAWN-AMOUNT
                       TO WS-LCP-DRAWN-AMOUNT(TBL-IDX)
                    MOVE LP-UPDATED-DATE
                       TO WS-LCP-UPDATED-DATE(TBL-IDX)
                    SET WS-TABLE-COUNT TO TBL-IDX
                    READ LCPREPAY-OLD
                       AT END MOVE 'Y' TO LCPOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE LCPREPAY-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ LCPREPAY-TRANS
              AT END MOVE 'Y' TO LCPTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-ENTRY-IN-TABLE
              EVALUATE TRUE
                 WHEN LCT-ADD
                      PERFORM 620-ADD-ENTRY
                 WHEN NOT ENTRY-FOUND
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'REJECTED ' LCT-TRANS-CODE
                         ' - NOT ON FILE: ' LCT-SUPPLIER-CODE '/'
                         LCT-PO-NUMBER
                 WHEN LCT-CHANGE
                      PERFORM 630-CHANGE-ENTRY
                 WHEN LCT-DRAW
                      PERFORM 640-DRAW-ENTRY
                 WHEN LCT-DELETE
                      PERFORM 650-DELETE-ENTRY
                 WHEN OTHER
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'REJECTED - UNKNOWN TRANS CODE: '
                         LCT-TRANS-CODE ' FOR ' LCT-SUPPLIER-CODE
                         '/' LCT-PO-NUMBER
              END-EVALUATE
           END-IF
           .

      *    A plain linear scan keyed on SUPPLIER-CODE/PO-NUMBER -
      *    same doesn't-justify-a-binary-search reasoning as
      *    EFTMAINT.
       610-FIND-ENTRY-IN-TABLE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT OR ENTRY-FOUND
                 IF WS-LCP-SUPPLIER-CODE(TBL-IDX) = LCT-SUPPLIER-CODE
                    AND WS-LCP-PO-NUMBER(TBL-IDX) = LCT-PO-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO TBL-IDX
                 END-IF
           END-PERFORM
           .

       620-ADD-ENTRY.
           MOVE 0 TO WS-NEW-DRAWN-AMOUNT
           IF LCT-DRAWN-AMOUNT NUMERIC
              MOVE LCT-DRAWN-AMOUNT TO WS-NEW-DRAWN-AMOUNT
              IF NOT LCT-LETTER-OF-CREDIT
                 AND LCT-DRAWN-AMOUNT = 0
                 AND LCT-AMOUNT NUMERIC
                 MOVE LCT-AMOUNT TO WS-NEW-DRAWN-AMOUNT
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - ALREADY ON FILE: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN LCT-SUPPLIER-CODE = SPACES
                 OR LCT-PO-NUMBER = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - NO SUPPLIER/PO: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN NOT LCT-INSTR-TYPE-VALID
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BAD INSTRUMENT TYPE: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN LCT-AMOUNT NOT NUMERIC
                 OR LCT-AMOUNT NOT > 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BAD AMOUNT: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN LCT-ISSUE-DATE NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(LCT-ISSUE-DATE)
                    NOT = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BAD ISSUE DATE: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN LCT-LETTER-OF-CREDIT
                 AND (LCT-EXPIRY-DATE NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(LCT-EXPIRY-DATE)
                    NOT = 0
                 OR LCT-EXPIRY-DATE < LCT-ISSUE-DATE)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BAD EXPIRY DATE: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN LCT-DRAWN-AMOUNT NOT NUMERIC
                 OR WS-NEW-DRAWN-AMOUNT < 0
                 OR WS-NEW-DRAWN-AMOUNT > LCT-AMOUNT
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - BAD DRAWN AMOUNT: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN WS-TABLE-COUNT >= 500
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN OTHER
                 ADD 1 TO WS-TABLE-COUNT
                 MOVE LCT-SUPPLIER-CODE
                    TO WS-LCP-SUPPLIER-CODE(WS-TABLE-COUNT)
                 MOVE LCT-PO-NUMBER
                    TO WS-LCP-PO-NUMBER(WS-TABLE-COUNT)
                 MOVE LCT-INSTR-TYPE
                    TO WS-LCP-INSTR-TYPE(WS-TABLE-COUNT)
                 MOVE LCT-AMOUNT TO WS-LCP-AMOUNT(WS-TABLE-COUNT)
                 MOVE LCT-BANK-NAME
                    TO WS-LCP-BANK-NAME(WS-TABLE-COUNT)
                 MOVE LCT-ISSUE-DATE
                    TO WS-LCP-ISSUE-DATE(WS-TABLE-COUNT)
                 IF LCT-LETTER-OF-CREDIT
                    MOVE LCT-EXPIRY-DATE
                       TO WS-LCP-EXPIRY-DATE(WS-TABLE-COUNT)
                 ELSE
                    MOVE 0 TO WS-LCP-EXPIRY-DATE(WS-TABLE-COUNT)
                 END-IF
                 MOVE WS-NEW-DRAWN-AMOUNT
                    TO WS-LCP-DRAWN-AMOUNT(WS-TABLE-COUNT)
                 MOVE WS-TODAYS-DATE
                    TO WS-LCP-UPDATED-DATE(WS-TABLE-COUNT)
                 ADD 1 TO WS-ADD-COUNT
           END-EVALUATE
           .

      *    An amendment - whatever is keyed replaces what is on
      *    file, checked as a whole before any of it lands.
       630-CHANGE-ENTRY.
           MOVE WS-LCP-AMOUNT(WS-MATCHED-IDX) TO WS-NEW-AMOUNT
           IF LCT-AMOUNT NUMERIC AND LCT-AMOUNT > 0
              MOVE LCT-AMOUNT TO WS-NEW-AMOUNT
           END-IF
           MOVE WS-LCP-EXPIRY-DATE(WS-MATCHED-IDX)
              TO WS-NEW-EXPIRY-DATE
           IF LCT-EXPIRY-DATE NUMERIC AND LCT-EXPIRY-DATE > 0
              MOVE LCT-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
           END-IF
           EVALUATE TRUE
              WHEN WS-LCP-LETTER-OF-CREDIT(WS-MATCHED-IDX)
                 AND (FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-EXPIRY-DATE)
                    NOT = 0
                 OR WS-NEW-EXPIRY-DATE <
                    WS-LCP-ISSUE-DATE(WS-MATCHED-IDX))
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CHANGE - BAD EXPIRY DATE: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN WS-NEW-AMOUNT <
                   WS-LCP-DRAWN-AMOUNT(WS-MATCHED-IDX)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CHANGE - BELOW AMOUNT DRAWN: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN OTHER
                 MOVE WS-NEW-AMOUNT TO WS-LCP-AMOUNT(WS-MATCHED-IDX)
                 IF WS-LCP-LETTER-OF-CREDIT(WS-MATCHED-IDX)
                    MOVE WS-NEW-EXPIRY-DATE
                       TO WS-LCP-EXPIRY-DATE(WS-MATCHED-IDX)
                 END-IF
                 IF LCT-BANK-NAME NOT = SPACES
                    MOVE LCT-BANK-NAME
                       TO WS-LCP-BANK-NAME(WS-MATCHED-IDX)
                 END-IF
                 MOVE WS-TODAYS-DATE
                    TO WS-LCP-UPDATED-DATE(WS-MATCHED-IDX)
                 ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE
           .

      *    A drawing against a letter already expired is one the
      *    bank should never have honoured - it is turned away for
      *    the buyer to chase, not booked.
       640-DRAW-ENTRY.
           EVALUATE TRUE
              WHEN LCT-DRAWN-AMOUNT NOT NUMERIC
                 OR LCT-DRAWN-AMOUNT NOT > 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED DRAW - BAD DRAWN AMOUNT: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN WS-LCP-LETTER-OF-CREDIT(WS-MATCHED-IDX)
                 AND WS-LCP-EXPIRY-DATE(WS-MATCHED-IDX) <
                     WS-TODAYS-DATE
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED DRAW - LETTER EXPIRED: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN WS-LCP-DRAWN-AMOUNT(WS-MATCHED-IDX)
                   + LCT-DRAWN-AMOUNT >
                   WS-LCP-AMOUNT(WS-MATCHED-IDX)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED DRAW - OVER FACE AMOUNT: '
                    LCT-SUPPLIER-CODE '/' LCT-PO-NUMBER
              WHEN OTHER
                 ADD LCT-DRAWN-AMOUNT
                    TO WS-LCP-DRAWN-AMOUNT(WS-MATCHED-IDX)
                 MOVE WS-TODAYS-DATE
                    TO WS-LCP-UPDATED-DATE(WS-MATCHED-IDX)
                 ADD 1 TO WS-DRAW-COUNT
           END-EVALUATE
           .

      *    Deleting shifts every later entry up one slot, same as
      *    EFTMAINT's 650-DELETE-ENTRY.
       650-DELETE-ENTRY.
           PERFORM VARYING TBL-IDX2 FROM WS-MATCHED-IDX BY 1
              UNTIL TBL-IDX2 >= WS-TABLE-COUNT
                 MOVE WS-LCP-ENTRY(TBL-IDX2 + 1)
                    TO WS-LCP-ENTRY(TBL-IDX2)
           END-PERFORM
           SUBTRACT 1 FROM WS-TABLE-COUNT
           ADD 1 TO WS-DELETE-COUNT
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT
                 MOVE SPACES TO LCP-NEW-REC
                 MOVE WS-LCP-SUPPLIER-CODE(TBL-IDX)
                    TO LPN-SUPPLIER-CODE
                 MOVE WS-LCP-PO-NUMBER(TBL-IDX) TO LPN-PO-NUMBER
                 MOVE WS-LCP-INSTR-TYPE(TBL-IDX) TO LPN-INSTR-TYPE
                 MOVE WS-LCP-AMOUNT(TBL-IDX) TO LPN-AMOUNT
                 MOVE WS-LCP-BANK-NAME(TBL-IDX) TO LPN-BANK-NAME
                 MOVE WS-LCP-ISSUE-DATE(TBL-IDX) TO LPN-ISSUE-DATE
                 MOVE WS-LCP-EXPIRY-DATE(TBL-IDX) TO LPN-EXPIRY-DATE
                 MOVE WS-LCP-DRAWN-AMOUNT(TBL-IDX)
                    TO LPN-DRAWN-AMOUNT
                 MOVE WS-LCP-UPDATED-DATE(TBL-IDX)
                    TO LPN-UPDATED-DATE
                 WRITE LCP-NEW-REC
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE LCPREPAY-TRANS.
           CLOSE LCPREPAY-NEW.
