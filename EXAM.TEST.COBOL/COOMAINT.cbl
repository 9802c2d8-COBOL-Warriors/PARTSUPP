      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    COOMAINT.
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
      * //COOOLD   DD DSN=USER66.EXAM.DEV.COOMAINT.MASTER,DISP=SHR
      * //COOTRN   DD DSN=USER66.EXAM.DEV.COOMAINT.TRANS,DISP=SHR
      *   JCL Output
      * //COONEW   DD DSN=USER66.EXAM.DEV.COOMAINT.MASTER,DISP=OLD
      ***************************************************************
      * Country-of-origin and free-trade certificate maintenance.
      * One row per PART-NUMBER + SUPPLIER-CODE records where the
      * part is actually made and, when the supplier has given us
      * one, the preference certificate that qualifies it for a
      * lower duty rate:
      *    ORIGIN-COUNTRY  2-character country the part is made in
      *    CERT-PROGRAM    the trade program - USMCA, KORUS, ... -
      *                    spaces means no certificate on file
      *    CERT-NUMBER     the supplier's certificate number
      *    BLANKET-FROM/TO the blanket period the certificate covers
      *    CERT-EXPIRY     an earlier lapse date when the certificate
      *                    itself says so - zero means it runs to
      *                    the end of the blanket period
      * A certificate is valid on a date that falls inside the
      * blanket period and is not past CERT-EXPIRY.
      *
      * Who reads it:
      *    LANDCOST  flags a customs entry that paid duty on a part
      *              covered by a valid certificate - a refund
      *              opportunity.
      *    COOEXPR   lists certificates whose blanket period ends in
      *              the next 60 days for the importer buyers.
      *
      * Transaction codes (COOTRN, position 1):
      *    O  Origin - records the country of origin, adding the
      *       row if the pair has none.
      *    C  Certificate - records program, number, blanket period
      *       and expiry, replacing any certificate on file (a
      *       renewal is just a new C).  The pair must already have
      *       an origin, or the transaction must carry one.
      *    V  Void the certificate - the supplier withdrew it.  The
      *       origin stays.
      *    X  Remove a row keyed in error.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COO-OLD       ASSIGN TO COOOLD
               FILE STATUS IS WS-COOOLD-FILE-STATUS.
           SELECT COO-TRANS     ASSIGN TO COOTRN.
           SELECT COO-NEW       ASSIGN TO COONEW.

       DATA DIVISION.
       FILE SECTION.

       FD  COO-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COO-OLD-REC.
       01  COO-OLD-REC.
           05  CRO-PART-NUMBER     PIC X(23).
           05  CRO-SUPPLIER-CODE   PIC X(10).
           05  CRO-ORIGIN-COUNTRY  PIC X(02).
           05  CRO-CERT-PROGRAM    PIC X(05).
           05  CRO-CERT-NUMBER     PIC X(15).
           05  CRO-BLANKET-FROM    PIC 9(08).
           05  CRO-BLANKET-TO      PIC 9(08).
           05  CRO-CERT-EXPIRY     PIC 9(08).
           05  CRO-UPDATED-DATE    PIC 9(08).
           05  FILLER              PIC X(13).

      *    One origin or certificate event per transaction.
       FD  COO-TRANS
           DATA RECORD IS CRT-REC.
       01  CRT-REC.
           05  CRT-TRANS-CODE      PIC X(01).
               88 CRT-ORIGIN                VALUE 'O'.
               88 CRT-CERTIFICATE           VALUE 'C'.
               88 CRT-VOID                  VALUE 'V'.
               88 CRT-REMOVE                VALUE 'X'.
               88 CRT-TRANS-CODE-VALID      VALUES 'O' 'C' 'V' 'X'.
           05  CRT-PART-NUMBER     PIC X(23).
           05  CRT-SUPPLIER-CODE   PIC X(10).
           05  CRT-ORIGIN-COUNTRY  PIC X(02).
           05  CRT-CERT-PROGRAM    PIC X(05).
           05  CRT-CERT-NUMBER     PIC X(15).
           05  CRT-BLANKET-FROM    PIC 9(08).
           05  CRT-BLANKET-TO      PIC 9(08).
           05  CRT-CERT-EXPIRY     PIC 9(08).

       FD  COO-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COO-NEW-REC.
       01  COO-NEW-REC.
           05  CRN-PART-NUMBER     PIC X(23).
           05  CRN-SUPPLIER-CODE   PIC X(10).
           05  CRN-ORIGIN-COUNTRY  PIC X(02).
           05  CRN-CERT-PROGRAM    PIC X(05).
           05  CRN-CERT-NUMBER     PIC X(15).
           05  CRN-BLANKET-FROM    PIC 9(08).
           05  CRN-BLANKET-TO      PIC 9(08).
           05  CRN-CERT-EXPIRY     PIC 9(08).
           05  CRN-UPDATED-DATE    PIC 9(08).
           05  FILLER              PIC X(13).

       WORKING-STORAGE SECTION.

       01  WS-COOOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

       01  WS-COO-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-COO-TABLE.
           05  WS-COO-ENTRY OCCURS 2000 TIMES
                  INDEXED BY COO-IDX.
               10 WS-COO-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-COO-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-COO-ORIGIN-COUNTRY  PIC X(02)      VALUE SPACES.
               10 WS-COO-CERT-PROGRAM    PIC X(05)      VALUE SPACES.
               10 WS-COO-CERT-NUMBER     PIC X(15)      VALUE SPACES.
               10 WS-COO-BLANKET-FROM    PIC 9(08)      VALUE 0.
               10 WS-COO-BLANKET-TO      PIC 9(08)      VALUE 0.
               10 WS-COO-CERT-EXPIRY     PIC 9(08)      VALUE 0.
               10 WS-COO-UPDATED-DATE    PIC 9(08)      VALUE 0.
               10 WS-COO-REMOVED-FLAG    PIC X(01)      VALUE 'N'.
                  88 WS-COO-REMOVED                     VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-ORIGIN-COUNT            PIC 9(05)      VALUE 0.
           05 WS-CERT-COUNT              PIC 9(05)      VALUE 0.
           05 WS-VOID-COUNT              PIC 9(05)      VALUE 0.
           05 WS-REMOVED-COUNT           PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(04)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  COOOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  COOTRN-EOF                    PIC X(01)      VALUE 'N'.
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
           DISPLAY 'COOMAINT COMPLETE - ORIGINS: ' WS-ORIGIN-COUNT
              ' CERTIFICATES: ' WS-CERT-COUNT
              ' VOIDED: ' WS-VOID-COUNT
              ' REMOVED: ' WS-REMOVED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-COO-COUNT.
           INITIALIZE WS-COO-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO COOOLD-EOF.
           MOVE 'N' TO COOTRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT COO-TRANS.
           OPEN OUTPUT COO-NEW.

      *    A missing old master (FILE STATUS not '00') is a first
      *    run built from this run's transactions.
       400-LOAD-OLD-MASTER.
           OPEN INPUT COO-OLD
           IF WS-COOOLD-FILE-STATUS = '00'
              READ COO-OLD
                 AT END MOVE 'Y' TO COOOLD-EOF
              END-READ
              PERFORM VARYING COO-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR COO-IDX > 2000
                    MOVE CRO-PART-NUMBER
                       TO WS-COO-PART-NUMBER(COO-IDX)
                    MOVE CRO-SUPPLIER-CODE
                       TO WS-COO-SUPPLIER-CODE(COO-IDX)
                    MOVE CRO-ORIGIN-COUNTRY
                       TO WS-COO-ORIGIN-COUNTRY(COO-IDX)
                    MOVE CRO-CERT-PROGRAM
                       TO WS-COO-CERT-PROGRAM(COO-IDX)
                    MOVE CRO-CERT-NUMBER
                       TO WS-COO-CERT-NUMBER(COO-IDX)
                    MOVE CRO-BLANKET-FROM
                       TO WS-COO-BLANKET-FROM(COO-IDX)
                    MOVE CRO-BLANKET-TO TO WS-COO-BLANKET-TO(COO-IDX)
                    MOVE CRO-CERT-EXPIRY
                       TO WS-COO-CERT-EXPIRY(COO-IDX)
                    MOVE CRO-UPDATED-DATE
                       TO WS-COO-UPDATED-DATE(COO-IDX)
                    MOVE 'N' TO WS-COO-REMOVED-FLAG(COO-IDX)
                    SET WS-COO-COUNT TO COO-IDX
                    READ COO-OLD
                       AT END MOVE 'Y' TO COOOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE COO-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ COO-TRANS
              AT END MOVE 'Y' TO COOTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-ORIGIN-ROW
              EVALUATE TRUE
                 WHEN NOT CRT-TRANS-CODE-VALID
                    OR CRT-PART-NUMBER = SPACES
                    OR CRT-SUPPLIER-CODE = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED ORIGIN - BAD TRANS: '
                       CRT-TRANS-CODE '/' CRT-PART-NUMBER
                       '/' CRT-SUPPLIER-CODE
                 WHEN CRT-ORIGIN
                    PERFORM 620-RECORD-ORIGIN
                 WHEN CRT-CERTIFICATE
                    PERFORM 630-RECORD-CERTIFICATE
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED ORIGIN - NOT ON FILE: '
                       CRT-PART-NUMBER '/' CRT-SUPPLIER-CODE
                 WHEN CRT-VOID
                    AND WS-COO-CERT-PROGRAM(WS-MATCHED-IDX) = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED VOID - NO CERTIFICATE: '
                       CRT-PART-NUMBER '/' CRT-SUPPLIER-CODE
                 WHEN CRT-VOID
                    MOVE SPACES
                       TO WS-COO-CERT-PROGRAM(WS-MATCHED-IDX)
                    MOVE SPACES
                       TO WS-COO-CERT-NUMBER(WS-MATCHED-IDX)
                    MOVE 0 TO WS-COO-BLANKET-FROM(WS-MATCHED-IDX)
                    MOVE 0 TO WS-COO-BLANKET-TO(WS-MATCHED-IDX)
                    MOVE 0 TO WS-COO-CERT-EXPIRY(WS-MATCHED-IDX)
                    MOVE WS-TODAYS-DATE
                       TO WS-COO-UPDATED-DATE(WS-MATCHED-IDX)
                    ADD 1 TO WS-VOID-COUNT
                 WHEN OTHER
                    MOVE 'Y' TO WS-COO-REMOVED-FLAG(WS-MATCHED-IDX)
                    ADD 1 TO WS-REMOVED-COUNT
              END-EVALUATE
           END-IF
           .

       610-FIND-ORIGIN-ROW.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING COO-IDX FROM 1 BY 1
              UNTIL COO-IDX > WS-COO-COUNT OR ENTRY-FOUND
                 IF WS-COO-PART-NUMBER(COO-IDX) = CRT-PART-NUMBER
                    AND WS-COO-SUPPLIER-CODE(COO-IDX) =
                        CRT-SUPPLIER-CODE
                    AND NOT WS-COO-REMOVED(COO-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO COO-IDX
                 END-IF
           END-PERFORM
           .

       620-RECORD-ORIGIN.
           EVALUATE TRUE
              WHEN CRT-ORIGIN-COUNTRY = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ORIGIN - NO COUNTRY: '
                    CRT-PART-NUMBER '/' CRT-SUPPLIER-CODE
              WHEN OTHER
                 PERFORM 640-ADD-ROW-IF-NEW
                 IF ENTRY-FOUND
                    MOVE CRT-ORIGIN-COUNTRY
                       TO WS-COO-ORIGIN-COUNTRY(WS-MATCHED-IDX)
                    MOVE WS-TODAYS-DATE
                       TO WS-COO-UPDATED-DATE(WS-MATCHED-IDX)
                    ADD 1 TO WS-ORIGIN-COUNT
                 END-IF
           END-EVALUATE
           .

       630-RECORD-CERTIFICATE.
           EVALUATE TRUE
              WHEN CRT-CERT-PROGRAM = SPACES
                 OR CRT-CERT-NUMBER = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CERTIFICATE - NO PROGRAM/NUMBER: '
                    CRT-PART-NUMBER '/' CRT-SUPPLIER-CODE
              WHEN CRT-BLANKET-FROM NOT NUMERIC
                 OR CRT-BLANKET-TO NOT NUMERIC
                 OR CRT-CERT-EXPIRY NOT NUMERIC
                 OR CRT-BLANKET-FROM = ZERO
                 OR CRT-BLANKET-TO < CRT-BLANKET-FROM
                 OR (CRT-CERT-EXPIRY NOT = ZERO
                     AND CRT-CERT-EXPIRY < CRT-BLANKET-FROM)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CERTIFICATE - BAD DATES: '
                    CRT-PART-NUMBER '/' CRT-SUPPLIER-CODE
              WHEN NOT ENTRY-FOUND
                 AND CRT-ORIGIN-COUNTRY = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CERTIFICATE - NO ORIGIN ON FILE: '
                    CRT-PART-NUMBER '/' CRT-SUPPLIER-CODE
              WHEN OTHER
                 PERFORM 640-ADD-ROW-IF-NEW
                 IF ENTRY-FOUND
                    IF CRT-ORIGIN-COUNTRY NOT = SPACES
                       MOVE CRT-ORIGIN-COUNTRY
                          TO WS-COO-ORIGIN-COUNTRY(WS-MATCHED-IDX)
                    END-IF
                    MOVE CRT-CERT-PROGRAM
                       TO WS-COO-CERT-PROGRAM(WS-MATCHED-IDX)
                    MOVE CRT-CERT-NUMBER
                       TO WS-COO-CERT-NUMBER(WS-MATCHED-IDX)
                    MOVE CRT-BLANKET-FROM
                       TO WS-COO-BLANKET-FROM(WS-MATCHED-IDX)
                    MOVE CRT-BLANKET-TO
                       TO WS-COO-BLANKET-TO(WS-MATCHED-IDX)
                    MOVE CRT-CERT-EXPIRY
                       TO WS-COO-CERT-EXPIRY(WS-MATCHED-IDX)
                    MOVE WS-TODAYS-DATE
                       TO WS-COO-UPDATED-DATE(WS-MATCHED-IDX)
                    ADD 1 TO WS-CERT-COUNT
                 END-IF
           END-EVALUATE
           .

       640-ADD-ROW-IF-NEW.
           IF NOT ENTRY-FOUND
              IF WS-COO-COUNT >= 2000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ORIGIN - TABLE FULL: '
                    CRT-PART-NUMBER '/' CRT-SUPPLIER-CODE
              ELSE
                 ADD 1 TO WS-COO-COUNT
                 MOVE WS-COO-COUNT TO WS-MATCHED-IDX
                 MOVE CRT-PART-NUMBER
                    TO WS-COO-PART-NUMBER(WS-MATCHED-IDX)
                 MOVE CRT-SUPPLIER-CODE
                    TO WS-COO-SUPPLIER-CODE(WS-MATCHED-IDX)
                 MOVE 'N' TO WS-COO-REMOVED-FLAG(WS-MATCHED-IDX)
                 MOVE 'Y' TO WS-FOUND-FLAG
              END-IF
           END-IF
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING COO-IDX FROM 1 BY 1
              UNTIL COO-IDX > WS-COO-COUNT
                 IF NOT WS-COO-REMOVED(COO-IDX)
                    MOVE SPACES TO COO-NEW-REC
                    MOVE WS-COO-PART-NUMBER(COO-IDX)
                       TO CRN-PART-NUMBER
                    MOVE WS-COO-SUPPLIER-CODE(COO-IDX)
                       TO CRN-SUPPLIER-CODE
                    MOVE WS-COO-ORIGIN-COUNTRY(COO-IDX)
                       TO CRN-ORIGIN-COUNTRY
                    MOVE WS-COO-CERT-PROGRAM(COO-IDX)
                       TO CRN-CERT-PROGRAM
                    MOVE WS-COO-CERT-NUMBER(COO-IDX)
                       TO CRN-CERT-NUMBER
                    MOVE WS-COO-BLANKET-FROM(COO-IDX)
                       TO CRN-BLANKET-FROM
                    MOVE WS-COO-BLANKET-TO(COO-IDX)
                       TO CRN-BLANKET-TO
                    MOVE WS-COO-CERT-EXPIRY(COO-IDX)
                       TO CRN-CERT-EXPIRY
                    MOVE WS-COO-UPDATED-DATE(COO-IDX)
                       TO CRN-UPDATED-DATE
                    WRITE COO-NEW-REC
                 END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE COO-TRANS.
           CLOSE COO-NEW.
