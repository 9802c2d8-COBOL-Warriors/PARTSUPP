      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    RTVAGE.
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
      * //RTVOLD   DD DSN=USER66.EXAM.DEV.RTVMAINT.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //RTVARPT  DD SYSOUT=*
      ***************************************************************
      * Open-RTV aging - reads the RA file RTVMAINT maintains and
      * lists every return that has shipped back to the supplier
      * but not yet been credited, grouped by supplier, aged from
      * the ship date into the usual buckets:
      *    0-30, 31-60, 61-90, and OVER 90 days.
      * Each line carries the debit memo RTVMAINT raised for the
      * return, so purchasing can see both what the supplier owes
      * and how long they've sat on it.  RAs still open (not yet
      * shipped) are counted in the totals but not aged - the
      * material is still on our dock.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTV-OLD       ASSIGN TO RTVOLD.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT RTVARPT-REC   ASSIGN TO RTVARPT.

       DATA DIVISION.
       FILE SECTION.

      *    Same RA row RTVMAINT maintains.
       FD  RTV-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-OLD-REC.
       01  RTV-OLD-REC.
           05  RTO-RA-ID           PIC X(08).
           05  RTO-SUPPLIER-CODE   PIC X(10).
           05  RTO-PO-NUMBER       PIC X(06).
           05  RTO-PART-NUMBER     PIC X(23).
           05  RTO-RETURN-QTY      PIC S9(7).
           05  RTO-UNIT-PRICE      PIC S9(7)V99.
           05  RTO-SOURCE          PIC X(01).
           05  RTO-SOURCE-REF      PIC X(08).
           05  RTO-STATUS          PIC X(01).
               88 RTO-OPEN                  VALUE 'O'.
               88 RTO-SHIPPED               VALUE 'S'.
           05  RTO-OPENED-DATE     PIC 9(08).
           05  RTO-SHIPPED-DATE    PIC 9(08).
           05  RTO-CREDITED-DATE   PIC 9(08).
           05  RTO-MEMO-ID         PIC X(10).
           05  RTO-DEBIT-AMOUNT    PIC S9(9)V99.
           05  RTO-SHIP-LOCATION   PIC X(04).
           05  FILLER              PIC X(28).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  RTVARPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVARPT-RECORD.
       01  RTVARPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *    Uncredited returns, gathered so they can print grouped
      *    by supplier whatever order the RA ids arrive in.
       01  WS-AGE-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-AGING-TABLE.
           05  WS-AGE-ENTRY OCCURS 500 TIMES
                  INDEXED BY AGE-IDX.
               10 WS-AGE-RA-ID           PIC X(08)      VALUE SPACES.
               10 WS-AGE-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-AGE-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-AGE-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-AGE-RETURN-QTY      PIC S9(7)      VALUE 0.
               10 WS-AGE-SHIPPED-DATE    PIC 9(08)      VALUE 0.
               10 WS-AGE-DAYS            PIC 9(05)      VALUE 0.
               10 WS-AGE-BUCKET          PIC X(07)      VALUE SPACES.
               10 WS-AGE-MEMO-ID         PIC X(10)      VALUE SPACES.
               10 WS-AGE-DEBIT-AMOUNT    PIC S9(9)V99   VALUE 0.

       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 200 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SUP-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
               10 WS-SUP-RETURN-COUNT    PIC 9(03)      VALUE 0.
               10 WS-SUP-DEBIT-TOTAL     PIC S9(9)V99   VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-RAS-READ                PIC 9(05)      VALUE 0.
           05 WS-RAS-OPEN                PIC 9(05)      VALUE 0.
           05 WS-RAS-UNCREDITED          PIC 9(05)      VALUE 0.
           05 WS-BUCKET-0-30             PIC 9(05)      VALUE 0.
           05 WS-BUCKET-31-60            PIC 9(05)      VALUE 0.
           05 WS-BUCKET-61-90            PIC 9(05)      VALUE 0.
           05 WS-BUCKET-OVER-90          PIC 9(05)      VALUE 0.
           05 WS-UNCREDITED-TOTAL        PIC S9(9)V99   VALUE 0.

       01  WS-DAYS-OUT                   PIC S9(05)     VALUE 0.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  RTVOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-RAS                               VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'OPEN RTV AGING - RETURNS SHIPPED NOT YET CREDITED'.

       01  WS-SUP-LINE.
           05  FILLER              PIC X(10)      VALUE 'SUPPLIER: '.
           05  RSL-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RSL-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(10)      VALUE '  RETURNS '.
           05  RSL-RETURN-COUNT    PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE '  OWED: '.
           05  RSL-DEBIT-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(58)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RRD-RA-ID           PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RRD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RRD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RRD-RETURN-QTY      PIC Z,ZZZ,ZZ9  VALUE ZERO.
           05  FILLER              PIC X(06)      VALUE ' SHIP '.
           05  RRD-SHIPPED-DATE    PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RRD-DAYS            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(06)      VALUE ' DAYS '.
           05  RRD-BUCKET          PIC X(07)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RRD-MEMO-ID         PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RRD-DEBIT-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(17)      VALUE SPACES.

       01  WS-BUCKET-LINE.
           05  FILLER              PIC X(07)      VALUE '0-30: '.
           05  RBL-0-30            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE '  31-60: '.
           05  RBL-31-60           PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(09)      VALUE '  61-90: '.
           05  RBL-61-90           PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(11)      VALUE '  OVER 90: '.
           05  RBL-OVER-90         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(76)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(12)      VALUE
               'OPEN RAS:   '.
           05  RTL-OPEN            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(15)      VALUE
               '  UNCREDITED: '.
           05  RTL-UNCREDITED      PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(08)      VALUE '  OWED: '.
           05  RTL-OWED            PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           05  FILLER              PIC X(70)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 400-AGE-RETURNS UNTIL NO-MORE-RAS.
           PERFORM 500-FOLD-IN-SUPPLIERS UNTIL NO-MORE-OLD-MASTER.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-PRINT-BY-SUPPLIER.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'RTVAGE COMPLETE - OPEN: ' WS-RAS-OPEN
              ' UNCREDITED: ' WS-RAS-UNCREDITED
              ' OVER 90: ' WS-BUCKET-OVER-90.
           GOBACK.

       000-INIT.
           INITIALIZE WS-AGE-COUNT.
           INITIALIZE WS-AGING-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO RTVOLD-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT RTV-OLD.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT RTVARPT-REC.
           READ RTV-OLD
              AT END MOVE 'Y' TO RTVOLD-EOF
           END-READ
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

       200-WRITE-HEADING.
           WRITE RTVARPT-RECORD FROM WS-RPT-HEADING.

       400-AGE-RETURNS.
           ADD 1 TO WS-RAS-READ
           EVALUATE TRUE
              WHEN RTO-OPEN
                 ADD 1 TO WS-RAS-OPEN
              WHEN RTO-SHIPPED
                 PERFORM 410-ADD-UNCREDITED
           END-EVALUATE
           READ RTV-OLD
              AT END MOVE 'Y' TO RTVOLD-EOF
           END-READ
           .

       410-ADD-UNCREDITED.
           IF WS-AGE-COUNT >= 500
              DISPLAY 'RTVAGE TABLE FULL: ' RTO-RA-ID
           ELSE
              ADD 1 TO WS-AGE-COUNT
              ADD 1 TO WS-RAS-UNCREDITED
              ADD RTO-DEBIT-AMOUNT TO WS-UNCREDITED-TOTAL
              MOVE RTO-RA-ID TO WS-AGE-RA-ID(WS-AGE-COUNT)
              MOVE RTO-SUPPLIER-CODE
                 TO WS-AGE-SUPPLIER-CODE(WS-AGE-COUNT)
              MOVE RTO-PO-NUMBER TO WS-AGE-PO-NUMBER(WS-AGE-COUNT)
              MOVE RTO-PART-NUMBER
                 TO WS-AGE-PART-NUMBER(WS-AGE-COUNT)
              MOVE RTO-RETURN-QTY TO WS-AGE-RETURN-QTY(WS-AGE-COUNT)
              MOVE RTO-SHIPPED-DATE
                 TO WS-AGE-SHIPPED-DATE(WS-AGE-COUNT)
              MOVE RTO-MEMO-ID TO WS-AGE-MEMO-ID(WS-AGE-COUNT)
              MOVE RTO-DEBIT-AMOUNT
                 TO WS-AGE-DEBIT-AMOUNT(WS-AGE-COUNT)
              MOVE 0 TO WS-DAYS-OUT
              IF RTO-SHIPPED-DATE > ZERO
                 AND RTO-SHIPPED-DATE < WS-TODAYS-DATE
                 COMPUTE WS-DAYS-OUT =
                    FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                    - FUNCTION INTEGER-OF-DATE(RTO-SHIPPED-DATE)
              END-IF
              MOVE WS-DAYS-OUT TO WS-AGE-DAYS(WS-AGE-COUNT)
              EVALUATE TRUE
                 WHEN WS-DAYS-OUT > 90
                    MOVE 'OVER 90' TO WS-AGE-BUCKET(WS-AGE-COUNT)
                    ADD 1 TO WS-BUCKET-OVER-90
                 WHEN WS-DAYS-OUT > 60
                    MOVE '61-90' TO WS-AGE-BUCKET(WS-AGE-COUNT)
                    ADD 1 TO WS-BUCKET-61-90
                 WHEN WS-DAYS-OUT > 30
                    MOVE '31-60' TO WS-AGE-BUCKET(WS-AGE-COUNT)
                    ADD 1 TO WS-BUCKET-31-60
                 WHEN OTHER
                    MOVE '0-30' TO WS-AGE-BUCKET(WS-AGE-COUNT)
                    ADD 1 TO WS-BUCKET-0-30
              END-EVALUATE
              PERFORM 420-FIND-OR-ADD-SUPPLIER
              IF WS-SLOT > 0
                 ADD 1 TO WS-SUP-RETURN-COUNT(WS-SLOT)
                 ADD RTO-DEBIT-AMOUNT TO WS-SUP-DEBIT-TOTAL(WS-SLOT)
              END-IF
           END-IF
           .

       420-FIND-OR-ADD-SUPPLIER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) =
                    RTO-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO SUP-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-SUP-COUNT >= 200
                 DISPLAY 'RTVAGE SUPPLIER TABLE FULL: '
                    RTO-SUPPLIER-CODE
                 MOVE 0 TO WS-SLOT
              ELSE
                 ADD 1 TO WS-SUP-COUNT
                 MOVE WS-SUP-COUNT TO WS-SLOT
                 MOVE RTO-SUPPLIER-CODE
                    TO WS-SUP-SUPPLIER-CODE(WS-SLOT)
              END-IF
           END-IF
           .

       500-FOLD-IN-SUPPLIERS.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = SUPPLIER-CODE
                    AND WS-SUP-SUPPLIER-NAME(SUP-IDX) = SPACES
                    MOVE SUPPLIER-NAME
                       TO WS-SUP-SUPPLIER-NAME(SUP-IDX)
                 END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       600-PRINT-BY-SUPPLIER.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 MOVE SPACES TO RTVARPT-RECORD
                 WRITE RTVARPT-RECORD
                 MOVE WS-SUP-SUPPLIER-CODE(SUP-IDX)
                    TO RSL-SUPPLIER-CODE
                 MOVE WS-SUP-SUPPLIER-NAME(SUP-IDX)
                    TO RSL-SUPPLIER-NAME
                 MOVE WS-SUP-RETURN-COUNT(SUP-IDX)
                    TO RSL-RETURN-COUNT
                 MOVE WS-SUP-DEBIT-TOTAL(SUP-IDX) TO RSL-DEBIT-TOTAL
                 WRITE RTVARPT-RECORD FROM WS-SUP-LINE
                 PERFORM 610-PRINT-SUPPLIER-RETURNS
           END-PERFORM
           .

       610-PRINT-SUPPLIER-RETURNS.
           PERFORM VARYING AGE-IDX FROM 1 BY 1
              UNTIL AGE-IDX > WS-AGE-COUNT
                 IF WS-AGE-SUPPLIER-CODE(AGE-IDX) =
                    WS-SUP-SUPPLIER-CODE(SUP-IDX)
                    MOVE WS-AGE-RA-ID(AGE-IDX)     TO RRD-RA-ID
                    MOVE WS-AGE-PO-NUMBER(AGE-IDX) TO RRD-PO-NUMBER
                    MOVE WS-AGE-PART-NUMBER(AGE-IDX)
                       TO RRD-PART-NUMBER
                    MOVE WS-AGE-RETURN-QTY(AGE-IDX)
                       TO RRD-RETURN-QTY
                    MOVE WS-AGE-SHIPPED-DATE(AGE-IDX)
                       TO RRD-SHIPPED-DATE
                    MOVE WS-AGE-DAYS(AGE-IDX)      TO RRD-DAYS
                    MOVE WS-AGE-BUCKET(AGE-IDX)    TO RRD-BUCKET
                    IF WS-AGE-MEMO-ID(AGE-IDX) = SPACES
                       MOVE 'NO MEMO' TO RRD-MEMO-ID
                    ELSE
                       MOVE WS-AGE-MEMO-ID(AGE-IDX) TO RRD-MEMO-ID
                    END-IF
                    MOVE WS-AGE-DEBIT-AMOUNT(AGE-IDX)
                       TO RRD-DEBIT-AMOUNT
                    WRITE RTVARPT-RECORD FROM WS-RPT-DETAIL
                 END-IF
           END-PERFORM
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO RTVARPT-RECORD
           WRITE RTVARPT-RECORD
           MOVE WS-BUCKET-0-30     TO RBL-0-30
           MOVE WS-BUCKET-31-60    TO RBL-31-60
           MOVE WS-BUCKET-61-90    TO RBL-61-90
           MOVE WS-BUCKET-OVER-90  TO RBL-OVER-90
           WRITE RTVARPT-RECORD FROM WS-BUCKET-LINE
           MOVE WS-RAS-OPEN         TO RTL-OPEN
           MOVE WS-RAS-UNCREDITED   TO RTL-UNCREDITED
           MOVE WS-UNCREDITED-TOTAL TO RTL-OWED
           WRITE RTVARPT-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE RTV-OLD.
           CLOSE PART-SUPP-OLD.
           CLOSE RTVARPT-REC.
