      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    COOEXPR.
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
      * //COOMSTR  DD DSN=USER66.EXAM.DEV.COOMAINT.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //COOEXPR  DD SYSOUT=*
      ***************************************************************
      * Expiring free-trade certificate list for the importer
      * buyers.  Every certificate on COOMAINT's file whose blanket
      * period ends within the next 60 days - or earlier, when the
      * certificate carries its own CERT-EXPIRY - is listed so the
      * buyer can get the renewal from the supplier before entries
      * start clearing at the full duty rate.
      *
      * Only pairs bought from a SUPPLIER-TYPE 'I' importer are
      * listed, grouped by the BUYER-CODE on the pair's most
      * recent PO (by ORDER-DATE).  A pair with no PO on the master
      * lists under buyer '---' so it still reaches somebody.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COO-MSTR      ASSIGN TO COOMSTR.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT COOEXPR-REC   ASSIGN TO COOEXPR.

       DATA DIVISION.
       FILE SECTION.

      *    Same origin/certificate row COOMAINT maintains.
       FD  COO-MSTR
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COO-MSTR-REC.
       01  COO-MSTR-REC.
           05  CRM-PART-NUMBER     PIC X(23).
           05  CRM-SUPPLIER-CODE   PIC X(10).
           05  CRM-ORIGIN-COUNTRY  PIC X(02).
           05  CRM-CERT-PROGRAM    PIC X(05).
           05  CRM-CERT-NUMBER     PIC X(15).
           05  CRM-BLANKET-FROM    PIC 9(08).
           05  CRM-BLANKET-TO      PIC 9(08).
           05  CRM-CERT-EXPIRY     PIC 9(08).
           05  CRM-UPDATED-DATE    PIC 9(08).
           05  FILLER              PIC X(13).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  COOEXPR-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COOEXPR-RECORD.
       01  COOEXPR-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *    Certificates ending inside the window, and what the
      *    master says about each pair.
       01  WS-EXP-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-EXPIRING-TABLE.
           05  WS-EXP-ENTRY OCCURS 1000 TIMES
                  INDEXED BY EXP-IDX.
               10 WS-EXP-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-EXP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-EXP-ORIGIN-COUNTRY  PIC X(02)      VALUE SPACES.
               10 WS-EXP-CERT-PROGRAM    PIC X(05)      VALUE SPACES.
               10 WS-EXP-CERT-NUMBER     PIC X(15)      VALUE SPACES.
               10 WS-EXP-END-DATE        PIC 9(08)      VALUE 0.
               10 WS-EXP-DAYS-LEFT       PIC 9(03)      VALUE 0.
               10 WS-EXP-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
               10 WS-EXP-BUYER-CODE      PIC X(03)      VALUE SPACES.
               10 WS-EXP-LAST-ORDER      PIC 9(08)      VALUE 0.
               10 WS-EXP-IMPORTER-FLAG   PIC X(01)      VALUE 'N'.
                  88 WS-EXP-FROM-IMPORTER               VALUE 'Y'.

       01  WS-BUY-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-BUYER-TABLE.
           05  WS-BUY-ENTRY OCCURS 200 TIMES
                  INDEXED BY BUY-IDX.
               10 WS-BUY-BUYER-CODE      PIC X(03)      VALUE SPACES.
               10 WS-BUY-CERT-COUNT      PIC 9(04)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-CERTS-READ              PIC 9(05)      VALUE 0.
           05 WS-LISTED-COUNT            PIC 9(05)      VALUE 0.
           05 WS-NOT-IMPORTER-COUNT      PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(03)      VALUE 0.
       01  WS-END-DATE                   PIC 9(08)      VALUE 0.
       01  WS-WINDOW-END-DATE            PIC 9(08)      VALUE 0.
       01  WS-WINDOW-DAYS                PIC 9(03)      VALUE 60.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  COOMSTR-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-CERTS                             VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(54)      VALUE
               'FREE-TRADE CERTIFICATES ENDING WITHIN 60 DAYS - AS OF '.
           05  RHD-TODAYS-DATE     PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(70)      VALUE SPACES.

       01  WS-BUYER-LINE.
           05  FILLER              PIC X(07)      VALUE 'BUYER: '.
           05  RBL-BUYER-CODE      PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(16)      VALUE
               '  CERTIFICATES: '.
           05  RBL-CERT-COUNT      PIC ZZZ9       VALUE ZERO.
           05  FILLER              PIC X(102)     VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  RED-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-ORIGIN-COUNTRY  PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-CERT-PROGRAM    PIC X(05)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RED-CERT-NUMBER     PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(07)      VALUE ' ENDS: '.
           05  RED-END-DATE        PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RED-DAYS-LEFT       PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(10)      VALUE ' DAYS LEFT'.
           05  FILLER              PIC X(22)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(21)      VALUE
               'CERTIFICATES LISTED: '.
           05  RTL-LISTED          PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(106)     VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-EXPIRING UNTIL NO-MORE-CERTS.
           PERFORM 400-FOLD-IN-MASTER UNTIL NO-MORE-OLD-MASTER.
           PERFORM 500-COUNT-BY-BUYER.
           PERFORM 200-WRITE-HEADING.
           PERFORM 600-PRINT-BY-BUYER.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'COOEXPR COMPLETE - CERTIFICATES READ: '
              WS-CERTS-READ
              ' LISTED: ' WS-LISTED-COUNT
              ' NOT IMPORTER: ' WS-NOT-IMPORTER-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-EXP-COUNT.
           INITIALIZE WS-EXPIRING-TABLE.
           INITIALIZE WS-BUY-COUNT.
           INITIALIZE WS-BUYER-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           COMPUTE WS-WINDOW-END-DATE =
              FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                  + WS-WINDOW-DAYS)
           MOVE 'N' TO COOMSTR-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT COO-MSTR.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT COOEXPR-REC.
           READ COO-MSTR
              AT END MOVE 'Y' TO COOMSTR-EOF
           END-READ
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

       200-WRITE-HEADING.
           MOVE WS-TODAYS-DATE TO RHD-TODAYS-DATE.
           WRITE COOEXPR-RECORD FROM WS-RPT-HEADING.

      *    The certificate stops covering entries at whichever comes
      *    first - the end of the blanket period or its own expiry.
       300-LOAD-EXPIRING.
           IF CRM-CERT-PROGRAM NOT = SPACES
              ADD 1 TO WS-CERTS-READ
              MOVE CRM-BLANKET-TO TO WS-END-DATE
              IF CRM-CERT-EXPIRY NOT = ZERO
                 AND CRM-CERT-EXPIRY < WS-END-DATE
                 MOVE CRM-CERT-EXPIRY TO WS-END-DATE
              END-IF
              IF WS-END-DATE >= WS-TODAYS-DATE
                 AND WS-END-DATE <= WS-WINDOW-END-DATE
                 IF WS-EXP-COUNT >= 1000
                    DISPLAY 'COOEXPR TABLE FULL - NOT LISTED: '
                       CRM-PART-NUMBER '/' CRM-SUPPLIER-CODE
                 ELSE
                    ADD 1 TO WS-EXP-COUNT
                    MOVE CRM-PART-NUMBER
                       TO WS-EXP-PART-NUMBER(WS-EXP-COUNT)
                    MOVE CRM-SUPPLIER-CODE
                       TO WS-EXP-SUPPLIER-CODE(WS-EXP-COUNT)
                    MOVE CRM-ORIGIN-COUNTRY
                       TO WS-EXP-ORIGIN-COUNTRY(WS-EXP-COUNT)
                    MOVE CRM-CERT-PROGRAM
                       TO WS-EXP-CERT-PROGRAM(WS-EXP-COUNT)
                    MOVE CRM-CERT-NUMBER
                       TO WS-EXP-CERT-NUMBER(WS-EXP-COUNT)
                    MOVE WS-END-DATE TO WS-EXP-END-DATE(WS-EXP-COUNT)
                    COMPUTE WS-EXP-DAYS-LEFT(WS-EXP-COUNT) =
                       FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                    MOVE '---' TO WS-EXP-BUYER-CODE(WS-EXP-COUNT)
                    MOVE 'N' TO WS-EXP-IMPORTER-FLAG(WS-EXP-COUNT)
                 END-IF
              END-IF
           END-IF
           READ COO-MSTR
              AT END MOVE 'Y' TO COOMSTR-EOF
           END-READ
           .

      *    Supplier type and name, and the buyer off the pair's
      *    latest-ordered PO slot.
       400-FOLD-IN-MASTER.
           PERFORM VARYING EXP-IDX FROM 1 BY 1
              UNTIL EXP-IDX > WS-EXP-COUNT
                 IF WS-EXP-PART-NUMBER(EXP-IDX) = PART-NUMBER
                    AND WS-EXP-SUPPLIER-CODE(EXP-IDX) = SUPPLIER-CODE
                    MOVE SUPPLIER-NAME
                       TO WS-EXP-SUPPLIER-NAME(EXP-IDX)
                    IF IMPORTER
                       MOVE 'Y' TO WS-EXP-IMPORTER-FLAG(EXP-IDX)
                    END-IF
                    PERFORM VARYING PO-IDX FROM 1 BY 1
                       UNTIL PO-IDX > 3
                          IF PO-NUMBER(PO-IDX) NOT = SPACES
                             AND BUYER-CODE(PO-IDX) NOT = SPACES
                             AND ORDER-DATE(PO-IDX) >=
                                 WS-EXP-LAST-ORDER(EXP-IDX)
                             MOVE ORDER-DATE(PO-IDX)
                                TO WS-EXP-LAST-ORDER(EXP-IDX)
                             MOVE BUYER-CODE(PO-IDX)
                                TO WS-EXP-BUYER-CODE(EXP-IDX)
                          END-IF
                    END-PERFORM
                 END-IF
           END-PERFORM
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       500-COUNT-BY-BUYER.
           PERFORM VARYING EXP-IDX FROM 1 BY 1
              UNTIL EXP-IDX > WS-EXP-COUNT
                 IF WS-EXP-FROM-IMPORTER(EXP-IDX)
                    PERFORM 510-FIND-OR-ADD-BUYER
                    IF WS-SLOT > 0
                       ADD 1 TO WS-BUY-CERT-COUNT(WS-SLOT)
                    END-IF
                 ELSE
                    ADD 1 TO WS-NOT-IMPORTER-COUNT
                 END-IF
           END-PERFORM
           .

       510-FIND-OR-ADD-BUYER.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SLOT
           PERFORM VARYING BUY-IDX FROM 1 BY 1
              UNTIL BUY-IDX > WS-BUY-COUNT OR ENTRY-FOUND
                 IF WS-BUY-BUYER-CODE(BUY-IDX) =
                    WS-EXP-BUYER-CODE(EXP-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SLOT TO BUY-IDX
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              IF WS-BUY-COUNT >= 200
                 DISPLAY 'COOEXPR BUYER TABLE FULL: '
                    WS-EXP-BUYER-CODE(EXP-IDX)
              ELSE
                 ADD 1 TO WS-BUY-COUNT
                 MOVE WS-BUY-COUNT TO WS-SLOT
                 MOVE WS-EXP-BUYER-CODE(EXP-IDX)
                    TO WS-BUY-BUYER-CODE(WS-SLOT)
              END-IF
           END-IF
           .

       600-PRINT-BY-BUYER.
           PERFORM VARYING BUY-IDX FROM 1 BY 1
              UNTIL BUY-IDX > WS-BUY-COUNT
                 MOVE SPACES TO COOEXPR-RECORD
                 WRITE COOEXPR-RECORD
                 MOVE WS-BUY-BUYER-CODE(BUY-IDX) TO RBL-BUYER-CODE
                 MOVE WS-BUY-CERT-COUNT(BUY-IDX) TO RBL-CERT-COUNT
                 WRITE COOEXPR-RECORD FROM WS-BUYER-LINE
                 PERFORM VARYING EXP-IDX FROM 1 BY 1
                    UNTIL EXP-IDX > WS-EXP-COUNT
                       IF WS-EXP-FROM-IMPORTER(EXP-IDX)
                          AND WS-EXP-BUYER-CODE(EXP-IDX) =
                              WS-BUY-BUYER-CODE(BUY-IDX)
                          PERFORM 610-PRINT-CERT-LINE
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       610-PRINT-CERT-LINE.
           MOVE WS-EXP-PART-NUMBER(EXP-IDX)    TO RED-PART-NUMBER
           MOVE WS-EXP-SUPPLIER-CODE(EXP-IDX)  TO RED-SUPPLIER-CODE
           MOVE WS-EXP-SUPPLIER-NAME(EXP-IDX)  TO RED-SUPPLIER-NAME
           MOVE WS-EXP-ORIGIN-COUNTRY(EXP-IDX) TO RED-ORIGIN-COUNTRY
           MOVE WS-EXP-CERT-PROGRAM(EXP-IDX)   TO RED-CERT-PROGRAM
           MOVE WS-EXP-CERT-NUMBER(EXP-IDX)    TO RED-CERT-NUMBER
           MOVE WS-EXP-END-DATE(EXP-IDX)       TO RED-END-DATE
           MOVE WS-EXP-DAYS-LEFT(EXP-IDX)      TO RED-DAYS-LEFT
           WRITE COOEXPR-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-LISTED-COUNT
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO COOEXPR-RECORD
           WRITE COOEXPR-RECORD
           MOVE WS-LISTED-COUNT TO RTL-LISTED
           WRITE COOEXPR-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE COO-MSTR.
           CLOSE PART-SUPP-OLD.
           CLOSE COOEXPR-REC.
