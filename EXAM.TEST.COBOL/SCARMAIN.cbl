      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    SCARMAIN.
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
      * //SCAROLD  DD DSN=USER66.EXAM.DEV.SCARMAIN.MASTER,DISP=SHR
      * //SCARTRN  DD DSN=USER66.EXAM.DEV.SCARMAIN.TRANS,DISP=SHR
      * //NCROLD   DD DSN=USER66.EXAM.DEV.NCRMAINT.MASTER,DISP=SHR
      *   JCL Output
      * //SCARNEW  DD DSN=USER66.EXAM.DEV.SCARMAIN.MASTER,DISP=OLD
      ***************************************************************
      * Supplier corrective action request (SCAR) maintenance - the
      * follow-through NCRMAINT never had.  An NCR records what
      * failed and NCRRATE turns it into a rating, but nothing said
      * whether the supplier ever fixed the root cause.  A SCAR is
      * opened against one to five NCR-IDs for one SUPPLIER-CODE and
      * carries two deadlines - containment (stop shipping suspect
      * material) and the root-cause/8D response - then the
      * supplier's response and our verification/closure.  SCARAGE
      * reads the file nightly to escalate what is overdue.
      *
      * Transaction codes (SCARTRN, position 1):
      *    O  Open a SCAR - rejected if the id is already on file,
      *       no NCR-ID is named, a due date is missing, or the
      *       root-cause due date falls before the containment due
      *       date.  With the NCR master on file (optional NCROLD
      *       DD) every named NCR must exist and belong to the
      *       SCAR's supplier.
      *    C  Containment confirmed - stamps today as the
      *       containment date.  Rejected once already contained or
      *       closed.
      *    R  Root-cause/8D response received - records the
      *       supplier's response code and text, stamped today.
      *       Rejected once closed.
      *    V  Verified and closed - stamps today as the closure
      *       date.  Rejected unless containment and the response
      *       are both on file; quality doesn't close what the
      *       supplier never answered.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAR-OLD      ASSIGN TO SCAROLD
               FILE STATUS IS WS-SCAROLD-FILE-STATUS.
           SELECT SCAR-TRANS    ASSIGN TO SCARTRN.
           SELECT SCAR-NEW      ASSIGN TO SCARNEW.
           SELECT NCR-OLD       ASSIGN TO NCROLD
               FILE STATUS IS WS-NCROLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SCAR-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCAR-OLD-REC.
       01  SCAR-OLD-REC.
           05  SCO-SCAR-ID         PIC X(08).
           05  SCO-SUPPLIER-CODE   PIC X(10).
           05  SCO-NCR-ID          PIC X(08) OCCURS 5 TIMES.
           05  SCO-OPENED-DATE     PIC 9(08).
           05  SCO-CONTAIN-DUE     PIC 9(08).
           05  SCO-CONTAIN-DATE    PIC 9(08).
           05  SCO-RESPONSE-DUE    PIC 9(08).
           05  SCO-RESPONSE-DATE   PIC 9(08).
           05  SCO-RESPONSE-CODE   PIC X(04).
           05  SCO-RESPONSE-TEXT   PIC X(30).
           05  SCO-CLOSED-DATE     PIC 9(08).
           05  SCO-STATUS          PIC X(01).
           05  FILLER              PIC X(09).

      *    One SCAR event per transaction.
       FD  SCAR-TRANS
           DATA RECORD IS SCT-REC.
       01  SCT-REC.
           05  SCT-TRANS-CODE      PIC X(01).
               88 SCT-OPEN                  VALUE 'O'.
               88 SCT-CONTAIN               VALUE 'C'.
               88 SCT-RESPOND               VALUE 'R'.
               88 SCT-VERIFY                VALUE 'V'.
               88 SCT-TRANS-CODE-VALID      VALUES 'O' 'C' 'R' 'V'.
           05  SCT-SCAR-ID         PIC X(08).
           05  SCT-SUPPLIER-CODE   PIC X(10).
           05  SCT-NCR-ID          PIC X(08) OCCURS 5 TIMES.
           05  SCT-CONTAIN-DUE     PIC 9(08).
           05  SCT-RESPONSE-DUE    PIC 9(08).
           05  SCT-RESPONSE-CODE   PIC X(04).
           05  SCT-RESPONSE-TEXT   PIC X(30).
           05  FILLER              PIC X(11).

       FD  SCAR-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCAR-NEW-REC.
       01  SCAR-NEW-REC.
           05  SCN-SCAR-ID         PIC X(08).
           05  SCN-SUPPLIER-CODE   PIC X(10).
           05  SCN-NCR-ID          PIC X(08) OCCURS 5 TIMES.
           05  SCN-OPENED-DATE     PIC 9(08).
           05  SCN-CONTAIN-DUE     PIC 9(08).
           05  SCN-CONTAIN-DATE    PIC 9(08).
           05  SCN-RESPONSE-DUE    PIC 9(08).
           05  SCN-RESPONSE-DATE   PIC 9(08).
           05  SCN-RESPONSE-CODE   PIC X(04).
           05  SCN-RESPONSE-TEXT   PIC X(30).
           05  SCN-CLOSED-DATE     PIC 9(08).
           05  SCN-STATUS          PIC X(01).
           05  FILLER              PIC X(09).

      *    Same NCR row NCRMAINT maintains.
       FD  NCR-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NCR-OLD-REC.
       01  NCR-OLD-REC.
           05  NCO-NCR-ID          PIC X(08).
           05  NCO-PART-NUMBER     PIC X(23).
           05  NCO-SUPPLIER-CODE   PIC X(10).
           05  NCO-PO-NUMBER       PIC X(06).
           05  NCO-DEFECT-CODE     PIC X(04).
           05  NCO-QTY-AFFECTED    PIC S9(7).
           05  NCO-DISPOSITION     PIC X(01).
           05  NCO-RAISED-DATE     PIC 9(08).
           05  FILLER              PIC X(33).

       WORKING-STORAGE SECTION.

       01  WS-SCAROLD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-NCROLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    Status byte carried on every SCAR row:
      *    'O' open, 'C' contained, 'R' responded, 'V' verified and
      *    closed.
       01  WS-SCAR-COUNT                 PIC 9(03)      VALUE 0.
       01  WS-SCAR-TABLE.
           05  WS-SCAR-ENTRY OCCURS 500 TIMES
                  INDEXED BY SCAR-IDX.
               10 WS-SCAR-SCAR-ID        PIC X(08)      VALUE SPACES.
               10 WS-SCAR-SUPPLIER-CODE  PIC X(10)      VALUE SPACES.
               10 WS-SCAR-NCR-ID         PIC X(08)      VALUE SPACES
                     OCCURS 5 TIMES.
               10 WS-SCAR-OPENED-DATE    PIC 9(08)      VALUE 0.
               10 WS-SCAR-CONTAIN-DUE    PIC 9(08)      VALUE 0.
               10 WS-SCAR-CONTAIN-DATE   PIC 9(08)      VALUE 0.
               10 WS-SCAR-RESPONSE-DUE   PIC 9(08)      VALUE 0.
               10 WS-SCAR-RESPONSE-DATE  PIC 9(08)      VALUE 0.
               10 WS-SCAR-RESPONSE-CODE  PIC X(04)      VALUE SPACES.
               10 WS-SCAR-RESPONSE-TEXT  PIC X(30)      VALUE SPACES.
               10 WS-SCAR-CLOSED-DATE    PIC 9(08)      VALUE 0.
               10 WS-SCAR-STATUS         PIC X(01)      VALUE SPACES.

      *    NCR id/supplier pairs off the NCR master, for the open
      *    check - only the two fields the check needs.
       01  WS-NCR-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-NCR-TABLE.
           05  WS-NCR-ENTRY OCCURS 500 TIMES
                  INDEXED BY NCR-IDX.
               10 WS-NCR-NCR-ID          PIC X(08)      VALUE SPACES.
               10 WS-NCR-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
       01  WS-NCR-FILE-LOADED            PIC X(01)      VALUE 'N'.
           88 NCR-FILE-LOADED                           VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05 WS-OPENED-COUNT            PIC 9(03)      VALUE 0.
           05 WS-CONTAINED-COUNT         PIC 9(03)      VALUE 0.
           05 WS-RESPONDED-COUNT         PIC 9(03)      VALUE 0.
           05 WS-CLOSED-COUNT            PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-NCR-FOUND-FLAG             PIC X(01)      VALUE 'N'.
           88 NCR-FOUND                                 VALUE 'Y'.
       01  WS-NCR-BAD-FLAG               PIC X(01)      VALUE 'N'.
           88 NCR-LIST-BAD                              VALUE 'Y'.
       01  WS-NCR-NAMED                  PIC 9(01)      VALUE 0.
       01  WS-NCR-SUB                    PIC 9(01)      VALUE 0.
       01  WS-MATCHED-IDX                PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  SCAROLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  SCARTRN-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  NCROLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-NCRS                              VALUE 'Y'.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-NCR-MASTER.
           PERFORM 400-LOAD-OLD-MASTER.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'SCARMAIN COMPLETE - OPENED: ' WS-OPENED-COUNT
              ' CONTAINED: ' WS-CONTAINED-COUNT
              ' RESPONDED: ' WS-RESPONDED-COUNT
              ' CLOSED: ' WS-CLOSED-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-SCAR-COUNT.
           INITIALIZE WS-SCAR-TABLE.
           INITIALIZE WS-NCR-COUNT.
           INITIALIZE WS-NCR-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO WS-NCR-FILE-LOADED.
           MOVE 'N' TO SCAROLD-EOF.
           MOVE 'N' TO SCARTRN-EOF.
           MOVE 'N' TO NCROLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT SCAR-TRANS.
           OPEN OUTPUT SCAR-NEW.

      *    A missing NCR master (FILE STATUS not '00') skips the
      *    NCR cross-check on open, the shop's missing-optional-file
      *    default - the SCAR still opens on the ids as keyed.
       300-LOAD-NCR-MASTER.
           OPEN INPUT NCR-OLD
           IF WS-NCROLD-FILE-STATUS = '00'
              MOVE 'Y' TO WS-NCR-FILE-LOADED
              READ NCR-OLD
                 AT END MOVE 'Y' TO NCROLD-EOF
              END-READ
              PERFORM VARYING NCR-IDX FROM 1 BY 1
                 UNTIL NO-MORE-NCRS OR NCR-IDX > 500
                    MOVE NCO-NCR-ID TO WS-NCR-NCR-ID(NCR-IDX)
                    MOVE NCO-SUPPLIER-CODE
                       TO WS-NCR-SUPPLIER-CODE(NCR-IDX)
                    SET WS-NCR-COUNT TO NCR-IDX
                    READ NCR-OLD
                       AT END MOVE 'Y' TO NCROLD-EOF
                    END-READ
              END-PERFORM
              CLOSE NCR-OLD
           END-IF
           .

      *    A missing old master (FILE STATUS not '00') is a first
      *    run built from this run's opens.
       400-LOAD-OLD-MASTER.
           OPEN INPUT SCAR-OLD
           IF WS-SCAROLD-FILE-STATUS = '00'
              READ SCAR-OLD
                 AT END MOVE 'Y' TO SCAROLD-EOF
              END-READ
              PERFORM VARYING SCAR-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR SCAR-IDX > 500
                    MOVE SCO-SCAR-ID TO WS-SCAR-SCAR-ID(SCAR-IDX)
                    MOVE SCO-SUPPLIER-CODE
                       TO WS-SCAR-SUPPLIER-CODE(SCAR-IDX)
                    PERFORM VARYING WS-NCR-SUB FROM 1 BY 1
                       UNTIL WS-NCR-SUB > 5
                          MOVE SCO-NCR-ID(WS-NCR-SUB)
                             TO WS-SCAR-NCR-ID(SCAR-IDX, WS-NCR-SUB)
                    END-PERFORM
                    MOVE SCO-OPENED-DATE
                       TO WS-SCAR-OPENED-DATE(SCAR-IDX)
                    MOVE SCO-CONTAIN-DUE
                       TO WS-SCAR-CONTAIN-DUE(SCAR-IDX)
                    MOVE SCO-CONTAIN-DATE
                       TO WS-SCAR-CONTAIN-DATE(SCAR-IDX)
                    MOVE SCO-RESPONSE-DUE
                       TO WS-SCAR-RESPONSE-DUE(SCAR-IDX)
                    MOVE SCO-RESPONSE-DATE
                       TO WS-SCAR-RESPONSE-DATE(SCAR-IDX)
                    MOVE SCO-RESPONSE-CODE
                       TO WS-SCAR-RESPONSE-CODE(SCAR-IDX)
                    MOVE SCO-RESPONSE-TEXT
                       TO WS-SCAR-RESPONSE-TEXT(SCAR-IDX)
                    MOVE SCO-CLOSED-DATE
                       TO WS-SCAR-CLOSED-DATE(SCAR-IDX)
                    MOVE SCO-STATUS TO WS-SCAR-STATUS(SCAR-IDX)
                    SET WS-SCAR-COUNT TO SCAR-IDX
                    READ SCAR-OLD
                       AT END MOVE 'Y' TO SCAROLD-EOF
                    END-READ
              END-PERFORM
              CLOSE SCAR-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ SCAR-TRANS
              AT END MOVE 'Y' TO SCARTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-SCAR
              EVALUATE TRUE
                 WHEN NOT SCT-TRANS-CODE-VALID
                    OR SCT-SCAR-ID = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED SCAR - BAD TRANS: '
                       SCT-TRANS-CODE '/' SCT-SCAR-ID
                 WHEN SCT-OPEN
                    PERFORM 620-OPEN-SCAR
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED SCAR - NOT ON FILE: '
                       SCT-SCAR-ID
                 WHEN WS-SCAR-STATUS(WS-MATCHED-IDX) = 'V'
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED SCAR - ALREADY CLOSED: '
                       SCT-SCAR-ID
                 WHEN SCT-CONTAIN
                    PERFORM 630-RECORD-CONTAINMENT
                 WHEN SCT-RESPOND
                    PERFORM 640-RECORD-RESPONSE
                 WHEN SCT-VERIFY
                    PERFORM 650-VERIFY-AND-CLOSE
              END-EVALUATE
           END-IF
           .

       610-FIND-SCAR.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING SCAR-IDX FROM 1 BY 1
              UNTIL SCAR-IDX > WS-SCAR-COUNT OR ENTRY-FOUND
                 IF WS-SCAR-SCAR-ID(SCAR-IDX) = SCT-SCAR-ID
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO SCAR-IDX
                 END-IF
           END-PERFORM
           .

       620-OPEN-SCAR.
           PERFORM 625-CHECK-NCR-LIST
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED OPEN - ID ON FILE: ' SCT-SCAR-ID
              WHEN SCT-SUPPLIER-CODE = SPACES
                 OR WS-NCR-NAMED = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED OPEN - NO SUPPLIER/NCR: '
                    SCT-SCAR-ID
              WHEN SCT-CONTAIN-DUE NOT NUMERIC
                 OR SCT-RESPONSE-DUE NOT NUMERIC
                 OR SCT-CONTAIN-DUE = ZERO
                 OR SCT-RESPONSE-DUE = ZERO
                 OR SCT-RESPONSE-DUE < SCT-CONTAIN-DUE
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED OPEN - BAD DUE DATES: '
                    SCT-SCAR-ID
              WHEN NCR-LIST-BAD
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED OPEN - NCR NOT ON FILE FOR '
                    'SUPPLIER: ' SCT-SCAR-ID
              WHEN WS-SCAR-COUNT >= 500
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED OPEN - TABLE FULL: ' SCT-SCAR-ID
              WHEN OTHER
                 ADD 1 TO WS-SCAR-COUNT
                 MOVE SCT-SCAR-ID TO WS-SCAR-SCAR-ID(WS-SCAR-COUNT)
                 MOVE SCT-SUPPLIER-CODE
                    TO WS-SCAR-SUPPLIER-CODE(WS-SCAR-COUNT)
                 PERFORM VARYING WS-NCR-SUB FROM 1 BY 1
                    UNTIL WS-NCR-SUB > 5
                       MOVE SCT-NCR-ID(WS-NCR-SUB)
                          TO WS-SCAR-NCR-ID(WS-SCAR-COUNT, WS-NCR-SUB)
                 END-PERFORM
                 MOVE WS-TODAYS-DATE
                    TO WS-SCAR-OPENED-DATE(WS-SCAR-COUNT)
                 MOVE SCT-CONTAIN-DUE
                    TO WS-SCAR-CONTAIN-DUE(WS-SCAR-COUNT)
                 MOVE SCT-RESPONSE-DUE
                    TO WS-SCAR-RESPONSE-DUE(WS-SCAR-COUNT)
                 MOVE 0 TO WS-SCAR-CONTAIN-DATE(WS-SCAR-COUNT)
                 MOVE 0 TO WS-SCAR-RESPONSE-DATE(WS-SCAR-COUNT)
                 MOVE 0 TO WS-SCAR-CLOSED-DATE(WS-SCAR-COUNT)
                 MOVE 'O' TO WS-SCAR-STATUS(WS-SCAR-COUNT)
                 ADD 1 TO WS-OPENED-COUNT
           END-EVALUATE
           .

      *    Counts the NCR-IDs named on the open and, with the NCR
      *    master loaded, flags any that are not on file or were
      *    raised against some other supplier.
       625-CHECK-NCR-LIST.
           MOVE 0 TO WS-NCR-NAMED
           MOVE 'N' TO WS-NCR-BAD-FLAG
           PERFORM VARYING WS-NCR-SUB FROM 1 BY 1
              UNTIL WS-NCR-SUB > 5
                 IF SCT-NCR-ID(WS-NCR-SUB) NOT = SPACES
                    ADD 1 TO WS-NCR-NAMED
                    IF NCR-FILE-LOADED
                       PERFORM 626-FIND-ONE-NCR
                    END-IF
                 END-IF
           END-PERFORM
           .

       626-FIND-ONE-NCR.
           MOVE 'N' TO WS-NCR-FOUND-FLAG
           PERFORM VARYING NCR-IDX FROM 1 BY 1
              UNTIL NCR-IDX > WS-NCR-COUNT OR NCR-FOUND
                 IF WS-NCR-NCR-ID(NCR-IDX) = SCT-NCR-ID(WS-NCR-SUB)
                    MOVE 'Y' TO WS-NCR-FOUND-FLAG
                    IF WS-NCR-SUPPLIER-CODE(NCR-IDX)
                       NOT = SCT-SUPPLIER-CODE
                       MOVE 'Y' TO WS-NCR-BAD-FLAG
                    END-IF
                 END-IF
           END-PERFORM
           IF NOT NCR-FOUND
              MOVE 'Y' TO WS-NCR-BAD-FLAG
           END-IF
           .

       630-RECORD-CONTAINMENT.
           IF WS-SCAR-CONTAIN-DATE(WS-MATCHED-IDX) NOT = ZERO
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED CONTAIN - ALREADY CONTAINED: '
                 SCT-SCAR-ID
           ELSE
              MOVE WS-TODAYS-DATE
                 TO WS-SCAR-CONTAIN-DATE(WS-MATCHED-IDX)
              IF WS-SCAR-STATUS(WS-MATCHED-IDX) = 'O'
                 MOVE 'C' TO WS-SCAR-STATUS(WS-MATCHED-IDX)
              END-IF
              ADD 1 TO WS-CONTAINED-COUNT
           END-IF
           .

      *    A later response supersedes an earlier one - an 8D comes
      *    back more than once when the first answer doesn't hold.
       640-RECORD-RESPONSE.
           IF SCT-RESPONSE-CODE = SPACES
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED RESPONSE - NO RESPONSE CODE: '
                 SCT-SCAR-ID
           ELSE
              MOVE SCT-RESPONSE-CODE
                 TO WS-SCAR-RESPONSE-CODE(WS-MATCHED-IDX)
              MOVE SCT-RESPONSE-TEXT
                 TO WS-SCAR-RESPONSE-TEXT(WS-MATCHED-IDX)
              MOVE WS-TODAYS-DATE
                 TO WS-SCAR-RESPONSE-DATE(WS-MATCHED-IDX)
              MOVE 'R' TO WS-SCAR-STATUS(WS-MATCHED-IDX)
              ADD 1 TO WS-RESPONDED-COUNT
           END-IF
           .

       650-VERIFY-AND-CLOSE.
           IF WS-SCAR-CONTAIN-DATE(WS-MATCHED-IDX) = ZERO
              OR WS-SCAR-RESPONSE-DATE(WS-MATCHED-IDX) = ZERO
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED VERIFY - NOT CONTAINED/ANSWERED: '
                 SCT-SCAR-ID
           ELSE
              MOVE WS-TODAYS-DATE
                 TO WS-SCAR-CLOSED-DATE(WS-MATCHED-IDX)
              MOVE 'V' TO WS-SCAR-STATUS(WS-MATCHED-IDX)
              ADD 1 TO WS-CLOSED-COUNT
           END-IF
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING SCAR-IDX FROM 1 BY 1
              UNTIL SCAR-IDX > WS-SCAR-COUNT
                 MOVE SPACES TO SCAR-NEW-REC
                 MOVE WS-SCAR-SCAR-ID(SCAR-IDX)  TO SCN-SCAR-ID
                 MOVE WS-SCAR-SUPPLIER-CODE(SCAR-IDX)
                    TO SCN-SUPPLIER-CODE
                 PERFORM VARYING WS-NCR-SUB FROM 1 BY 1
                    UNTIL WS-NCR-SUB > 5
                       MOVE WS-SCAR-NCR-ID(SCAR-IDX, WS-NCR-SUB)
                          TO SCN-NCR-ID(WS-NCR-SUB)
                 END-PERFORM
                 MOVE WS-SCAR-OPENED-DATE(SCAR-IDX)
                    TO SCN-OPENED-DATE
                 MOVE WS-SCAR-CONTAIN-DUE(SCAR-IDX)
                    TO SCN-CONTAIN-DUE
                 MOVE WS-SCAR-CONTAIN-DATE(SCAR-IDX)
                    TO SCN-CONTAIN-DATE
                 MOVE WS-SCAR-RESPONSE-DUE(SCAR-IDX)
                    TO SCN-RESPONSE-DUE
                 MOVE WS-SCAR-RESPONSE-DATE(SCAR-IDX)
                    TO SCN-RESPONSE-DATE
                 MOVE WS-SCAR-RESPONSE-CODE(SCAR-IDX)
                    TO SCN-RESPONSE-CODE
                 MOVE WS-SCAR-RESPONSE-TEXT(SCAR-IDX)
                    TO SCN-RESPONSE-TEXT
                 MOVE WS-SCAR-CLOSED-DATE(SCAR-IDX)
                    TO SCN-CLOSED-DATE
                 MOVE WS-SCAR-STATUS(SCAR-IDX)   TO SCN-STATUS
                 WRITE SCAR-NEW-REC
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE SCAR-TRANS.
           CLOSE SCAR-NEW.
