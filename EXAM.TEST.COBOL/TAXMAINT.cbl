      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    TAXMAINT.
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
      * //TAXIDOLD DD DSN=USER66.EXAM.DEV.TAXID.MASTER,DISP=SHR
      * //TAXIDTRN DD DSN=USER66.EXAM.DEV.TAXID.TRANS,DISP=SHR
      *   JCL Output
      * //TAXIDNEW DD DSN=USER66.EXAM.DEV.TAXID.MASTER,DISP=OLD
      ***************************************************************
      * Batch maintenance utility for the supplier tax-identity
      * master (TAXID.cpy) - TIN, legal name, 1099 form and box,
      * exempt flag and W-9 received date per SUPPLIER-CODE.  The
      * same load-table/apply-transactions/write-back shape and the
      * same dual control as EFTMAINT: an add or change lands
      * PENDING under the keying user's id and stays out of TAX1099
      * until a DIFFERENT user's release confirms it.  A TIN swap
      * keyed and released by one person is as dangerous as a bank
      * account swap - it is where a reportable payee disappears
      * from the IRS file - so a release by the user who keyed the
      * pending change is rejected outright.
      *
      * A supplier may be added before its W-9 arrives: TIN zero
      * and W-9 date zero are accepted, and TAX1099 lists the
      * supplier as missing them until a change supplies them.
      *
      * Transaction codes (TAXIDTRN, position 1):
      *    A  Add a supplier not on file - lands PENDING.  Rejected
      *       if the supplier already has a row.
      *    C  Change an existing supplier's tax details - the new
      *       details land PENDING over the row.  Rejected if not
      *       found.
      *    R  Release - a second user confirms the PENDING details,
      *       making them ACTIVE.  Rejected if nothing is pending,
      *       or if the releasing user is the user who keyed them.
      *    D  Delete the supplier's row entirely.  Rejected if not
      *       found.
      ***************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TAXID-OLD     ASSIGN TO TAXIDOLD
               FILE STATUS IS WS-TAXIDOLD-FILE-STATUS.
           SELECT TAXID-TRANS   ASSIGN TO TAXIDTRN.
           SELECT TAXID-NEW     ASSIGN TO TAXIDNEW.

       DATA DIVISION.
       FILE SECTION.

       FD  TAXID-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-ID-ROW.
           COPY 'TAXID'.

      *    The master's tax details with a leading transaction code
      *    and the keying/releasing user's id where the audit stamps
      *    go.
       FD  TAXID-TRANS
           DATA RECORD IS TAX-TRN-REC.
       01  TAX-TRN-REC.
           05  TXT-TRANS-CODE      PIC X(01).
               88 TXT-ADD                   VALUE 'A'.
               88 TXT-CHANGE                VALUE 'C'.
               88 TXT-RELEASE               VALUE 'R'.
               88 TXT-DELETE                VALUE 'D'.
           05  TXT-SUPPLIER-CODE   PIC X(10).
           05  TXT-TIN-TYPE        PIC X(01).
               88 TXT-TIN-TYPE-VALID        VALUES 'E' 'S'.
           05  TXT-TIN             PIC 9(09).
           05  TXT-LEGAL-NAME      PIC X(40).
           05  TXT-1099-TYPE       PIC X(04).
               88 TXT-1099-NEC              VALUE 'NEC '.
               88 TXT-1099-TYPE-VALID       VALUES 'NEC ' 'MISC'.
           05  TXT-1099-BOX        PIC 9(02).
           05  TXT-EXEMPT-FLAG     PIC X(01).
               88 TXT-EXEMPT-FLAG-VALID     VALUES 'Y' 'N'.
           05  TXT-W9-DATE         PIC 9(08).
           05  TXT-USER-ID         PIC X(08).
           05  FILLER              PIC X(36).

       FD  TAXID-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-NEW-REC.
       01  TAX-NEW-REC                   PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-TAXIDOLD-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    Same layout as TAXID.cpy, one entry per supplier - the
      *    same 200-supplier sizing as EFTMAINT's table.
       01  WS-TABLE-COUNT                PIC 9(03)      VALUE 0.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY OCCURS 200 TIMES
                  INDEXED BY TBL-IDX TBL-IDX2.
               10 WS-TAX-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-TAX-TIN-TYPE        PIC X(01)      VALUE SPACES.
               10 WS-TAX-TIN             PIC 9(09)      VALUE 0.
               10 WS-TAX-LEGAL-NAME      PIC X(40)      VALUE SPACES.
               10 WS-TAX-1099-TYPE       PIC X(04)      VALUE SPACES.
               10 WS-TAX-1099-BOX        PIC 9(02)      VALUE 0.
               10 WS-TAX-EXEMPT-FLAG     PIC X(01)      VALUE SPACES.
               10 WS-TAX-W9-DATE         PIC 9(08)      VALUE 0.
               10 WS-TAX-PEND-FLAG       PIC X(01)      VALUE SPACES.
                  88 WS-TAX-PENDING                     VALUE 'P'.
                  88 WS-TAX-ACTIVE                      VALUE 'A'.
               10 WS-TAX-ENTERED-BY      PIC X(08)      VALUE SPACES.
               10 WS-TAX-ENTERED-DATE    PIC 9(08)      VALUE 0.
               10 WS-TAX-CONFIRMED-BY    PIC X(08)      VALUE SPACES.
               10 WS-TAX-CONFIRMED-DATE  PIC 9(08)      VALUE 0.
               10 FILLER                 PIC X(12)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-ADD-COUNT               PIC 9(03)      VALUE 0.
           05 WS-CHANGE-COUNT            PIC 9(03)      VALUE 0.
           05 WS-RELEASE-COUNT           PIC 9(03)      VALUE 0.
           05 WS-DELETE-COUNT            PIC 9(03)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(03)      VALUE 0.

       01  TAXIDOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.
       01  TAXIDTRN-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(03)      VALUE 0.
       01  WS-TABLE-SLOT-HOLD            PIC 9(03)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-DETAIL-ERROR               PIC X(20)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 500-LOAD-OLD-MASTER.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'TAXMAINT COMPLETE - ADDED: ' WS-ADD-COUNT
              ' CHANGED: ' WS-CHANGE-COUNT
              ' RELEASED: ' WS-RELEASE-COUNT
              ' DELETED: ' WS-DELETE-COUNT
              ' REJECTED: ' WS-REJECT-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-TABLE-COUNT.
           INITIALIZE WS-TAX-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO TAXIDOLD-EOF.
           MOVE 'N' TO TAXIDTRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT TAXID-TRANS.
           OPEN OUTPUT TAXID-NEW.

      *    A missing or empty old master (FILE STATUS not '00') just
      *    means no supplier has tax details on file yet - the first
      *    TAXMAINT run builds the file from its ADDs.
       500-LOAD-OLD-MASTER.
           OPEN INPUT TAXID-OLD
           IF WS-TAXIDOLD-FILE-STATUS = '00'
              READ TAXID-OLD
                 AT END MOVE 'Y' TO TAXIDOLD-EOF
              END-READ
              PERFORM VARYING TBL-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-MASTER OR TBL-IDX > 200
                    MOVE TAX-ID-ROW TO WS-TAX-ENTRY(TBL-IDX)
                    SET WS-TABLE-COUNT TO TBL-IDX
                    READ TAXID-OLD
                       AT END MOVE 'Y' TO TAXIDOLD-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-OLD-MASTER
                 DISPLAY 'TAXMAINT TAX ID TABLE FULL - MASTER '
                    'TRUNCATED'
              END-IF
              CLOSE TAXID-OLD
           END-IF
           .

       600-APPLY-TRANSACTIONS.
           READ TAXID-TRANS
              AT END MOVE 'Y' TO TAXIDTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-ENTRY-IN-TABLE
              EVALUATE TRUE
                 WHEN TXT-USER-ID = SPACES
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'REJECTED - NO USER ID: '
                         TXT-TRANS-CODE ' FOR ' TXT-SUPPLIER-CODE
                 WHEN TXT-ADD
                      PERFORM 620-ADD-ENTRY
                 WHEN TXT-CHANGE
                      PERFORM 630-CHANGE-ENTRY
                 WHEN TXT-RELEASE
                      PERFORM 640-RELEASE-ENTRY
                 WHEN TXT-DELETE
                      PERFORM 650-DELETE-ENTRY
                 WHEN OTHER
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'REJECTED - UNKNOWN TRANS CODE: '
                         TXT-TRANS-CODE ' FOR ' TXT-SUPPLIER-CODE
              END-EVALUATE
           END-IF
           .

       610-FIND-ENTRY-IN-TABLE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT OR ENTRY-FOUND
                 IF WS-TAX-SUPPLIER-CODE(TBL-IDX) = TXT-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO TBL-IDX
                 END-IF
           END-PERFORM
           .

      *    Edits shared by add and change - WS-DETAIL-ERROR comes
      *    back spaces when the details are acceptable.  A zero TIN
      *    (W-9 not in yet) needs no TIN type; a 1099-NEC only has
      *    the one box.
       615-EDIT-TAX-DETAILS.
           MOVE SPACES TO WS-DETAIL-ERROR
           EVALUATE TRUE
              WHEN TXT-LEGAL-NAME = SPACES
                 MOVE 'NO LEGAL NAME' TO WS-DETAIL-ERROR
              WHEN TXT-TIN NOT NUMERIC
                 MOVE 'BAD TIN' TO WS-DETAIL-ERROR
              WHEN TXT-TIN > ZERO AND NOT TXT-TIN-TYPE-VALID
                 MOVE 'BAD TIN TYPE' TO WS-DETAIL-ERROR
              WHEN NOT TXT-1099-TYPE-VALID
                 MOVE 'BAD 1099 TYPE' TO WS-DETAIL-ERROR
              WHEN TXT-1099-BOX NOT NUMERIC
                 OR TXT-1099-BOX = ZERO
                 OR TXT-1099-BOX > 16
                 OR (TXT-1099-NEC AND TXT-1099-BOX NOT = 1)
                 MOVE 'BAD 1099 BOX' TO WS-DETAIL-ERROR
              WHEN NOT TXT-EXEMPT-FLAG-VALID
                 MOVE 'BAD EXEMPT FLAG' TO WS-DETAIL-ERROR
              WHEN TXT-W9-DATE NOT NUMERIC
                 OR TXT-W9-DATE > WS-TODAYS-DATE
                 MOVE 'BAD W-9 DATE' TO WS-DETAIL-ERROR
              WHEN TXT-W9-DATE > ZERO
                 AND FUNCTION TEST-DATE-YYYYMMDD(TXT-W9-DATE) NOT = 0
                 MOVE 'BAD W-9 DATE' TO WS-DETAIL-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       620-ADD-ENTRY.
           PERFORM 615-EDIT-TAX-DETAILS
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - ALREADY ON FILE: '
                    TXT-SUPPLIER-CODE
              WHEN WS-DETAIL-ERROR NOT = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - ' WS-DETAIL-ERROR ': '
                    TXT-SUPPLIER-CODE
              WHEN WS-TABLE-COUNT >= 200
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED ADD - TABLE FULL: '
                    TXT-SUPPLIER-CODE
              WHEN OTHER
                 ADD 1 TO WS-TABLE-COUNT
                 MOVE WS-TABLE-COUNT TO WS-TABLE-SLOT-HOLD
                 MOVE SPACES TO WS-TAX-ENTRY(WS-TABLE-SLOT-HOLD)
                 MOVE TXT-SUPPLIER-CODE
                    TO WS-TAX-SUPPLIER-CODE(WS-TABLE-SLOT-HOLD)
                 PERFORM 660-STAMP-PENDING-DETAILS
                 ADD 1 TO WS-ADD-COUNT
           END-EVALUATE
           .

      *    A change overwrites the tax details in place but drops
      *    the row back to PENDING - TAX1099 stops reporting off the
      *    row until a second user confirms the new details.
       630-CHANGE-ENTRY.
           PERFORM 615-EDIT-TAX-DETAILS
           EVALUATE TRUE
              WHEN NOT ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CHANGE - NOT ON FILE: '
                    TXT-SUPPLIER-CODE
              WHEN WS-DETAIL-ERROR NOT = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED CHANGE - ' WS-DETAIL-ERROR ': '
                    TXT-SUPPLIER-CODE
              WHEN OTHER
                 MOVE WS-MATCHED-IDX TO WS-TABLE-SLOT-HOLD
                 PERFORM 660-STAMP-PENDING-DETAILS
                 ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE
           .

      *    The dual-control gate - the releasing user must not be
      *    the user who keyed the pending details.
       640-RELEASE-ENTRY.
           EVALUATE TRUE
              WHEN NOT ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED RELEASE - NOT ON FILE: '
                    TXT-SUPPLIER-CODE
              WHEN NOT WS-TAX-PENDING(WS-MATCHED-IDX)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED RELEASE - NOTHING PENDING: '
                    TXT-SUPPLIER-CODE
              WHEN TXT-USER-ID = WS-TAX-ENTERED-BY(WS-MATCHED-IDX)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED RELEASE - SAME USER KEYED IT: '
                    TXT-SUPPLIER-CODE ' BY ' TXT-USER-ID
              WHEN OTHER
                 MOVE 'A' TO WS-TAX-PEND-FLAG(WS-MATCHED-IDX)
                 MOVE TXT-USER-ID
                    TO WS-TAX-CONFIRMED-BY(WS-MATCHED-IDX)
                 MOVE WS-TODAYS-DATE
                    TO WS-TAX-CONFIRMED-DATE(WS-MATCHED-IDX)
                 ADD 1 TO WS-RELEASE-COUNT
           END-EVALUATE
           .

      *    Deleting shifts every later entry up one slot, same as
      *    EFTMAINT's 650-DELETE-ENTRY.
       650-DELETE-ENTRY.
           IF ENTRY-FOUND
              PERFORM VARYING TBL-IDX2 FROM WS-MATCHED-IDX BY 1
                 UNTIL TBL-IDX2 >= WS-TABLE-COUNT
                    MOVE WS-TAX-ENTRY(TBL-IDX2 + 1)
                       TO WS-TAX-ENTRY(TBL-IDX2)
              END-PERFORM
              SUBTRACT 1 FROM WS-TABLE-COUNT
              ADD 1 TO WS-DELETE-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED DELETE - NOT ON FILE: '
                 TXT-SUPPLIER-CODE
           END-IF
           .

      *    New details always land PENDING with the keying user and
      *    date stamped, and any prior confirmation cleared - it
      *    confirmed the old details, not these.
       660-STAMP-PENDING-DETAILS.
           MOVE TXT-TIN-TYPE TO WS-TAX-TIN-TYPE(WS-TABLE-SLOT-HOLD)
           MOVE TXT-TIN TO WS-TAX-TIN(WS-TABLE-SLOT-HOLD)
           MOVE TXT-LEGAL-NAME
              TO WS-TAX-LEGAL-NAME(WS-TABLE-SLOT-HOLD)
           MOVE TXT-1099-TYPE TO WS-TAX-1099-TYPE(WS-TABLE-SLOT-HOLD)
           MOVE TXT-1099-BOX TO WS-TAX-1099-BOX(WS-TABLE-SLOT-HOLD)
           MOVE TXT-EXEMPT-FLAG
              TO WS-TAX-EXEMPT-FLAG(WS-TABLE-SLOT-HOLD)
           MOVE TXT-W9-DATE TO WS-TAX-W9-DATE(WS-TABLE-SLOT-HOLD)
           MOVE 'P' TO WS-TAX-PEND-FLAG(WS-TABLE-SLOT-HOLD)
           MOVE TXT-USER-ID TO WS-TAX-ENTERED-BY(WS-TABLE-SLOT-HOLD)
           MOVE WS-TODAYS-DATE
              TO WS-TAX-ENTERED-DATE(WS-TABLE-SLOT-HOLD)
           MOVE SPACES TO WS-TAX-CONFIRMED-BY(WS-TABLE-SLOT-HOLD)
           MOVE ZERO TO WS-TAX-CONFIRMED-DATE(WS-TABLE-SLOT-HOLD)
           .

       800-WRITE-NEW-MASTER.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
              UNTIL TBL-IDX > WS-TABLE-COUNT
                 WRITE TAX-NEW-REC FROM WS-TAX-ENTRY(TBL-IDX)
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE TAXID-TRANS.
           CLOSE TAXID-NEW.
