      *              PO-PRIORITY-RATING.  FERROR likewise trued to
      *              the current 1001-byte master image plus the
      *              90-byte message.                           maruca
      *  2026-10-15  PARTS grew PART-UNIT-WEIGHT; FOUTPUT trued
      *              to the 1009-byte master and FERROR to 1099.
      *              The split-file reconcile does not compare the
      *              weight - no edit subroutine checks it.     maruca
      *  2026-10-15  PURCHASE-ORDER grew PO-COMPANY-CODE and
      *              PO-SHIP-TO-LOCATION; TC- mirror trued to
      *              UNITEST's 1414-byte deck, FOUTPUT to the
      *              1027-byte master and FERROR to 1117.       maruca
      *****************************************************************

      *
       FD  TESTCASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1414 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TESTCASE-PARTSUPP-BUF.

                                            PIC X(06) VALUE SPACES.
                   15  TC-PO-PRIORITY-RATING
                                            PIC X(05) VALUE SPACES.
                   15  TC-PO-COMPANY-CODE   PIC X(02) VALUE SPACES.
                   15  TC-PO-SHIP-TO-LOCATION
                                            PIC X(04) VALUE SPACES.
               10  TC-LAST-UPDATE-INFO.
                   15  TC-LAST-UPDATE-USER-ID  PIC X(08) VALUE SPACES.
                   15  TC-LAST-UPDATE-DATE     PIC 9(08) VALUE ZERO.
           RECORDING MODE IS F

           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1027 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PART-SUPP-ADDR-PO.

           RECORDING MODE IS F

           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1117 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OU-ERROR.
       01  OU-ERROR.
           05  OU-ERROUTPUT            PIC X(1027).
           05  OU-ERRMESSAGE           PIC X(090).

      *    RPTPRINT's newer extracts, reconciled against the same
