      *              rating - the mirror here and both FDs brought
      *              up to match so the golden deck reads and the
      *              mutant deck stays readable by UNITEST.    maruca
      *  2026-10-15  UNITEST's deck grew to 1414 bytes with the
      *              PO company code and ship-to location - mirror
      *              and both FDs brought up to match.         maruca
      *****************************************************************

      *
       FD  TESTCASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1414 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TESTCASE-PARTSUPP-BUF.

       01  TESTCASE-PARTSUPP-BUF  PIC X(1414).

       FD  MUTANT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1414 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MUTANT-PARTSUPP-BUF.

       01  MUTANT-PARTSUPP-BUF  PIC X(1414).

       WORKING-STORAGE SECTION.

               10  AMENDED-FROM-PO-NUMBER
                                            PIC X(06)    VALUE SPACES.
               10  PO-PRIORITY-RATING       PIC X(05)    VALUE SPACES.
               10  PO-COMPANY-CODE          PIC X(02)    VALUE SPACES.
               10  PO-SHIP-TO-LOCATION      PIC X(04)    VALUE SPACES.
           05 LAST-UPDATE-INFO.
               10  LAST-UPDATE-USER-ID  PIC X(08) VALUE SPACES.
               10  LAST-UPDATE-DATE     PIC 9(08) VALUE ZERO.
