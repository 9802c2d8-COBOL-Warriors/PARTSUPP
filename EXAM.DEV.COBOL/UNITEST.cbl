      *              master records transposed five fields without
      *              a length error.  Reordered to match the
      *              copybooks.                                 maruca
      *  2026-10-15  PURCHASE-ORDER grew PO-COMPANY-CODE and
      *              PO-SHIP-TO-LOCATION, which POEDIT now checks
      *              against the buyer's company; mirror and
      *              record/buffer (1414) brought up to match.  maruca
      *  2026-10-15  POEDIT now also takes the part's SPEC-NUMBER
      *              and BLUEPRINT-NUMBER for its first-article
      *              check; 250-PO-PROCESS passes them through. maruca
      *****************************************************************

      *
       FD  TESTCASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1414 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TESTCASE-PARTSUPP-BUF.

       01  TESTCASE-PARTSUPP-BUF  PIC X(1414).

       FD  TEST-REPORT
           RECORDING MODE IS F
               10  AMENDED-FROM-PO-NUMBER
                                            PIC X(06)    VALUE SPACES.
               10  PO-PRIORITY-RATING       PIC X(05)    VALUE SPACES.
               10  PO-COMPANY-CODE          PIC X(02)    VALUE SPACES.
               10  PO-SHIP-TO-LOCATION      PIC X(04)    VALUE SPACES.
           05 LAST-UPDATE-INFO.
               10  LAST-UPDATE-USER-ID  PIC X(08) VALUE SPACES.
               10  LAST-UPDATE-DATE     PIC 9(08) VALUE ZERO.
                             WS-PO-PRIOR-PO-STATUS,
                             SUPPLIER-HOLD-FLAG,
                             GL-COST-CODE,
                             GOVT-COMML-CODE,
                             SPEC-NUMBER,
                             BLUEPRINT-NUMBER

           PERFORM 300-ASSESS-RESULTS.

