      *--------------------------------------------------------------
      * DMCREDIT.cpy
      * Statement-credit row - append-only, one row per supplier
      * statement line STMTRECN recognised as the supplier's credit
      * against one of our debit memos (the statement line quotes
      * the DEBITMEM memo id as its document number).  ADJAGE
      * treats a memo with a row here as settled by the supplier.
      *--------------------------------------------------------------
       01  DM-CREDIT-ROW.
           05  DC-MEMO-ID          PIC X(10).
           05  DC-SUPPLIER-CODE    PIC X(10).
           05  DC-AMOUNT           PIC 9(9)V99.
           05  DC-STMT-DATE        PIC 9(08).
           05  DC-RECORDED-DATE    PIC 9(08).
           05  FILLER              PIC X(33).
