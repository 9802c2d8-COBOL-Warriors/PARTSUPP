      *--------------------------------------------------------------
      * EFTAUDIT.cpy
      * Supplier bank/EFT maintenance trail - EFTMAINT appends one
      * row per applied transaction (never a rejected one), so who
      * keyed and who released a supplier's bank details survives
      * the next change overwriting the EFTMSTR row.  SODCHECK
      * reads it back for the segregation-of-duties review.
      *
      * EAU-TRANS-CODE is the EFTMAINT transaction applied - A add,
      * C change, R release, D delete.  The bank details are the
      * row's after the transaction (before it, on a delete).
      *--------------------------------------------------------------
       01  EFT-AUDIT-ROW.
           05  EAU-CHANGE-DATE     PIC 9(08).
           05  EAU-TRANS-CODE      PIC X(01).
               88  EAU-ADD                   VALUE 'A'.
               88  EAU-CHANGE                VALUE 'C'.
               88  EAU-RELEASE               VALUE 'R'.
               88  EAU-DELETE                VALUE 'D'.
           05  EAU-SUPPLIER-CODE   PIC X(10).
           05  EAU-USER-ID         PIC X(08).
           05  EAU-ROUTING-NUMBER  PIC 9(09).
           05  EAU-ACCOUNT-NUMBER  PIC X(17).
           05  EAU-ACCOUNT-TYPE    PIC X(01).
           05  EAU-PROGRAM-ID      PIC X(08).
           05  FILLER              PIC X(18).
