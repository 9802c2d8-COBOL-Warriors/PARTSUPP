      *--------------------------------------------------------------
      * RETLEDGR.cpy
      * Retainage ledger - one 80-byte row per PO-NUMBER a
      * subcontractor payment was held back on, written by PAYREG
      * (old/new, carried whole every run) and read by RETAGE for
      * the balance report and CASHFCST for scheduled releases.
      *
      * RL-HELD-AMOUNT is the portion withheld when the PO was
      * remitted, at RL-RETAIN-PCT of the PO amount.
      * RL-RELEASED-AMOUNT accumulates what release transactions
      * have since paid out; held less released is still owed.
      * RL-SCHED-RELEASE-DATE is the acceptance date a future-dated
      * release was keyed for (zero until one is), and
      * RL-LAST-RELEASE-DATE the last run that paid any out.
      *--------------------------------------------------------------
       01  RETAINAGE-LEDGER-ROW.
           05  RL-SUPPLIER-CODE      PIC X(10).
           05  RL-PO-NUMBER          PIC X(06).
           05  RL-HOLD-DATE          PIC 9(08).
           05  RL-HELD-AMOUNT        PIC S9(9)V99.
           05  RL-RELEASED-AMOUNT    PIC S9(9)V99.
           05  RL-RETAIN-PCT         PIC 9(02)V99.
           05  RL-SCHED-RELEASE-DATE PIC 9(08).
           05  RL-LAST-RELEASE-DATE  PIC 9(08).
           05  FILLER                PIC X(14).
