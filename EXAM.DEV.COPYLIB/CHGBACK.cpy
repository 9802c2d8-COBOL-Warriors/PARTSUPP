      *--------------------------------------------------------------
      * CHGBACK.cpy
      * Supplier compliance chargeback master row - one per
      * violation CMPLCHG has found, keyed supplier + PO + violation
      * type, so a violation the nightly run sees again tomorrow
      * (the SHIPEVNT trail is read in full every night) is never
      * charged twice.  CMPLSTMT prints each supplier's month from
      * it and RPTPRINT's scorecard totals the last twelve months.
      *
      * CB-STATUS 'A' is an assessed fee, raised on the DEBITMEM
      * feed under CB-MEMO-ID; 'W' is a violation inside the
      * policy's free monthly allowance, kept at zero fee.
      * CB-DAYS-OFF is the days early (negative) or late (positive)
      * against DELIVERY-DATE for ERL/LAT, zero otherwise.
      * CB-CARRIER is the billing carrier on a CAR violation.
      * Rows are purged after CMPLCHG's retention period.
      *--------------------------------------------------------------
       01  CHARGEBACK-ROW.
           05  CB-KEY.
               10  CB-SUPPLIER-CODE PIC X(10).
               10  CB-PO-NUMBER     PIC X(06).
               10  CB-VIOLATION-TYPE PIC X(03).
           05  CB-EVENT-DATE       PIC 9(08).
           05  CB-ASSESSED-DATE    PIC 9(08).
           05  CB-DAYS-OFF         PIC S9(03).
           05  CB-FEE-AMOUNT       PIC 9(5)V99.
           05  CB-STATUS           PIC X(01).
               88 CB-ASSESSED               VALUE 'A'.
               88 CB-WAIVED                 VALUE 'W'.
           05  CB-MEMO-ID          PIC X(10).
           05  CB-CARRIER          PIC X(15).
           05  FILLER              PIC X(09).
