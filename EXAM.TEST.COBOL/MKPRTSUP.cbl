      *  2026-09-02 PARTS grew PART-TAXABLE-FLAG (record is 979
      *   bytes now); every generated part is stamped taxable.
      *                                                      maruca
      *  2026-10-15 PARTS grew PART-UNIT-WEIGHT (record is 1009
      *   bytes now).  Random mode draws 0.01 to 50.00 kg a unit;
      *   boundary mode stamps 2.5 kg on every record.       maruca
      *  2026-10-15 PURCHASE-ORDER grew PO-COMPANY-CODE and PO-SHIP-
      *   TO-LOCATION (record is 1027 bytes now); both are left
      *   spaces - the home company, no ship-to on file.     maruca
      *  2026-10-15 ASN856IN deck trued to the 70-byte ASN record
      *   EDI856IN, MSTAPPLY and CMPLCHG read.  Each transaction now
      *   carries a lot number and expiry, a manufacturer CAGE code
      *   and returnable-container type/quantity/owner, each left
      *   blank on about one transaction in four so the supplier-
      *   sent-none paths get exercised too.                 maruca
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  FOUTPUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1027 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PART-SUPP-ADDR-PO.
           COPY 'PARTSUPP'.
           05  ASN-PO-NUMBER       PIC X(06).
           05  ASN-SHIP-DATE       PIC 9(08).
           05  ASN-QUANTITY        PIC S9(7).
           05  ASN-LOT-NUMBER      PIC X(15).
           05  ASN-EXPIRY-DATE     PIC 9(08).
           05  ASN-MFR-CODE        PIC X(05).
           05  ASN-CNTR-TYPE       PIC X(04).
           05  ASN-CNTR-QTY        PIC 9(05).
           05  ASN-CNTR-OWNER      PIC X(01).

      *    Optional one-byte run-mode parm - 'B' selects boundary-
      *    value mode; missing or anything else keeps random mode.
       01  WS-PO-STATUS-TABLE REDEFINES WS-PO-STATUS-VALUES.
           05 WS-PO-STATUS-ENTRY OCCURS 4 TIMES PIC X(01).

      * lookup table for a random manufacturer CAGE code on the ASN
      * deck.
       01  WS-MFR-CODE-VALUES.
           05 FILLER PIC X(05) VALUE '1A2B3'.
           05 FILLER PIC X(05) VALUE '0K7M4'.
           05 FILLER PIC X(05) VALUE '3T9R1'.
           05 FILLER PIC X(05) VALUE '5H2W8'.
       01  WS-MFR-CODE-TABLE REDEFINES WS-MFR-CODE-VALUES.
           05 WS-MFR-CODE-ENTRY OCCURS 4 TIMES PIC X(05).

      * lookup table for a random returnable-container type and
      * owner (C = ours, S = the supplier's) on the ASN deck.
       01  WS-CNTR-TYPE-VALUES.
           05 FILLER PIC X(04) VALUE 'TOTE'.
           05 FILLER PIC X(04) VALUE 'PLLT'.
           05 FILLER PIC X(04) VALUE 'RACK'.
       01  WS-CNTR-TYPE-TABLE REDEFINES WS-CNTR-TYPE-VALUES.
           05 WS-CNTR-TYPE-ENTRY OCCURS 3 TIMES PIC X(04).
       01  WS-CNTR-OWNER-VALUES.
           05 FILLER PIC X(01) VALUE 'C'.
           05 FILLER PIC X(01) VALUE 'S'.
       01  WS-CNTR-OWNER-TABLE REDEFINES WS-CNTR-OWNER-VALUES.
           05 WS-CNTR-OWNER-ENTRY OCCURS 2 TIMES PIC X(01).

      * today's date drives the VEHICLE-YEAR window the same way
      * PARTEDIT computes its upper bound, and stands in for the
      * various order/activity/delivery dates below.
       01  WS-TOMORROWS-DATE       PIC 9(8) VALUE ZERO.
       01  WS-BOUND-DELIVERY-DATE  PIC 9(8) VALUE ZERO.
       01  WS-TODAYS-DATE-NUM      PIC 9(8) VALUE ZERO.
       01  WS-ASN-EXPIRY-DATE      PIC 9(8) VALUE ZERO.
       01  WS-BOUND-YEAR           PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE WS-ONE-TWO-THREE-ENTRY(WS-RANDOM-RESULT)
              TO SUPPLIER-STATUS.
           MOVE 'Y' TO PART-TAXABLE-FLAG.
           MOVE 5000 TO WS-RANDOM-RANGE.
           PERFORM 810-RANDOM-INT.
           COMPUTE PART-UNIT-WEIGHT = WS-RANDOM-RESULT / 100.
           MOVE WS-TODAYS-DATE TO SUPPLIER-ACT-DATE.
           MOVE 5 TO WS-RANDOM-RANGE.
           PERFORM 810-RANDOM-INT.
                 MOVE 'R' TO ASN-TRANS-CODE
                 MOVE 10 TO ASN-QUANTITY
           END-EVALUATE
           PERFORM 246-BUILD-ASN-DETAIL
           WRITE ASN-REC
           .

      *--------------------------------------------------------------
      * 246-BUILD-ASN-DETAIL - the lot, manufacturer and container
      * detail an 856 may carry.  Each is left blank on roughly one
      * transaction in four, the way a supplier that sends none
      * arrives.  A lot is 'L' + PO-NUMBER + today, so it is unique
      * per PO and day, and expires 30 thru 730 days out.
      *--------------------------------------------------------------
       246-BUILD-ASN-DETAIL.
           MOVE ZERO TO ASN-EXPIRY-DATE.
           MOVE ZERO TO ASN-CNTR-QTY.
           MOVE 4 TO WS-RANDOM-RANGE.
           PERFORM 810-RANDOM-INT.
           IF WS-RANDOM-RESULT > 1
              STRING 'L' PO-NUMBER(PO-IDX) WS-TODAYS-DATE
                 DELIMITED BY SIZE INTO ASN-LOT-NUMBER
              MOVE 701 TO WS-RANDOM-RANGE
              PERFORM 810-RANDOM-INT
              COMPUTE WS-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-NUM)
                 + WS-RANDOM-RESULT + 29
              MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                 TO WS-ASN-EXPIRY-DATE
              MOVE WS-ASN-EXPIRY-DATE TO ASN-EXPIRY-DATE
           END-IF.
           MOVE 4 TO WS-RANDOM-RANGE.
           PERFORM 810-RANDOM-INT.
           IF WS-RANDOM-RESULT > 1
              PERFORM 810-RANDOM-INT
              MOVE WS-MFR-CODE-ENTRY(WS-RANDOM-RESULT) TO ASN-MFR-CODE
           END-IF.
           MOVE 4 TO WS-RANDOM-RANGE.
           PERFORM 810-RANDOM-INT.
           IF WS-RANDOM-RESULT > 1
              MOVE 3 TO WS-RANDOM-RANGE
              PERFORM 810-RANDOM-INT
              MOVE WS-CNTR-TYPE-ENTRY(WS-RANDOM-RESULT)
                 TO ASN-CNTR-TYPE
              MOVE 20 TO WS-RANDOM-RANGE
              PERFORM 810-RANDOM-INT
              MOVE WS-RANDOM-RESULT TO ASN-CNTR-QTY
              MOVE 2 TO WS-RANDOM-RANGE
              PERFORM 810-RANDOM-INT
              MOVE WS-CNTR-OWNER-ENTRY(WS-RANDOM-RESULT)
                 TO ASN-CNTR-OWNER
           END-IF.

      *--------------------------------------------------------------
      * 300-CREATE-BOUNDARY-DATA - one record per boundary case, each
      * a fully valid baseline (310) with exactly one field moved
           MOVE 2.00 TO SUPPLIER-DISC-PCT.
           MOVE 10 TO SUPPLIER-DISC-DAYS.
           MOVE 'Y' TO PART-TAXABLE-FLAG.
           MOVE 2.500 TO PART-UNIT-WEIGHT.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1
              UNTIL ADDR-IDX > 4
                   MOVE ADDR-IDX TO ADDRESS-TYPE(ADDR-IDX)
