      *   tier only, it does not revoke the rest of the deal.
      *   JCL Input (new)
      * //PARTSUPL DD DSN=USER66.EXAM.DEV.PARTSUPL.MASTER,DISP=SHR
      *
      * 2026-10-15 maruca V0R0M3
      *   A buyer who talks a supplier's catalog increase down can
      *   now approve at the agreed price: an approve decision with
      *   DEC-AGREED-PRICE filled (positions 38-46) emits its 'C'
      *   transaction at that price instead of the catalog price.
      *   An agreed price above the catalog price is a bad decision.
      *   Every decided queue row now also keeps the price actually
      *   released, the buyer and the decision date in what was
      *   filler, so SAVTRACK can value the negotiated difference.
      ***************************************************************

       ENVIRONMENT DIVISION.
           05  PQO-STATUS          PIC X(01).
               88 PQO-STATUS-STAGED         VALUE 'N'.
           05  PQO-STAGED-DATE     PIC 9(08).
      *        Filled in by this run's decision - spaces while the
      *        row is still staged.  PQO-AGREED-PRICE is the price
      *        actually released (the catalog price unless the buyer
      *        negotiated it down); zero on a rejected row.
           05  PQO-AGREED-PRICE    PIC S9(7)V99.
           05  PQO-DECIDED-BY      PIC X(03).
           05  PQO-DECIDED-DATE    PIC 9(08).
           05  FILLER              PIC X(02).

      *    Same PSN-REC layout PARTSUPL.cbl writes - read-only
      *    here, so an approved release can carry the book row's
           05  DEC-PART-NUMBER     PIC X(23).
           05  DEC-SUPPLIER-CODE   PIC X(10).
           05  DEC-BUYER-CODE      PIC X(03).
      *        Optional on an approve - blank releases the catalog
      *        price as sent.
           05  DEC-AGREED-PRICE    PIC 9(07)V99.
           05  FILLER              PIC X(14).

       FD  PRCAPPRQ-NEW
           RECORDING MODE F
       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(05)      VALUE 0.
       01  WS-AGREED-PRICE               PIC S9(7)V99   VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

      *    Working view of one queue row, laid out as PRCAPPRQ-OLD-
      *    REC, for stamping the decision fields back onto it.
       01  WS-QUE-ROW-VIEW.
           05  QRV-LEADING-FIELDS        PIC X(69).
           05  QRV-STATUS                PIC X(01).
           05  QRV-STAGED-DATE           PIC 9(08).
           05  QRV-AGREED-PRICE          PIC S9(7)V99.
           05  QRV-DECIDED-BY            PIC X(03).
           05  QRV-DECIDED-DATE          PIC 9(08).
           05  FILLER                    PIC X(02).

      *    The current price link, loaded once so 620 can carry
      *    each approved row's on-file tiers and consignment flag -
           INITIALIZE WS-QUE-COUNT.
           INITIALIZE WS-QUEUE-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO PRCAPPRQ-EOF.
           MOVE 'N' TO CATDECTR-EOF.

           END-READ
           IF NOT NO-MORE-DECISIONS
              PERFORM 610-FIND-QUEUE-ENTRY
              IF ENTRY-FOUND
                 MOVE WS-QUE-CATALOG-PRICE(WS-MATCHED-IDX)
                    TO WS-AGREED-PRICE
                 IF DEC-APPROVE AND DEC-AGREED-PRICE IS NUMERIC
                    AND DEC-AGREED-PRICE > 0
                    MOVE DEC-AGREED-PRICE TO WS-AGREED-PRICE
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN NOT DEC-CODE-VALID OR DEC-BUYER-CODE = SPACES
                    ADD 1 TO WS-BAD-DEC-COUNT
                    ADD 1 TO WS-BAD-DEC-COUNT
                    DISPLAY 'REJECTED DECISION - NOT STAGED: '
                       DEC-SUPPLIER-CODE '/' DEC-PART-NUMBER
                 WHEN DEC-APPROVE
                    AND WS-AGREED-PRICE >
                        WS-QUE-CATALOG-PRICE(WS-MATCHED-IDX)
                    ADD 1 TO WS-BAD-DEC-COUNT
                    DISPLAY 'REJECTED DECISION - AGREED ABOVE CATALOG: '
                       DEC-SUPPLIER-CODE '/' DEC-PART-NUMBER
                 WHEN DEC-APPROVE
                    PERFORM 620-EMIT-CHANGE-TRANSACTION
                    MOVE 'A' TO WS-QUE-STATUS(WS-MATCHED-IDX)
                    PERFORM 630-STAMP-DECISION
                    ADD 1 TO WS-APPROVE-COUNT
                 WHEN DEC-REJECT
                    MOVE 'J' TO WS-QUE-STATUS(WS-MATCHED-IDX)
                    MOVE 0 TO WS-AGREED-PRICE
                    PERFORM 630-STAMP-DECISION
                    ADD 1 TO WS-REJECT-DEC-COUNT
              END-EVALUATE
           END-IF
              TO PST-PART-NUMBER
           MOVE WS-QUE-SUPPLIER-CODE(WS-MATCHED-IDX)
              TO PST-SUPPLIER-CODE
           MOVE WS-AGREED-PRICE TO PST-UNIT-PRICE
           MOVE WS-QUE-LEAD-TIME-WKS(WS-MATCHED-IDX)
              TO PST-LEAD-TIME-WKS
           MOVE WS-QUE-PRICE-EFF-DATE(WS-MATCHED-IDX)
           END-PERFORM
           .

      *    The status, the price released, the buyer and today's
      *    date go back onto the queue row itself, the record of
      *    what was decided.
       630-STAMP-DECISION.
           MOVE WS-QUE-ROW(WS-MATCHED-IDX) TO WS-QUE-ROW-VIEW
           MOVE WS-QUE-STATUS(WS-MATCHED-IDX) TO QRV-STATUS
           MOVE WS-AGREED-PRICE TO QRV-AGREED-PRICE
           MOVE DEC-BUYER-CODE TO QRV-DECIDED-BY
           MOVE WS-TODAYS-DATE TO QRV-DECIDED-DATE
           MOVE WS-QUE-ROW-VIEW TO WS-QUE-ROW(WS-MATCHED-IDX)
           .

       800-WRITE-NEW-QUEUE.
           PERFORM VARYING QUE-IDX FROM 1 BY 1
              UNTIL QUE-IDX > WS-QUE-COUNT
