      *   record grew one byte to 38 to carry it; FRTAUDIT flags a
      *   hazmat shipment on a lane whose carrier isn't rated.
      ***************************************************************
      * 2026-10-15 maruca V0R0M4
      *   FRTZONE grew FRZ-TRANSPORT-MODE, one byte on the end
      *   (record is 38 bytes now, the transaction 39) - how the
      *   zone's preferred carrier moves the freight: T truckload,
      *   L less-than-truckload, P parcel, R rail, I intermodal,
      *   A air, O ocean.  FRTEMISS rates inbound freight emissions
      *   by it.  Adds and changes carry it; a mode outside the
      *   list is rejected, and a space (rows carried forward from
      *   the 37-byte file) means the mode is not yet known.
      ***************************************************************
      * Batch maintenance utility for RPTPRINT's FRTZONE-REC reference
      * master (freight zone/carrier lookup by state and zip range).
      * Loads the old master into a table exactly the way RPTPRINT's
           05  FRZO-CARRIER      PIC X(15).
           05  FRZO-ZONE-RATE    PIC 9(5)V99.
           05  FRZO-HAZMAT-OK    PIC X(01).
           05  FRZO-TRANSPORT-MODE PIC X(01).

      *    Same layout as FRZ-OLD-REC with a leading transaction
      *    code - one byte longer than the master record now that
      *    the hazmat flag used up the last filler byte and the
      *    transport mode went on the end.
       FD  FRTZONE-TRANS
           DATA RECORD IS FRZ-TRN-REC.
       01  FRZ-TRN-REC.
           05  FRZT-CARRIER      PIC X(15).
           05  FRZT-ZONE-RATE    PIC 9(5)V99.
           05  FRZT-HAZMAT-OK    PIC X(01).
           05  FRZT-TRANSPORT-MODE PIC X(01).
               88 FRZT-VALID-MODE         VALUES 'T' 'L' 'P' 'R' 'I'
                                                 'A' 'O' ' '.

       FD  FRTZONE-NEW
           DATA RECORD IS FRZ-NEW-REC.
           05  FRZN-CARRIER      PIC X(15).
           05  FRZN-ZONE-RATE    PIC 9(5)V99.
           05  FRZN-HAZMAT-OK    PIC X(01).
           05  FRZN-TRANSPORT-MODE PIC X(01).

       WORKING-STORAGE SECTION.

               10 WS-FRZ-CARRIER         PIC X(15)      VALUE SPACES.
               10 WS-FRZ-ZONE-RATE       PIC 9(5)V99    VALUE 0.
               10 WS-FRZ-HAZMAT-OK       PIC X(01)      VALUE 'N'.
               10 WS-FRZ-TRANSPORT-MODE  PIC X(01)      VALUE SPACE.

       01  WS-SORT-TEMP-ENTRY            PIC X(38)      VALUE SPACES.
       01  WS-SORT-PASS-LIMIT            PIC 9(03)      VALUE 0.
       01  WS-SORT-COMPARE-LIMIT         PIC 9(03)      VALUE 0.

                 MOVE FRZO-CARRIER     TO WS-FRZ-CARRIER(TBL-IDX)
                 MOVE FRZO-ZONE-RATE   TO WS-FRZ-ZONE-RATE(TBL-IDX)
                 MOVE FRZO-HAZMAT-OK   TO WS-FRZ-HAZMAT-OK(TBL-IDX)
                 MOVE FRZO-TRANSPORT-MODE
                    TO WS-FRZ-TRANSPORT-MODE(TBL-IDX)
                 SET WS-TABLE-COUNT TO TBL-IDX
                 READ FRTZONE-OLD
                    AT END MOVE 'Y' TO FRTZONE-OLD-EOF
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-ENTRY-IN-TABLE
              EVALUATE TRUE
                 WHEN (FRZT-ADD OR FRZT-CHANGE)
                      AND NOT FRZT-VALID-MODE
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'REJECTED - UNKNOWN TRANSPORT MODE: '
                         FRZT-TRANSPORT-MODE ' FOR ' FRZT-STATE
                         ' ' FRZT-ZIP-LOW
                 WHEN FRZT-ADD
                      PERFORM 620-ADD-ENTRY
                 WHEN FRZT-CHANGE
                 TO WS-FRZ-ZONE-RATE(WS-TABLE-COUNT)
              MOVE FRZT-HAZMAT-OK
                 TO WS-FRZ-HAZMAT-OK(WS-TABLE-COUNT)
              MOVE FRZT-TRANSPORT-MODE
                 TO WS-FRZ-TRANSPORT-MODE(WS-TABLE-COUNT)
              MOVE 'Y' TO WS-SORT-NEEDED-FLAG
              ADD 1 TO WS-ADD-COUNT
           END-IF
                 TO WS-FRZ-ZONE-RATE(WS-MATCHED-IDX)
              MOVE FRZT-HAZMAT-OK
                 TO WS-FRZ-HAZMAT-OK(WS-MATCHED-IDX)
              MOVE FRZT-TRANSPORT-MODE
                 TO WS-FRZ-TRANSPORT-MODE(WS-MATCHED-IDX)
              ADD 1 TO WS-CHANGE-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
                 MOVE WS-FRZ-CARRIER(TBL-IDX)   TO FRZN-CARRIER
                 MOVE WS-FRZ-ZONE-RATE(TBL-IDX) TO FRZN-ZONE-RATE
                 MOVE WS-FRZ-HAZMAT-OK(TBL-IDX) TO FRZN-HAZMAT-OK
                 MOVE WS-FRZ-TRANSPORT-MODE(TBL-IDX)
                    TO FRZN-TRANSPORT-MODE
                 WRITE FRZ-NEW-REC
           END-PERFORM
           .
