      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M3
      *   Returns to stock (DEMDHIST type R rows, posted by
      *   MATISSUE) now net off the usage settled - material
      *   issued and brought back unused is not consumed.
      * 2026-09-02 maruca V0R0M2
      *   Named the actual DEMDHIST writers - issue transactions
      *   and, as of CCAPPLY V0R0M3, the cycle-count shortfalls
           05  DH-PART-NUMBER      PIC X(23).
           05  DH-USAGE-QTY        PIC 9(07).
           05  DH-USAGE-DATE       PIC 9(08).
           05  DH-USAGE-TYPE       PIC X(01).
               88 DH-COUNT-SHORTFALL              VALUE SPACE 'C'.
               88 DH-ISSUE                        VALUE 'I'.
               88 DH-RETURN-TO-STOCK              VALUE 'R'.
           05  FILLER              PIC X(01).

       FD  SETLPARM-REC
           RECORDING MODE F
               10 WS-CSG-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-CSG-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CSG-UNIT-PRICE      PIC S9(7)V99   VALUE 0.
               10 WS-CSG-USED-QTY        PIC S9(09)     VALUE 0.

      *    Settlement owed per supplier.
       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
                       UNTIL CSG-IDX > WS-CSG-COUNT
                          IF WS-CSG-PART-NUMBER(CSG-IDX) =
                             DH-PART-NUMBER
                             IF DH-RETURN-TO-STOCK
                                SUBTRACT DH-USAGE-QTY
                                   FROM WS-CSG-USED-QTY(CSG-IDX)
                             ELSE
                                ADD DH-USAGE-QTY
                                   TO WS-CSG-USED-QTY(CSG-IDX)
                             END-IF
                             ADD 1 TO WS-USAGE-APPLIED
                          END-IF
                    END-PERFORM
