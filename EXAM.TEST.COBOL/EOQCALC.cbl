      * //EOQPROP  DD DSN=USER66.EXAM.DEV.EOQCALC.PROPOSALS,
      * //            DISP=(,CATLG)
      * //EOQRPT   DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   Returns to stock (DEMDHIST type R rows, posted by
      *   MATISSUE) now net off the annual demand instead of
      *   adding to it.
      ***************************************************************
      * Annual order-policy recalculation - MIN-ORDER-QTY and
      * REORDER-MULTIPLE were keyed once per part and fossilized,
           05  DH-PART-NUMBER      PIC X(23).
           05  DH-USAGE-QTY        PIC 9(07).
           05  DH-USAGE-DATE       PIC 9(08).
           05  DH-USAGE-TYPE       PIC X(01).
               88 DH-COUNT-SHORTFALL              VALUE SPACE 'C'.
               88 DH-ISSUE                        VALUE 'I'.
               88 DH-RETURN-TO-STOCK              VALUE 'R'.
           05  FILLER              PIC X(01).

      *    Same PSN-REC layout PARTSUPL.cbl writes.
       FD  PARTSUPL-REC
               10 WS-PRT-MIN-ORDER-QTY   PIC 9(05)      VALUE 0.
               10 WS-PRT-REORDER-MULT    PIC 9(05)      VALUE 0.
               10 WS-PRT-UNIT-COST       PIC S9(7)V99   VALUE 0.
               10 WS-PRT-ANNUAL-DEMAND   PIC S9(09)     VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-PARTS-SEEN              PIC 9(05)      VALUE 0.
                       UNTIL PRT-IDX > WS-PRT-COUNT
                          IF WS-PRT-PART-NUMBER(PRT-IDX) =
                             DH-PART-NUMBER
                             IF DH-RETURN-TO-STOCK
                                SUBTRACT DH-USAGE-QTY
                                   FROM WS-PRT-ANNUAL-DEMAND(PRT-IDX)
                             ELSE
                                ADD DH-USAGE-QTY
                                   TO WS-PRT-ANNUAL-DEMAND(PRT-IDX)
                             END-IF
                          END-IF
                    END-PERFORM
                 END-IF
