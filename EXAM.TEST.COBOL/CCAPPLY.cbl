      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M4
      *   DEMDHIST rows now carry a usage type - MATISSUE posts
      *   issues (I) and returns to stock (R) beside the count
      *   shortfalls posted here, which are stamped C.  Rows from
      *   before the type was kept read as shortfalls.
      * 2026-09-02 maruca V0R0M3
      *   A count that found less than the book was adjusting the
      *   on-hand and stopping there - but a negative variance IS
           05  DH-PART-NUMBER      PIC X(23).
           05  DH-USAGE-QTY        PIC 9(07).
           05  DH-USAGE-DATE       PIC 9(08).
           05  DH-USAGE-TYPE       PIC X(01).
               88 DH-COUNT-SHORTFALL              VALUE SPACE 'C'.
               88 DH-ISSUE                        VALUE 'I'.
               88 DH-RETURN-TO-STOCK              VALUE 'R'.
           05  FILLER              PIC X(01).

      *    Append-only adjustment audit - one row per applied count.
       FD  CCAUDIT-REC
           MOVE CNT-PART-NUMBER TO DH-PART-NUMBER
           COMPUTE DH-USAGE-QTY = 0 - WS-VARIANCE-QTY
           MOVE CNT-COUNT-DATE  TO DH-USAGE-DATE
           MOVE 'C'             TO DH-USAGE-TYPE
           WRITE DEMDHIST-RECORD
           ADD 1 TO WS-USAGE-ROWS
           .
