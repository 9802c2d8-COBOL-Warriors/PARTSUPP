      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    RPSCREEN.
       AUTHOR.        WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Workshop:                   FINAL EXAM
      * Developer:                  maruca
      * Created:                    2026-10-15
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M1
      *  Version Level
      *  Release Level
      *  Modification Level
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M1
      *   Initial release.
      *   JCL Input
      * //RPLIST   DD DSN=USER66.EXAM.DEV.RPLIST.REFERENC,DISP=SHR
      * //RPSOLD   DD DSN=USER66.EXAM.DEV.RPSMAINT.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //RPSCRPT  DD SYSOUT=*
      ***************************************************************
      * Restricted-party screening.  Every supplier on the master is
      * checked - SUPPLIER-NAME and the CITY/ADDR-COUNTRY-CODE of
      * each of its four SUPP-ADDRESS slots - against the government
      * denied/restricted-party reference file (RPLIST), and every
      * potential hit is printed for compliance to clear or confirm
      * through RPSMAINT.
      *
      * Matching:
      *    Names are compared with case, punctuation, blanks and
      *    the usual legal-form words (INC, LLC, LTD, CORP, CO,
      *    COMPANY, GMBH, SA, AG, THE, ...) taken out.
      *    EXACT     what is left of the two names is identical.
      *    NEAR      one name is the start of the other (at least 5
      *              characters - SUPPLIER-NAME is only 15 long, so
      *              a long listed name is cut short on our side),
      *              or the two are the same length and differ in no
      *              more than 2 positions (a misspelling).
      *    LOCATION  a listed entry with no party name - a country,
      *              or a city within one, named in its own right -
      *              matched against any of the supplier's addresses
      *              (spaces in ADDR-COUNTRY-CODE is 'US').
      *    A name hit is also marked when one of the supplier's
      *    addresses is in the listed city and/or country, which is
      *    what compliance looks at first.
      *
      * A hit RPSMAINT has cleared as a false positive ('F') is not
      * printed again - only counted.  A confirmed hit ('C') prints
      * as CONFIRMED so the listing shows the full exposure; POEDIT
      * is what blocks new POs against it.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPLIST-REC    ASSIGN TO RPLIST.
           SELECT RPS-OLD       ASSIGN TO RPSOLD
               FILE STATUS IS WS-RPSOLD-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT RPSCRPT-REC   ASSIGN TO RPSCRPT.

       DATA DIVISION.
       FILE SECTION.

      *    Restricted-party reference list, as loaded from the
      *    consolidated government lists.  RPL-LIST-CODE says which
      *    list the entry came from (DPL, SDN, ENT, UVL, ...).  A
      *    blank RPL-PARTY-NAME is a location-only entry.
       FD  RPLIST-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPLIST-RECORD.
       01  RPLIST-RECORD.
           05  RPL-ENTRY-ID        PIC X(10).
           05  RPL-LIST-CODE       PIC X(03).
           05  RPL-PARTY-NAME      PIC X(40).
           05  RPL-CITY            PIC X(15).
           05  RPL-COUNTRY-CODE    PIC X(02).
           05  FILLER              PIC X(30).

      *    Same disposition row RPSMAINT maintains.
       FD  RPS-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPS-OLD-REC.
       01  RPS-OLD-REC.
           05  RSO-SUPPLIER-CODE   PIC X(10).
           05  RSO-ENTRY-ID        PIC X(10).
           05  RSO-DISPOSITION     PIC X(01).
           05  RSO-DISP-DATE       PIC 9(08).
           05  RSO-REVIEWER-ID     PIC X(08).
           05  RSO-LISTED-NAME     PIC X(30).
           05  FILLER              PIC X(13).

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  RPSCRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPSCRPT-RECORD.
       01  RPSCRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RPSOLD-FILE-STATUS         PIC X(02)      VALUE SPACES.

       01  WS-RPL-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-RPL-TABLE.
           05  WS-RPL-ENTRY OCCURS 2000 TIMES
                  INDEXED BY RPL-IDX.
               10 WS-RPL-ENTRY-ID        PIC X(10)      VALUE SPACES.
               10 WS-RPL-LIST-CODE       PIC X(03)      VALUE SPACES.
               10 WS-RPL-PARTY-NAME      PIC X(40)      VALUE SPACES.
               10 WS-RPL-CITY            PIC X(15)      VALUE SPACES.
               10 WS-RPL-COUNTRY-CODE    PIC X(02)      VALUE SPACES.
               10 WS-RPL-NORM-NAME       PIC X(40)      VALUE SPACES.
               10 WS-RPL-NORM-LEN        PIC 9(02)      VALUE 0.

      *    Dispositions on file - 'C' confirmed, 'F' cleared.
       01  WS-RPS-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-RPS-TABLE.
           05  WS-RPS-ENTRY OCCURS 1000 TIMES
                  INDEXED BY RPS-IDX.
               10 WS-RPS-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-RPS-ENTRY-ID        PIC X(10)      VALUE SPACES.
               10 WS-RPS-DISPOSITION     PIC X(01)      VALUE SPACES.

      *    One row per supplier - name and the four address slots
      *    off the first master record seen for it.
       01  WS-SUP-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 300 TIMES
                  INDEXED BY SUP-IDX.
               10 WS-SUP-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-SUP-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
               10 WS-SUP-NORM-NAME       PIC X(40)      VALUE SPACES.
               10 WS-SUP-NORM-LEN        PIC 9(02)      VALUE 0.
               10 WS-SUP-ADDRESS OCCURS 4 TIMES
                     INDEXED BY SAD-IDX.
                  15 WS-SUP-ADDR-TYPE    PIC X(01)      VALUE SPACES.
                  15 WS-SUP-CITY         PIC X(15)      VALUE SPACES.
                  15 WS-SUP-COUNTRY-CODE PIC X(02)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-SUPPLIERS-SCREENED      PIC 9(05)      VALUE 0.
           05 WS-OPEN-HITS               PIC 9(05)      VALUE 0.
           05 WS-CONFIRMED-HITS          PIC 9(05)      VALUE 0.
           05 WS-CLEARED-HITS            PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-SLOT                       PIC 9(03)      VALUE 0.

      *    Work fields for one supplier/entry comparison.
       01  WS-MATCH-TYPE                 PIC X(08)      VALUE SPACES.
       01  WS-CITY-HIT-FLAG              PIC X(01)      VALUE 'N'.
           88 CITY-ALSO-MATCHES                         VALUE 'Y'.
       01  WS-COUNTRY-HIT-FLAG           PIC X(01)      VALUE 'N'.
           88 COUNTRY-ALSO-MATCHES                      VALUE 'Y'.
       01  WS-DISPOSITION                PIC X(01)      VALUE SPACES.
       01  WS-SHORT-LEN                  PIC 9(02)      VALUE 0.
       01  WS-DIFF-COUNT                 PIC 9(02)      VALUE 0.
       01  WS-POS                        PIC 9(02)      VALUE 0.
       01  WS-ADDR-COUNTRY               PIC X(02)      VALUE SPACES.
       01  WS-ADDR-CITY                  PIC X(15)      VALUE SPACES.
       01  WS-LIST-CITY                  PIC X(15)      VALUE SPACES.

      *    Name normalization - WS-NORM-IN in, WS-NORM-OUT and
      *    WS-NORM-LEN out.
       01  WS-NORM-IN                    PIC X(40)      VALUE SPACES.
       01  WS-NORM-OUT                   PIC X(40)      VALUE SPACES.
       01  WS-NORM-LEN                   PIC 9(02)      VALUE 0.
       01  WS-NORM-CHAR                  PIC X(01)      VALUE SPACE.
       01  WS-NORM-WORDS.
           05  WS-NORM-WORD OCCURS 8 TIMES INDEXED BY WRD-IDX
                                         PIC X(20).
       01  WS-LOWER-CASE                 PIC X(26)      VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE                 PIC X(26)      VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    Legal-form and filler words dropped before comparing.
       01  WS-NOISE-WORDS.
           05  FILLER                    PIC X(12)      VALUE 'INC'.
           05  FILLER                    PIC X(12)      VALUE
               'INCORPORATED'.
           05  FILLER                    PIC X(12)      VALUE 'LLC'.
           05  FILLER                    PIC X(12)      VALUE 'LTD'.
           05  FILLER                    PIC X(12)      VALUE 'LIMITED'.
           05  FILLER                    PIC X(12)      VALUE 'CORP'.
           05  FILLER                    PIC X(12)      VALUE
               'CORPORATION'.
           05  FILLER                    PIC X(12)      VALUE 'CO'.
           05  FILLER                    PIC X(12)      VALUE 'COMPANY'.
           05  FILLER                    PIC X(12)      VALUE 'GMBH'.
           05  FILLER                    PIC X(12)      VALUE 'SA'.
           05  FILLER                    PIC X(12)      VALUE 'AG'.
           05  FILLER                    PIC X(12)      VALUE 'PLC'.
           05  FILLER                    PIC X(12)      VALUE 'THE'.
       01  WS-NOISE-TABLE REDEFINES WS-NOISE-WORDS.
           05  WS-NOISE-WORD OCCURS 14 TIMES INDEXED BY NSE-IDX
                                         PIC X(12).
       01  WS-NOISE-FLAG                 PIC X(01)      VALUE 'N'.
           88 NOISE-WORD-FOUND                          VALUE 'Y'.

       01  RPLIST-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-LIST-ENTRIES                      VALUE 'Y'.
       01  RPSOLD-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-DISPOSITIONS                      VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-RPT-HEADING                PIC X(132)     VALUE
           'RESTRICTED-PARTY SCREENING - POTENTIAL HITS'.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(11)      VALUE 'SUPPLIER'.
           05  FILLER              PIC X(16)      VALUE 'SUPPLIER NAME'.
           05  FILLER              PIC X(11)      VALUE 'ENTRY ID'.
           05  FILLER              PIC X(04)      VALUE 'LST'.
           05  FILLER              PIC X(09)      VALUE 'MATCH'.
           05  FILLER              PIC X(31)      VALUE 'LISTED NAME'.
           05  FILLER              PIC X(16)      VALUE 'LISTED CITY'.
           05  FILLER              PIC X(03)      VALUE 'CC'.
           05  FILLER              PIC X(13)      VALUE 'ALSO MATCHES'.
           05  FILLER              PIC X(18)      VALUE 'STATUS'.

       01  WS-RPT-DETAIL.
           05  RHD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RHD-SUPPLIER-NAME   PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RHD-ENTRY-ID        PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RHD-LIST-CODE       PIC X(03)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RHD-MATCH-TYPE      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RHD-PARTY-NAME      PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RHD-CITY            PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RHD-COUNTRY-CODE    PIC X(02)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RHD-ALSO-MATCHES    PIC X(12)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RHD-STATUS          PIC X(18)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(21)      VALUE
               'SUPPLIERS SCREENED: '.
           05  RTL-SCREENED        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(14)      VALUE
               '  OPEN HITS: '.
           05  RTL-OPEN            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(13)      VALUE
               '  CONFIRMED: '.
           05  RTL-CONFIRMED       PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(29)      VALUE
               '  CLEARED (NOT REPRINTED): '.
           05  RTL-CLEARED         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(35)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-LIST.
           PERFORM 350-LOAD-DISPOSITIONS.
           PERFORM 400-COLLECT-SUPPLIERS UNTIL NO-MORE-OLD-MASTER.
           PERFORM 200-WRITE-HEADING.
           PERFORM 500-SCREEN-SUPPLIERS.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'RPSCREEN COMPLETE - SCREENED: '
              WS-SUPPLIERS-SCREENED
              ' OPEN HITS: ' WS-OPEN-HITS
              ' CONFIRMED: ' WS-CONFIRMED-HITS
              ' CLEARED: ' WS-CLEARED-HITS.
           GOBACK.

       000-INIT.
           INITIALIZE WS-RPL-COUNT.
           INITIALIZE WS-RPL-TABLE.
           INITIALIZE WS-RPS-COUNT.
           INITIALIZE WS-RPS-TABLE.
           INITIALIZE WS-SUP-COUNT.
           INITIALIZE WS-SUPPLIER-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 'N' TO RPLIST-EOF.
           MOVE 'N' TO RPSOLD-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT RPLIST-REC.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT RPSCRPT-REC.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ.

       200-WRITE-HEADING.
           WRITE RPSCRPT-RECORD FROM WS-RPT-HEADING.
           MOVE SPACES TO RPSCRPT-RECORD.
           WRITE RPSCRPT-RECORD.
           WRITE RPSCRPT-RECORD FROM WS-RPT-COLUMNS.

       300-LOAD-LIST.
           READ RPLIST-REC
              AT END MOVE 'Y' TO RPLIST-EOF
           END-READ
           PERFORM VARYING RPL-IDX FROM 1 BY 1
              UNTIL NO-MORE-LIST-ENTRIES OR RPL-IDX > 2000
                 MOVE RPL-ENTRY-ID     TO WS-RPL-ENTRY-ID(RPL-IDX)
                 MOVE RPL-LIST-CODE    TO WS-RPL-LIST-CODE(RPL-IDX)
                 MOVE RPL-PARTY-NAME   TO WS-RPL-PARTY-NAME(RPL-IDX)
                 MOVE RPL-CITY         TO WS-LIST-CITY
                 INSPECT WS-LIST-CITY
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                 MOVE WS-LIST-CITY     TO WS-RPL-CITY(RPL-IDX)
                 MOVE RPL-COUNTRY-CODE TO WS-RPL-COUNTRY-CODE(RPL-IDX)
                 INSPECT WS-RPL-COUNTRY-CODE(RPL-IDX)
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                 MOVE RPL-PARTY-NAME   TO WS-NORM-IN
                 PERFORM 900-NORMALIZE-NAME
                 MOVE WS-NORM-OUT      TO WS-RPL-NORM-NAME(RPL-IDX)
                 MOVE WS-NORM-LEN      TO WS-RPL-NORM-LEN(RPL-IDX)
                 SET WS-RPL-COUNT TO RPL-IDX
                 READ RPLIST-REC
                    AT END MOVE 'Y' TO RPLIST-EOF
                 END-READ
           END-PERFORM
           IF NOT NO-MORE-LIST-ENTRIES
              DISPLAY 'RPSCREEN LIST TABLE FULL - ENTRIES AFTER '
                 WS-RPL-ENTRY-ID(WS-RPL-COUNT) ' NOT SCREENED'
           END-IF
           .

      *    A missing RPSOLD (FILE STATUS not '00') means nothing has
      *    been dispositioned yet - every hit prints as open.
       350-LOAD-DISPOSITIONS.
           OPEN INPUT RPS-OLD
           IF WS-RPSOLD-FILE-STATUS = '00'
              READ RPS-OLD
                 AT END MOVE 'Y' TO RPSOLD-EOF
              END-READ
              PERFORM VARYING RPS-IDX FROM 1 BY 1
                 UNTIL NO-MORE-DISPOSITIONS OR RPS-IDX > 1000
                    MOVE RSO-SUPPLIER-CODE
                       TO WS-RPS-SUPPLIER-CODE(RPS-IDX)
                    MOVE RSO-ENTRY-ID TO WS-RPS-ENTRY-ID(RPS-IDX)
                    MOVE RSO-DISPOSITION
                       TO WS-RPS-DISPOSITION(RPS-IDX)
                    SET WS-RPS-COUNT TO RPS-IDX
                    READ RPS-OLD
                       AT END MOVE 'Y' TO RPSOLD-EOF
                    END-READ
              END-PERFORM
              CLOSE RPS-OLD
           END-IF
           .

       400-COLLECT-SUPPLIERS.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT OR ENTRY-FOUND
                 IF WS-SUP-SUPPLIER-CODE(SUP-IDX) = SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND SUPPLIER-CODE NOT = SPACES
              IF WS-SUP-COUNT >= 300
                 DISPLAY 'RPSCREEN SUPPLIER TABLE FULL - NOT SCREENED: '
                    SUPPLIER-CODE
              ELSE
                 ADD 1 TO WS-SUP-COUNT
                 MOVE WS-SUP-COUNT TO WS-SLOT
                 PERFORM 410-ADD-SUPPLIER
              END-IF
           END-IF
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           .

       410-ADD-SUPPLIER.
           MOVE SUPPLIER-CODE TO WS-SUP-SUPPLIER-CODE(WS-SLOT)
           MOVE SUPPLIER-NAME TO WS-SUP-SUPPLIER-NAME(WS-SLOT)
           MOVE SUPPLIER-NAME TO WS-NORM-IN
           PERFORM 900-NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-SUP-NORM-NAME(WS-SLOT)
           MOVE WS-NORM-LEN TO WS-SUP-NORM-LEN(WS-SLOT)
           PERFORM VARYING ADDR-IDX FROM 1 BY 1 UNTIL ADDR-IDX > 4
              SET SAD-IDX TO ADDR-IDX
              MOVE ADDRESS-TYPE(ADDR-IDX)
                 TO WS-SUP-ADDR-TYPE(WS-SLOT, SAD-IDX)
              MOVE CITY(ADDR-IDX) TO WS-ADDR-CITY
              INSPECT WS-ADDR-CITY
                 CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
              MOVE WS-ADDR-CITY TO WS-SUP-CITY(WS-SLOT, SAD-IDX)
              IF ADDR-COUNTRY-CODE(ADDR-IDX) = SPACES
                 MOVE 'US' TO WS-SUP-COUNTRY-CODE(WS-SLOT, SAD-IDX)
              ELSE
                 MOVE ADDR-COUNTRY-CODE(ADDR-IDX)
                    TO WS-SUP-COUNTRY-CODE(WS-SLOT, SAD-IDX)
                 INSPECT WS-SUP-COUNTRY-CODE(WS-SLOT, SAD-IDX)
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
              END-IF
           END-PERFORM
           .

       500-SCREEN-SUPPLIERS.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
              UNTIL SUP-IDX > WS-SUP-COUNT
                 ADD 1 TO WS-SUPPLIERS-SCREENED
                 PERFORM VARYING RPL-IDX FROM 1 BY 1
                    UNTIL RPL-IDX > WS-RPL-COUNT
                       PERFORM 510-SCREEN-ENTRY
                 END-PERFORM
           END-PERFORM
           .

       510-SCREEN-ENTRY.
           MOVE SPACES TO WS-MATCH-TYPE
           PERFORM 530-MATCH-ADDRESSES
           IF WS-RPL-NORM-LEN(RPL-IDX) = 0
              IF WS-RPL-COUNTRY-CODE(RPL-IDX) NOT = SPACES
                 AND COUNTRY-ALSO-MATCHES
                 AND (WS-RPL-CITY(RPL-IDX) = SPACES
                      OR CITY-ALSO-MATCHES)
                 MOVE 'LOCATION' TO WS-MATCH-TYPE
              END-IF
           ELSE
              PERFORM 520-MATCH-NAME
           END-IF
           IF WS-MATCH-TYPE NOT = SPACES
              PERFORM 540-REPORT-HIT
           END-IF
           .

       520-MATCH-NAME.
           IF WS-SUP-NORM-LEN(SUP-IDX) = 0
              CONTINUE
           ELSE
              IF WS-SUP-NORM-LEN(SUP-IDX) = WS-RPL-NORM-LEN(RPL-IDX)
                 AND WS-SUP-NORM-NAME(SUP-IDX) =
                     WS-RPL-NORM-NAME(RPL-IDX)
                 MOVE 'EXACT' TO WS-MATCH-TYPE
              ELSE
                 IF WS-SUP-NORM-LEN(SUP-IDX) <
                    WS-RPL-NORM-LEN(RPL-IDX)
                    MOVE WS-SUP-NORM-LEN(SUP-IDX) TO WS-SHORT-LEN
                 ELSE
                    MOVE WS-RPL-NORM-LEN(RPL-IDX) TO WS-SHORT-LEN
                 END-IF
                 IF WS-SHORT-LEN >= 5
                    AND WS-SUP-NORM-NAME(SUP-IDX)(1:WS-SHORT-LEN) =
                        WS-RPL-NORM-NAME(RPL-IDX)(1:WS-SHORT-LEN)
                    MOVE 'NEAR' TO WS-MATCH-TYPE
                 END-IF
                 IF WS-MATCH-TYPE = SPACES
                    AND WS-SHORT-LEN >= 5
                    AND WS-SUP-NORM-LEN(SUP-IDX) =
                        WS-RPL-NORM-LEN(RPL-IDX)
                    MOVE 0 TO WS-DIFF-COUNT
                    PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > WS-SHORT-LEN
                          OR WS-DIFF-COUNT > 2
                          IF WS-SUP-NORM-NAME(SUP-IDX)(WS-POS:1)
                             NOT = WS-RPL-NORM-NAME(RPL-IDX)(WS-POS:1)
                             ADD 1 TO WS-DIFF-COUNT
                          END-IF
                    END-PERFORM
                    IF WS-DIFF-COUNT <= 2
                       MOVE 'NEAR' TO WS-MATCH-TYPE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *    Any of the supplier's used address slots in the listed
      *    country, and in the listed city within it.
       530-MATCH-ADDRESSES.
           MOVE 'N' TO WS-CITY-HIT-FLAG
           MOVE 'N' TO WS-COUNTRY-HIT-FLAG
           IF WS-RPL-COUNTRY-CODE(RPL-IDX) NOT = SPACES
              PERFORM VARYING SAD-IDX FROM 1 BY 1 UNTIL SAD-IDX > 4
                 IF WS-SUP-ADDR-TYPE(SUP-IDX, SAD-IDX) NOT = SPACES
                    AND WS-SUP-COUNTRY-CODE(SUP-IDX, SAD-IDX) =
                        WS-RPL-COUNTRY-CODE(RPL-IDX)
                    MOVE 'Y' TO WS-COUNTRY-HIT-FLAG
                    IF WS-RPL-CITY(RPL-IDX) NOT = SPACES
                       AND WS-SUP-CITY(SUP-IDX, SAD-IDX) =
                           WS-RPL-CITY(RPL-IDX)
                       MOVE 'Y' TO WS-CITY-HIT-FLAG
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .

       540-REPORT-HIT.
           MOVE SPACES TO WS-DISPOSITION
           PERFORM VARYING RPS-IDX FROM 1 BY 1
              UNTIL RPS-IDX > WS-RPS-COUNT
                 OR WS-DISPOSITION NOT = SPACES
                 IF WS-RPS-SUPPLIER-CODE(RPS-IDX) =
                    WS-SUP-SUPPLIER-CODE(SUP-IDX)
                    AND WS-RPS-ENTRY-ID(RPS-IDX) =
                        WS-RPL-ENTRY-ID(RPL-IDX)
                    MOVE WS-RPS-DISPOSITION(RPS-IDX) TO WS-DISPOSITION
                 END-IF
           END-PERFORM
           IF WS-DISPOSITION = 'F'
              ADD 1 TO WS-CLEARED-HITS
           ELSE
              MOVE WS-SUP-SUPPLIER-CODE(SUP-IDX) TO RHD-SUPPLIER-CODE
              MOVE WS-SUP-SUPPLIER-NAME(SUP-IDX) TO RHD-SUPPLIER-NAME
              MOVE WS-RPL-ENTRY-ID(RPL-IDX)      TO RHD-ENTRY-ID
              MOVE WS-RPL-LIST-CODE(RPL-IDX)     TO RHD-LIST-CODE
              MOVE WS-MATCH-TYPE                 TO RHD-MATCH-TYPE
              MOVE WS-RPL-PARTY-NAME(RPL-IDX)    TO RHD-PARTY-NAME
              MOVE WS-RPL-CITY(RPL-IDX)          TO RHD-CITY
              MOVE WS-RPL-COUNTRY-CODE(RPL-IDX)  TO RHD-COUNTRY-CODE
              EVALUATE TRUE
                 WHEN WS-MATCH-TYPE = 'LOCATION'
                    MOVE SPACES TO RHD-ALSO-MATCHES
                 WHEN CITY-ALSO-MATCHES
                    MOVE 'CITY+COUNTRY' TO RHD-ALSO-MATCHES
                 WHEN COUNTRY-ALSO-MATCHES
                    MOVE 'COUNTRY' TO RHD-ALSO-MATCHES
                 WHEN OTHER
                    MOVE SPACES TO RHD-ALSO-MATCHES
              END-EVALUATE
              IF WS-DISPOSITION = 'C'
                 MOVE 'CONFIRMED-PO BLOCK' TO RHD-STATUS
                 ADD 1 TO WS-CONFIRMED-HITS
              ELSE
                 MOVE 'OPEN-CLEAR/CONFIRM' TO RHD-STATUS
                 ADD 1 TO WS-OPEN-HITS
              END-IF
              WRITE RPSCRPT-RECORD FROM WS-RPT-DETAIL
           END-IF
           .

       800-WRITE-TOTALS.
           MOVE SPACES TO RPSCRPT-RECORD
           WRITE RPSCRPT-RECORD
           MOVE WS-SUPPLIERS-SCREENED TO RTL-SCREENED
           MOVE WS-OPEN-HITS          TO RTL-OPEN
           MOVE WS-CONFIRMED-HITS     TO RTL-CONFIRMED
           MOVE WS-CLEARED-HITS       TO RTL-CLEARED
           WRITE RPSCRPT-RECORD FROM WS-TOTAL-LINE
           .

      *    Upper-cases WS-NORM-IN, splits it into words, drops the
      *    legal-form words, and packs the letters and digits of
      *    what is left into WS-NORM-OUT.
       900-NORMALIZE-NAME.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           INSPECT WS-NORM-IN
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-NORM-IN
              CONVERTING '.,-/&()''' TO SPACES
           MOVE SPACES TO WS-NORM-WORDS
           UNSTRING WS-NORM-IN DELIMITED BY ALL SPACE
              INTO WS-NORM-WORD(1) WS-NORM-WORD(2) WS-NORM-WORD(3)
                   WS-NORM-WORD(4) WS-NORM-WORD(5) WS-NORM-WORD(6)
                   WS-NORM-WORD(7) WS-NORM-WORD(8)
           END-UNSTRING
           PERFORM VARYING WRD-IDX FROM 1 BY 1 UNTIL WRD-IDX > 8
              MOVE 'N' TO WS-NOISE-FLAG
              PERFORM VARYING NSE-IDX FROM 1 BY 1
                 UNTIL NSE-IDX > 14 OR NOISE-WORD-FOUND
                    IF WS-NORM-WORD(WRD-IDX) = WS-NOISE-WORD(NSE-IDX)
                       MOVE 'Y' TO WS-NOISE-FLAG
                    END-IF
              END-PERFORM
              IF NOT NOISE-WORD-FOUND
                 PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20
                    MOVE WS-NORM-WORD(WRD-IDX)(WS-POS:1)
                       TO WS-NORM-CHAR
                    IF ((WS-NORM-CHAR IS ALPHABETIC-UPPER
                         AND WS-NORM-CHAR NOT = SPACE)
                        OR WS-NORM-CHAR IS NUMERIC)
                       AND WS-NORM-LEN < 40
                       ADD 1 TO WS-NORM-LEN
                       MOVE WS-NORM-CHAR
                          TO WS-NORM-OUT(WS-NORM-LEN:1)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE RPLIST-REC.
           CLOSE PART-SUPP-OLD.
           CLOSE RPSCRPT-REC.
