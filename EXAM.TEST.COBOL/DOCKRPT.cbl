      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    DOCKRPT.
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
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //DOCKAPPT DD DSN=USER66.EXAM.DEV.DOCKAPPT.MASTER,DISP=SHR
      *   JCL Output
      * //DOCKRPT  DD SYSOUT=*
      ***************************************************************
      * Dock appointment exceptions, from the PO master and the
      * appointment master DOCKMAIN keeps (DOCKAPPT.cpy).
      *
      * Section 1 lists every Open or Shipped order/release due in
      * this week - delivery date today through six days out - that
      * has no Booked or Arrived appointment, so receiving can chase
      * the supplier for a slot before the truck turns up unbooked.
      * Blankets are passed over; their releases are what ship.
      *
      * Section 2 lists the appointments that went wrong - missed
      * slots, and arrivals more than WS-GRACE-MINUTES past the
      * slot - followed by a summary per carrier of bookings kept,
      * late and missed.  A missing DOCKAPPT prints every PO due
      * this week as unbooked and an empty section 2.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT DOCKAPPT-REC  ASSIGN TO DOCKAPPT
               FILE STATUS IS WS-DOCKAPPT-FILE-STATUS.
           SELECT DOCKRPT-REC   ASSIGN TO DOCKRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

      *    Dock appointment master - see DOCKAPPT.cpy.
       FD  DOCKAPPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCK-APPT-ROW.
           COPY 'DOCKAPPT'.

       FD  DOCKRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCKRPT-RECORD.
       01  DOCKRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DOCKAPPT-FILE-STATUS       PIC X(02)      VALUE SPACES.

      *    An arrival this many minutes past the slot or less is on
      *    time.
       01  WS-GRACE-MINUTES              PIC 9(04)      VALUE 15.

      *    The appointment master in memory.
       01  WS-APT-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-APPOINTMENT-TABLE.
           05  WS-APT-ENTRY OCCURS 3000 TIMES
                  INDEXED BY APT-IDX.
               10 WS-APT-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-APT-LOCATION        PIC X(04)      VALUE SPACES.
               10 WS-APT-APPT-DATE       PIC 9(08)      VALUE 0.
               10 WS-APT-SLOT-TIME       PIC 9(04)      VALUE 0.
               10 WS-APT-DOOR            PIC 9(02)      VALUE 0.
               10 WS-APT-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-APT-CARRIER         PIC X(15)      VALUE SPACES.
               10 WS-APT-STATUS          PIC X(01)      VALUE SPACES.
                  88 WS-APT-BOOKED                      VALUE 'B'.
                  88 WS-APT-ARRIVED                     VALUE 'A'.
                  88 WS-APT-MISSED                      VALUE 'M'.
                  88 WS-APT-CANCELLED                   VALUE 'X'.
               10 WS-APT-ARRIVAL-DATE    PIC 9(08)      VALUE 0.
               10 WS-APT-ARRIVAL-TIME    PIC 9(04)      VALUE 0.
               10 WS-APT-LATE-MINUTES    PIC 9(04)      VALUE 0.
               10 WS-APT-BOOKED-DATE     PIC 9(08)      VALUE 0.
               10 FILLER                 PIC X(06)      VALUE SPACES.

       01  WS-CARRIER-COUNT              PIC 9(03)      VALUE 0.
       01  WS-CARRIER-TABLE.
           05  WS-CAR-ENTRY OCCURS 500 TIMES
                  INDEXED BY CAR-IDX.
               10 WS-CAR-CARRIER         PIC X(15)      VALUE SPACES.
               10 WS-CAR-ON-TIME         PIC 9(05)      VALUE 0.
               10 WS-CAR-LATE            PIC 9(05)      VALUE 0.
               10 WS-CAR-MISSED          PIC 9(05)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-UNBOOKED-COUNT          PIC 9(05)      VALUE 0.
           05 WS-MISSED-COUNT            PIC 9(05)      VALUE 0.
           05 WS-LATE-COUNT              PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.
       01  WS-WEEK-END-DATE              PIC 9(08)      VALUE 0.

       01  DOCKAPPT-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-APPTS                             VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-TITLE-LINE.
           05  FILLER              PIC X(39)      VALUE
               'DOCK APPOINTMENT EXCEPTIONS - RUN DATE '.
           05  DTL-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(85)      VALUE SPACES.

       01  WS-SECTION-1-HEADING.
           05  FILLER              PIC X(50)      VALUE
               'DUE THIS WEEK WITH NO DOCK APPOINTMENT - THROUGH '.
           05  DS1-WEEK-END-DATE   PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(74)      VALUE SPACES.

       01  WS-SECTION-1-COLUMNS.
           05  FILLER              PIC X(43)      VALUE
               'PO     SUPPLIER   PART NUMBER'.
           05  FILLER              PIC X(19)      VALUE
               'DUE DATE   STATUS'.
           05  FILLER              PIC X(70)      VALUE SPACES.

       01  WS-UNBOOKED-DETAIL.
           05  DUD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACES.
           05  DUD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACES.
           05  DUD-PART-NUMBER     PIC X(23)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DUD-DELIVERY-DATE   PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  DUD-STATUS          PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(70)      VALUE SPACES.

       01  WS-SECTION-2-HEADING.
           05  FILLER              PIC X(50)      VALUE
               'MISSED AND LATE DOCK APPOINTMENTS'.
           05  FILLER              PIC X(82)      VALUE SPACES.

       01  WS-SECTION-2-COLUMNS.
           05  FILLER              PIC X(47)      VALUE
               'PO     LOC   APPT DATE  SLOT  CARRIER'.
           05  FILLER              PIC X(20)      VALUE
               'SUPPLIER    RESULT'.
           05  FILLER              PIC X(65)      VALUE SPACES.

       01  WS-EXCEPTION-DETAIL.
           05  DXD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACES.
           05  DXD-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DXD-APPT-DATE       PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  DXD-SLOT-TIME       PIC 9(04)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DXD-CARRIER         PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DXD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DXD-RESULT          PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACES.
           05  DXD-LATE-MINUTES    PIC ZZZ9       VALUE ZERO.
           05  DXD-MINUTES-TEXT    PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(58)      VALUE SPACES.

       01  WS-CARRIER-COLUMNS.
           05  FILLER              PIC X(50)      VALUE
               'CARRIER           ON TIME     LATE   MISSED'.
           05  FILLER              PIC X(82)      VALUE SPACES.

       01  WS-CARRIER-DETAIL.
           05  DCD-CARRIER         PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(03)      VALUE SPACES.
           05  DCD-ON-TIME         PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  DCD-LATE            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  DCD-MISSED          PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(91)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(20)      VALUE
               'UNBOOKED DUE POS:   '.
           05  DTT-UNBOOKED        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '   MISSED:  '.
           05  DTT-MISSED          PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(12)      VALUE
               '   LATE:    '.
           05  DTT-LATE            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(73)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-LOAD-APPOINTMENTS.
           PERFORM 400-LIST-UNBOOKED-POS.
           PERFORM 500-LIST-EXCEPTIONS.
           PERFORM 600-LIST-CARRIERS.
           PERFORM 800-WRITE-TOTALS.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'DOCKRPT COMPLETE - UNBOOKED: ' WS-UNBOOKED-COUNT
              ' MISSED: ' WS-MISSED-COUNT
              ' LATE: ' WS-LATE-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-APT-COUNT.
           INITIALIZE WS-APPOINTMENT-TABLE.
           INITIALIZE WS-CARRIER-COUNT.
           INITIALIZE WS-CARRIER-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE) + 6).
           MOVE 'N' TO DOCKAPPT-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT DOCKRPT-REC.
           MOVE WS-TODAYS-DATE TO DTL-RUN-DATE.
           WRITE DOCKRPT-RECORD FROM WS-TITLE-LINE.
           MOVE SPACES TO DOCKRPT-RECORD.
           WRITE DOCKRPT-RECORD.

       300-LOAD-APPOINTMENTS.
           OPEN INPUT DOCKAPPT-REC
           IF WS-DOCKAPPT-FILE-STATUS = '00'
              READ DOCKAPPT-REC
                 AT END MOVE 'Y' TO DOCKAPPT-EOF
              END-READ
              PERFORM VARYING APT-IDX FROM 1 BY 1
                 UNTIL NO-MORE-APPTS OR APT-IDX > 3000
                    MOVE DOCK-APPT-ROW TO WS-APT-ENTRY(APT-IDX)
                    SET WS-APT-COUNT TO APT-IDX
                    READ DOCKAPPT-REC
                       AT END MOVE 'Y' TO DOCKAPPT-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-APPTS
                 DISPLAY 'DOCKRPT APPOINTMENT TABLE FULL - '
                    'REPORT TRUNCATED'
              END-IF
              CLOSE DOCKAPPT-REC
           END-IF
           .

       400-LIST-UNBOOKED-POS.
           MOVE WS-WEEK-END-DATE TO DS1-WEEK-END-DATE
           WRITE DOCKRPT-RECORD FROM WS-SECTION-1-HEADING
           WRITE DOCKRPT-RECORD FROM WS-SECTION-1-COLUMNS
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM UNTIL NO-MORE-OLD-MASTER
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND NOT PO-TYPE-BLANKET(PO-IDX)
                    AND (PO-STATUS-OPEN(PO-IDX)
                         OR PO-STATUS-SHIPPED(PO-IDX))
                    AND DELIVERY-DATE(PO-IDX) >= WS-TODAYS-DATE
                    AND DELIVERY-DATE(PO-IDX) <= WS-WEEK-END-DATE
                    PERFORM 410-CHECK-PO-BOOKED
                 END-IF
              END-PERFORM
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO PSMSTOLD-EOF
              END-READ
           END-PERFORM
           MOVE SPACES TO DOCKRPT-RECORD
           WRITE DOCKRPT-RECORD
           .

       410-CHECK-PO-BOOKED.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING APT-IDX FROM 1 BY 1
              UNTIL APT-IDX > WS-APT-COUNT OR ENTRY-FOUND
                 IF WS-APT-PO-NUMBER(APT-IDX) = PO-NUMBER(PO-IDX)
                    AND (WS-APT-BOOKED(APT-IDX)
                         OR WS-APT-ARRIVED(APT-IDX))
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              MOVE SPACES TO WS-UNBOOKED-DETAIL
              MOVE PO-NUMBER(PO-IDX) TO DUD-PO-NUMBER
              MOVE SUPPLIER-CODE TO DUD-SUPPLIER-CODE
              MOVE PART-NUMBER TO DUD-PART-NUMBER
              MOVE DELIVERY-DATE(PO-IDX) TO DUD-DELIVERY-DATE
              IF PO-STATUS-SHIPPED(PO-IDX)
                 MOVE 'SHIPPED' TO DUD-STATUS
              ELSE
                 MOVE 'OPEN' TO DUD-STATUS
              END-IF
              WRITE DOCKRPT-RECORD FROM WS-UNBOOKED-DETAIL
              ADD 1 TO WS-UNBOOKED-COUNT
           END-IF
           .

      *    Every kept, late or missed booking counts toward its
      *    carrier; only the late and missed ones are listed.
       500-LIST-EXCEPTIONS.
           WRITE DOCKRPT-RECORD FROM WS-SECTION-2-HEADING
           WRITE DOCKRPT-RECORD FROM WS-SECTION-2-COLUMNS
           PERFORM VARYING APT-IDX FROM 1 BY 1
              UNTIL APT-IDX > WS-APT-COUNT
                 IF WS-APT-ARRIVED(APT-IDX)
                    OR WS-APT-MISSED(APT-IDX)
                    PERFORM 510-FIND-CARRIER
                    PERFORM 520-CHECK-APPOINTMENT
                 END-IF
           END-PERFORM
           MOVE SPACES TO DOCKRPT-RECORD
           WRITE DOCKRPT-RECORD
           .

       510-FIND-CARRIER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING CAR-IDX FROM 1 BY 1
              UNTIL CAR-IDX > WS-CARRIER-COUNT OR ENTRY-FOUND
                 IF WS-CAR-CARRIER(CAR-IDX) = WS-APT-CARRIER(APT-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           IF ENTRY-FOUND
              SET CAR-IDX DOWN BY 1
           ELSE
              IF WS-CARRIER-COUNT < 500
                 ADD 1 TO WS-CARRIER-COUNT
                 SET CAR-IDX TO WS-CARRIER-COUNT
                 MOVE WS-APT-CARRIER(APT-IDX)
                    TO WS-CAR-CARRIER(CAR-IDX)
                 MOVE 'Y' TO WS-FOUND-FLAG
              ELSE
                 DISPLAY 'DOCKRPT CARRIER TABLE FULL - '
                    WS-APT-CARRIER(APT-IDX)
              END-IF
           END-IF
           .

       520-CHECK-APPOINTMENT.
           MOVE SPACES TO WS-EXCEPTION-DETAIL
           MOVE WS-APT-PO-NUMBER(APT-IDX) TO DXD-PO-NUMBER
           MOVE WS-APT-LOCATION(APT-IDX) TO DXD-LOCATION
           MOVE WS-APT-APPT-DATE(APT-IDX) TO DXD-APPT-DATE
           MOVE WS-APT-SLOT-TIME(APT-IDX) TO DXD-SLOT-TIME
           MOVE WS-APT-CARRIER(APT-IDX) TO DXD-CARRIER
           MOVE WS-APT-SUPPLIER-CODE(APT-IDX) TO DXD-SUPPLIER-CODE
           EVALUATE TRUE
              WHEN WS-APT-MISSED(APT-IDX)
                 MOVE 'MISSED' TO DXD-RESULT
                 WRITE DOCKRPT-RECORD FROM WS-EXCEPTION-DETAIL
                 ADD 1 TO WS-MISSED-COUNT
                 IF ENTRY-FOUND
                    ADD 1 TO WS-CAR-MISSED(CAR-IDX)
                 END-IF
              WHEN WS-APT-LATE-MINUTES(APT-IDX) > WS-GRACE-MINUTES
                 MOVE 'LATE' TO DXD-RESULT
                 MOVE WS-APT-LATE-MINUTES(APT-IDX)
                    TO DXD-LATE-MINUTES
                 MOVE ' MIN' TO DXD-MINUTES-TEXT
                 WRITE DOCKRPT-RECORD FROM WS-EXCEPTION-DETAIL
                 ADD 1 TO WS-LATE-COUNT
                 IF ENTRY-FOUND
                    ADD 1 TO WS-CAR-LATE(CAR-IDX)
                 END-IF
              WHEN OTHER
                 IF ENTRY-FOUND
                    ADD 1 TO WS-CAR-ON-TIME(CAR-IDX)
                 END-IF
           END-EVALUATE
           .

       600-LIST-CARRIERS.
           WRITE DOCKRPT-RECORD FROM WS-CARRIER-COLUMNS
           PERFORM VARYING CAR-IDX FROM 1 BY 1
              UNTIL CAR-IDX > WS-CARRIER-COUNT
                 MOVE SPACES TO WS-CARRIER-DETAIL
                 MOVE WS-CAR-CARRIER(CAR-IDX) TO DCD-CARRIER
                 MOVE WS-CAR-ON-TIME(CAR-IDX) TO DCD-ON-TIME
                 MOVE WS-CAR-LATE(CAR-IDX) TO DCD-LATE
                 MOVE WS-CAR-MISSED(CAR-IDX) TO DCD-MISSED
                 WRITE DOCKRPT-RECORD FROM WS-CARRIER-DETAIL
           END-PERFORM
           MOVE SPACES TO DOCKRPT-RECORD
           WRITE DOCKRPT-RECORD
           .

       800-WRITE-TOTALS.
           MOVE WS-UNBOOKED-COUNT TO DTT-UNBOOKED
           MOVE WS-MISSED-COUNT TO DTT-MISSED
           MOVE WS-LATE-COUNT TO DTT-LATE
           WRITE DOCKRPT-RECORD FROM WS-TOTAL-LINE
           .

       1000-CLOSE-END.
           CLOSE PART-SUPP-OLD.
           CLOSE DOCKRPT-REC.
