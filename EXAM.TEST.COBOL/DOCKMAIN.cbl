      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    DOCKMAIN.
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
      * //DOCKOLD  DD DSN=USER66.EXAM.DEV.DOCKAPPT.MASTER,DISP=SHR
      * //DOCKTRN  DD DSN=USER66.EXAM.DEV.DOCKAPPT.TRANS,DISP=SHR
      * //DOCKCFG  DD DSN=USER66.EXAM.DEV.DOCKCFG.MASTER,DISP=SHR
      * //BUSCAL   DD DSN=USER66.EXAM.DEV.BUSCAL.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      *   JCL Output
      * //DOCKNEW  DD DSN=USER66.EXAM.DEV.DOCKAPPT.MASTER,DISP=OLD
      * //DOCKSCHD DD SYSOUT=*
      ***************************************************************
      * Receiving dock appointments per ship-to location.  Each
      * location's dock is configured on DOCKCFG (DOCKCFG.cpy) with
      * its doors, its slot grid and a daily appointment capacity;
      * suppliers and carriers book a slot for a PO and the booking
      * is kept on the appointment master (DOCKAPPT.cpy), rewritten
      * the usual old/new way.
      *
      * Transaction codes (DOCKTRN, position 1):
      *    B  Book - PO-NUMBER, location, date, slot time (HHMM)
      *       and carrier.  Rejected when the PO is not an Open or
      *       Shipped order/release on the master, already holds a
      *       booking, the location has no dock configured, the
      *       date is past or not a working day on the business
      *       calendar (BUSCAL.cpy - weekends closed and weekdays
      *       open unless a row says otherwise), the time is not on
      *       the location's slot grid, every door is taken in that
      *       slot, or the day's capacity is already booked.  The
      *       first free door is assigned.
      *    C  Cancel a booking - the slot and door come free.
      *    A  Arrival - the truck checked in; arrival time (HHMM)
      *       and date (zero means today).  Minutes past the slot
      *       are kept for DOCKRPT's late-carrier section.
      * After the transactions, a booking whose date has passed
      * with no arrival is marked Missed.
      *
      * The day's dock schedule goes to DOCKSCHD - every location
      * slot by slot and door by door with the PO, supplier and
      * carrier booked, or DOCK CLOSED on a non-working day.  A
      * missing BUSCAL leaves only weekends closed; a missing
      * DOCKOLD is a first run.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCK-OLD      ASSIGN TO DOCKOLD
               FILE STATUS IS WS-DOCKOLD-FILE-STATUS.
           SELECT DOCK-TRANS    ASSIGN TO DOCKTRN.
           SELECT DOCKCFG-REC   ASSIGN TO DOCKCFG.
           SELECT BUSCAL-REC    ASSIGN TO BUSCAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.
           SELECT PART-SUPP-OLD ASSIGN TO RPTINPUT.
           SELECT DOCK-NEW      ASSIGN TO DOCKNEW.
           SELECT DOCKSCHD-REC  ASSIGN TO DOCKSCHD.

       DATA DIVISION.
       FILE SECTION.

      *    Dock appointment master - see DOCKAPPT.cpy.
       FD  DOCK-OLD
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCK-APPT-ROW.
           COPY 'DOCKAPPT'.

      *    One booking, cancellation or arrival per transaction.
       FD  DOCK-TRANS
           DATA RECORD IS DKT-REC.
       01  DKT-REC.
           05  DKT-TRANS-CODE      PIC X(01).
               88 DKT-BOOK                  VALUE 'B'.
               88 DKT-CANCEL                VALUE 'C'.
               88 DKT-ARRIVAL               VALUE 'A'.
               88 DKT-TRANS-CODE-VALID      VALUES 'B' 'C' 'A'.
           05  DKT-PO-NUMBER       PIC X(06).
           05  DKT-LOCATION        PIC X(04).
           05  DKT-DATE            PIC 9(08).
           05  DKT-TIME            PIC 9(04).
           05  DKT-CARRIER         PIC X(15).
           05  FILLER              PIC X(42).

      *    Dock configuration per location - see DOCKCFG.cpy.
       FD  DOCKCFG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCK-CONFIG-ROW.
           COPY 'DOCKCFG'.

      *    Business calendar - see BUSCAL.cpy.
       FD  BUSCAL-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUS-CALENDAR-ROW.
           COPY 'BUSCAL'.

       FD  PART-SUPP-OLD.
           COPY 'PARTSUPP'.

       FD  DOCK-NEW
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCK-NEW-REC.
       01  DOCK-NEW-REC                  PIC X(80).

       FD  DOCKSCHD-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCKSCHD-RECORD.
       01  DOCKSCHD-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DOCKOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-BUSCAL-FILE-STATUS         PIC X(02)      VALUE SPACES.

      *    The appointment master in memory, byte for byte the
      *    DOCKAPPT row.
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

       01  WS-CFG-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-DOCK-CONFIG-TABLE.
           05  WS-CFG-ENTRY OCCURS 100 TIMES
                  INDEXED BY CFG-IDX.
               10 WS-CFG-LOCATION        PIC X(04)      VALUE SPACES.
               10 WS-CFG-DOOR-COUNT      PIC 9(02)      VALUE 0.
               10 WS-CFG-FIRST-SLOT-TIME PIC 9(04)      VALUE 0.
               10 WS-CFG-SLOT-MINUTES    PIC 9(03)      VALUE 0.
               10 WS-CFG-SLOTS-PER-DAY   PIC 9(02)      VALUE 0.
               10 WS-CFG-DAILY-CAPACITY  PIC 9(03)      VALUE 0.
               10 WS-CFG-DESCRIPTION     PIC X(30)      VALUE SPACES.

       01  WS-CAL-COUNT                  PIC 9(04)      VALUE 0.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CAL-IDX.
               10 WS-CAL-DATE            PIC 9(08)      VALUE 0.
               10 WS-CAL-LOCATION        PIC X(04)      VALUE SPACES.
               10 WS-CAL-DAY-TYPE        PIC X(01)      VALUE SPACES.

      *    Open/Shipped orders and releases on the master - the POs
      *    a truck can be booked for.
       01  WS-OPO-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-OPEN-PO-TABLE.
           05  WS-OPO-ENTRY OCCURS 6000 TIMES
                  INDEXED BY OPO-IDX.
               10 WS-OPO-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-OPO-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.

       01  WS-RUN-COUNTS.
           05 WS-BOOK-COUNT              PIC 9(05)      VALUE 0.
           05 WS-CANCEL-COUNT            PIC 9(05)      VALUE 0.
           05 WS-ARRIVAL-COUNT           PIC 9(05)      VALUE 0.
           05 WS-REJECT-COUNT            PIC 9(05)      VALUE 0.
           05 WS-MISSED-COUNT            PIC 9(05)      VALUE 0.
           05 WS-PURGED-COUNT            PIC 9(05)      VALUE 0.
           05 WS-SCHEDULED-COUNT         PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-MATCHED-IDX                PIC 9(04)      VALUE 0.
       01  WS-CFG-FOUND-FLAG             PIC X(01)      VALUE 'N'.
           88 DOCK-CONFIGURED                           VALUE 'Y'.
       01  WS-CFG-SLOT                   PIC 9(03)      VALUE 0.
       01  WS-PO-FOUND-FLAG              PIC X(01)      VALUE 'N'.
           88 OPEN-PO-FOUND                             VALUE 'Y'.
       01  WS-PO-SUPPLIER-CODE           PIC X(10)      VALUE SPACES.
       01  WS-WORKING-DAY-FLAG           PIC X(01)      VALUE 'N'.
           88 WORKING-DAY                               VALUE 'Y'.
       01  WS-SLOT-OK-FLAG               PIC X(01)      VALUE 'N'.
           88 SLOT-ON-GRID                              VALUE 'Y'.
       01  WS-DOOR-TAKEN-FLAG            PIC X(01)      VALUE 'N'.
           88 DOOR-TAKEN                                VALUE 'Y'.
       01  WS-CHECK-DATE                 PIC 9(08)      VALUE 0.
       01  WS-CHECK-LOC                  PIC X(04)      VALUE SPACES.
       01  WS-WEEKDAY                    PIC 9(01)      VALUE 0.
       01  WS-LOC-RULE                   PIC X(01)      VALUE SPACE.
       01  WS-ALL-RULE                   PIC X(01)      VALUE SPACE.
       01  WS-HHMM                       PIC 9(04)      VALUE 0.
       01  WS-HHMM-PARTS REDEFINES WS-HHMM.
           05 WS-HH                      PIC 9(02).
           05 WS-MM                      PIC 9(02).
       01  WS-SLOT-MINUTE                PIC 9(05)      VALUE 0.
       01  WS-FIRST-MINUTE               PIC 9(05)      VALUE 0.
       01  WS-MINUTE-OFFSET              PIC S9(05)     VALUE 0.
       01  WS-SLOT-NO                    PIC 9(03)      VALUE 0.
       01  WS-DAY-BOOKED                 PIC 9(03)      VALUE 0.
       01  WS-FREE-DOOR                  PIC 9(02)      VALUE 0.
       01  WS-DOOR-NO                    PIC 9(02)      VALUE 0.
       01  WS-ARRIVAL-DATE               PIC 9(08)      VALUE 0.
       01  WS-LATE-MINUTES               PIC S9(09)     VALUE 0.
       01  WS-PURGE-DATE                 PIC 9(08)      VALUE 0.
       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

       01  DOCKOLD-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-APPTS                         VALUE 'Y'.
       01  DOCKTRN-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-TRANS                             VALUE 'Y'.
       01  DOCKCFG-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-CONFIG                            VALUE 'Y'.
       01  BUSCAL-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-CALENDAR                          VALUE 'Y'.
       01  PSMSTOLD-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-OLD-MASTER                        VALUE 'Y'.

       01  WS-SCHED-HEADING.
           05  FILLER              PIC X(15)      VALUE
               'DOCK SCHEDULE  '.
           05  DSH-LOCATION        PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DSH-DESCRIPTION     PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(07)      VALUE '  DATE '.
           05  DSH-DATE            PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DSH-REMARK          PIC X(30)      VALUE SPACES.
           05  FILLER              PIC X(34)      VALUE SPACES.

       01  WS-SCHED-DETAIL.
           05  FILLER              PIC X(04)      VALUE SPACES.
           05  DSD-SLOT-TIME       PIC 9(04)      VALUE ZERO.
           05  FILLER              PIC X(07)      VALUE '  DOOR '.
           05  DSD-DOOR            PIC Z9         VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DSD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DSD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DSD-CARRIER         PIC X(15)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  DSD-STATUS          PIC X(20)      VALUE SPACES.
           05  FILLER              PIC X(56)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-DOCK-CONFIG.
           PERFORM 250-LOAD-CALENDAR.
           PERFORM 300-LOAD-OLD-APPOINTMENTS.
           PERFORM 350-LOAD-OPEN-POS.
           PERFORM 600-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 700-MARK-MISSED.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 850-WRITE-SCHEDULE.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'DOCKMAIN COMPLETE - BOOKED: ' WS-BOOK-COUNT
              ' CANCELLED: ' WS-CANCEL-COUNT
              ' ARRIVED: ' WS-ARRIVAL-COUNT
              ' REJECTED: ' WS-REJECT-COUNT
              ' MISSED: ' WS-MISSED-COUNT
              ' ON TODAY''S SCHEDULE: ' WS-SCHEDULED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-APT-COUNT.
           INITIALIZE WS-APPOINTMENT-TABLE.
           INITIALIZE WS-CFG-COUNT.
           INITIALIZE WS-DOCK-CONFIG-TABLE.
           INITIALIZE WS-CAL-COUNT.
           INITIALIZE WS-CALENDAR-TABLE.
           INITIALIZE WS-OPO-COUNT.
           INITIALIZE WS-OPEN-PO-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           COMPUTE WS-PURGE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE) - 90).
           MOVE 'N' TO DOCKOLD-EOF.
           MOVE 'N' TO DOCKTRN-EOF.
           MOVE 'N' TO DOCKCFG-EOF.
           MOVE 'N' TO BUSCAL-EOF.
           MOVE 'N' TO PSMSTOLD-EOF.

       100-OPEN-FILES.
           OPEN INPUT DOCK-TRANS.
           OPEN INPUT DOCKCFG-REC.
           OPEN INPUT PART-SUPP-OLD.
           OPEN OUTPUT DOCK-NEW.
           OPEN OUTPUT DOCKSCHD-REC.

       200-LOAD-DOCK-CONFIG.
           READ DOCKCFG-REC
              AT END MOVE 'Y' TO DOCKCFG-EOF
           END-READ
           PERFORM UNTIL NO-MORE-CONFIG
              IF DK-DOOR-COUNT NUMERIC AND DK-DOOR-COUNT > 0
                 AND DK-SLOT-MINUTES NUMERIC AND DK-SLOT-MINUTES > 0
                 AND DK-SLOTS-PER-DAY NUMERIC
                 AND DK-SLOTS-PER-DAY > 0
                 AND DK-DAILY-CAPACITY NUMERIC
                 AND DK-FIRST-SLOT-TIME NUMERIC
                 IF WS-CFG-COUNT < 100
                    ADD 1 TO WS-CFG-COUNT
                    SET CFG-IDX TO WS-CFG-COUNT
                    MOVE DK-LOCATION TO WS-CFG-LOCATION(CFG-IDX)
                    MOVE DK-DOOR-COUNT TO WS-CFG-DOOR-COUNT(CFG-IDX)
                    MOVE DK-FIRST-SLOT-TIME
                       TO WS-CFG-FIRST-SLOT-TIME(CFG-IDX)
                    MOVE DK-SLOT-MINUTES
                       TO WS-CFG-SLOT-MINUTES(CFG-IDX)
                    MOVE DK-SLOTS-PER-DAY
                       TO WS-CFG-SLOTS-PER-DAY(CFG-IDX)
                    MOVE DK-DAILY-CAPACITY
                       TO WS-CFG-DAILY-CAPACITY(CFG-IDX)
                    MOVE DK-DESCRIPTION
                       TO WS-CFG-DESCRIPTION(CFG-IDX)
                 ELSE
                    DISPLAY 'DOCKMAIN CONFIG TABLE FULL - '
                       DK-LOCATION
                 END-IF
              ELSE
                 DISPLAY 'DOCKMAIN DOCK CONFIG NOT NUMERIC - SKIPPED '
                    DK-LOCATION
              END-IF
              READ DOCKCFG-REC
                 AT END MOVE 'Y' TO DOCKCFG-EOF
              END-READ
           END-PERFORM
           .

      *    A missing calendar leaves weekends closed and weekdays
      *    open.
       250-LOAD-CALENDAR.
           OPEN INPUT BUSCAL-REC
           IF WS-BUSCAL-FILE-STATUS = '00'
              READ BUSCAL-REC
                 AT END MOVE 'Y' TO BUSCAL-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CALENDAR
                 IF BC-HOLIDAY OR BC-WORKING-DAY
                    IF WS-CAL-COUNT < 2000
                       ADD 1 TO WS-CAL-COUNT
                       SET CAL-IDX TO WS-CAL-COUNT
                       MOVE BC-CAL-DATE TO WS-CAL-DATE(CAL-IDX)
                       MOVE BC-LOCATION TO WS-CAL-LOCATION(CAL-IDX)
                       MOVE BC-DAY-TYPE TO WS-CAL-DAY-TYPE(CAL-IDX)
                    ELSE
                       DISPLAY 'DOCKMAIN CALENDAR TABLE FULL - '
                          BC-CAL-DATE
                    END-IF
                 END-IF
                 READ BUSCAL-REC
                    AT END MOVE 'Y' TO BUSCAL-EOF
                 END-READ
              END-PERFORM
              CLOSE BUSCAL-REC
           END-IF
           .

       300-LOAD-OLD-APPOINTMENTS.
           OPEN INPUT DOCK-OLD
           IF WS-DOCKOLD-FILE-STATUS = '00'
              READ DOCK-OLD
                 AT END MOVE 'Y' TO DOCKOLD-EOF
              END-READ
              PERFORM VARYING APT-IDX FROM 1 BY 1
                 UNTIL NO-MORE-OLD-APPTS OR APT-IDX > 3000
                    MOVE DOCK-APPT-ROW TO WS-APT-ENTRY(APT-IDX)
                    SET WS-APT-COUNT TO APT-IDX
                    READ DOCK-OLD
                       AT END MOVE 'Y' TO DOCKOLD-EOF
                    END-READ
              END-PERFORM
              IF NOT NO-MORE-OLD-APPTS
                 DISPLAY 'DOCKMAIN APPOINTMENT TABLE FULL - '
                    'MASTER TRUNCATED'
              END-IF
              CLOSE DOCK-OLD
           END-IF
           .

      *    A blanket carries no shipment of its own and is passed
      *    over; its releases are booked instead.
       350-LOAD-OPEN-POS.
           READ PART-SUPP-OLD
              AT END MOVE 'Y' TO PSMSTOLD-EOF
           END-READ
           PERFORM UNTIL NO-MORE-OLD-MASTER
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND NOT PO-TYPE-BLANKET(PO-IDX)
                    AND (PO-STATUS-OPEN(PO-IDX)
                         OR PO-STATUS-SHIPPED(PO-IDX))
                    IF WS-OPO-COUNT < 6000
                       ADD 1 TO WS-OPO-COUNT
                       SET OPO-IDX TO WS-OPO-COUNT
                       MOVE PO-NUMBER(PO-IDX)
                          TO WS-OPO-PO-NUMBER(OPO-IDX)
                       MOVE SUPPLIER-CODE
                          TO WS-OPO-SUPPLIER-CODE(OPO-IDX)
                    ELSE
                       DISPLAY 'DOCKMAIN OPEN PO TABLE FULL - '
                          PO-NUMBER(PO-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              READ PART-SUPP-OLD
                 AT END MOVE 'Y' TO PSMSTOLD-EOF
              END-READ
           END-PERFORM
           .

       600-APPLY-TRANSACTIONS.
           READ DOCK-TRANS
              AT END MOVE 'Y' TO DOCKTRN-EOF
           END-READ
           IF NOT NO-MORE-TRANS
              PERFORM 610-FIND-BOOKING
              EVALUATE TRUE
                 WHEN NOT DKT-TRANS-CODE-VALID
                    OR DKT-PO-NUMBER = SPACES
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED DOCK - BAD TRANS: '
                       DKT-TRANS-CODE '/' DKT-PO-NUMBER
                 WHEN DKT-BOOK
                    PERFORM 620-BOOK-APPOINTMENT
                 WHEN NOT ENTRY-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'REJECTED DOCK - NO BOOKING: '
                       DKT-TRANS-CODE '/' DKT-PO-NUMBER
                 WHEN DKT-CANCEL
                    MOVE 'X' TO WS-APT-STATUS(WS-MATCHED-IDX)
                    ADD 1 TO WS-CANCEL-COUNT
                 WHEN DKT-ARRIVAL
                    PERFORM 640-RECORD-ARRIVAL
              END-EVALUATE
           END-IF
           .

      *    The PO's Booked appointment, if it has one.
       610-FIND-BOOKING.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCHED-IDX
           PERFORM VARYING APT-IDX FROM 1 BY 1
              UNTIL APT-IDX > WS-APT-COUNT OR ENTRY-FOUND
                 IF WS-APT-PO-NUMBER(APT-IDX) = DKT-PO-NUMBER
                    AND WS-APT-BOOKED(APT-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-MATCHED-IDX TO APT-IDX
                 END-IF
           END-PERFORM
           .

       620-BOOK-APPOINTMENT.
           PERFORM 622-FIND-OPEN-PO
           PERFORM 624-FIND-DOCK-CONFIG
           MOVE DKT-DATE TO WS-CHECK-DATE
           MOVE DKT-LOCATION TO WS-CHECK-LOC
           MOVE 'N' TO WS-WORKING-DAY-FLAG
           MOVE 'N' TO WS-SLOT-OK-FLAG
           IF DOCK-CONFIGURED
              AND DKT-DATE NUMERIC
              AND DKT-DATE >= WS-TODAYS-DATE
              AND FUNCTION TEST-DATE-YYYYMMDD(DKT-DATE) = 0
              PERFORM 650-CHECK-WORKING-DAY
              PERFORM 660-CHECK-SLOT-TIME
           END-IF
           IF SLOT-ON-GRID
              PERFORM 670-FIND-FREE-DOOR
           END-IF
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED BOOKING - PO ALREADY BOOKED: '
                    DKT-PO-NUMBER
              WHEN NOT OPEN-PO-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED BOOKING - NOT AN OPEN PO: '
                    DKT-PO-NUMBER
              WHEN NOT DOCK-CONFIGURED
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED BOOKING - NO DOCK AT LOCATION: '
                    DKT-PO-NUMBER '/' DKT-LOCATION
              WHEN DKT-DATE NOT NUMERIC
                 OR DKT-DATE < WS-TODAYS-DATE
                 OR FUNCTION TEST-DATE-YYYYMMDD(DKT-DATE) NOT = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED BOOKING - BAD OR PAST DATE: '
                    DKT-PO-NUMBER '/' DKT-DATE
              WHEN NOT WORKING-DAY
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED BOOKING - NOT A WORKING DAY: '
                    DKT-PO-NUMBER '/' DKT-DATE
              WHEN NOT SLOT-ON-GRID
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED BOOKING - NOT A DOCK SLOT: '
                    DKT-PO-NUMBER '/' DKT-TIME
              WHEN WS-DAY-BOOKED >= WS-CFG-DAILY-CAPACITY(WS-CFG-SLOT)
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED BOOKING - DAILY CAPACITY FULL: '
                    DKT-PO-NUMBER '/' DKT-LOCATION '/' DKT-DATE
              WHEN WS-FREE-DOOR = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED BOOKING - ALL DOORS TAKEN: '
                    DKT-PO-NUMBER '/' DKT-DATE '/' DKT-TIME
              WHEN WS-APT-COUNT >= 3000
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'REJECTED BOOKING - TABLE FULL: '
                    DKT-PO-NUMBER
              WHEN OTHER
                 ADD 1 TO WS-APT-COUNT
                 SET APT-IDX TO WS-APT-COUNT
                 MOVE DKT-PO-NUMBER TO WS-APT-PO-NUMBER(APT-IDX)
                 MOVE DKT-LOCATION TO WS-APT-LOCATION(APT-IDX)
                 MOVE DKT-DATE TO WS-APT-APPT-DATE(APT-IDX)
                 MOVE DKT-TIME TO WS-APT-SLOT-TIME(APT-IDX)
                 MOVE WS-FREE-DOOR TO WS-APT-DOOR(APT-IDX)
                 MOVE WS-PO-SUPPLIER-CODE
                    TO WS-APT-SUPPLIER-CODE(APT-IDX)
                 MOVE DKT-CARRIER TO WS-APT-CARRIER(APT-IDX)
                 MOVE 'B' TO WS-APT-STATUS(APT-IDX)
                 MOVE WS-TODAYS-DATE TO WS-APT-BOOKED-DATE(APT-IDX)
                 ADD 1 TO WS-BOOK-COUNT
           END-EVALUATE
           .

       622-FIND-OPEN-PO.
           MOVE 'N' TO WS-PO-FOUND-FLAG
           MOVE SPACES TO WS-PO-SUPPLIER-CODE
           PERFORM VARYING OPO-IDX FROM 1 BY 1
              UNTIL OPO-IDX > WS-OPO-COUNT OR OPEN-PO-FOUND
                 IF WS-OPO-PO-NUMBER(OPO-IDX) = DKT-PO-NUMBER
                    MOVE 'Y' TO WS-PO-FOUND-FLAG
                    MOVE WS-OPO-SUPPLIER-CODE(OPO-IDX)
                       TO WS-PO-SUPPLIER-CODE
                 END-IF
           END-PERFORM
           .

       624-FIND-DOCK-CONFIG.
           MOVE 'N' TO WS-CFG-FOUND-FLAG
           MOVE 0 TO WS-CFG-SLOT
           PERFORM VARYING CFG-IDX FROM 1 BY 1
              UNTIL CFG-IDX > WS-CFG-COUNT OR DOCK-CONFIGURED
                 IF WS-CFG-LOCATION(CFG-IDX) = DKT-LOCATION
                    MOVE 'Y' TO WS-CFG-FOUND-FLAG
                    SET WS-CFG-SLOT TO CFG-IDX
                 END-IF
           END-PERFORM
           .

       640-RECORD-ARRIVAL.
           IF DKT-DATE NUMERIC AND DKT-DATE > 0
              MOVE DKT-DATE TO WS-ARRIVAL-DATE
           ELSE
              MOVE WS-TODAYS-DATE TO WS-ARRIVAL-DATE
           END-IF
           MOVE DKT-TIME TO WS-HHMM
           IF DKT-TIME NOT NUMERIC OR WS-HH > 23 OR WS-MM > 59
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED ARRIVAL - BAD TIME: '
                 DKT-PO-NUMBER '/' DKT-TIME
           ELSE
              COMPUTE WS-SLOT-MINUTE = WS-HH * 60 + WS-MM
              MOVE WS-APT-SLOT-TIME(WS-MATCHED-IDX) TO WS-HHMM
              COMPUTE WS-LATE-MINUTES =
                 (FUNCTION INTEGER-OF-DATE(WS-ARRIVAL-DATE)
                  - FUNCTION INTEGER-OF-DATE(
                       WS-APT-APPT-DATE(WS-MATCHED-IDX))) * 1440
                 + WS-SLOT-MINUTE - (WS-HH * 60 + WS-MM)
              IF WS-LATE-MINUTES < 0
                 MOVE 0 TO WS-LATE-MINUTES
              END-IF
              IF WS-LATE-MINUTES > 9999
                 MOVE 9999 TO WS-LATE-MINUTES
              END-IF
              MOVE 'A' TO WS-APT-STATUS(WS-MATCHED-IDX)
              MOVE WS-ARRIVAL-DATE
                 TO WS-APT-ARRIVAL-DATE(WS-MATCHED-IDX)
              MOVE DKT-TIME TO WS-APT-ARRIVAL-TIME(WS-MATCHED-IDX)
              MOVE WS-LATE-MINUTES
                 TO WS-APT-LATE-MINUTES(WS-MATCHED-IDX)
              ADD 1 TO WS-ARRIVAL-COUNT
           END-IF
           .

      *    Weekends closed, weekdays open, unless the calendar has
      *    a row for the date - the location's own row first, then
      *    an all-locations row.  INTEGER-OF-DATE day 1 was a
      *    Monday, so the day number MOD 7 is 6 on a Saturday and
      *    0 on a Sunday.
       650-CHECK-WORKING-DAY.
           MOVE SPACE TO WS-LOC-RULE
           MOVE SPACE TO WS-ALL-RULE
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-COUNT
                 IF WS-CAL-DATE(CAL-IDX) = WS-CHECK-DATE
                    IF WS-CAL-LOCATION(CAL-IDX) = WS-CHECK-LOC
                       MOVE WS-CAL-DAY-TYPE(CAL-IDX) TO WS-LOC-RULE
                    END-IF
                    IF WS-CAL-LOCATION(CAL-IDX) = SPACES
                       MOVE WS-CAL-DAY-TYPE(CAL-IDX) TO WS-ALL-RULE
                    END-IF
                 END-IF
           END-PERFORM
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
              MOVE 'N' TO WS-WORKING-DAY-FLAG
           ELSE
              MOVE 'Y' TO WS-WORKING-DAY-FLAG
           END-IF
           IF WS-LOC-RULE = SPACE
              MOVE WS-ALL-RULE TO WS-LOC-RULE
           END-IF
           IF WS-LOC-RULE = 'H'
              MOVE 'N' TO WS-WORKING-DAY-FLAG
           END-IF
           IF WS-LOC-RULE = 'W'
              MOVE 'Y' TO WS-WORKING-DAY-FLAG
           END-IF
           .

      *    The time must fall exactly on one of the location's
      *    slots.
       660-CHECK-SLOT-TIME.
           MOVE 'N' TO WS-SLOT-OK-FLAG
           MOVE DKT-TIME TO WS-HHMM
           IF DKT-TIME NUMERIC AND WS-HH < 24 AND WS-MM < 60
              COMPUTE WS-SLOT-MINUTE = WS-HH * 60 + WS-MM
              MOVE WS-CFG-FIRST-SLOT-TIME(WS-CFG-SLOT) TO WS-HHMM
              COMPUTE WS-FIRST-MINUTE = WS-HH * 60 + WS-MM
              COMPUTE WS-MINUTE-OFFSET =
                 WS-SLOT-MINUTE - WS-FIRST-MINUTE
              IF WS-MINUTE-OFFSET >= 0
                 AND FUNCTION MOD(WS-MINUTE-OFFSET
                    WS-CFG-SLOT-MINUTES(WS-CFG-SLOT)) = 0
                 COMPUTE WS-SLOT-NO = WS-MINUTE-OFFSET
                    / WS-CFG-SLOT-MINUTES(WS-CFG-SLOT)
                 IF WS-SLOT-NO < WS-CFG-SLOTS-PER-DAY(WS-CFG-SLOT)
                    MOVE 'Y' TO WS-SLOT-OK-FLAG
                 END-IF
              END-IF
           END-IF
           .

      *    The day's bookings at the location so far, and the
      *    lowest-numbered door nobody has in the slot.  Arrived
      *    trucks still used their door and count.
       670-FIND-FREE-DOOR.
           MOVE 0 TO WS-DAY-BOOKED
           MOVE 0 TO WS-FREE-DOOR
           PERFORM VARYING APT-IDX FROM 1 BY 1
              UNTIL APT-IDX > WS-APT-COUNT
                 IF WS-APT-LOCATION(APT-IDX) = DKT-LOCATION
                    AND WS-APT-APPT-DATE(APT-IDX) = DKT-DATE
                    AND (WS-APT-BOOKED(APT-IDX)
                         OR WS-APT-ARRIVED(APT-IDX))
                    ADD 1 TO WS-DAY-BOOKED
                 END-IF
           END-PERFORM
           PERFORM VARYING WS-DOOR-NO FROM 1 BY 1
              UNTIL WS-DOOR-NO > WS-CFG-DOOR-COUNT(WS-CFG-SLOT)
                 OR WS-FREE-DOOR > 0
                 MOVE 'N' TO WS-DOOR-TAKEN-FLAG
                 PERFORM VARYING APT-IDX FROM 1 BY 1
                    UNTIL APT-IDX > WS-APT-COUNT OR DOOR-TAKEN
                       IF WS-APT-LOCATION(APT-IDX) = DKT-LOCATION
                          AND WS-APT-APPT-DATE(APT-IDX) = DKT-DATE
                          AND WS-APT-SLOT-TIME(APT-IDX) = DKT-TIME
                          AND WS-APT-DOOR(APT-IDX) = WS-DOOR-NO
                          AND (WS-APT-BOOKED(APT-IDX)
                               OR WS-APT-ARRIVED(APT-IDX))
                          MOVE 'Y' TO WS-DOOR-TAKEN-FLAG
                       END-IF
                 END-PERFORM
                 IF NOT DOOR-TAKEN
                    MOVE WS-DOOR-NO TO WS-FREE-DOOR
                 END-IF
           END-PERFORM
           .

      *    A Booked slot whose day is over with no arrival.
       700-MARK-MISSED.
           PERFORM VARYING APT-IDX FROM 1 BY 1
              UNTIL APT-IDX > WS-APT-COUNT
                 IF WS-APT-BOOKED(APT-IDX)
                    AND WS-APT-APPT-DATE(APT-IDX) < WS-TODAYS-DATE
                    MOVE 'M' TO WS-APT-STATUS(APT-IDX)
                    ADD 1 TO WS-MISSED-COUNT
                 END-IF
           END-PERFORM
           .

      *    Cancelled bookings, and anything 90 days past its date,
      *    drop off.
       800-WRITE-NEW-MASTER.
           PERFORM VARYING APT-IDX FROM 1 BY 1
              UNTIL APT-IDX > WS-APT-COUNT
                 IF WS-APT-CANCELLED(APT-IDX)
                    OR WS-APT-APPT-DATE(APT-IDX) < WS-PURGE-DATE
                    ADD 1 TO WS-PURGED-COUNT
                 ELSE
                    WRITE DOCK-NEW-REC FROM WS-APT-ENTRY(APT-IDX)
                 END-IF
           END-PERFORM
           .

      *    Today's schedule, location by location, slot by slot,
      *    door by door.
       850-WRITE-SCHEDULE.
           MOVE WS-TODAYS-DATE TO WS-CHECK-DATE
           PERFORM VARYING CFG-IDX FROM 1 BY 1
              UNTIL CFG-IDX > WS-CFG-COUNT
                 SET WS-CFG-SLOT TO CFG-IDX
                 MOVE WS-CFG-LOCATION(CFG-IDX) TO WS-CHECK-LOC
                 PERFORM 650-CHECK-WORKING-DAY
                 MOVE WS-CFG-LOCATION(CFG-IDX) TO DSH-LOCATION
                 MOVE WS-CFG-DESCRIPTION(CFG-IDX) TO DSH-DESCRIPTION
                 MOVE WS-TODAYS-DATE TO DSH-DATE
                 IF WORKING-DAY
                    MOVE SPACES TO DSH-REMARK
                 ELSE
                    MOVE 'DOCK CLOSED' TO DSH-REMARK
                 END-IF
                 WRITE DOCKSCHD-RECORD FROM WS-SCHED-HEADING
                 IF WORKING-DAY
                    MOVE WS-CFG-FIRST-SLOT-TIME(CFG-IDX) TO WS-HHMM
                    COMPUTE WS-FIRST-MINUTE = WS-HH * 60 + WS-MM
                    PERFORM VARYING WS-SLOT-NO FROM 0 BY 1
                       UNTIL WS-SLOT-NO
                          >= WS-CFG-SLOTS-PER-DAY(CFG-IDX)
                          PERFORM 860-WRITE-SLOT
                    END-PERFORM
                 END-IF
                 MOVE SPACES TO DOCKSCHD-RECORD
                 WRITE DOCKSCHD-RECORD
           END-PERFORM
           .

       860-WRITE-SLOT.
           COMPUTE WS-SLOT-MINUTE = WS-FIRST-MINUTE
              + WS-SLOT-NO * WS-CFG-SLOT-MINUTES(WS-CFG-SLOT)
           COMPUTE WS-HH = WS-SLOT-MINUTE / 60
           COMPUTE WS-MM = WS-SLOT-MINUTE - WS-HH * 60
           PERFORM VARYING WS-DOOR-NO FROM 1 BY 1
              UNTIL WS-DOOR-NO > WS-CFG-DOOR-COUNT(WS-CFG-SLOT)
                 MOVE SPACES TO WS-SCHED-DETAIL
                 MOVE WS-HHMM TO DSD-SLOT-TIME
                 MOVE WS-DOOR-NO TO DSD-DOOR
                 MOVE 'OPEN' TO DSD-STATUS
                 PERFORM VARYING APT-IDX FROM 1 BY 1
                    UNTIL APT-IDX > WS-APT-COUNT
                       IF WS-APT-LOCATION(APT-IDX) = WS-CHECK-LOC
                          AND WS-APT-APPT-DATE(APT-IDX)
                             = WS-TODAYS-DATE
                          AND WS-APT-SLOT-TIME(APT-IDX) = WS-HHMM
                          AND WS-APT-DOOR(APT-IDX) = WS-DOOR-NO
                          AND (WS-APT-BOOKED(APT-IDX)
                               OR WS-APT-ARRIVED(APT-IDX))
                          MOVE WS-APT-PO-NUMBER(APT-IDX)
                             TO DSD-PO-NUMBER
                          MOVE WS-APT-SUPPLIER-CODE(APT-IDX)
                             TO DSD-SUPPLIER-CODE
                          MOVE WS-APT-CARRIER(APT-IDX)
                             TO DSD-CARRIER
                          IF WS-APT-ARRIVED(APT-IDX)
                             MOVE 'ARRIVED' TO DSD-STATUS
                          ELSE
                             MOVE 'BOOKED' TO DSD-STATUS
                          END-IF
                          ADD 1 TO WS-SCHEDULED-COUNT
                       END-IF
                 END-PERFORM
                 WRITE DOCKSCHD-RECORD FROM WS-SCHED-DETAIL
           END-PERFORM
           .

       1000-CLOSE-END.
           CLOSE DOCK-TRANS.
           CLOSE DOCKCFG-REC.
           CLOSE PART-SUPP-OLD.
           CLOSE DOCK-NEW.
           CLOSE DOCKSCHD-REC.
