      *--------------------------------------------------------------
      * TIMENETR.cpy
      * Time-phased net-requirements row - TIMEPHAS writes one per
      * planned part per week of its 26-week planning grid, week 1
      * starting on the run date.  EDI830OT reads it to build the
      * outbound 830 planning schedules.
      *
      * Each week the projected balance takes that week's scheduled
      * supply (Open/Shipped PO quantity due that week) and loses
      * the weekly gross demand; whatever it would go below zero is
      * that week's net requirement - the quantity that has to
      * arrive that week - and the balance carries on from zero.
      * TN-LEAD-WEEKS is the part's WEEKS-LEAD-TIME.
      *--------------------------------------------------------------
       01  TIME-NET-REQT-ROW.
           05  TN-PART-NUMBER      PIC X(23).
           05  TN-WEEK-NUMBER      PIC 9(02).
           05  TN-WEEK-START-DATE  PIC 9(08).
           05  TN-GROSS-DEMAND     PIC S9(7).
           05  TN-SCHED-SUPPLY     PIC S9(7).
           05  TN-PROJ-BALANCE     PIC S9(9).
           05  TN-NET-REQT         PIC S9(7).
           05  TN-LEAD-WEEKS       PIC 9(03).
           05  TN-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(06).
