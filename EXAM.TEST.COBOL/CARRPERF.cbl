      * //FRTZONE  DD DSN=USER66.EXAM.DEV.RPTPRINT.FRTZONE,DISP=SHR
      *   JCL Output
      * //CARRPRPT DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   FRTZONE grew FRZ-TRANSPORT-MODE on the end (38 bytes
      *   now); the FRTZONE-RECORD layout is trued to match.
      ***************************************************************
      * Carrier performance report over the SHIPEVNT trail EDI214IN
      * now keeps - average pickup-to-delivery days per carrier,
           05  FRZ-ZIP-HIGH        PIC 9(05).
           05  FRZ-ZONE-CODE       PIC X(02).
           05  FRZ-CARRIER         PIC X(15).
           05  FILLER              PIC X(09).

       FD  CARRPRPT-REC
           RECORDING MODE F
