      *--------------------------------------------------------------
      * TAXID.cpy
      * Supplier tax-identity master - one 120-byte row per
      * SUPPLIER-CODE, maintained by TAXMAINT under the same dual
      * control EFTMAINT puts on bank details: an add or change
      * lands PENDING under the keying user and only a DIFFERENT
      * user's release makes it ACTIVE.  TAX1099 reports off ACTIVE
      * rows only.
      *
      * TX-TIN zero means no TIN on file yet; TX-W9-DATE zero means
      * no W-9 received.  TX-EXEMPT-FLAG 'Y' is an exempt payee
      * (corporations) - paid, never reported.  TX-1099-TYPE/BOX
      * say which form and box the supplier's payments belong in:
      *    'NEC '  1099-NEC, box 01 nonemployee compensation
      *    'MISC'  1099-MISC, box 01 rents, 02 royalties, 03 other
      *            income, 06 medical, 10 attorney proceeds ...
      *--------------------------------------------------------------
       01  TAX-ID-ROW.
           05  TX-SUPPLIER-CODE      PIC X(10).
           05  TX-TIN-TYPE           PIC X(01).
               88  TX-TIN-IS-EIN             VALUE 'E'.
               88  TX-TIN-IS-SSN             VALUE 'S'.
               88  TX-TIN-TYPE-VALID         VALUES 'E' 'S'.
           05  TX-TIN                PIC 9(09).
           05  TX-LEGAL-NAME         PIC X(40).
           05  TX-1099-TYPE          PIC X(04).
               88  TX-1099-NEC               VALUE 'NEC '.
               88  TX-1099-MISC              VALUE 'MISC'.
               88  TX-1099-TYPE-VALID        VALUES 'NEC ' 'MISC'.
           05  TX-1099-BOX           PIC 9(02).
           05  TX-EXEMPT-FLAG        PIC X(01).
               88  TX-EXEMPT                 VALUE 'Y'.
               88  TX-EXEMPT-FLAG-VALID      VALUES 'Y' 'N'.
           05  TX-W9-DATE            PIC 9(08).
           05  TX-PEND-FLAG          PIC X(01).
               88  TX-PENDING                VALUE 'P'.
               88  TX-ACTIVE                 VALUE 'A'.
           05  TX-ENTERED-BY         PIC X(08).
           05  TX-ENTERED-DATE       PIC 9(08).
           05  TX-CONFIRMED-BY       PIC X(08).
           05  TX-CONFIRMED-DATE     PIC 9(08).
           05  FILLER                PIC X(12).
