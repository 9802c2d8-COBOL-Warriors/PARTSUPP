      *--------------------------------------------------------------
      * RCVDOCKM.cpy
      * Symbolic map for the RCVDOCKM mapset (screen RCVDOCK1) used
      * by the RCVDOCK online dock receiving transaction.  Field
      * lengths match the PONBRREG register row and the PURCHASE-
      * ORDER slot in PARTSUPP.cpy, and the lot/expiry/manufacturer
      * fields match the lot detail EDI856IN takes off an 856.
      * Hand-built to the same layout the BMS mapset assembly (macros
      * DFHMSD/DFHMDI/DFHMDF, not present in this library) would
      * itself generate, the same way PARTPOUM.cpy is.
      *--------------------------------------------------------------
       01  RCVDOCKMI.
           02  FILLER                PIC X(12).
           02  PONUML                PIC S9(4) COMP.
           02  PONUMF                PIC X.
           02  FILLER REDEFINES PONUMF.
               03  PONUMA            PIC X.
           02  PONUMI                PIC X(06).
           02  RCVQTYL               PIC S9(4) COMP.
           02  RCVQTYF               PIC X.
           02  FILLER REDEFINES RCVQTYF.
               03  RCVQTYA           PIC X.
           02  RCVQTYI               PIC X(07).
           02  LOTNOL                PIC S9(4) COMP.
           02  LOTNOF                PIC X.
           02  FILLER REDEFINES LOTNOF.
               03  LOTNOA            PIC X.
           02  LOTNOI                PIC X(15).
           02  EXPDTL                PIC S9(4) COMP.
           02  EXPDTF                PIC X.
           02  FILLER REDEFINES EXPDTF.
               03  EXPDTA            PIC X.
           02  EXPDTI                PIC X(08).
           02  MFRCDL                PIC S9(4) COMP.
           02  MFRCDF                PIC X.
           02  FILLER REDEFINES MFRCDF.
               03  MFRCDA            PIC X.
           02  MFRCDI                PIC X(05).
      *    PARTNOO/PARTNMO/SUPPCDO/SUPPNMO/POSTATO/POQTYO/PORCVDO/
      *    POOPENO/DELDTO/ERRMSGO are display-only on this map, but
      *    RCVDOCKMO REDEFINES this record, so each still needs its
      *    own length/attribute/data placeholder here to keep the two
      *    views the same size.
           02  PARTNOL               PIC S9(4) COMP.
           02  PARTNOF               PIC X.
           02  FILLER REDEFINES PARTNOF.
               03  PARTNOA           PIC X.
           02  PARTNOI               PIC X(23).
           02  PARTNML               PIC S9(4) COMP.
           02  PARTNMF               PIC X.
           02  FILLER REDEFINES PARTNMF.
               03  PARTNMA           PIC X.
           02  PARTNMI               PIC X(14).
           02  SUPPCDL               PIC S9(4) COMP.
           02  SUPPCDF               PIC X.
           02  FILLER REDEFINES SUPPCDF.
               03  SUPPCDA           PIC X.
           02  SUPPCDI               PIC X(10).
           02  SUPPNML               PIC S9(4) COMP.
           02  SUPPNMF               PIC X.
           02  FILLER REDEFINES SUPPNMF.
               03  SUPPNMA           PIC X.
           02  SUPPNMI               PIC X(15).
           02  POSTATL               PIC S9(4) COMP.
           02  POSTATF               PIC X.
           02  FILLER REDEFINES POSTATF.
               03  POSTATA           PIC X.
           02  POSTATI               PIC X(01).
           02  POQTYL                PIC S9(4) COMP.
           02  POQTYF                PIC X.
           02  FILLER REDEFINES POQTYF.
               03  POQTYA            PIC X.
           02  POQTYI                PIC X(08).
           02  PORCVDL               PIC S9(4) COMP.
           02  PORCVDF               PIC X.
           02  FILLER REDEFINES PORCVDF.
               03  PORCVDA           PIC X.
           02  PORCVDI               PIC X(08).
           02  POOPENL               PIC S9(4) COMP.
           02  POOPENF               PIC X.
           02  FILLER REDEFINES POOPENF.
               03  POOPENA           PIC X.
           02  POOPENI               PIC X(08).
           02  DELDTL                PIC S9(4) COMP.
           02  DELDTF                PIC X.
           02  FILLER REDEFINES DELDTF.
               03  DELDTA            PIC X.
           02  DELDTI                PIC X(08).
           02  ERRMSGL               PIC S9(4) COMP.
           02  ERRMSGF               PIC X.
           02  FILLER REDEFINES ERRMSGF.
               03  ERRMSGA           PIC X.
           02  ERRMSGI               PIC X(40).

       01  RCVDOCKMO REDEFINES RCVDOCKMI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  PONUMO                PIC X(06).
           02  FILLER                PIC X(3).
           02  RCVQTYO               PIC X(07).
           02  FILLER                PIC X(3).
           02  LOTNOO                PIC X(15).
           02  FILLER                PIC X(3).
           02  EXPDTO                PIC X(08).
           02  FILLER                PIC X(3).
           02  MFRCDO                PIC X(05).
           02  FILLER                PIC X(3).
           02  PARTNOO               PIC X(23).
           02  FILLER                PIC X(3).
           02  PARTNMO               PIC X(14).
           02  FILLER                PIC X(3).
           02  SUPPCDO               PIC X(10).
           02  FILLER                PIC X(3).
           02  SUPPNMO               PIC X(15).
           02  FILLER                PIC X(3).
           02  POSTATO               PIC X(01).
           02  FILLER                PIC X(3).
           02  POQTYO                PIC ZZZZZZ9-.
           02  FILLER                PIC X(3).
           02  PORCVDO               PIC ZZZZZZ9-.
           02  FILLER                PIC X(3).
           02  POOPENO               PIC ZZZZZZ9-.
           02  FILLER                PIC X(3).
           02  DELDTO                PIC X(08).
           02  FILLER                PIC X(3).
           02  ERRMSGO               PIC X(40).
