      *
      * MOD HISTORY
      * 2026-09-02  DAO  ORIGINAL MAP.
      * 2026-10-15  DAO  ADD SVCTYP - CARRIER SERVICE TYPE L OR P.
      *
      ******************************************************************
      *
           02  FILLER REDEFINES MINCHGF.
               03  MINCHGH             PIC X.
           02  MINCHGI                 PIC X(07).
           02  SVCTYPL                 PIC S9(4) COMP.
           02  SVCTYPF                 PIC X.
           02  FILLER REDEFINES SVCTYPF.
               03  SVCTYPH             PIC X.
           02  SVCTYPI                 PIC X(01).
           02  MESSAGEL                PIC S9(4) COMP.
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
           02  FILLER                  PIC X(03).
           02  MINCHGO                 PIC X(07).
           02  FILLER                  PIC X(03).
           02  SVCTYPO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
