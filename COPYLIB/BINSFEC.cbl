      ******************************************************************
      *
      * BINSFEC - SYMBOLIC MAP FOR THE BINMFEC BIN MASTER MAINTENANCE
      * MAP. SAME GENERATED-STYLE SHAPE AS CARSFEC, WITH THE SAME
      * ACTION CODE FIELD SO ONE SCREEN CAN ADD, CHANGE, OR DELETE A
      * BIN. THE OPTIONAL PRODUCT CODE WITH ITS MIN AND MAX ASSIGNS
      * THE PRODUCT TO THE BIN (A PBNFEC ROW) WITH ITS REPLENISHMENT
      * POINT AND FILL LEVEL; ONHANDO ECHOES THE BIN'S TOTAL UNITS.
      *
      * MOD HISTORY
      * 2026-10-14  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  BINMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  BINCDL                  PIC S9(4) COMP.
           02  BINCDF                  PIC X.
           02  FILLER REDEFINES BINCDF.
               03  BINCDH              PIC X.
           02  BINCDI                  PIC X(06).
           02  BINLOCL                 PIC S9(4) COMP.
           02  BINLOCF                 PIC X.
           02  FILLER REDEFINES BINLOCF.
               03  BINLOCH             PIC X.
           02  BINLOCI                 PIC X(01).
           02  ZONEL                   PIC S9(4) COMP.
           02  ZONEF                   PIC X.
           02  FILLER REDEFINES ZONEF.
               03  ZONEH               PIC X.
           02  ZONEI                   PIC X(02).
           02  BTYPEL                  PIC S9(4) COMP.
           02  BTYPEF                  PIC X.
           02  FILLER REDEFINES BTYPEF.
               03  BTYPEH              PIC X.
           02  BTYPEI                  PIC X(01).
           02  CAPACL                  PIC S9(4) COMP.
           02  CAPACF                  PIC X.
           02  FILLER REDEFINES CAPACF.
               03  CAPACH              PIC X.
           02  CAPACI                  PIC X(07).
           02  PRODCDL                 PIC S9(4) COMP.
           02  PRODCDF                 PIC X.
           02  FILLER REDEFINES PRODCDF.
               03  PRODCDH             PIC X.
           02  PRODCDI                 PIC X(10).
           02  MINQL                   PIC S9(4) COMP.
           02  MINQF                   PIC X.
           02  FILLER REDEFINES MINQF.
               03  MINQH               PIC X.
           02  MINQI                   PIC X(07).
           02  MAXQL                   PIC S9(4) COMP.
           02  MAXQF                   PIC X.
           02  FILLER REDEFINES MAXQF.
               03  MAXQH               PIC X.
           02  MAXQI                   PIC X(07).
           02  ONHANDL                 PIC S9(4) COMP.
           02  ONHANDF                 PIC X.
           02  FILLER REDEFINES ONHANDF.
               03  ONHANDH             PIC X.
           02  ONHANDI                 PIC X(08).
           02  MESSAGEL                PIC S9(4) COMP.
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  MESSAGEH            PIC X.
           02  MESSAGEI                PIC X(79).
           02  TRANIDL                 PIC S9(4) COMP.
           02  TRANIDF                 PIC X.
           02  FILLER REDEFINES TRANIDF.
               03  TRANIDH             PIC X.
           02  TRANIDI                 PIC X(04).
      *
       01  BINMFECO REDEFINES BINMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  BINCDO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  BINLOCO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  ZONEO                   PIC X(02).
           02  FILLER                  PIC X(03).
           02  BTYPEO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  CAPACO                  PIC X(07).
           02  FILLER                  PIC X(03).
           02  PRODCDO                 PIC X(10).
           02  FILLER                  PIC X(03).
           02  MINQO                   PIC X(07).
           02  FILLER                  PIC X(03).
           02  MAXQO                   PIC X(07).
           02  FILLER                  PIC X(03).
           02  ONHANDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
