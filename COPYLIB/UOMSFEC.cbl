      ******************************************************************
      *
      * UOMSFEC - SYMBOLIC MAP FOR THE UOMMFEC ALTERNATE UNIT OF
      * MEASURE MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS
      * CARSFEC, WITH THE SAME ACTION CODE FIELD SO ONE SCREEN CAN
      * ADD, CHANGE, OR DELETE A RECORD.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  UOMMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  PRODCDL                 PIC S9(4) COMP.
           02  PRODCDF                 PIC X.
           02  FILLER REDEFINES PRODCDF.
               03  PRODCDH             PIC X.
           02  PRODCDI                 PIC X(10).
           02  UNITCDL                 PIC S9(4) COMP.
           02  UNITCDF                 PIC X.
           02  FILLER REDEFINES UNITCDF.
               03  UNITCDH             PIC X.
           02  UNITCDI                 PIC X(02).
           02  UDESCL                  PIC S9(4) COMP.
           02  UDESCF                  PIC X.
           02  FILLER REDEFINES UDESCF.
               03  UDESCH              PIC X.
           02  UDESCI                  PIC X(10).
           02  FACTORL                 PIC S9(4) COMP.
           02  FACTORF                 PIC X.
           02  FILLER REDEFINES FACTORF.
               03  FACTORH             PIC X.
           02  FACTORI                 PIC X(05).
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
       01  UOMMFECO REDEFINES UOMMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PRODCDO                 PIC X(10).
           02  FILLER                  PIC X(03).
           02  UNITCDO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  UDESCO                  PIC X(10).
           02  FILLER                  PIC X(03).
           02  FACTORO                 PIC X(05).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
