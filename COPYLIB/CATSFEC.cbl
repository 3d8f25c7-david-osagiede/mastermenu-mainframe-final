      ******************************************************************
      *
      * CATSFEC - SYMBOLIC MAP FOR THE CATMFEC PRODUCT CATEGORY
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS REPSFEC,
      * WITH THE SAME ACTION CODE FIELD SO ONE SCREEN CAN ADD,
      * CHANGE, OR DELETE A RECORD.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  CATMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  CATCDL                  PIC S9(4) COMP.
           02  CATCDF                  PIC X.
           02  FILLER REDEFINES CATCDF.
               03  CATCDH              PIC X.
           02  CATCDI                  PIC X(04).
           02  CDESCL                  PIC S9(4) COMP.
           02  CDESCF                  PIC X.
           02  FILLER REDEFINES CDESCF.
               03  CDESCH              PIC X.
           02  CDESCI                  PIC X(20).
           02  SLSRCL                  PIC S9(4) COMP.
           02  SLSRCF                  PIC X.
           02  FILLER REDEFINES SLSRCF.
               03  SLSRCH              PIC X.
           02  SLSRCI                  PIC X(04).
           02  CGSRCL                  PIC S9(4) COMP.
           02  CGSRCF                  PIC X.
           02  FILLER REDEFINES CGSRCF.
               03  CGSRCH              PIC X.
           02  CGSRCI                  PIC X(04).
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
       01  CATMFECO REDEFINES CATMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  CATCDO                  PIC X(04).
           02  FILLER                  PIC X(03).
           02  CDESCO                  PIC X(20).
           02  FILLER                  PIC X(03).
           02  SLSRCO                  PIC X(04).
           02  FILLER                  PIC X(03).
           02  CGSRCO                  PIC X(04).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
