      ******************************************************************
      *
      * RSTSFEC - SYMBOLIC MAP FOR THE RSTMFEC DELIVERY ROUTE STOP
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS SHTSFEC,
      * WITH THE SAME ACTION CODE FIELD SO ONE SCREEN CAN ADD,
      * CHANGE, OR DELETE A STOP.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  RSTMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  CUSTNOL                 PIC S9(4) COMP.
           02  CUSTNOF                 PIC X.
           02  FILLER REDEFINES CUSTNOF.
               03  CUSTNOH             PIC X.
           02  CUSTNOI                 PIC X(06).
           02  LOCCDL                  PIC S9(4) COMP.
           02  LOCCDF                  PIC X.
           02  FILLER REDEFINES LOCCDF.
               03  LOCCDH              PIC X.
           02  LOCCDI                  PIC X(04).
           02  RTECDL                  PIC S9(4) COMP.
           02  RTECDF                  PIC X.
           02  FILLER REDEFINES RTECDF.
               03  RTECDH              PIC X.
           02  RTECDI                  PIC X(04).
           02  STOPSQL                 PIC S9(4) COMP.
           02  STOPSQF                 PIC X.
           02  FILLER REDEFINES STOPSQF.
               03  STOPSQH             PIC X.
           02  STOPSQI                 PIC X(03).
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
       01  RSTMFECO REDEFINES RSTMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  CUSTNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  LOCCDO                  PIC X(04).
           02  FILLER                  PIC X(03).
           02  RTECDO                  PIC X(04).
           02  FILLER                  PIC X(03).
           02  STOPSQO                 PIC X(03).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
