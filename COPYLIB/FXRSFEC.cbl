      ******************************************************************
      *
      * FXRSFEC - SYMBOLIC MAP FOR THE FXRMFEC EXCHANGE RATE
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS CATSFEC, WITH
      * THE ACTION CODE FIELD SO ONE SCREEN CAN ADD, CHANGE, DELETE,
      * OR INQUIRE ON A CURRENCY. RDATE AND UPDBY ARE DISPLAY ONLY.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  FXRMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  CURCDL                  PIC S9(4) COMP.
           02  CURCDF                  PIC X.
           02  FILLER REDEFINES CURCDF.
               03  CURCDH              PIC X.
           02  CURCDI                  PIC X(03).
           02  CDESCL                  PIC S9(4) COMP.
           02  CDESCF                  PIC X.
           02  FILLER REDEFINES CDESCF.
               03  CDESCH              PIC X.
           02  CDESCI                  PIC X(20).
           02  RATEL                   PIC S9(4) COMP.
           02  RATEF                   PIC X.
           02  FILLER REDEFINES RATEF.
               03  RATEH               PIC X.
           02  RATEI                   PIC X(09).
           02  RDATEL                  PIC S9(4) COMP.
           02  RDATEF                  PIC X.
           02  FILLER REDEFINES RDATEF.
               03  RDATEH              PIC X.
           02  RDATEI                  PIC X(08).
           02  UPDBYL                  PIC S9(4) COMP.
           02  UPDBYF                  PIC X.
           02  FILLER REDEFINES UPDBYF.
               03  UPDBYH              PIC X.
           02  UPDBYI                  PIC X(08).
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
       01  FXRMFECO REDEFINES FXRMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  CURCDO                  PIC X(03).
           02  FILLER                  PIC X(03).
           02  CDESCO                  PIC X(20).
           02  FILLER                  PIC X(03).
           02  RATEO                   PIC X(09).
           02  FILLER                  PIC X(03).
           02  RDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  UPDBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
