      ******************************************************************
      *
      * BCLSFEC - SYMBOLIC MAP FOR THE BCLMFEC BUSINESS CALENDAR
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS COASFEC, WITH
      * THE ACTION CODE FIELD SO ONE SCREEN CAN ADD, CHANGE, DELETE,
      * OR INQUIRE ON A CALENDAR DATE (YYYYMMDD). DTYPE IS H HOLIDAY,
      * S SHUTDOWN, OR W WORKED WEEKEND DAY. UDATE AND UPDBY ARE
      * DISPLAY ONLY.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  BCLMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  CDATEL                  PIC S9(4) COMP.
           02  CDATEF                  PIC X.
           02  FILLER REDEFINES CDATEF.
               03  CDATEH              PIC X.
           02  CDATEI                  PIC X(08).
           02  DTYPEL                  PIC S9(4) COMP.
           02  DTYPEF                  PIC X.
           02  FILLER REDEFINES DTYPEF.
               03  DTYPEH              PIC X.
           02  DTYPEI                  PIC X(01).
           02  CDESCL                  PIC S9(4) COMP.
           02  CDESCF                  PIC X.
           02  FILLER REDEFINES CDESCF.
               03  CDESCH              PIC X.
           02  CDESCI                  PIC X(30).
           02  UDATEL                  PIC S9(4) COMP.
           02  UDATEF                  PIC X.
           02  FILLER REDEFINES UDATEF.
               03  UDATEH              PIC X.
           02  UDATEI                  PIC X(08).
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
       01  BCLMFECO REDEFINES BCLMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  CDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  DTYPEO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  CDESCO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  UDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  UPDBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
