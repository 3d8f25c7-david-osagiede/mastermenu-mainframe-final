      ******************************************************************
      *
      * RDSSFEC - SYMBOLIC MAP FOR THE RDSMFEC REPORT DISTRIBUTION
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS LGHSFEC, WITH
      * THE ACTION CODE FIELD SO ONE SCREEN CAN ADD, CHANGE, DELETE,
      * OR INQUIRE ON AN RDSFEC ENTRY, KEYED BY REPORT ID, ENTRY TYPE
      * (D FOR A DEPARTMENT, O FOR AN OPERATOR) AND ENTRY VALUE.
      * BURST IS THE OPERATOR'S BURST KEY, BLANK FOR THE WHOLE REPORT.
      * UDATE AND UPDBY ARE DISPLAY ONLY.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  RDSMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  REPTIDL                 PIC S9(4) COMP.
           02  REPTIDF                 PIC X.
           02  FILLER REDEFINES REPTIDF.
               03  REPTIDH             PIC X.
           02  REPTIDI                 PIC X(08).
           02  ETYPEL                  PIC S9(4) COMP.
           02  ETYPEF                  PIC X.
           02  FILLER REDEFINES ETYPEF.
               03  ETYPEH              PIC X.
           02  ETYPEI                  PIC X(01).
           02  EVALUEL                 PIC S9(4) COMP.
           02  EVALUEF                 PIC X.
           02  FILLER REDEFINES EVALUEF.
               03  EVALUEH             PIC X.
           02  EVALUEI                 PIC X(08).
           02  BURSTL                  PIC S9(4) COMP.
           02  BURSTF                  PIC X.
           02  FILLER REDEFINES BURSTF.
               03  BURSTH              PIC X.
           02  BURSTI                  PIC X(08).
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
       01  RDSMFECO REDEFINES RDSMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  REPTIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  ETYPEO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  EVALUEO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  BURSTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  UDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  UPDBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
