      ******************************************************************
      *
      * TRMSFEC - SYMBOLIC MAP FOR THE TRMMFEC PAYMENT TERMS
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS COASFEC, WITH
      * THE ACTION CODE FIELD SO ONE SCREEN CAN ADD, CHANGE, DELETE,
      * OR INQUIRE ON A TERMS CODE. THE DISCOUNT RATE IS KEYED AS
      * 9V9999 DIGITS (02000 IS 2 PERCENT). UDATE AND UPDBY ARE
      * DISPLAY ONLY.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  TRMMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  TCODEL                  PIC S9(4) COMP.
           02  TCODEF                  PIC X.
           02  FILLER REDEFINES TCODEF.
               03  TCODEH              PIC X.
           02  TCODEI                  PIC X(03).
           02  TDESCL                  PIC S9(4) COMP.
           02  TDESCF                  PIC X.
           02  FILLER REDEFINES TDESCF.
               03  TDESCH              PIC X.
           02  TDESCI                  PIC X(30).
           02  TSTATL                  PIC S9(4) COMP.
           02  TSTATF                  PIC X.
           02  FILLER REDEFINES TSTATF.
               03  TSTATH              PIC X.
           02  TSTATI                  PIC X(01).
           02  BASISL                  PIC S9(4) COMP.
           02  BASISF                  PIC X.
           02  FILLER REDEFINES BASISF.
               03  BASISH              PIC X.
           02  BASISI                  PIC X(01).
           02  CUTOFFL                 PIC S9(4) COMP.
           02  CUTOFFF                 PIC X.
           02  FILLER REDEFINES CUTOFFF.
               03  CUTOFFH             PIC X.
           02  CUTOFFI                 PIC X(02).
           02  NETDAYSL                PIC S9(4) COMP.
           02  NETDAYSF                PIC X.
           02  FILLER REDEFINES NETDAYSF.
               03  NETDAYSH            PIC X.
           02  NETDAYSI                PIC X(03).
           02  DISCDAYL                PIC S9(4) COMP.
           02  DISCDAYF                PIC X.
           02  FILLER REDEFINES DISCDAYF.
               03  DISCDAYH            PIC X.
           02  DISCDAYI                PIC X(03).
           02  DISCRATEL               PIC S9(4) COMP.
           02  DISCRATEF               PIC X.
           02  FILLER REDEFINES DISCRATEF.
               03  DISCRATEH           PIC X.
           02  DISCRATEI               PIC X(05).
           02  INSTNOL                 PIC S9(4) COMP.
           02  INSTNOF                 PIC X.
           02  FILLER REDEFINES INSTNOF.
               03  INSTNOH             PIC X.
           02  INSTNOI                 PIC X(02).
           02  INSTDAYL                PIC S9(4) COMP.
           02  INSTDAYF                PIC X.
           02  FILLER REDEFINES INSTDAYF.
               03  INSTDAYH            PIC X.
           02  INSTDAYI                PIC X(03).
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
       01  TRMMFECO REDEFINES TRMMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  TCODEO                  PIC X(03).
           02  FILLER                  PIC X(03).
           02  TDESCO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  TSTATO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  BASISO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  CUTOFFO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  NETDAYSO                PIC X(03).
           02  FILLER                  PIC X(03).
           02  DISCDAYO                PIC X(03).
           02  FILLER                  PIC X(03).
           02  DISCRATEO               PIC X(05).
           02  FILLER                  PIC X(03).
           02  INSTNOO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  INSTDAYO                PIC X(03).
           02  FILLER                  PIC X(03).
           02  UDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  UPDBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
