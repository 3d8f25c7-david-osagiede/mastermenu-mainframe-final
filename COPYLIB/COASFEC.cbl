      ******************************************************************
      *
      * COASFEC - SYMBOLIC MAP FOR THE COAMFEC CHART OF ACCOUNTS
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS FXRSFEC, WITH
      * THE ACTION CODE FIELD SO ONE SCREEN CAN ADD, CHANGE, DELETE,
      * OR INQUIRE ON AN ACCOUNT. UDATE AND UPDBY ARE DISPLAY ONLY.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  COAMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  ACCTL                   PIC S9(4) COMP.
           02  ACCTF                   PIC X.
           02  FILLER REDEFINES ACCTF.
               03  ACCTH               PIC X.
           02  ACCTI                   PIC X(10).
           02  ADESCL                  PIC S9(4) COMP.
           02  ADESCF                  PIC X.
           02  FILLER REDEFINES ADESCF.
               03  ADESCH              PIC X.
           02  ADESCI                  PIC X(30).
           02  ATYPEL                  PIC S9(4) COMP.
           02  ATYPEF                  PIC X.
           02  FILLER REDEFINES ATYPEF.
               03  ATYPEH              PIC X.
           02  ATYPEI                  PIC X(01).
           02  ASTATL                  PIC S9(4) COMP.
           02  ASTATF                  PIC X.
           02  FILLER REDEFINES ASTATF.
               03  ASTATH              PIC X.
           02  ASTATI                  PIC X(01).
           02  ARCTLL                  PIC S9(4) COMP.
           02  ARCTLF                  PIC X.
           02  FILLER REDEFINES ARCTLF.
               03  ARCTLH              PIC X.
           02  ARCTLI                  PIC X(01).
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
       01  COAMFECO REDEFINES COAMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  ACCTO                   PIC X(10).
           02  FILLER                  PIC X(03).
           02  ADESCO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  ATYPEO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  ASTATO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  ARCTLO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  UDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  UPDBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
