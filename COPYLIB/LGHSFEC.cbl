      ******************************************************************
      *
      * LGHSFEC - SYMBOLIC MAP FOR THE LGHMFEC LEGAL HOLD MAINTENANCE
      * MAP. SAME GENERATED-STYLE SHAPE AS BCLSFEC, WITH THE ACTION
      * CODE FIELD SO ONE SCREEN CAN ADD, CHANGE, DELETE (RELEASE),
      * OR INQUIRE ON A HOLD, KEYED BY CUSTOMER AND HOLD NUMBER.
      * FDATE AND TDATE ARE THE YYYYMMDD RANGE THE HOLD COVERS, BLANK
      * FOR NO LIMIT. CNAME, UDATE AND UPDBY ARE DISPLAY ONLY.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  LGHMFECI.
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
           02  HOLDNOL                 PIC S9(4) COMP.
           02  HOLDNOF                 PIC X.
           02  FILLER REDEFINES HOLDNOF.
               03  HOLDNOH             PIC X.
           02  HOLDNOI                 PIC X(02).
           02  CNAMEL                  PIC S9(4) COMP.
           02  CNAMEF                  PIC X.
           02  FILLER REDEFINES CNAMEF.
               03  CNAMEH              PIC X.
           02  CNAMEI                  PIC X(30).
           02  FDATEL                  PIC S9(4) COMP.
           02  FDATEF                  PIC X.
           02  FILLER REDEFINES FDATEF.
               03  FDATEH              PIC X.
           02  FDATEI                  PIC X(08).
           02  TDATEL                  PIC S9(4) COMP.
           02  TDATEF                  PIC X.
           02  FILLER REDEFINES TDATEF.
               03  TDATEH              PIC X.
           02  TDATEI                  PIC X(08).
           02  MATTERL                 PIC S9(4) COMP.
           02  MATTERF                 PIC X.
           02  FILLER REDEFINES MATTERF.
               03  MATTERH             PIC X.
           02  MATTERI                 PIC X(30).
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
       01  LGHMFECO REDEFINES LGHMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  CUSTNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  HOLDNOO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  CNAMEO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  FDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  TDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  MATTERO                 PIC X(30).
           02  FILLER                  PIC X(03).
           02  UDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  UPDBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
