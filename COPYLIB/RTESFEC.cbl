      ******************************************************************
      *
      * RTESFEC - SYMBOLIC MAP FOR THE RTEMFEC DELIVERY ROUTE
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS CATSFEC,
      * WITH THE SAME ACTION CODE FIELD SO ONE SCREEN CAN ADD,
      * CHANGE, OR DELETE A ROUTE.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  RTEMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  RTECDL                  PIC S9(4) COMP.
           02  RTECDF                  PIC X.
           02  FILLER REDEFINES RTECDF.
               03  RTECDH              PIC X.
           02  RTECDI                  PIC X(04).
           02  RDESCL                  PIC S9(4) COMP.
           02  RDESCF                  PIC X.
           02  FILLER REDEFINES RDESCF.
               03  RDESCH              PIC X.
           02  RDESCI                  PIC X(20).
           02  RDAYSL                  PIC S9(4) COMP.
           02  RDAYSF                  PIC X.
           02  FILLER REDEFINES RDAYSF.
               03  RDAYSH              PIC X.
           02  RDAYSI                  PIC X(07).
           02  RCAPL                   PIC S9(4) COMP.
           02  RCAPF                   PIC X.
           02  FILLER REDEFINES RCAPF.
               03  RCAPH               PIC X.
           02  RCAPI                   PIC X(07).
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
       01  RTEMFECO REDEFINES RTEMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  RTECDO                  PIC X(04).
           02  FILLER                  PIC X(03).
           02  RDESCO                  PIC X(20).
           02  FILLER                  PIC X(03).
           02  RDAYSO                  PIC X(07).
           02  FILLER                  PIC X(03).
           02  RCAPO                   PIC X(07).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
