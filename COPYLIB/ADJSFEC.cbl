      ******************************************************************
      *
      * ADJSFEC - SYMBOLIC MAP FOR THE ADJMFEC INVENTORY ADJUSTMENT
      * MAP. SAME GENERATED-STYLE SHAPE AS RMDSFEC. THE CLERK KEYS
      * THE PRODUCT, THE BUILDING, + OR - FOR THE DIRECTION, THE
      * QUANTITY, AND A TWO-CHARACTER REASON CODE. THE PROGRAM ECHOES
      * THE PRODUCT DESCRIPTION, THE LOCATION QUANTITY AFTER THE
      * ADJUSTMENT, AND THE ADJUSTMENT NUMBER ISSUED.
      *
      * MOD HISTORY
      * 2026-10-12  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  ADJMFECI.
           02  FILLER                  PIC X(12).
           02  PRODCDL                 PIC S9(4) COMP.
           02  PRODCDF                 PIC X.
           02  FILLER REDEFINES PRODCDF.
               03  PRODCDH             PIC X.
           02  PRODCDI                 PIC X(10).
           02  PRDDESCL                PIC S9(4) COMP.
           02  PRDDESCF                PIC X.
           02  FILLER REDEFINES PRDDESCF.
               03  PRDDESCH            PIC X.
           02  PRDDESCI                PIC X(20).
           02  ADJLOCL                 PIC S9(4) COMP.
           02  ADJLOCF                 PIC X.
           02  FILLER REDEFINES ADJLOCF.
               03  ADJLOCH             PIC X.
           02  ADJLOCI                 PIC X(01).
           02  SIGNL                   PIC S9(4) COMP.
           02  SIGNF                   PIC X.
           02  FILLER REDEFINES SIGNF.
               03  SIGNH               PIC X.
           02  SIGNI                   PIC X(01).
           02  QTYL                    PIC S9(4) COMP.
           02  QTYF                    PIC X.
           02  FILLER REDEFINES QTYF.
               03  QTYH                PIC X.
           02  QTYI                    PIC X(07).
           02  REASONL                 PIC S9(4) COMP.
           02  REASONF                 PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONH             PIC X.
           02  REASONI                 PIC X(02).
           02  ONHANDL                 PIC S9(4) COMP.
           02  ONHANDF                 PIC X.
           02  FILLER REDEFINES ONHANDF.
               03  ONHANDH             PIC X.
           02  ONHANDI                 PIC X(08).
           02  ADJNOL                  PIC S9(4) COMP.
           02  ADJNOF                  PIC X.
           02  FILLER REDEFINES ADJNOF.
               03  ADJNOH              PIC X.
           02  ADJNOI                  PIC X(06).
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
       01  ADJMFECO REDEFINES ADJMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  PRODCDO                 PIC X(10).
           02  FILLER                  PIC X(03).
           02  PRDDESCO                PIC X(20).
           02  FILLER                  PIC X(03).
           02  ADJLOCO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  SIGNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  QTYO                    PIC X(07).
           02  FILLER                  PIC X(03).
           02  REASONO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  ONHANDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  ADJNOO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
