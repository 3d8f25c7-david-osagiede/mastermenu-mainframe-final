      ******************************************************************
      *
      * VPMSFEC - SYMBOLIC MAP FOR THE VPMMFEC VENDOR-PRODUCT SUPPLY
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS VNMSFEC, WITH
      * THE SAME ACTION CODE FIELD SO ONE SCREEN CAN ADD, CHANGE, OR
      * DELETE A SUPPLY ROW. PDESC AND VNAME ARE PROTECTED ECHO
      * FIELDS FILLED FROM PRDFEC AND VNDFEC.
      *
      * MOD HISTORY
      * 2026-10-01  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  VPMMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  PRODCDL                 PIC S9(4) COMP.
           02  PRODCDF                 PIC X.
           02  FILLER REDEFINES PRODCDF.
               03  PRODCDH             PIC X.
           02  PRODCDI                 PIC X(10).
           02  PDESCL                  PIC S9(4) COMP.
           02  PDESCF                  PIC X.
           02  FILLER REDEFINES PDESCF.
               03  PDESCH              PIC X.
           02  PDESCI                  PIC X(20).
           02  VENDNOL                 PIC S9(4) COMP.
           02  VENDNOF                 PIC X.
           02  FILLER REDEFINES VENDNOF.
               03  VENDNOH             PIC X.
           02  VENDNOI                 PIC X(06).
           02  VNAMEL                  PIC S9(4) COMP.
           02  VNAMEF                  PIC X.
           02  FILLER REDEFINES VNAMEF.
               03  VNAMEH              PIC X.
           02  VNAMEI                  PIC X(30).
           02  VITEML                  PIC S9(4) COMP.
           02  VITEMF                  PIC X.
           02  FILLER REDEFINES VITEMF.
               03  VITEMH              PIC X.
           02  VITEMI                  PIC X(15).
           02  VCOSTL                  PIC S9(4) COMP.
           02  VCOSTF                  PIC X.
           02  FILLER REDEFINES VCOSTF.
               03  VCOSTH              PIC X.
           02  VCOSTI                  PIC X(10).
           02  QUOTDTL                 PIC S9(4) COMP.
           02  QUOTDTF                 PIC X.
           02  FILLER REDEFINES QUOTDTF.
               03  QUOTDTH             PIC X.
           02  QUOTDTI                 PIC X(08).
           02  MINQTYL                 PIC S9(4) COMP.
           02  MINQTYF                 PIC X.
           02  FILLER REDEFINES MINQTYF.
               03  MINQTYH             PIC X.
           02  MINQTYI                 PIC X(07).
           02  PRIMSWL                 PIC S9(4) COMP.
           02  PRIMSWF                 PIC X.
           02  FILLER REDEFINES PRIMSWF.
               03  PRIMSWH             PIC X.
           02  PRIMSWI                 PIC X(01).
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
       01  VPMMFECO REDEFINES VPMMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PRODCDO                 PIC X(10).
           02  FILLER                  PIC X(03).
           02  PDESCO                  PIC X(20).
           02  FILLER                  PIC X(03).
           02  VENDNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  VNAMEO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  VITEMO                  PIC X(15).
           02  FILLER                  PIC X(03).
           02  VCOSTO                  PIC X(10).
           02  FILLER                  PIC X(03).
           02  QUOTDTO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  MINQTYO                 PIC X(07).
           02  FILLER                  PIC X(03).
           02  PRIMSWO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
