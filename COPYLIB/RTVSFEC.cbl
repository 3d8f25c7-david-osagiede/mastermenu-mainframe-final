      ******************************************************************
      *
      * RTVSFEC - SYMBOLIC MAP FOR THE RTVMFEC RETURN-TO-VENDOR MAP.
      * SAME GENERATED-STYLE SHAPE AS APVSFEC. THE RECEIVING CLERK
      * KEYS THE VENDOR, THE ORIGINAL PO, THE PRODUCT, THE LOT (IF
      * THE PRODUCT IS LOT-TRACKED), THE QUANTITY GOING BACK, THE
      * LOCATION IT LEAVES FROM, AND THE VENDOR'S RETURN
      * AUTHORIZATION NUMBER; THE PROGRAM ECHOES THE DEBIT MEMO
      * VOUCHER NUMBER, ITS AMOUNT, AND THE NEW ON-HAND FIGURE.
      *
      * MOD HISTORY
      * 2026-10-05  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  RTVMFECI.
           02  FILLER                  PIC X(12).
           02  VENDNOL                 PIC S9(4) COMP.
           02  VENDNOF                 PIC X.
           02  FILLER REDEFINES VENDNOF.
               03  VENDNOH             PIC X.
           02  VENDNOI                 PIC X(06).
           02  PONBRL                  PIC S9(4) COMP.
           02  PONBRF                  PIC X.
           02  FILLER REDEFINES PONBRF.
               03  PONBRH              PIC X.
           02  PONBRI                  PIC X(06).
           02  PRODCDL                 PIC S9(4) COMP.
           02  PRODCDF                 PIC X.
           02  FILLER REDEFINES PRODCDF.
               03  PRODCDH             PIC X.
           02  PRODCDI                 PIC X(10).
           02  LOTNOL                  PIC S9(4) COMP.
           02  LOTNOF                  PIC X.
           02  FILLER REDEFINES LOTNOF.
               03  LOTNOH              PIC X.
           02  LOTNOI                  PIC X(10).
           02  QTYL                    PIC S9(4) COMP.
           02  QTYF                    PIC X.
           02  FILLER REDEFINES QTYF.
               03  QTYH                PIC X.
           02  QTYI                    PIC X(07).
           02  RTNLOCL                 PIC S9(4) COMP.
           02  RTNLOCF                 PIC X.
           02  FILLER REDEFINES RTNLOCF.
               03  RTNLOCH             PIC X.
           02  RTNLOCI                 PIC X(01).
           02  VRMANOL                 PIC S9(4) COMP.
           02  VRMANOF                 PIC X.
           02  FILLER REDEFINES VRMANOF.
               03  VRMANOH             PIC X.
           02  VRMANOI                 PIC X(10).
           02  VCHNOL                  PIC S9(4) COMP.
           02  VCHNOF                  PIC X.
           02  FILLER REDEFINES VCHNOF.
               03  VCHNOH              PIC X.
           02  VCHNOI                  PIC X(06).
           02  AMOUNTL                 PIC S9(4) COMP.
           02  AMOUNTF                 PIC X.
           02  FILLER REDEFINES AMOUNTF.
               03  AMOUNTH             PIC X.
           02  AMOUNTI                 PIC X(12).
           02  ONHANDL                 PIC S9(4) COMP.
           02  ONHANDF                 PIC X.
           02  FILLER REDEFINES ONHANDF.
               03  ONHANDH             PIC X.
           02  ONHANDI                 PIC X(08).
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
       01  RTVMFECO REDEFINES RTVMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  VENDNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  PONBRO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  PRODCDO                 PIC X(10).
           02  FILLER                  PIC X(03).
           02  LOTNOO                  PIC X(10).
           02  FILLER                  PIC X(03).
           02  QTYO                    PIC X(07).
           02  FILLER                  PIC X(03).
           02  RTNLOCO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  VRMANOO                 PIC X(10).
           02  FILLER                  PIC X(03).
           02  VCHNOO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  AMOUNTO                 PIC X(12).
           02  FILLER                  PIC X(03).
           02  ONHANDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
