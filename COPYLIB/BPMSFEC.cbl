      ******************************************************************
      *
      * BPMSFEC - SYMBOLIC MAP FOR THE BPMMFEC BLANKET PURCHASE ORDER
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS POSFEC. THE
      * BUYER KEYS AN ACTION CODE (A ADD, C CHANGE, X CANCEL, I
      * INQUIRE), THE BLANKET NUMBER (LEFT BLANK ON AN ADD - THE
      * PROGRAM ISSUES THE NEXT ONE FROM CTLFEC THROUGH GETINFEC),
      * THE VENDOR, AND UP TO FIVE PRODUCTS WITH THE COMMITTED
      * QUANTITY, FIXED PRICE AND EXPIRATION DATE OF EACH. RELQTY IS
      * OUTPUT ONLY - WHAT HAS BEEN RELEASED AGAINST THE LINE SO FAR.
      *
      * MOD HISTORY
      * 2026-10-09  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  BPMMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  BPONBRL                 PIC S9(4) COMP.
           02  BPONBRF                 PIC X.
           02  FILLER REDEFINES BPONBRF.
               03  BPONBRH             PIC X.
           02  BPONBRI                 PIC X(06).
           02  VENDNOL                 PIC S9(4) COMP.
           02  VENDNOF                 PIC X.
           02  FILLER REDEFINES VENDNOF.
               03  VENDNOH             PIC X.
           02  VENDNOI                 PIC X(06).
           02  VENDORL                 PIC S9(4) COMP.
           02  VENDORF                 PIC X.
           02  FILLER REDEFINES VENDORF.
               03  VENDORH             PIC X.
           02  VENDORI                 PIC X(30).
           02  STRTDTL                 PIC S9(4) COMP.
           02  STRTDTF                 PIC X.
           02  FILLER REDEFINES STRTDTF.
               03  STRTDTH             PIC X.
           02  STRTDTI                 PIC X(08).
           02  BPO-LINE-LIST OCCURS 5 TIMES.
               03  PRODCDL             PIC S9(4) COMP.
               03  PRODCDF             PIC X.
               03  FILLER REDEFINES PRODCDF.
                   04  PRODCDH         PIC X.
               03  PRODCDI             PIC X(10).
               03  CMTQTYL             PIC S9(4) COMP.
               03  CMTQTYF             PIC X.
               03  FILLER REDEFINES CMTQTYF.
                   04  CMTQTYH         PIC X.
               03  CMTQTYI             PIC X(07).
               03  UPRICEL             PIC S9(4) COMP.
               03  UPRICEF             PIC X.
               03  FILLER REDEFINES UPRICEF.
                   04  UPRICEH         PIC X.
               03  UPRICEI             PIC X(10).
               03  EXPDTL              PIC S9(4) COMP.
               03  EXPDTF              PIC X.
               03  FILLER REDEFINES EXPDTF.
                   04  EXPDTH          PIC X.
               03  EXPDTI              PIC X(08).
               03  RELQTYL             PIC S9(4) COMP.
               03  RELQTYF             PIC X.
               03  FILLER REDEFINES RELQTYF.
                   04  RELQTYH         PIC X.
               03  RELQTYI             PIC X(07).
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
       01  BPMMFECO REDEFINES BPMMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  BPONBRO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  VENDNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  VENDORO                 PIC X(30).
           02  FILLER                  PIC X(03).
           02  STRTDTO                 PIC X(08).
           02  BPO-LINE-LIST-O OCCURS 5 TIMES.
               03  FILLER              PIC X(03).
               03  PRODCDO             PIC X(10).
               03  FILLER              PIC X(03).
               03  CMTQTYO             PIC X(07).
               03  FILLER              PIC X(03).
               03  UPRICEO             PIC X(10).
               03  FILLER              PIC X(03).
               03  EXPDTO              PIC X(08).
               03  FILLER              PIC X(03).
               03  RELQTYO             PIC X(07).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
