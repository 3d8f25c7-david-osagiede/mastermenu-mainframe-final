      ******************************************************************
      *
      * PTPSFEC - SYMBOLIC MAP FOR THE PTPMFEC PROMISE-TO-PAY ENTRY
      * MAP. THE CUSTOMER NAME, OPEN BALANCE, AND LAST PROMISE ON
      * FILE ARE DISPLAY-ONLY; THE AMOUNT, DATE, AND NOTE ARE KEYED.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  PTPMFECI.
           02  FILLER                  PIC X(12).
           02  CUSTNOL                 PIC S9(4) COMP.
           02  CUSTNOF                 PIC X.
           02  FILLER REDEFINES CUSTNOF.
               03  CUSTNOH             PIC X.
           02  CUSTNOI                 PIC X(06).
           02  CNAMEL                  PIC S9(4) COMP.
           02  CNAMEF                  PIC X.
           02  FILLER REDEFINES CNAMEF.
               03  CNAMEH              PIC X.
           02  CNAMEI                  PIC X(30).
           02  OPENBALL                PIC S9(4) COMP.
           02  OPENBALF                PIC X.
           02  FILLER REDEFINES OPENBALF.
               03  OPENBALH            PIC X.
           02  OPENBALI                PIC X(15).
           02  LASTPTPL                PIC S9(4) COMP.
           02  LASTPTPF                PIC X.
           02  FILLER REDEFINES LASTPTPF.
               03  LASTPTPH            PIC X.
           02  LASTPTPI                PIC X(60).
           02  PAMTL                   PIC S9(4) COMP.
           02  PAMTF                   PIC X.
           02  FILLER REDEFINES PAMTF.
               03  PAMTH               PIC X.
           02  PAMTI                   PIC X(10).
           02  PDATEL                  PIC S9(4) COMP.
           02  PDATEF                  PIC X.
           02  FILLER REDEFINES PDATEF.
               03  PDATEH              PIC X.
           02  PDATEI                  PIC X(08).
           02  PNOTEL                  PIC S9(4) COMP.
           02  PNOTEF                  PIC X.
           02  FILLER REDEFINES PNOTEF.
               03  PNOTEH              PIC X.
           02  PNOTEI                  PIC X(26).
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
       01  PTPMFECO REDEFINES PTPMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  CUSTNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  CNAMEO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  OPENBALO                PIC X(15).
           02  FILLER                  PIC X(03).
           02  LASTPTPO                PIC X(60).
           02  FILLER                  PIC X(03).
           02  PAMTO                   PIC X(10).
           02  FILLER                  PIC X(03).
           02  PDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  PNOTEO                  PIC X(26).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
