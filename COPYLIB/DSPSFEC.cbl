      ******************************************************************
      *
      * DSPSFEC - SYMBOLIC MAP FOR THE DSPMFEC DISPUTED INVOICE
      * MAINTENANCE MAP. THE CUSTOMER, NAME, OPEN BALANCE, AND
      * DISPUTE STATUS LINE ARE DISPLAY-ONLY; THE ACTION, INVOICE,
      * AMOUNT, REASON, OWNER, CREDIT MEMO, AND NOTES ARE KEYED.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  DSPMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  INVNOL                  PIC S9(4) COMP.
           02  INVNOF                  PIC X.
           02  FILLER REDEFINES INVNOF.
               03  INVNOH              PIC X.
           02  INVNOI                  PIC X(06).
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
           02  DAMTL                   PIC S9(4) COMP.
           02  DAMTF                   PIC X.
           02  FILLER REDEFINES DAMTF.
               03  DAMTH               PIC X.
           02  DAMTI                   PIC X(09).
           02  REASONL                 PIC S9(4) COMP.
           02  REASONF                 PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONH             PIC X.
           02  REASONI                 PIC X(02).
           02  OWNERL                  PIC S9(4) COMP.
           02  OWNERF                  PIC X.
           02  FILLER REDEFINES OWNERF.
               03  OWNERH              PIC X.
           02  OWNERI                  PIC X(08).
           02  MEMONOL                 PIC S9(4) COMP.
           02  MEMONOF                 PIC X.
           02  FILLER REDEFINES MEMONOF.
               03  MEMONOH             PIC X.
           02  MEMONOI                 PIC X(06).
           02  NOTESL                  PIC S9(4) COMP.
           02  NOTESF                  PIC X.
           02  FILLER REDEFINES NOTESF.
               03  NOTESH              PIC X.
           02  NOTESI                  PIC X(60).
           02  DSTATL                  PIC S9(4) COMP.
           02  DSTATF                  PIC X.
           02  FILLER REDEFINES DSTATF.
               03  DSTATH              PIC X.
           02  DSTATI                  PIC X(50).
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
       01  DSPMFECO REDEFINES DSPMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  INVNOO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  CUSTNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  CNAMEO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  OPENBALO                PIC X(15).
           02  FILLER                  PIC X(03).
           02  DAMTO                   PIC X(09).
           02  FILLER                  PIC X(03).
           02  REASONO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  OWNERO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  MEMONOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  NOTESO                  PIC X(60).
           02  FILLER                  PIC X(03).
           02  DSTATO                  PIC X(50).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
