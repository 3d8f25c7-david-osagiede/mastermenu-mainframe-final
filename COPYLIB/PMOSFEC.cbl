      ******************************************************************
      *
      * PMOSFEC - SYMBOLIC MAP FOR THE PMOMFEC PROMOTIONAL PRICE
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS QBPSFEC,
      * WITH THE SAME ACTION CODE FIELD SO ONE SCREEN CAN ADD,
      * CHANGE, OR DELETE A RECORD.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  PMOMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  SCOPEL                  PIC S9(4) COMP.
           02  SCOPEF                  PIC X.
           02  FILLER REDEFINES SCOPEF.
               03  SCOPEH              PIC X.
           02  SCOPEI                  PIC X(01).
           02  ITEML                   PIC S9(4) COMP.
           02  ITEMF                   PIC X.
           02  FILLER REDEFINES ITEMF.
               03  ITEMH               PIC X.
           02  ITEMI                   PIC X(10).
           02  PROMIDL                 PIC S9(4) COMP.
           02  PROMIDF                 PIC X.
           02  FILLER REDEFINES PROMIDF.
               03  PROMIDH             PIC X.
           02  PROMIDI                 PIC X(06).
           02  PDESCL                  PIC S9(4) COMP.
           02  PDESCF                  PIC X.
           02  FILLER REDEFINES PDESCF.
               03  PDESCH              PIC X.
           02  PDESCI                  PIC X(30).
           02  STRDTL                  PIC S9(4) COMP.
           02  STRDTF                  PIC X.
           02  FILLER REDEFINES STRDTF.
               03  STRDTH              PIC X.
           02  STRDTI                  PIC X(08).
           02  ENDDTL                  PIC S9(4) COMP.
           02  ENDDTF                  PIC X.
           02  FILLER REDEFINES ENDDTF.
               03  ENDDTH              PIC X.
           02  ENDDTI                  PIC X(08).
           02  PTYPEL                  PIC S9(4) COMP.
           02  PTYPEF                  PIC X.
           02  FILLER REDEFINES PTYPEF.
               03  PTYPEH              PIC X.
           02  PTYPEI                  PIC X(01).
           02  PCTOFFL                 PIC S9(4) COMP.
           02  PCTOFFF                 PIC X.
           02  FILLER REDEFINES PCTOFFF.
               03  PCTOFFH             PIC X.
           02  PCTOFFI                 PIC X(05).
           02  PPRICEL                 PIC S9(4) COMP.
           02  PPRICEF                 PIC X.
           02  FILLER REDEFINES PPRICEF.
               03  PPRICEH             PIC X.
           02  PPRICEI                 PIC X(09).
           02  CUSTNOL                 PIC S9(4) COMP.
           02  CUSTNOF                 PIC X.
           02  FILLER REDEFINES CUSTNOF.
               03  CUSTNOH             PIC X.
           02  CUSTNOI                 PIC X(06).
           02  REPCDL                  PIC S9(4) COMP.
           02  REPCDF                  PIC X.
           02  FILLER REDEFINES REPCDF.
               03  REPCDH              PIC X.
           02  REPCDI                  PIC X(03).
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
       01  PMOMFECO REDEFINES PMOMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  SCOPEO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  ITEMO                   PIC X(10).
           02  FILLER                  PIC X(03).
           02  PROMIDO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  PDESCO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  STRDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  ENDDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  PTYPEO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  PCTOFFO                 PIC X(05).
           02  FILLER                  PIC X(03).
           02  PPRICEO                 PIC X(09).
           02  FILLER                  PIC X(03).
           02  CUSTNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  REPCDO                  PIC X(03).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
