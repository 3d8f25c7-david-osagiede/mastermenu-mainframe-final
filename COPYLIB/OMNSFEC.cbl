      ******************************************************************
      *
      * OMNSFEC - SYMBOLIC MAP FOR THE OMNMFEC OPEN-ORDER MAINTENANCE
      * MAP. SAME GENERATED-STYLE SHAPE AS PKCSFEC. THE DESK KEYS THE
      * ORDER NUMBER ALONE TO SEE THE ORDER (CUSTOMER, STATUS,
      * REQUESTED DATE, SHIP-TO, AND PER LINE THE PRODUCT, QUANTITY
      * ORDERED AND QUANTITY SHIPPED SO FAR), THEN KEYS ACTION C WITH
      * A NEW QUANTITY AGAINST ANY LINE TO CHANGE (ZERO DROPS IT), A
      * PRODUCT AND QUANTITY ON A BLANK LINE TO ADD, OR A NEW
      * REQUESTED DATE OR SHIP-TO - OR ACTION X WITH A REASON CODE TO
      * CANCEL THE WHOLE ORDER - AND PRESSES ENTER AGAIN. QUANTITIES
      * ARE IN THE STOCKING UNIT.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  OMNMFECI.
           02  FILLER                  PIC X(12).
           02  ORDNOL                  PIC S9(4) COMP.
           02  ORDNOF                  PIC X.
           02  FILLER REDEFINES ORDNOF.
               03  ORDNOH              PIC X.
           02  ORDNOI                  PIC X(06).
           02  CUSTNOL                 PIC S9(4) COMP.
           02  CUSTNOF                 PIC X.
           02  FILLER REDEFINES CUSTNOF.
               03  CUSTNOH             PIC X.
           02  CUSTNOI                 PIC X(06).
           02  ORDSTATL                PIC S9(4) COMP.
           02  ORDSTATF                PIC X.
           02  FILLER REDEFINES ORDSTATF.
               03  ORDSTATH            PIC X.
           02  ORDSTATI                PIC X(01).
           02  ACTIONL                 PIC S9(4) COMP.
           02  ACTIONF                 PIC X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONH             PIC X.
           02  ACTIONI                 PIC X(01).
           02  REASONL                 PIC S9(4) COMP.
           02  REASONF                 PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONH             PIC X.
           02  REASONI                 PIC X(02).
           02  REQDTL                  PIC S9(4) COMP.
           02  REQDTF                  PIC X.
           02  FILLER REDEFINES REQDTF.
               03  REQDTH              PIC X.
           02  REQDTI                  PIC X(08).
           02  SHTLOCL                 PIC S9(4) COMP.
           02  SHTLOCF                 PIC X.
           02  FILLER REDEFINES SHTLOCF.
               03  SHTLOCH             PIC X.
           02  SHTLOCI                 PIC X(04).
           02  OMN-LINE-ITEMS OCCURS 10 TIMES.
               03  PRODCDL             PIC S9(4) COMP.
               03  PRODCDF             PIC X.
               03  FILLER REDEFINES PRODCDF.
                   04  PRODCDH         PIC X.
               03  PRODCDI             PIC X(10).
               03  QTYORDL             PIC S9(4) COMP.
               03  QTYORDF             PIC X.
               03  FILLER REDEFINES QTYORDF.
                   04  QTYORDH         PIC X.
               03  QTYORDI             PIC X(07).
               03  QTYSHPL             PIC S9(4) COMP.
               03  QTYSHPF             PIC X.
               03  FILLER REDEFINES QTYSHPF.
                   04  QTYSHPH         PIC X.
               03  QTYSHPI             PIC X(07).
               03  NEWQTYL             PIC S9(4) COMP.
               03  NEWQTYF             PIC X.
               03  FILLER REDEFINES NEWQTYF.
                   04  NEWQTYH         PIC X.
               03  NEWQTYI             PIC X(07).
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
       01  OMNMFECO REDEFINES OMNMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ORDNOO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  CUSTNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  ORDSTATO                PIC X(01).
           02  FILLER                  PIC X(03).
           02  ACTIONO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  REASONO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  REQDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  SHTLOCO                 PIC X(04).
           02  OMN-LINE-ITEMS-O OCCURS 10 TIMES.
               03  FILLER              PIC X(03).
               03  PRODCDO             PIC X(10).
               03  FILLER              PIC X(03).
               03  QTYORDO             PIC X(07).
               03  FILLER              PIC X(03).
               03  QTYSHPO             PIC X(07).
               03  FILLER              PIC X(03).
               03  NEWQTYO             PIC X(07).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
