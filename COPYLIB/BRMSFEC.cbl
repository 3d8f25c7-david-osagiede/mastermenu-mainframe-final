      ******************************************************************
      *
      * BRMSFEC - SYMBOLIC MAP FOR THE BRMMFEC BLANKET RELEASE MAP.
      * SAME GENERATED-STYLE SHAPE AS POSFEC. THE BUYER KEYS THE
      * BLANKET NUMBER, THE DATE THE RELEASE IS WANTED ON THE DOCK,
      * AND UP TO FIVE PRODUCTS FROM THE BLANKET WITH THE QUANTITY TO
      * RELEASE. THE PROGRAM ECHOES THE VENDOR NAME, THE QUANTITY
      * STILL AVAILABLE ON EACH LINE AFTER THE RELEASE, AND THE PO
      * NUMBER THE RELEASE WAS WRITTEN UNDER.
      *
      * MOD HISTORY
      * 2026-10-09  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  BRMMFECI.
           02  FILLER                  PIC X(12).
           02  BPONBRL                 PIC S9(4) COMP.
           02  BPONBRF                 PIC X.
           02  FILLER REDEFINES BPONBRF.
               03  BPONBRH             PIC X.
           02  BPONBRI                 PIC X(06).
           02  VENDORL                 PIC S9(4) COMP.
           02  VENDORF                 PIC X.
           02  FILLER REDEFINES VENDORF.
               03  VENDORH             PIC X.
           02  VENDORI                 PIC X(30).
           02  RELDATEL                PIC S9(4) COMP.
           02  RELDATEF                PIC X.
           02  FILLER REDEFINES RELDATEF.
               03  RELDATEH            PIC X.
           02  RELDATEI                PIC X(08).
           02  REL-LINE-LIST OCCURS 5 TIMES.
               03  PRODCDL             PIC S9(4) COMP.
               03  PRODCDF             PIC X.
               03  FILLER REDEFINES PRODCDF.
                   04  PRODCDH         PIC X.
               03  PRODCDI             PIC X(10).
               03  QTYL                PIC S9(4) COMP.
               03  QTYF                PIC X.
               03  FILLER REDEFINES QTYF.
                   04  QTYH            PIC X.
               03  QTYI                PIC X(07).
               03  AVAILL              PIC S9(4) COMP.
               03  AVAILF              PIC X.
               03  FILLER REDEFINES AVAILF.
                   04  AVAILH          PIC X.
               03  AVAILI              PIC X(07).
           02  PONBRL                  PIC S9(4) COMP.
           02  PONBRF                  PIC X.
           02  FILLER REDEFINES PONBRF.
               03  PONBRH              PIC X.
           02  PONBRI                  PIC X(06).
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
       01  BRMMFECO REDEFINES BRMMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  BPONBRO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  VENDORO                 PIC X(30).
           02  FILLER                  PIC X(03).
           02  RELDATEO                PIC X(08).
           02  REL-LINE-LIST-O OCCURS 5 TIMES.
               03  FILLER              PIC X(03).
               03  PRODCDO             PIC X(10).
               03  FILLER              PIC X(03).
               03  QTYO                PIC X(07).
               03  FILLER              PIC X(03).
               03  AVAILO              PIC X(07).
           02  FILLER                  PIC X(03).
           02  PONBRO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
