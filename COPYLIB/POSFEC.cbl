      * PRDFEC.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD THE UOM FIELD TO EACH LINE - THE UNIT THE
      *                  QUANTITY AND COST ARE KEYED IN. BLANK MEANS
      *                  THE PRODUCT'S STOCKING UNIT; ANY OTHER UNIT
      *                  MUST BE ON UOMFEC FOR THE PRODUCT.
      * 2026-10-02  DAO  ADD THE UCOST FIELD TO EACH LINE - THE UNIT
      *                  COST AGREED WITH THE VENDOR. LEFT BLANK IT
      *                  DEFAULTS FROM THE VENDOR'S VPRFEC QUOTE.
      * 2026-09-01  DAO  ADD THE VENDNO FIELD - THE BUYER NOW KEYS A
      *                  VENDOR NUMBER VALIDATED AGAINST VNDFEC, AND
      *                  THE VENDOR FIELD BECOMES THE NAME ECHOED
               03  FILLER REDEFINES QTYF.
                   04  QTYH            PIC X.
               03  QTYI                PIC X(07).
               03  UOML                PIC S9(4) COMP.
               03  UOMF                PIC X.
               03  FILLER REDEFINES UOMF.
                   04  UOMH            PIC X.
               03  UOMI                PIC X(02).
               03  UCOSTL              PIC S9(4) COMP.
               03  UCOSTF              PIC X.
               03  FILLER REDEFINES UCOSTF.
                   04  UCOSTH          PIC X.
               03  UCOSTI              PIC X(10).
           02  MESSAGEL                PIC S9(4) COMP.
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  PRODCDO             PIC X(10).
               03  FILLER              PIC X(03).
               03  QTYO                PIC X(07).
               03  FILLER              PIC X(03).
               03  UOMO                PIC X(02).
               03  FILLER              PIC X(03).
               03  UCOSTO              PIC X(10).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
