      * AS THE INV-LINE-ITEM-1 GROUP IN INVLOFEC.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD UOMI/O TO EACH LINE - THE UNIT THE
      *                  QUANTITY IS KEYED IN (BLANK MEANS THE
      *                  PRODUCT'S STOCKING UNIT).
      * 2026-10-11  DAO  ADD ONHANDI/O, COMMITI/O AND ATPI/O TO EACH
      *                  LINE - THE SHIP-FROM LOCATION'S ON-HAND,
      *                  COMMITTED AND AVAILABLE-TO-PROMISE QUANTITIES
      *                  FOR THE KEYED PRODUCT, FILLED BY THE LINE
      *                  EDIT.
      * 2026-09-01  DAO  ADD SHTLOCI/O - THE SHTFEC SHIP-TO LOCATION
      *                  CODE THE ORDER DELIVERS TO (OPTIONAL, BLANK
      *                  MEANS THE CM-SHIPTO GROUP OR THE BILL-TO).
               03  FILLER REDEFINES QTYF.
                   04  QTYH            PIC X.
               03  QTYI                PIC X(07).
               03  UOML                PIC S9(4) COMP.
               03  UOMF                PIC X.
               03  FILLER REDEFINES UOMF.
                   04  UOMH            PIC X.
               03  UOMI                PIC X(02).
               03  ONHANDL             PIC S9(4) COMP.
               03  ONHANDF             PIC X.
               03  FILLER REDEFINES ONHANDF.
                   04  ONHANDH         PIC X.
               03  ONHANDI             PIC X(08).
               03  COMMITL             PIC S9(4) COMP.
               03  COMMITF             PIC X.
               03  FILLER REDEFINES COMMITF.
                   04  COMMITH         PIC X.
               03  COMMITI             PIC X(08).
               03  ATPL                PIC S9(4) COMP.
               03  ATPF                PIC X.
               03  FILLER REDEFINES ATPF.
                   04  ATPH            PIC X.
               03  ATPI                PIC X(08).
           02  MESSAGEL                PIC S9(4) COMP.
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  PRODCDO             PIC X(10).
               03  FILLER              PIC X(03).
               03  QTYO                PIC X(07).
               03  FILLER              PIC X(03).
               03  UOMO                PIC X(02).
               03  FILLER              PIC X(03).
               03  ONHANDO             PIC X(08).
               03  FILLER              PIC X(03).
               03  COMMITO             PIC X(08).
               03  FILLER              PIC X(03).
               03  ATPO                PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
