      *                  UPDATE.
      * 2026-08-22  DAO  ADD RCVLOCI/O - THE BUILDING (1 OR 2) THE
      *                  GOODS CAME IN AT.
      * 2026-10-14  DAO  ADD PUTBINI/O - THE BIN THE RECEIPT IS PUT
      *                  AWAY TO. KEYED TO DIRECT IT, LEFT BLANK FOR
      *                  THE PROGRAM TO SUGGEST ONE; THE BIN USED
      *                  COMES BACK.
      * 2026-10-15  DAO  ADD UOMI/O - THE UNIT THE QUANTITY AND COST
      *                  ARE KEYED IN. BLANK IS THE STOCKING UNIT.
      * 2026-10-15  DAO  ADD EXPDTI/O - THE LOT'S EXPIRATION DATE
      *                  (YYYYMMDD, OPTIONAL, ONLY WITH A LOT NUMBER).
      *
      ******************************************************************
      *
           02  FILLER REDEFINES QTYF.
               03  QTYH                PIC X.
           02  QTYI                    PIC X(07).
           02  UOML                    PIC S9(4) COMP.
           02  UOMF                    PIC X.
           02  FILLER REDEFINES UOMF.
               03  UOMH                PIC X.
           02  UOMI                    PIC X(02).
           02  PONBRL                  PIC S9(4) COMP.
           02  PONBRF                  PIC X.
           02  FILLER REDEFINES PONBRF.
           02  FILLER REDEFINES LOTNOF.
               03  LOTNOH              PIC X.
           02  LOTNOI                  PIC X(10).
           02  EXPDTL                  PIC S9(4) COMP.
           02  EXPDTF                  PIC X.
           02  FILLER REDEFINES EXPDTF.
               03  EXPDTH              PIC X.
           02  EXPDTI                  PIC X(08).
           02  PUTBINL                 PIC S9(4) COMP.
           02  PUTBINF                 PIC X.
           02  FILLER REDEFINES PUTBINF.
               03  PUTBINH             PIC X.
           02  PUTBINI                 PIC X(06).
           02  ONHANDL                 PIC S9(4) COMP.
           02  ONHANDF                 PIC X.
           02  FILLER REDEFINES ONHANDF.
           02  FILLER                  PIC X(03).
           02  QTYO                    PIC X(07).
           02  FILLER                  PIC X(03).
           02  UOMO                    PIC X(02).
           02  FILLER                  PIC X(03).
           02  PONBRO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  RCVLOCO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  LOTNOO                  PIC X(10).
           02  FILLER                  PIC X(03).
           02  EXPDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  PUTBINO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  ONHANDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
