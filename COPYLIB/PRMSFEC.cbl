      * CHANGE, OR DELETE A PRODUCT.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD PCATI/O - THE PRODUCT CATEGORY CODE.
      * 2026-10-15  DAO  ADD PSTATI/O - THE PRODUCT LIFECYCLE STATUS.
      * 2026-10-15  DAO  ADD MIN1/MAX1/MIN2/MAX2 I/O - THE MINIMUM
      *                  AND MAXIMUM STOCK AT EACH LOCATION.
      * 2026-10-15  DAO  ADD STKUOMI/O - THE STOCKING UNIT OF MEASURE.
      * 2026-09-01  DAO  ADD WGTI/O - THE UNIT WEIGHT IN POUNDS FOR
      *                  FREIGHT RATING.
      * 2026-09-01  DAO  ADD BINI/O - THE WAREHOUSE BIN LOCATION FOR
           02  FILLER REDEFINES WGTF.
               03  WGTH                PIC X.
           02  WGTI                    PIC X(05).
           02  STKUOML                 PIC S9(4) COMP.
           02  STKUOMF                 PIC X.
           02  FILLER REDEFINES STKUOMF.
               03  STKUOMH             PIC X.
           02  STKUOMI                 PIC X(02).
           02  MIN1L                   PIC S9(4) COMP.
           02  MIN1F                   PIC X.
           02  FILLER REDEFINES MIN1F.
               03  MIN1H               PIC X.
           02  MIN1I                   PIC X(07).
           02  MAX1L                   PIC S9(4) COMP.
           02  MAX1F                   PIC X.
           02  FILLER REDEFINES MAX1F.
               03  MAX1H               PIC X.
           02  MAX1I                   PIC X(07).
           02  MIN2L                   PIC S9(4) COMP.
           02  MIN2F                   PIC X.
           02  FILLER REDEFINES MIN2F.
               03  MIN2H               PIC X.
           02  MIN2I                   PIC X(07).
           02  MAX2L                   PIC S9(4) COMP.
           02  MAX2F                   PIC X.
           02  FILLER REDEFINES MAX2F.
               03  MAX2H               PIC X.
           02  MAX2I                   PIC X(07).
           02  PSTATL                  PIC S9(4) COMP.
           02  PSTATF                  PIC X.
           02  FILLER REDEFINES PSTATF.
               03  PSTATH              PIC X.
           02  PSTATI                  PIC X(01).
           02  PCATL                   PIC S9(4) COMP.
           02  PCATF                   PIC X.
           02  FILLER REDEFINES PCATF.
               03  PCATH               PIC X.
           02  PCATI                   PIC X(04).
           02  MESSAGEL                PIC S9(4) COMP.
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
           02  FILLER                  PIC X(03).
           02  WGTO                    PIC X(05).
           02  FILLER                  PIC X(03).
           02  STKUOMO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  MIN1O                   PIC X(07).
           02  FILLER                  PIC X(03).
           02  MAX1O                   PIC X(07).
           02  FILLER                  PIC X(03).
           02  MIN2O                   PIC X(07).
           02  FILLER                  PIC X(03).
           02  MAX2O                   PIC X(07).
           02  FILLER                  PIC X(03).
           02  PSTATO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  PCATO                   PIC X(04).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
