      * THE CLOSE USED TO DESTROY NOW SURVIVES, AND THE DMHRPFEC
      * TREND REPORT CAN LAY TWELVE MONTHS SIDE BY SIDE FOR THE
      * BUYERS INSTEAD OF ORDERING CHRISTMAS STOCK OFF MEMORY.
      * DMH-LOST-UNITS IS THE SAME MONTH'S LOST DEMAND FROM LSTFEC -
      * UNITS ASKED FOR BUT REFUSED, DECLINED OR CANCELLED - WHICH
      * DMHRPFEC ADDS IN ON REQUEST.
      *
      * MOD HISTORY
      * 2026-09-01  DAO  ORIGINAL RECORD.
      * 2026-10-15  DAO  ADD DMH-LOST-UNITS - RECORD GROWS 23 TO 30.
      *
      ******************************************************************
      *
               10  DMH-PRODUCT-CODE        PIC X(10).
               10  DMH-PERIOD              PIC X(06).
           05  DMH-UNITS                   PIC S9(07).
           05  DMH-LOST-UNITS              PIC S9(07).
      *
