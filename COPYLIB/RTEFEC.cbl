      ******************************************************************
      *
      * RTEFEC - DELIVERY ROUTE MASTER RECORD, KEYED BY A FOUR-
      * CHARACTER ROUTE CODE. ONE ROW PER FIXED ROUTE OUR OWN TRUCKS
      * RUN. RTE-DELIVERY-DAYS HOLDS ONE BYTE PER WEEKDAY, MONDAY
      * FIRST - Y WHEN THE ROUTE RUNS THAT DAY. RTE-TRUCK-CAPACITY
      * IS THE POUNDS THE TRUCK ON THE ROUTE MAY CARRY, THE SAME
      * POUNDS PRD-UNIT-WEIGHT IS KEPT IN. CUSTOMERS AND SHIP-TO
      * LOCATIONS ARE PUT ON A ROUTE BY THEIR RSTFEC STOP ROW.
      * MAINTAINED THROUGH RTEMNFEC; LDPLNFEC BUILDS THE NIGHTLY
      * LOAD SHEETS FROM IT.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  DELIVERY-ROUTE-RECORD.
           05  RTE-KEY.
               10  RTE-ROUTE-CODE          PIC X(04).
           05  RTE-DESCRIPTION             PIC X(20).
           05  RTE-DELIVERY-DAYS           PIC X(07).
           05  RTE-DELIVERY-DAY            REDEFINES RTE-DELIVERY-DAYS
                                           OCCURS 7 TIMES
                                           PIC X(01).
           05  RTE-TRUCK-CAPACITY          PIC S9(07).
      *
