      ******************************************************************
      *
      * RSTFEC - DELIVERY ROUTE STOP RECORD. PUTS A CUSTOMER, OR ONE
      * OF ITS SHTFEC SHIP-TO LOCATIONS, ON AN RTEFEC ROUTE AT A STOP
      * SEQUENCE - STOP 1 IS THE FIRST DROP OFF THE DOCK. KEYED BY
      * CUSTOMER AND LOCATION CODE; A BLANK LOCATION CODE IS THE
      * CUSTOMER'S OWN SHIP-TO ADDRESS, THE ONE AN ORDER WITH NO
      * OOR-SHIPTO-CODE GOES TO. A LOCATION HAS TO BE PUT ON A ROUTE
      * IN ITS OWN RIGHT. AN ORDER WHOSE DESTINATION HAS NO ROW HERE
      * SHIPS BY COMMON CARRIER AND NEVER RIDES A ROUTE TRUCK.
      * MAINTAINED THROUGH RSTMNFEC.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  ROUTE-STOP-RECORD.
           05  RST-KEY.
               10  RST-CUSTOMER-NUMBER     PIC X(06).
               10  RST-LOCATION-CODE       PIC X(04).
           05  RST-ROUTE-CODE              PIC X(04).
           05  RST-STOP-SEQUENCE           PIC 9(03).
      *
