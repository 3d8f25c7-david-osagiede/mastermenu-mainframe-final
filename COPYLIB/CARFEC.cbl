      * THE CARRIER'S MINIMUM CHARGE - SO THE CLERK'S GUESS STOPS
      * BEING WHAT WE BILL.
      *
      * CAR-SERVICE-TYPE SAYS HOW THE CARRIER MOVES FREIGHT - L FOR
      * LESS-THAN-TRUCKLOAD, P (OR SPACE ON ROWS KEYED BEFORE IT WAS
      * ADDED) FOR PARCEL. SHPCFFEC PRINTS A BILL OF LADING FOR AN
      * LTL RELEASE. EVERY ZONE ROW OF ONE CARRIER SHOULD CARRY THE
      * SAME TYPE; THE FIRST ROW OF THE CARRIER IS THE ONE READ.
      *
      * MOD HISTORY
      * 2026-09-01  DAO  ORIGINAL RECORD.
      * 2026-10-15  DAO  ADD CAR-SERVICE-TYPE (LTL OR PARCEL).
      *
      ******************************************************************
      *
           05  CAR-CARRIER-NAME            PIC X(20).
           05  CAR-RATE-PER-CWT            PIC S9(03)V99.
           05  CAR-MINIMUM-CHARGE          PIC S9(05)V99.
           05  CAR-SERVICE-TYPE            PIC X(01).
               88  CAR-SERVICE-LTL             VALUE 'L'.
               88  CAR-SERVICE-PARCEL          VALUE 'P' ' '.
      *
