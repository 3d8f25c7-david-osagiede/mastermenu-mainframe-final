      * IN CMFLOFEC AND AS CMFFEC'S WS-CUSTOMER-MASTER-RECORD.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD CM-CURRENCY-CODE (SPACES OR USD = BASE
      *                  CURRENCY). RECORD GROWS FROM 294 TO 297
      *                  BYTES.
      * 2026-09-01  DAO  ADD CM-LASTYR-SALES, ROLLED IN BY THE
      *                  JANUARY CLOSE BEFORE YTD IS ZEROED. RECORD
      *                  GROWS FROM 283 TO 294 BYTES.
           05  CM-DELIVERY-PREF                PIC X(01).
               88  CM-EMAIL-DELIVERY               VALUE 'E'.
           05  CM-LASTYR-SALES                 PIC S9(09)V99.
           05  CM-CURRENCY-CODE                PIC X(03).
               88  CM-BASE-CURRENCY                VALUE SPACES 'USD'.
      *
