      * PROGRAMS). SAME PHYSICAL LAYOUT AS CM-FILE-RECORD IN CMFLOFEC.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD WS-CM-CURRENCY-CODE - THE CURRENCY THE
      *                  CUSTOMER IS INVOICED, STATED AND PAYS IN, ON
      *                  THE FXRFEC EXCHANGE RATE FILE. SPACES OR USD
      *                  MEANS BASE CURRENCY, AS EVERY ACCOUNT WAS.
      *                  RECORD GROWS FROM 294 TO 297 BYTES.
      * 2026-09-01  DAO  ADD WS-CM-LASTYR-SALES - THE FINISHED YEAR,
      *                  ROLLED IN BY THE PERCLFEC JANUARY CLOSE
      *                  BEFORE THE YTD BUCKET IS ZEROED, SO A
           05  WS-CM-DELIVERY-PREF             PIC X(01).
               88  WS-CM-EMAIL-DELIVERY            VALUE 'E'.
           05  WS-CM-LASTYR-SALES              PIC S9(09)V99.
           05  WS-CM-CURRENCY-CODE             PIC X(03).
               88  WS-CM-BASE-CURRENCY             VALUE SPACES 'USD'.
      *
