      ******************************************************************
      *
      * VSNFEC - MONTH-END INVENTORY VALUATION SNAPSHOT, KEYED THE
      * YYYYMM PERIOD PLUS PRODUCT CODE PLUS STOCK LOCATION. THE
      * PERCLFEC MONTH-END CLOSE WRITES ONE ROW PER PRODUCT PER
      * LOCATION AS IT CLOSES EACH PERIOD - THE UNITS ON HAND, THE
      * WEIGHTED-AVERAGE PRD-UNIT-COST IN FORCE AND THE EXTENDED
      * VALUE - STAMPED WITH THE DATE AND TIME THE CLOSE TOOK IT.
      * THE PERIOD LEADS THE KEY SO ONE MONTH'S SNAPSHOT BROWSES IN
      * PRODUCT ORDER, AND THE STAMP TELLS THE RLFWDFEC ROLL-FORWARD
      * EXACTLY WHICH INVMVFEC MOVEMENTS FALL BETWEEN TWO CLOSES.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  VALUATION-SNAPSHOT-RECORD.
           05  VSN-KEY.
               10  VSN-PERIOD              PIC X(06).
               10  VSN-PRODUCT-CODE        PIC X(10).
               10  VSN-LOCATION            PIC 9(01).
           05  VSN-AS-OF-DATE              PIC X(08).
           05  VSN-AS-OF-TIME              PIC X(06).
           05  VSN-QUANTITY                PIC S9(07).
           05  VSN-UNIT-COST               PIC S9(07)V99.
           05  VSN-VALUE                   PIC S9(09)V99.
