      ******************************************************************
      *
      * FXHFEC - EXCHANGE RATE HISTORY RECORD, KEYED BY CURRENCY CODE
      * PLUS THE DATE THE RATE TOOK EFFECT. FXRMNFEC WRITES ONE ROW
      * PER CURRENCY PER DAY THE RATE IS KEYED (A SECOND CHANGE THE
      * SAME DAY REPLACES THE DAY'S ROW). FXRVLFEC TAKES THE LATEST
      * ROW ON OR BEFORE THE PERIOD-END DATE AS THE CLOSING RATE.
      * SAME RATE CONVENTION AS FXRFEC - BASE DOLLARS PER ONE UNIT
      * OF THE FOREIGN CURRENCY.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  EXCHANGE-RATE-HISTORY-RECORD.
           05  FXH-KEY.
               10  FXH-CURRENCY-CODE       PIC X(03).
               10  FXH-RATE-DATE           PIC X(08).
           05  FXH-RATE                    PIC 9(03)V9(06).
           05  FXH-UPDATED-BY              PIC X(08).
      *
