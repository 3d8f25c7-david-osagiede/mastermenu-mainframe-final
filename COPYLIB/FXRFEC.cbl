      ******************************************************************
      *
      * FXRFEC - EXCHANGE RATE RECORD, KEYED BY THE THREE-CHARACTER
      * CURRENCY CODE CARRIED ON THE CUSTOMER MASTER (CM-CURRENCY-
      * CODE). ONE ROW PER FOREIGN CURRENCY WE BILL IN, HOLDING THE
      * CURRENT RATE AS BASE (US) DOLLARS PER ONE UNIT OF THE
      * FOREIGN CURRENCY - A CANADIAN DOLLAR AT 0.731500 MEANS ONE
      * CAD BUYS 73.15 CENTS. TREASURY KEYS THE RATE EACH MORNING
      * THROUGH FXRMNFEC, WHICH ALSO LAYS DOWN AN FXHFEC HISTORY ROW
      * FOR THE DAY SO THE MONTH-END REVALUATION CAN FIND THE RATE
      * THAT WAS IN FORCE AT THE CLOSE. THE BASE CURRENCY HAS NO ROW.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  EXCHANGE-RATE-RECORD.
           05  FXR-KEY.
               10  FXR-CURRENCY-CODE       PIC X(03).
           05  FXR-DESCRIPTION             PIC X(20).
           05  FXR-RATE                    PIC 9(03)V9(06).
           05  FXR-RATE-DATE               PIC X(08).
           05  FXR-UPDATED-BY              PIC X(08).
      *
