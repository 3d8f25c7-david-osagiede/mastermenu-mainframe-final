      *CMINQFEC or scrolling with the A5 browse keys.
      *
      *MOD HISTORY
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *2026-09-01  DAO  PRINT THIS YEAR AND LAST YEAR SIDE BY SIDE
      *                 (CM-YTD-SALES AGAINST THE NEW CM-LASTYR-SALES
      *                 THE JANUARY CLOSE KEEPS) WITH THE PERCENT
       DATA DIVISION.
       FILE SECTION.
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF              PIC X(01).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
