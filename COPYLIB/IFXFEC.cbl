      ******************************************************************
      *
      * IFXFEC - INVOICE CURRENCY RECORD, KEYED BY INVOICE NUMBER. AN
      * INVOICE CUT FOR A CUSTOMER BILLED IN A FOREIGN CURRENCY GETS
      * ONE ROW HERE, WRITTEN BESIDE THE INVOICE BY SHPCFFEC AT SHIP
      * CONFIRMATION AND BY THE CONBLFEC MONTH-END CONSOLIDATION, SO
      * THE 653-BYTE INVOICE RECORD AND THE DOZENS OF FILE LAYOUTS
      * THAT CARRY IT DO NOT GROW. NO ROW MEANS A BASE-CURRENCY
      * INVOICE, WHICH IS EVERY INVOICE WRITTEN BEFORE THIS FILE.
      *
      * EVERY AMOUNT ON THE INVOICE RECORD STAYS IN BASE DOLLARS AND
      * REMAINS THE LEDGER OF RECORD. THIS ROW ADDS THE CURRENCY, THE
      * RATE IT WAS BOOKED AT (BASE DOLLARS PER ONE FOREIGN UNIT, AS
      * ON FXRFEC), AND THE GROSS - TOTAL + TAX + FREIGHT - IN THE
      * CUSTOMER'S CURRENCY. THE FOREIGN OPEN BALANCE IS NOT STORED:
      * IT IS THE FOREIGN GROSS TIMES INV-OPEN-BALANCE OVER THE BASE
      * GROSS, SO PAYMENTS, CREDITS AND WRITE-OFFS POSTED IN BASE BY
      * ANY PROGRAM CARRY THROUGH TO IT.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  INVOICE-CURRENCY-RECORD.
           05  IFX-KEY.
               10  IFX-INVOICE-NUMBER      PIC 9(06).
           05  IFX-CUSTOMER-NUMBER         PIC X(06).
           05  IFX-CURRENCY-CODE           PIC X(03).
           05  IFX-EXCHANGE-RATE           PIC 9(03)V9(06).
           05  IFX-RATE-DATE               PIC X(08).
           05  IFX-FX-GROSS-AMOUNT         PIC S9(09)V99.
      *
