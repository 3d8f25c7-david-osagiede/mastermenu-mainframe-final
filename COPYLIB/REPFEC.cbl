      * CARRIES THE COMMISSION RATE THE MONTHLY CMSNRFEC RUN PAYS ON
      * PAID INVOICES - DRIVEN OFF THE PAYHFEC PAYMENT ROWS, WITH NSF
      * REVERSALS AND CREDIT MEMOS CLAWING BACK - SO THE SPREADSHEET
      * VERSION OF COMMISSIONS GOES AWAY. THE SALES BUDGET (BGTFEC) IS
      * KEYED BY THE SAME REP CODE AND BGTRPFEC REPORTS IT AGAINST THE
      * REP'S CUSTOMERS' SALES EACH MONTH.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  NOTE THE BGTFEC SALES BUDGET KEYED BY REP.
      * 2026-09-01  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
