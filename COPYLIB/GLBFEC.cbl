      ******************************************************************
      *
      * GLBFEC - GENERAL LEDGER BALANCE RECORD, ONE PER ACCOUNT PER
      * FISCAL PERIOD (YYYYMM, THE CALENDAR MONTH), KEYED ACCOUNT
      * FIRST SO A BROWSE WALKS EACH ACCOUNT'S PERIODS IN ORDER.
      * GLPSTFEC ADDS EVERY POSTED JOURNAL LINE INTO THE ROW FOR ITS
      * ACCOUNT AND THE PERIOD OF ITS JOURNAL DATE, CREATING THE ROW
      * ON THE PERIOD'S FIRST POSTING. ONLY THE PERIOD'S ACTIVITY IS
      * STORED: AN ACCOUNT'S BALANCE AT THE END OF A PERIOD IS THE
      * DEBITS LESS CREDITS OF EVERY PERIOD UP TO IT - SINCE THE
      * START OF THE FISCAL YEAR FOR A REVENUE OR EXPENSE ACCOUNT -
      * SO A LATE POSTING TO AN EARLIER MONTH NEVER LEAVES A LATER
      * MONTH'S OPENING BALANCE STALE.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  GL-BALANCE-RECORD.
           05  GLB-KEY.
               10  GLB-ACCOUNT-CODE        PIC X(10).
               10  GLB-FISCAL-PERIOD       PIC X(06).
           05  GLB-PERIOD-DEBITS           PIC S9(11)V99.
           05  GLB-PERIOD-CREDITS          PIC S9(11)V99.
           05  GLB-LINE-COUNT              PIC 9(07).
           05  GLB-LAST-POSTED-DATE        PIC X(08).
      *
