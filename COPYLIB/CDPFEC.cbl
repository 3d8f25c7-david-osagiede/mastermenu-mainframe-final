      ******************************************************************
      *
      * CDPFEC - CARD DEPOSIT RECORD. CCFNDFEC APPENDS ONE ROW FOR
      * EVERY DEPOSIT THE CARD PROCESSOR FUNDS TO THE BANK: THE
      * GROSS OF THE CARD CHARGES IN IT, THE MERCHANT FEES WITHHELD,
      * AND THE NET THAT ACTUALLY REACHES THE ACCOUNT. BNKRCFEC
      * MATCHES THE NET AGAINST THE BANK STATEMENT IN PLACE OF THE
      * INDIVIDUAL CARD PAYMENTS, WHICH THE BANK NEVER SEES ONE BY
      * ONE. SEQUENTIAL, OPENED EXTEND LIKE RUNHIST.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  CARD-DEPOSIT-RECORD.
           05  CDP-FUNDING-DATE            PIC X(08).
           05  CDP-DEPOSIT-REFERENCE       PIC X(12).
           05  CDP-GROSS-AMOUNT            PIC S9(09)V99.
           05  CDP-FEE-AMOUNT              PIC S9(07)V99.
           05  CDP-NET-AMOUNT              PIC S9(09)V99.
      *
