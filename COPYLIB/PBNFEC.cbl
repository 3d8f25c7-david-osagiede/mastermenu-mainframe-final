      ******************************************************************
      *
      * PBNFEC - PRODUCT-BIN BALANCE RECORD, KEYED PRODUCT CODE PLUS
      * BIN CODE, ONE ROW FOR EVERY BIN A PRODUCT IS STOCKED IN. THE
      * BIN'S BUILDING AND TYPE ARE CARRIED FROM BINFEC SO A BROWSE
      * OF ONE PRODUCT'S ROWS CAN TELL PICK FROM RESERVE WITHOUT A
      * SECOND READ. PORCFEC ADDS THE RECEIVED QUANTITY TO THE BIN IT
      * PUTS THE RECEIPT AWAY TO (CREATING THE ROW ON FIRST
      * PUTAWAY), PCKLSFEC RELIEVES THE BINS IT SENDS THE PICKER TO,
      * AND RPLENFEC MOVES RESERVE STOCK DOWN TO A PICK BIN. ON A
      * PICK BIN, PBN-MIN-QTY IS THE REPLENISHMENT POINT AND
      * PBN-MAX-QTY THE LEVEL TO FILL BACK UP TO (ZERO MEANS A
      * QUARTER OF THE BIN'S CAPACITY AND THE FULL CAPACITY); BOTH
      * ARE SET ON BINMNFEC. A PRODUCT WITH NO ROWS HERE IS PICKED
      * FROM PRD-BIN-LOCATION EXACTLY AS BEFORE.
      *
      * MOD HISTORY
      * 2026-10-14  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  PRODUCT-BIN-RECORD.
           05  PBN-KEY.
               10  PBN-PRODUCT-CODE        PIC X(10).
               10  PBN-BIN-CODE            PIC X(06).
           05  PBN-LOCATION                PIC 9(01).
           05  PBN-BIN-TYPE                PIC X(01).
               88  PBN-BIN-TYPE-PICK           VALUE 'P'.
               88  PBN-BIN-TYPE-RESERVE        VALUE 'R'.
           05  PBN-QTY-ON-HAND             PIC S9(07).
           05  PBN-MIN-QTY                 PIC S9(07).
           05  PBN-MAX-QTY                 PIC S9(07).
           05  PBN-LAST-PUTAWAY-DATE       PIC X(08).
