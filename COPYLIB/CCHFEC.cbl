      ******************************************************************
      *
      * CCHFEC - COUNT HISTORY RECORD. PHYCTFEC APPENDS ONE ROW FOR
      * EVERY COUNT CARD IT POSTS IN AN APPLY RUN - MATCHING COUNTS
      * AS WELL AS VARIANCES, SINCE A COUNT THAT AGREED IS WHAT AN
      * ACCURACY FIGURE IS MADE OF. THE ROW CARRIES THE PRODUCT'S
      * PRD-ABC-CLASS AND UNIT COST AT COUNT TIME, SO THE MONTHLY
      * CYCACFEC ACCURACY REPORT CAN STATE HIT RATE AND VARIANCE
      * DOLLARS BY CLASS WITHOUT RE-READING THE PRODUCT MASTER.
      * SEQUENTIAL, OPENED EXTEND LIKE RUNHIST.
      *
      * MOD HISTORY
      * 2026-10-13  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  COUNT-HISTORY-RECORD.
           05  CCH-COUNT-DATE              PIC X(08).
           05  CCH-PRODUCT-CODE            PIC X(10).
           05  CCH-ABC-CLASS               PIC X(01).
           05  CCH-SYSTEM-QTY              PIC S9(07).
           05  CCH-COUNTED-QTY             PIC S9(07).
           05  CCH-VARIANCE-QTY            PIC S9(07).
           05  CCH-UNIT-COST               PIC S9(07)V99.
           05  CCH-COUNTER-ID              PIC X(08).
      *
