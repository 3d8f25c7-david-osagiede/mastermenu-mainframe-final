      ******************************************************************
      *
      * GLDFEC - GENERAL LEDGER POSTED DETAIL RECORD. GLPSTFEC APPENDS
      * ONE ROW FOR EVERY JOURNAL LINE IT POSTS, CARRYING THE BATCH
      * IT CAME IN (THE SOURCE JOB AND BATCH DATE ON GLCFEC) SO ANY
      * AMOUNT ON THE DETAIL LEDGER CAN BE TRACED BACK TO THE RUN
      * THAT PRODUCED IT. GLLDGFEC SORTS THE MONTH'S ROWS INTO
      * ACCOUNT ORDER FOR THE DETAIL LEDGER. SEQUENTIAL, OPENED
      * EXTEND LIKE RUNHIST.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  GL-DETAIL-RECORD.
           05  GLD-ACCOUNT-CODE            PIC X(10).
           05  GLD-FISCAL-PERIOD           PIC X(06).
           05  GLD-JOURNAL-DATE            PIC X(08).
           05  GLD-DR-CR-INDICATOR         PIC X(02).
           05  GLD-AMOUNT                  PIC S9(09)V99.
           05  GLD-DESCRIPTION             PIC X(20).
           05  GLD-BATCH-ID.
               10  GLD-SOURCE-JOB          PIC X(08).
               10  GLD-BATCH-DATE          PIC X(08).
           05  GLD-POSTED-DATE             PIC X(08).
      *
