      ******************************************************************
      *
      * APDFEC - AP VOUCHER GL DISTRIBUTION RECORD, KEYED BY THE
      * APVFEC VOUCHER NUMBER PLUS A TWO-DIGIT LINE NUMBER. A NON-PO
      * EXPENSE VOUCHER (APV-VOUCHER-TYPE E, WRITTEN BY APEXPFEC) HAS
      * NO PO LINE OR PRODUCT TO CHARGE, SO ITS AMOUNT IS SPLIT HERE
      * ACROSS ONE OR MORE GL EXPENSE BUCKETS. EACH LINE CARRIES THE
      * GLMFEC SOURCE CODE THE CLERK KEYED AND THE DEBIT ACCOUNT THAT
      * ROW POINTED TO WHEN THE VOUCHER WAS ENTERED; THE LINES OF ONE
      * VOUCHER ALWAYS ADD UP TO APV-AMOUNT.
      *
      * MOD HISTORY
      * 2026-10-06  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  AP-DISTRIBUTION-RECORD.
           05  APD-KEY.
               10  APD-VOUCHER-NUMBER      PIC 9(06).
               10  APD-LINE-NUMBER         PIC 9(02).
           05  APD-GL-SOURCE-CODE          PIC X(04).
           05  APD-GL-ACCOUNT              PIC X(10).
           05  APD-AMOUNT                  PIC S9(07)V99.
           05  APD-VENDOR-NUMBER           PIC X(06).
           05  APD-ENTRY-DATE              PIC X(08).
