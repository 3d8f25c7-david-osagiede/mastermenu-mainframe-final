      ******************************************************************
      *
      * RBTFEC - CUSTOMER VOLUME REBATE AGREEMENT RECORD, KEYED BY
      * CUSTOMER NUMBER AND AGREEMENT YEAR. THE AGREEMENT RUNS FROM
      * RBT-START-DATE THROUGH RBT-END-DATE INCLUSIVE. UP TO FIVE
      * TIERS, IN ASCENDING THRESHOLD ORDER; A TIER IS IN USE WHEN ITS
      * PERCENT IS OVER ZERO. THE HIGHEST TIER WHOSE THRESHOLD THE
      * QUALIFYING SALES HAVE REACHED SETS THE REBATE PERCENT, AND IT
      * APPLIES BACK TO THE FIRST DOLLAR. QUALIFYING SALES ARE THE
      * INVOICE LINE AMOUNTS OF THE QUALIFYING PRODUCTS (SCOPE P) OR
      * PRODUCT CATEGORIES (SCOPE C) LISTED - EVERY LINE QUALIFIES
      * WHEN NONE ARE LISTED - NET OF CREDIT MEMOS. RBTACFEC MEASURES
      * THEM MONTHLY, ACCRUES THE EARNED REBATE TO THE GL, AND AFTER
      * THE END DATE PAYS IT OUT AS A CREDIT MEMO (METHOD C) OR AS AN
      * APVFEC VOUCHER TO THE VENDOR NUMBER GIVEN, WHICH THE APCKFEC
      * CHECK RUN PAYS (METHOD K). RBT-ACCRUED-TO-DATE IS WHAT HAS
      * BEEN ACCRUED SO FAR, SO EACH MONTH POSTS ONLY THE CHANGE.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  REBATE-AGREEMENT-RECORD.
           05  RBT-KEY.
               10  RBT-CUSTOMER-NUMBER     PIC X(06).
               10  RBT-AGREEMENT-YEAR      PIC 9(04).
           05  RBT-DESCRIPTION             PIC X(30).
           05  RBT-START-DATE              PIC X(08).
           05  RBT-END-DATE                PIC X(08).
           05  RBT-TIER                    OCCURS 5 TIMES.
               10  RBT-TIER-THRESHOLD      PIC S9(09)V99.
               10  RBT-TIER-PERCENT        PIC 9(02)V99.
           05  RBT-QUALIFIER               OCCURS 5 TIMES.
               10  RBT-QUAL-SCOPE          PIC X(01).
                   88  RBT-QUAL-PRODUCT        VALUE 'P'.
                   88  RBT-QUAL-CATEGORY       VALUE 'C'.
               10  RBT-QUAL-CODE           PIC X(10).
           05  RBT-PAYOUT-METHOD           PIC X(01).
               88  RBT-PAY-BY-CREDIT           VALUE 'C'.
               88  RBT-PAY-BY-CHECK            VALUE 'K'.
           05  RBT-VENDOR-NUMBER           PIC X(06).
           05  RBT-STATUS                  PIC X(01).
               88  RBT-STATUS-ACTIVE           VALUE 'A'.
               88  RBT-STATUS-PAID             VALUE 'P'.
           05  RBT-QUALIFYING-SALES        PIC S9(09)V99.
           05  RBT-EARNED-PERCENT          PIC 9(02)V99.
           05  RBT-ACCRUED-TO-DATE         PIC S9(09)V99.
           05  RBT-LAST-ACCRUAL-PERIOD     PIC X(06).
           05  RBT-PAID-DATE               PIC X(08).
           05  RBT-PAYOUT-DOCUMENT         PIC 9(06).
           05  RBT-PAID-AMOUNT             PIC S9(09)V99.
      *
