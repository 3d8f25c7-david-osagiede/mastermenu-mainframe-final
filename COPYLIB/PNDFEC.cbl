      * TRICK CMAUDFEC USES.
      *
      * MOD HISTORY
      * 2026-10-12  DAO  ADD ACTION J (INVENTORY ADJUSTMENT) - ADJENFEC
      *                  FILES AN ADJUSTMENT AT OR OVER ITS THRESHOLD
      *                  HERE (PND-INVOICE-NUMBER CARRIES THE ADJFEC
      *                  ADJUSTMENT NUMBER, PND-REASON-CODE ITS REASON
      *                  AND PND-AMOUNT ITS SIGNED VALUE AT COST) AND
      *                  APPRVFEC POSTS OR REJECTS THE HELD ADJUSTMENT.
      * 2026-10-06  DAO  ADD ACTION E (EXPENSE VOUCHER) - APEXPFEC
      *                  FILES A NON-PO VOUCHER AT OR OVER ITS
      *                  THRESHOLD HERE (PND-INVOICE-NUMBER CARRIES
      *                  THE APVFEC VOUCHER NUMBER) AND APPRVFEC
      *                  RELEASES OR REJECTS THE HELD VOUCHER.
      * 2026-09-01  DAO  ADD ACTION H (MARGIN HOLD) - CMORDFEC FILES
      *                  THE HOLD HERE (PND-INVOICE-NUMBER CARRIES
      *                  THE ORDER NUMBER) AND THE MRGRLFEC RELEASE
               88  PND-ACTION-VOID             VALUE 'V'.
               88  PND-ACTION-CREDIT           VALUE 'M'.
               88  PND-ACTION-MARGIN-HOLD      VALUE 'H'.
               88  PND-ACTION-EXPENSE-VOUCHER  VALUE 'E'.
               88  PND-ACTION-INV-ADJUSTMENT   VALUE 'J'.
           05  PND-REASON-CODE             PIC X(02).
           05  PND-AMOUNT                  PIC S9(09)V99.
           05  PND-REQUEST-OPERATOR        PIC X(08).
