      * RUNNING REMAINDER - THIS FILE IS THE DETAIL BEHIND THEM.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD PAYH-CURRENCY-CODE AND PAYH-FX-AMOUNT -
      *                  A PAYMENT ON A FOREIGN-CURRENCY INVOICE (SEE
      *                  IFXFEC) KEEPS THE AMOUNT RECEIVED IN THE
      *                  CUSTOMER'S CURRENCY BESIDE THE BASE AMOUNT
      *                  IT RELIEVED AT THE INVOICE'S BOOKED RATE.
      *                  SPACES AND ZERO MEAN A BASE-CURRENCY ROW.
      *                  ADD TYPE X (REALIZED EXCHANGE GAIN OR LOSS)
      *                  - THE BASE DIFFERENCE BETWEEN THE PAYMENT AT
      *                  THE DAY'S RATE AND AT THE BOOKED RATE, A
      *                  GAIN POSITIVE AND A LOSS NEGATIVE, POSTED BY
      *                  INVGLFEC. RECORD GROWS FROM 61 TO 75 BYTES.
      * 2026-10-15  DAO  ADD TYPE K (CARD PAYMENT) - POSTED BY INVPYFEC
      *                  WITH THE MASKED LAST FOUR DIGITS IN THE CHECK
      *                  NUMBER; THE TOKEN AND SETTLEMENT STATE LIVE
      *                  ON CCPFEC. THE BANK NEVER SEES A CARD PAYMENT
      *                  ON ITS OWN, SO BNKRCFEC MATCHES THE NET CARD
      *                  DEPOSIT INSTEAD.
      * 2026-09-01  DAO  ADD TYPE C (CARRY-FORWARD) - PAYPGFEC
      *                  REPLACES ARCHIVED DETAIL WITH ONE SUMMARY
      *                  ROW PER INVOICE SO PAYMENT TOTALS STILL
               88  PAYH-TYPE-DISCOUNT          VALUE 'D'.
               88  PAYH-TYPE-WRITE-OFF         VALUE 'W'.
               88  PAYH-TYPE-CARRYFWD          VALUE 'C'.
               88  PAYH-TYPE-CARD              VALUE 'K'.
               88  PAYH-TYPE-FX-REALIZED       VALUE 'X'.
           05  PAYH-PAYMENT-AMOUNT         PIC S9(07)V99.
           05  PAYH-PAYMENT-DATE           PIC X(08).
           05  PAYH-PAYMENT-TIME           PIC X(06).
           05  PAYH-NSF-SW                 PIC X(01).
               88  PAYH-IS-NSF                 VALUE 'Y'.
           05  PAYH-NSF-DATE               PIC X(08).
           05  PAYH-CURRENCY-CODE          PIC X(03).
           05  PAYH-FX-AMOUNT              PIC S9(09)V99.
      *
