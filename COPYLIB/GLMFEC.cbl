      *   WOFF  SMALL WRITE-OFFS     DR BAD DEBT     CR RECEIVABLES
      *   FRT   FREIGHT BILLED       DR RECEIVABLES  CR FREIGHT REV
      *   COGS  COST OF GOODS SOLD   DR COGS EXPENSE CR INVENTORY
      *   RNIA  RCVD NOT INVOICED    DR INVENTORY    CR ACCRUED AP
      *   APVO  PO VOUCHERS          DR INVENTORY    CR AP TRADE
      *   APEX  EXPENSE VOUCHERS     (LINE ACCOUNTS) CR AP TRADE
      *   APDM  VENDOR DEBIT MEMOS   DR AP TRADE     CR INVENTORY
      *   APCK  AP CHECKS ISSUED     DR AP TRADE     CR CASH
      *   APDS  AP DISCOUNTS TAKEN   DR AP TRADE     CR DISC EARNED
      *   RBAT  CUSTOMER REBATES     DR REBATE EXP   CR ACCRUED REBS
      *   RBCM  REBATE CREDIT MEMOS  DR ACCRUED REBS CR RECEIVABLES
      *   CARD  CARD RECEIPTS        DR CARD CLEAR   CR RECEIVABLES
      *   CFND  CARD DEPOSITS (NET)  DR CASH         CR CARD CLEAR
      *   CFEE  CARD MERCHANT FEES   DR FEE EXPENSE  CR CARD CLEAR
      *   FXRG  REALIZED FX GAIN     DR CASH         CR FX GAIN
      *   FXRL  REALIZED FX LOSS     DR FX LOSS      CR CASH
      *   FXUG  UNREALIZED FX GAIN   DR AR REVALUE   CR UNRLZD GAIN
      *   FXUL  UNREALIZED FX LOSS   DR UNRLZD LOSS  CR AR REVALUE
      * EXPENSE BUCKETS SUCH AS RENT, UTIL, FRTI (INBOUND FREIGHT)
      * AND SVCS CARRY ONLY A DEBIT ACCOUNT; APEXPFEC VALIDATES EACH
      * DISTRIBUTION LINE OF A NON-PO VOUCHER AGAINST THESE ROWS.
      * FRTO (OUTBOUND FREIGHT) IS THE BUCKET FRTAUFEC CHARGES THE
      * CARRIER FREIGHT BILLS IT VOUCHERS TO.
      * EVERY ACCOUNT NAMED HERE MUST BE AN ACTIVE ACCOUNT ON THE
      * COAFEC CHART OF ACCOUNTS OR GLPSTFEC REJECTS THE BATCH.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD FRTO, THE OUTBOUND FREIGHT EXPENSE BUCKET
      *                  CHARGED BY THE FRTAUFEC CARRIER FREIGHT BILL
      *                  AUDIT.
      * 2026-10-15  DAO  ACCOUNTS MUST BE ON THE NEW COAFEC CHART OF
      *                  ACCOUNTS FOR GLPSTFEC TO POST THEM.
      * 2026-10-15  DAO  ADD FXRG AND FXRL, THE REALIZED EXCHANGE GAIN
      *                  AND LOSS ON FOREIGN-CURRENCY PAYMENTS POSTED
      *                  BY INVGLFEC FROM THE PAYHFEC TYPE X ROWS, AND
      *                  FXUG AND FXUL, THE MONTH-END UNREALIZED GAIN
      *                  AND LOSS ON OPEN FOREIGN INVOICES POSTED BY
      *                  FXRVLFEC AND REVERSED THE NEXT DAY.
      * 2026-10-15  DAO  ADD CARD, THE DAY'S CARD CHARGES POSTED BY
      *                  INVGLFEC INTO A CARD CLEARING ACCOUNT, AND
      *                  CFND AND CFEE, POSTED BY CCFNDFEC AS THE
      *                  PROCESSOR FUNDS THEM - THE NET DEPOSIT TO
      *                  CASH AND THE FEE WITHHELD TO EXPENSE - SO
      *                  THE CLEARING ACCOUNT EMPTIES AS IT FUNDS.
      * 2026-10-15  DAO  ADD RBAT, THE MONTHLY CUSTOMER VOLUME REBATE
      *                  ACCRUAL POSTED BY RBTACFEC, AND RBCM, THE
      *                  REBATE PAID OUT AS A CREDIT MEMO. A REBATE
      *                  PAID BY CHECK IS VOUCHERED TO THE RBAT CREDIT
      *                  ACCOUNT AND RELIEVED THROUGH APEX.
      * 2026-10-10  DAO  ADD THE PAYABLES SOURCES APVO, APEX, APDM,
      *                  APCK AND APDS POSTED DAILY BY APJRNFEC. APEX
      *                  USES ONLY ITS CREDIT ACCOUNT; THE DEBITS ARE
      *                  THE ACCOUNTS ON EACH VOUCHER'S APDFEC LINES.
      * 2026-10-06  DAO  EXPENSE BUCKETS FOR THE NON-PO VOUCHERS
      *                  KEYED THROUGH APEXPFEC. ANY ROW WITH A DEBIT
      *                  ACCOUNT MAY BE CHARGED.
      * 2026-10-04  DAO  ADD THE RNIA SOURCE, THE MONTH-END RECEIVED-
      *                  NOT-INVOICED ACCRUAL POSTED BY RNIACFEC AND
      *                  REVERSED ON THE FIRST OF THE NEXT MONTH.
      * 2026-09-01  DAO  ADD THE COGS SOURCE, POSTED BY INVGLFEC FROM
      *                  THE SHIP-TIME COSTS STAMPED ON EACH INVOICE
      *                  LINE.
