      * IS WHAT WE OWE, THE SAME WAY INVFEC IS WHAT WE ARE OWED.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  TYPE P VOUCHERS ALSO COME FROM THE VINIMFEC
      *                  VENDOR INVOICE IMPORT, STAMPED WITH OPERATOR
      *                  VINIMFEC. A LINE THAT FAILS ITS AUTOMATIC
      *                  MATCH ON QUANTITY, PRICE, OR A MISSING
      *                  RECEIPT IS WRITTEN HELD AT STATUS H.
      * 2026-10-06  DAO  ADD TYPE E - A NON-PO EXPENSE VOUCHER FROM
      *                  APEXPFEC (RENT, UTILITIES, INBOUND FREIGHT,
      *                  SERVICES) WITH NO PO OR PRODUCT, ITS AMOUNT
      *                  SPLIT ACROSS GL ACCOUNTS ON APDFEC. ONE AT OR
      *                  OVER THE APPROVAL THRESHOLD IS WRITTEN HELD
      *                  AND QUEUED ON PNDFEC; APPRVFEC RELEASES IT TO
      *                  STATUS O OR REJECTS IT TO THE NEW STATUS X,
      *                  WHICH IS NEVER AGED OR PAID.
      * 2026-10-05  DAO  ADD APV-VOUCHER-TYPE. TYPE P (OR SPACE, FOR
      *                  VOUCHERS WRITTEN BEFORE THE FIELD EXISTED) IS
      *                  A SUPPLIER INVOICE FROM APVENFEC; TYPE D IS A
      *                  VENDOR DEBIT MEMO FROM THE RTVENFEC RETURN-
      *                  TO-VENDOR TRANSACTION, CARRYING A NEGATIVE
      *                  QUANTITY AND AMOUNT THAT APCKFEC NETS AGAINST
      *                  THE VENDOR'S NEXT CHECK.
      * 2026-09-01  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
               88  APV-STATUS-OPEN             VALUE 'O'.
               88  APV-STATUS-HELD             VALUE 'H'.
               88  APV-STATUS-PAID             VALUE 'P'.
               88  APV-STATUS-REJECTED         VALUE 'X'.
           05  APV-MATCH-SW                PIC X(01).
               88  APV-MATCHED                 VALUE 'Y'.
           05  APV-CHECK-NUMBER            PIC 9(06).
           05  APV-PAID-DATE               PIC X(08).
           05  APV-OPERATOR-ID             PIC X(08).
           05  APV-VOUCHER-TYPE            PIC X(01).
               88  APV-TYPE-PO-VOUCHER         VALUE 'P' ' '.
               88  APV-TYPE-DEBIT-MEMO         VALUE 'D'.
               88  APV-TYPE-EXPENSE            VALUE 'E'.
      *
