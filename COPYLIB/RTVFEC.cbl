      ******************************************************************
      *
      * RTVFEC - RETURN-TO-VENDOR LOG, KEYED BY THE DEBIT MEMO
      * VOUCHER NUMBER RTVENFEC TOOK FROM CTLFEC RECORD 5 THROUGH
      * GETINFEC. ONE ROW PER RETURN: WHAT WENT BACK, AGAINST WHICH
      * PO AND LOT, FROM WHICH LOCATION, AT WHAT COST, AND UNDER THE
      * VENDOR'S OWN RETURN AUTHORIZATION NUMBER. THE MATCHING TYPE D
      * APVFEC VOUCHER CARRIES THE MONEY; THIS ROW CARRIES THE GOODS,
      * AND STAYS BEHIND AFTER APCKFEC NETS THE MEMO SO THE RTVRGFEC
      * REGISTER CAN TELL AN OPEN RETURN FROM ONE ALREADY CREDITED.
      *
      * MOD HISTORY
      * 2026-10-05  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  RETURN-TO-VENDOR-RECORD.
           05  RTV-KEY.
               10  RTV-VOUCHER-NUMBER      PIC 9(06).
           05  RTV-VENDOR-NUMBER           PIC X(06).
           05  RTV-PO-NUMBER               PIC 9(06).
           05  RTV-PRODUCT-CODE            PIC X(10).
           05  RTV-LOT-NUMBER              PIC X(10).
           05  RTV-LOCATION                PIC 9(01).
           05  RTV-QTY-RETURNED            PIC S9(07).
           05  RTV-UNIT-COST               PIC S9(07)V99.
           05  RTV-AMOUNT                  PIC S9(07)V99.
           05  RTV-RETURN-DATE             PIC X(08).
           05  RTV-VENDOR-RMA              PIC X(10).
           05  RTV-OPERATOR-ID             PIC X(08).
      *
