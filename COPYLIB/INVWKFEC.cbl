      * NOT ANOTHER PASS OF THE VSAM MASTER.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD IWK-REP-CODE FROM THE INVOICE SO INVARFEC
      *                  CAN BURST THE AGING BY REP. TAKEN FROM THE
      *                  HEADER FILLER - THE RECORD STAYS 150 BYTES.
      * 2026-08-22  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
               10  IWK-DUE-DATE            PIC X(08).
               10  IWK-VOID-SW             PIC X(01).
               10  IWK-PAID-SW             PIC X(01).
               10  IWK-REP-CODE            PIC X(03).
               10  FILLER                  PIC X(17).
           05  IWK-DETAIL-FIELDS REDEFINES IWK-HEADER-FIELDS.
               10  IWK-LINE-NUMBER         PIC 9(04).
               10  IWK-PRODUCT-CODE        PIC X(10).
