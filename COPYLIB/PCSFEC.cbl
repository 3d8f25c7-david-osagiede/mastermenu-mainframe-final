      ******************************************************************
      *
      * PCSFEC - PRODUCT CATALOG SENT RECORD, KEYED CUSTOMER NUMBER
      * PLUS PRODUCT CODE. ONE ROW FOR EVERY ITEM ON THE CATALOG THE
      * PCTFDFEC FEED LAST SENT A SUBSCRIBING CUSTOMER, HOLDING THE
      * NET PRICE, QUANTITY BREAKS AND AVAILABILITY INDICATOR AS
      * SENT. THE DAILY DELTA RUN COMPARES TODAY'S FIGURES AGAINST
      * THIS ROW AND SENDS ONLY THE ITEMS THAT DIFFER; AN ITEM THAT
      * LEAVES THE CATALOG IS SENT ONCE AS WITHDRAWN AND ITS ROW IS
      * DELETED. THE WEEKLY FULL RUN REWRITES EVERY ROW.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  PRODUCT-CATALOG-SENT-RECORD.
           05  PCS-KEY.
               10  PCS-CUSTOMER-NUMBER     PIC X(06).
               10  PCS-PRODUCT-CODE        PIC X(10).
           05  PCS-NET-PRICE               PIC S9(07)V99.
           05  PCS-BREAK                   OCCURS 4 TIMES.
               10  PCS-BREAK-MIN-QTY       PIC 9(07).
               10  PCS-BREAK-PRICE         PIC S9(07)V99.
           05  PCS-AVAILABILITY            PIC X(01).
           05  PCS-SENT-DATE               PIC X(08).
      *
