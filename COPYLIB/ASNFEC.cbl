      ******************************************************************
      *
      * ASNFEC - ADVANCE SHIP NOTICE RECORD. SHPCFFEC WRITES A SET OF
      * THESE FOR EVERY RELEASE OF AN ORDER THAT CAME IN THROUGH THE
      * ORDIMFEC IMPORT GATEWAY (OOR-OPERATOR-ID ORDIMFEC): ONE H
      * HEADER ROW (SEQUENCE 000) WITH THE CUSTOMER'S OWN PO, OUR
      * ORDER AND INVOICE, THE SHIP DATE, CARRIER, TRACKING NUMBER,
      * AND SHIPMENT WEIGHT, FOLLOWED BY ONE D DETAIL ROW PER LOT
      * SHIPPED ON EACH LINE (ONE ROW WITH A BLANK LOT FOR A LINE,
      * OR THE PART OF A LINE, THAT CAME FROM NO LOT). EVERY DETAIL
      * ROW REPEATS THE HEADER FIELDS. THE SHIP TIME IN THE KEY KEEPS
      * A SECOND TRUCK ON THE SAME ORDER APART FROM THE FIRST. THE
      * ASNEXFEC NIGHTLY RUN SWEEPS THE DAY'S ROWS TO THE OUTBOUND
      * ASN FILE FOR THE GATEWAY. A RELEASE PARKED FOR CONSOLIDATED
      * BILLING HAS NO INVOICE YET - ASN-INVOICE-NUMBER IS ZERO.
      * QUANTITIES ARE IN THE STOCKING UNIT; THE ENTRY UNIT AND ITS
      * FACTOR RIDE ALONG SO THE CUSTOMER CAN CHECK IN BY THE UNIT
      * IT ORDERED IN.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  ADVANCE-SHIP-NOTICE-RECORD.
           05  ASN-KEY.
               10  ASN-ORDER-NUMBER        PIC 9(06).
               10  ASN-SHIP-DATE           PIC X(08).
               10  ASN-SHIP-TIME           PIC 9(06).
               10  ASN-SEQUENCE            PIC 9(03).
           05  ASN-RECORD-TYPE             PIC X(01).
               88  ASN-HEADER-RECORD           VALUE 'H'.
               88  ASN-DETAIL-RECORD           VALUE 'D'.
           05  ASN-CUSTOMER-NUMBER         PIC X(06).
           05  ASN-PO-NUMBER               PIC X(10).
           05  ASN-INVOICE-NUMBER          PIC 9(06).
           05  ASN-SHIP-VIA                PIC X(03).
           05  ASN-TRACKING-NUMBER         PIC X(20).
           05  ASN-WEIGHT                  PIC S9(07)V99.
           05  ASN-PRODUCT-CODE            PIC X(10).
           05  ASN-LOT-NUMBER              PIC X(10).
           05  ASN-QUANTITY                PIC S9(07).
           05  ASN-ENTRY-UOM               PIC X(02).
           05  ASN-ENTRY-FACTOR            PIC 9(05).
      *
