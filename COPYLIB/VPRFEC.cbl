      ******************************************************************
      *
      * VPRFEC - VENDOR-PRODUCT SUPPLY RECORD, KEYED PRODUCT CODE PLUS
      * VENDOR NUMBER. SAYS WHO SUPPLIES WHAT: ONE ROW PER PRODUCT PER
      * VENDOR WE CAN BUY IT FROM, CARRYING THE VENDOR'S OWN ITEM
      * NUMBER, THE LAST COST THEY QUOTED US, THE SMALLEST QUANTITY
      * THEY WILL SHIP, AND A PRIMARY-VENDOR FLAG. EXACTLY ONE ROW PER
      * PRODUCT SHOULD CARRY THE FLAG - THE VPRMNFEC SCREEN CLEARS IT
      * ON THE OTHER ROWS WHEN A NEW PRIMARY IS SET - AND THE NIGHTLY
      * POSGFEC REORDER JOB WRITES EACH PRODUCT'S SUGGESTED LINE ONTO
      * A DRAFT FOR THAT VENDOR, ROUNDED UP TO THE MINIMUM ORDER. KEYED
      * PRODUCT FIRST SO EVERY SOURCE FOR ONE PRODUCT BROWSES
      * TOGETHER.
      *
      * MOD HISTORY
      * 2026-10-01  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  VENDOR-PRODUCT-RECORD.
           05  VPR-KEY.
               10  VPR-PRODUCT-CODE        PIC X(10).
               10  VPR-VENDOR-NUMBER       PIC X(06).
           05  VPR-VENDOR-ITEM             PIC X(15).
           05  VPR-LAST-COST               PIC S9(07)V99.
           05  VPR-QUOTE-DATE              PIC X(08).
           05  VPR-MIN-ORDER-QTY           PIC S9(07).
           05  VPR-PRIMARY-SW              PIC X(01).
               88  VPR-PRIMARY-VENDOR          VALUE 'Y'.
      *
