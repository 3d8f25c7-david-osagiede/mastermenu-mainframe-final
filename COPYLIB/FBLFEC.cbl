      ******************************************************************
      *
      * FBLFEC - FREIGHT BILL LINE RECORD, KEYED BY THE CARRIER
      * TRACKING NUMBER. FRTAUFEC WRITES ONE ROW THE FIRST TIME A
      * CARRIER BILLS US FOR A TRKFEC SHIPMENT, CARRYING THE CARRIER
      * (AS ITS VNDFEC VENDOR NUMBER), THEIR BILL NUMBER AND DATE,
      * THE WEIGHT AND CHARGE THEY BILLED, WHAT THE SHIPMENT RATES AT
      * ON CARFEC, AND THE APVFEC VOUCHER THE BILL WAS RAISED UNDER.
      * A LATER CHARGE FOR THE SAME TRACKING NUMBER IS A DUPLICATE
      * UNLESS THAT VOUCHER HAS SINCE BEEN REJECTED, IN WHICH CASE THE
      * ROW IS REWRITTEN FOR THE NEW BILL.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  FREIGHT-BILL-LINE-RECORD.
           05  FBL-KEY.
               10  FBL-TRACKING-NUMBER     PIC X(20).
           05  FBL-VENDOR-NUMBER           PIC X(06).
           05  FBL-CARRIER-BILL            PIC X(10).
           05  FBL-BILL-DATE               PIC X(08).
           05  FBL-INVOICE-NUMBER          PIC 9(06).
           05  FBL-BILLED-WEIGHT           PIC S9(07)V99.
           05  FBL-BILLED-CHARGE           PIC S9(07)V99.
           05  FBL-RATED-CHARGE            PIC S9(07)V99.
           05  FBL-VOUCHER-NUMBER          PIC 9(06).
           05  FBL-AUDIT-DATE              PIC X(08).
      *
