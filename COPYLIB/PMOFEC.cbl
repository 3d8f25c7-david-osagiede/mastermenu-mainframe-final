      ******************************************************************
      *
      * PMOFEC - PROMOTIONAL PRICE RECORD. ONE ROW PER PROMOTION PER
      * PRODUCT (SCOPE P, ITEM = PRODUCT CODE) OR PER PRODUCT
      * CATEGORY (SCOPE C, ITEM = CATFEC CATEGORY CODE), IN FORCE
      * FROM PMO-START-DATE THROUGH PMO-END-DATE INCLUSIVE. TYPE P
      * TAKES PMO-PERCENT-OFF OFF PRD-UNIT-PRICE; TYPE F SELLS AT
      * PMO-PROMO-PRICE. A NON-BLANK CUSTOMER OR REP CODE LIMITS THE
      * PROMOTION TO THAT CUSTOMER OR TO THE ACCOUNTS THAT REP OWNS.
      * PRICING BROWSES THE PRODUCT'S ROWS AND ITS CATEGORY'S ROWS,
      * KEEPS THE LOWEST ELIGIBLE PROMOTIONAL PRICE, AND USES IT ONLY
      * WHEN IT BEATS THE QUANTITY-BREAK, CONTRACT, OR MASTER PRICE
      * THE LINE WOULD OTHERWISE GET; SUCH A LINE IS FLAGGED P IN THE
      * PRICE-SOURCE FLAGS. KEYED BY SCOPE, ITEM, AND PROMOTION ID.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  PROMOTION-RECORD.
           05  PMO-KEY.
               10  PMO-SCOPE               PIC X(01).
                   88  PMO-SCOPE-PRODUCT       VALUE 'P'.
                   88  PMO-SCOPE-CATEGORY      VALUE 'C'.
               10  PMO-ITEM-CODE           PIC X(10).
               10  PMO-PROMO-ID            PIC X(06).
           05  PMO-DESCRIPTION             PIC X(30).
           05  PMO-START-DATE              PIC X(08).
           05  PMO-END-DATE                PIC X(08).
           05  PMO-PRICE-TYPE              PIC X(01).
               88  PMO-TYPE-PERCENT-OFF        VALUE 'P'.
               88  PMO-TYPE-FIXED-PRICE        VALUE 'F'.
           05  PMO-PERCENT-OFF             PIC 9(03)V99.
           05  PMO-PROMO-PRICE             PIC S9(07)V99.
           05  PMO-CUSTOMER-NUMBER         PIC X(06).
           05  PMO-REP-CODE                PIC X(03).
      *
