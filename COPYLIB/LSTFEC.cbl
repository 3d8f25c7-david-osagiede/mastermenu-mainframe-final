      ******************************************************************
      *
      * LSTFEC - LOST SALE RECORD. ONE ROW FOR EVERY ORDER LINE THE
      * CUSTOMER ASKED FOR AND DID NOT GET, SO THE DEMAND THE DMHFEC
      * SALES HISTORY NEVER SEES IS KEPT: A SHORT LINE WHOSE
      * BACKORDER OR SUBSTITUTE THE CUSTOMER DECLINED AT CMORDFEC,
      * A LINE REFUSED THERE BECAUSE THE PRODUCT IS DISCONTINUED,
      * BLOCKED OR A PHASE-OUT WITH TOO LITTLE LEFT, A LINE CUT OR
      * CANCELLED THROUGH ORDMNFEC, AND THE LINES OF AN ORDERIN
      * ORDER ORDIMFEC REJECTED. THE QUANTITY IS IN STOCKING UNITS
      * AND IS ONLY THE PART NOT SOLD - A LINE CUT FROM 10 TO 6
      * LOSES 4. KEYED PRODUCT FIRST, THEN DATE, SO THE PERCLFEC
      * CLOSE AND THE LSTRPFEC REPORT CAN READ A PRODUCT'S MONTH IN
      * ONE BROWSE. THE REST OF THE KEY KEEPS ROWS APART: THE SOURCE
      * PROGRAM, THE CICS TASK NUMBER (OR THE BATCH RUN TIME) AND THE
      * ORDER LINE (OR THE BATCH ROW COUNT).
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  LOST-SALE-RECORD.
           05  LST-KEY.
               10  LST-PRODUCT-CODE        PIC X(10).
               10  LST-DATE                PIC X(08).
               10  LST-SOURCE              PIC X(01).
                   88  LST-FROM-ORDER-ENTRY    VALUE 'E'.
                   88  LST-FROM-ORDER-MAINT    VALUE 'M'.
                   88  LST-FROM-ORDER-IMPORT   VALUE 'I'.
               10  LST-SOURCE-ID           PIC 9(07).
               10  LST-SEQUENCE            PIC 9(04).
           05  LST-CUSTOMER-NUMBER         PIC X(06).
           05  LST-QUANTITY                PIC S9(07).
           05  LST-REASON                  PIC X(01).
               88  LST-DECLINED-BACKORDER      VALUE 'B'.
               88  LST-DECLINED-SUBSTITUTE     VALUE 'S'.
               88  LST-REFUSED-NOT-SOLD        VALUE 'N'.
               88  LST-REFUSED-PHASE-OUT       VALUE 'P'.
               88  LST-CANCELLED               VALUE 'C'.
           05  LST-DETAIL-CODE             PIC X(02).
           05  LST-ORDER-NUMBER            PIC 9(06).
           05  LST-OPERATOR-ID             PIC X(08).
      *
