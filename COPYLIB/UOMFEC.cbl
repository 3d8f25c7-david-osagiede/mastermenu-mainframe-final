      ******************************************************************
      *
      * UOMFEC - ALTERNATE UNIT OF MEASURE RECORD, KEYED BY PRODUCT
      * CODE PLUS A TWO-CHARACTER UNIT CODE (CS FOR A CASE, PL FOR A
      * PALLET AND SO ON). UOM-FACTOR IS THE NUMBER OF STOCKING UNITS
      * (PRD-STOCKING-UOM) IN ONE OF THESE UNITS - A CASE OF 12 HAS A
      * FACTOR OF 12. PURCHASE ORDER ENTRY, RECEIVING AND ORDER ENTRY
      * ACCEPT EITHER THE STOCKING UNIT OR ANY UNIT ON THIS FILE FOR
      * THE PRODUCT, MULTIPLY THE KEYED QUANTITY BY THE FACTOR AND
      * DIVIDE THE KEYED PRICE OR COST BY IT, SO EVERY QUANTITY, COST
      * AND MOVEMENT ON FILE STAYS IN THE STOCKING UNIT. THE STOCKING
      * UNIT ITSELF NEEDS NO ROW - IT IS ALWAYS A FACTOR OF 1.
      * MAINTAINED THROUGH UOMMNFEC.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  UNIT-OF-MEASURE-RECORD.
           05  UOM-KEY.
               10  UOM-PRODUCT-CODE        PIC X(10).
               10  UOM-UNIT-CODE           PIC X(02).
           05  UOM-DESCRIPTION             PIC X(10).
           05  UOM-FACTOR                  PIC 9(05).
      *
