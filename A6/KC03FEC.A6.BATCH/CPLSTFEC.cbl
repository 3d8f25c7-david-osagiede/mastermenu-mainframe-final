      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CTP-CONTRACT-PRICE-1          PIC S9(07)V99.
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
               10  INV-UNIT-PRICE-1          PIC S9(07)V99.
               10  INV-AMOUNT-1              PIC S9(07)V99.
               10  INV-UNIT-COST-1           PIC S9(07)V99.
           05  FILLER                        PIC X(183).
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY-1.
               10  PRD-PRODUCT-CODE-1        PIC X(10).
           05  PRD-PRODUCT-DESCRIPTION-1     PIC X(20).
           05  PRD-UNIT-PRICE-1              PIC S9(07)V99.
           05  FILLER                        PIC X(119).
      *
       FD PRP-FILE
           RECORD CONTAINS 27 CHARACTERS
