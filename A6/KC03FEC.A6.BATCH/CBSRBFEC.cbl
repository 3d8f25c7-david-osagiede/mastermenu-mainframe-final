      *
      *MOD HISTORY
      *2026-08-22  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
      *
           05  INV-FREIGHT-AMOUNT-1              PIC S9(07)V99.
           05  INV-REP-CODE-1                  PIC X(03).
           05  INV-SHIPTO-CODE-1               PIC X(04).
           05  INV-LINE-UOM-1                  OCCURS 10 TIMES.
               10  INV-ENTRY-UOM-1             PIC X(02).
               10  INV-ENTRY-FACTOR-1          PIC 9(05).
      *
       FD CBS-FILE
           RECORD CONTAINS 25 CHARACTERS
