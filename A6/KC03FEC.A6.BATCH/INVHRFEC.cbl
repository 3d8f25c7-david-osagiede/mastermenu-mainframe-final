      *
      *MOD HISTORY
      *2026-08-22  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                        PIC X(51).
      *
       FD INVH-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVH-FILE-RECORD.
       01  INVH-FILE-RECORD.
      *
           05  INVH-FREIGHT-AMOUNT-1            PIC S9(07)V99.
           05  INVH-REP-CODE-1                  PIC X(03).
           05  INVH-SHIPTO-CODE-1               PIC X(04).
           05  INVH-LINE-UOM-1                  OCCURS 10 TIMES.
               10  INVH-ENTRY-UOM-1             PIC X(02).
               10  INVH-ENTRY-FACTOR-1          PIC 9(05).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
