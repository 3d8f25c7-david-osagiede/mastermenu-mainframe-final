      *
      *MOD HISTORY
      *2026-09-02  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  PAYMENT HISTORY GROWS 61 TO 75 FOR THE NEW
      *                 CURRENCY CODE AND FOREIGN AMOUNT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                       PIC X(74).
      *
       FD PAYA-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYA-FILE-RECORD.
       01  PAYA-FILE-RECORD.
           05  PAYA-KEY-1.
           05  PAYA-OPERATOR-ID-1           PIC X(08).
           05  PAYA-NSF-SW-1                PIC X(01).
           05  PAYA-NSF-DATE-1              PIC X(08).
           05  PAYA-CURRENCY-CODE-1         PIC X(03).
           05  PAYA-FX-AMOUNT-1             PIC S9(09)V99.
      *
       FD PRINT-FILE
           RECORDING MODE IS F
