      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-15  DAO  LAYOUTS GROW (OOR 421 TO 491 AND INVOICE 583 TO
      *                 653) FOR THE NEW PER-LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  DLX-AS-OF-DATE                   PIC 9(08).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-REP-CODE                   PIC X(03).
           05  FILLER                        PIC X(02).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
      *
       FD CBS-FILE
           RECORD CONTAINS 25 CHARACTERS
           05  CBS-LAST-ACTIVITY-DATE-1      PIC X(08).
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY-1.
           05  PRD-ABC-CLASS-1               PIC X(01).
           05  PRD-UNIT-WEIGHT-1             PIC S9(03)V99.
           05  PRD-LASTYR-UNITS-1            PIC S9(07).
           05  PRD-QTY-COMMITTED-1           OCCURS 2 TIMES
                                             PIC S9(07).
           05  PRD-STOCKING-UOM-1            PIC X(02).
           05  PRD-LOC-STOCK-LEVELS-1        OCCURS 2 TIMES.
               10  PRD-LOC-MIN-QTY-1         PIC S9(07).
               10  PRD-LOC-MAX-QTY-1         PIC S9(07).
           05  PRD-STATUS-1                  PIC X(01).
           05  PRD-CATEGORY-1                PIC X(04).
      *
       FD OOR-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OOR-FILE-RECORD.
       01  OOR-FILE-RECORD.
           05  OOR-KEY-1.
           05  OOR-REQUESTED-DATE-1          PIC X(08).
           05  OOR-SHIPTO-CODE-1             PIC X(04).
           05  OOR-OPERATOR-ID-1             PIC X(08).
           05  OOR-LINE-UOM-1                OCCURS 10 TIMES.
               10  OOR-ENTRY-UOM-1           PIC X(02).
               10  OOR-ENTRY-FACTOR-1        PIC 9(05).
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
           05  INV-OPEN-BALANCE-1            PIC S9(07)V99.
           05  INV-PAID-SW-1                 PIC X(01).
           05  INV-DUE-DATE-1                PIC X(08).
           05  FILLER                        PIC X(108).
      *
       FD EXTRACT-FILE
           RECORDING MODE IS F
