      *                 DECLARED RECORD LENGTH MUST MATCH THE
      *                 CATALOGUED RECORD LENGTH REGARDLESS OF WHICH
      *                 FIELDS THIS PROGRAM READS.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
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
           05  BKO-QUANTITY-SHORT              PIC S9(07).
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY.
           05  PRD-ABC-CLASS                   PIC X(01).
           05  PRD-UNIT-WEIGHT                 PIC S9(03)V99.
           05  PRD-LASTYR-UNITS                  PIC S9(07).
           05  PRD-QTY-COMMITTED               OCCURS 2 TIMES
                                               PIC S9(07).
           05  PRD-STOCKING-UOM                PIC X(02).
           05  PRD-LOC-STOCK-LEVELS            OCCURS 2 TIMES.
               10  PRD-LOC-MIN-QTY             PIC S9(07).
               10  PRD-LOC-MAX-QTY             PIC S9(07).
           05  PRD-STATUS                      PIC X(01).
           05  PRD-CATEGORY                    PIC X(04).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF              PIC X(01).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
