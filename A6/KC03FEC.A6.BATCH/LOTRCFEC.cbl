      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  LOT LAYOUT GROWS 41 TO 49 FOR THE NEW
      *                 LOT-EXPIRATION-DATE, NOW PRINTED ON THE
      *                 RECEIPT LINE.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  LOTR-LOT-NUMBER                  PIC X(10).
      *
       FD LOT-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS LOT-FILE-RECORD.
       01  LOT-FILE-RECORD.
           05  LOT-KEY-1.
           05  LOT-QTY-ON-HAND-1             PIC S9(07).
           05  LOT-RECEIPT-DATE-1            PIC X(08).
           05  LOT-PO-NUMBER-1               PIC 9(06).
           05  LOT-EXPIRATION-DATE-1         PIC X(08).
      *
       FD LTU-FILE
           RECORD CONTAINS 47 CHARACTERS
           05  LTU-SHIP-DATE-1               PIC X(08).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  CM-FIRST-NAME                 PIC X(20).
           05  CM-LAST-NAME                  PIC X(30).
           05  FILLER                        PIC X(241).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
               VALUE '  STILL ON HAND'.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RFL-QTY-ON-HAND               PIC ZZZZZZ9-.
           05  FILLER                        PIC X(10)
               VALUE '  EXPIRES '.
           05  RFL-EXPIRATION-DATE           PIC X(08).
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(07) VALUE 'INVOICE'.
               MOVE LOT-RECEIPT-DATE-1 TO RFL-RECEIPT-DATE
               MOVE LOT-PO-NUMBER-1    TO RFL-PO-NUMBER
               MOVE LOT-QTY-ON-HAND-1  TO RFL-QTY-ON-HAND
               MOVE LOT-EXPIRATION-DATE-1 TO RFL-EXPIRATION-DATE
               WRITE PRINT-LINE FROM RECEIPT-FACT-LINE
               ADD 1 TO WS-LINE-CNT
           ELSE
