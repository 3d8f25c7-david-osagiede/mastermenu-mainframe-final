      *                 INV-DISCOUNT-AMOUNT-1 TRAILER FIELDS AND
      *                 SUBTRACT THE DISCOUNT WHEN RECOMPUTING THE
      *                 OPEN BALANCE. RECORD GROWS 447 TO 464.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  PAYMENT HISTORY GROWS 61 TO 75 FOR THE NEW
      *                 CURRENCY CODE AND FOREIGN AMOUNT. ROWS WRITTEN
      *                 HERE ARE BASE AND CARRY A ZERO FOREIGN AMOUNT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                            PIC X(07).
      *
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
       FD PAYH-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYH-FILE-RECORD.
       01  PAYH-FILE-RECORD.
           05  PAYH-KEY-1.
           05  PAYH-OPERATOR-ID-1                PIC X(08).
           05  PAYH-NSF-SW-1                     PIC X(01).
           05  PAYH-NSF-DATE-1                   PIC X(08).
           05  PAYH-CURRENCY-CODE-1              PIC X(03).
           05  PAYH-FX-AMOUNT-1                  PIC S9(09)V99.
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           MOVE WS-RUN-TIME        TO PAYH-PAYMENT-TIME-1.
           MOVE LBX-CHECK-NUMBER   TO PAYH-CHECK-NUMBER-1.
           MOVE 'LOCKBOX'          TO PAYH-OPERATOR-ID-1.
           MOVE ZERO               TO PAYH-FX-AMOUNT-1.
      *
           MOVE 'N' TO WS-PAYH-WRITTEN-SW.
           PERFORM 260-WRITE-ONE-HISTORY-ROW
