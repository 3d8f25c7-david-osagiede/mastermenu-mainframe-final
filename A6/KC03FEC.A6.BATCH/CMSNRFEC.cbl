      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  CREDIT CARD PAYMENTS (PAYHFEC TYPE K) THE SAME
      *                 AS CHECKS.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 AND PAYMENT
      *                 HISTORY 61 TO 75 FOR THE NEW CURRENCY CODE AND
      *                 FOREIGN AMOUNT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CMSN-PERIOD                      PIC X(06).
      *
       FD PAYH-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYH-FILE-RECORD.
       01  PAYH-FILE-RECORD.
           05  PAYH-KEY-1.
               10  PAYH-PAYMENT-SEQ-1        PIC 9(04).
           05  PAYH-TYPE-1                   PIC X(01).
               88  PAYH-TYPE-PAYMENT-1           VALUE 'P'.
               88  PAYH-TYPE-CARD-1              VALUE 'K'.
           05  PAYH-PAYMENT-AMOUNT-1         PIC S9(07)V99.
           05  PAYH-PAYMENT-DATE-1           PIC X(08).
           05  PAYH-PAYMENT-TIME-1           PIC X(06).
           05  PAYH-NSF-SW-1                 PIC X(01).
               88  PAYH-IS-NSF-1                 VALUE 'Y'.
           05  PAYH-NSF-DATE-1               PIC X(08).
           05  PAYH-CURRENCY-CODE-1          PIC X(03).
           05  PAYH-FX-AMOUNT-1              PIC S9(09)V99.
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
           05  FILLER                        PIC X(556).
           05  INV-REP-CODE-1                PIC X(03).
           05  INV-SHIPTO-CODE-1             PIC X(04).
           05  INV-LINE-UOM-1                OCCURS 10 TIMES.
               10  INV-ENTRY-UOM-1           PIC X(02).
               10  INV-ENTRY-FACTOR-1        PIC 9(05).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF                 PIC X(01).
           05  CM-LASTYR-SALES                  PIC S9(09)V99.
           05  CM-CURRENCY-CODE                 PIC X(03).
      *
       FD REP-FILE
           RECORD CONTAINS 39 CHARACTERS
      *
           ADD 1 TO WS-PAYMENT-READ-CNT.
      *
           IF (PAYH-TYPE-PAYMENT-1 OR PAYH-TYPE-CARD-1)
                   AND PAYH-PAYMENT-DATE-1 (1:6) = WS-PERIOD
               PERFORM 200-CREDIT-ONE-PAYMENT
           END-IF.
