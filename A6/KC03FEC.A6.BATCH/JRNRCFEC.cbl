      *2026-08-22  DAO  ACCEPT PAYHFEC TOO - EVERY ONLINE PAYMENT-
      *                 HISTORY WRITE IS JOURNALED NOW AND THE FILE
      *                 HAS NO NIGHTLY REBUILD OF ITS OWN.
      *2026-10-15  DAO  LAYOUTS GROW (OOR 421 TO 491, INVOICE 583 TO 653
      *                 AND JRN 615 TO 685) FOR THE NEW PER-LINE ENTRY
      *                 UNIT OF MEASURE.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 AND PAYMENT
      *                 HISTORY 61 TO 75 FOR THE NEW CURRENCY CODE AND
      *                 FOREIGN AMOUNT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                            PIC X(08).
      *
       FD JRN-FILE
           RECORD CONTAINS 685 CHARACTERS
           DATA RECORD IS JRN-FILE-RECORD.
       01  JRN-FILE-RECORD.
           05  JRN-KEY-1.
               88  JRN-OP-WRITE-1                VALUE 'W'.
               88  JRN-OP-REWRITE-1              VALUE 'R'.
               88  JRN-OP-DELETE-1               VALUE 'D'.
           05  JRN-IMAGE-1                   PIC X(653).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  FILLER                        PIC X(291).
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
               10  INV-INVOICE-NUMBER-1      PIC 9(06).
           05  FILLER                        PIC X(647).
      *
       FD OOR-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OOR-FILE-RECORD.
       01  OOR-FILE-RECORD.
           05  OOR-KEY-1.
               10  OOR-ORDER-NUMBER-1        PIC 9(06).
           05  FILLER                        PIC X(485).
      *
       FD PAYH-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYH-FILE-RECORD.
       01  PAYH-FILE-RECORD.
           05  PAYH-KEY-1.
               10  PAYH-INVOICE-NUMBER-1         PIC 9(06).
               10  PAYH-PAYMENT-SEQ-1            PIC 9(04).
           05  PAYH-DATA-1                       PIC X(65).
      *
       FD CTL-FILE
           RECORD CONTAINS 7 CHARACTERS
