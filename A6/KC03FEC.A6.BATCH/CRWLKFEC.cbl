      *the accounts most overdue for a limit change - in either
      *direction - come first. A high score on a growing account
      *says CUT OR WATCH, a clean slow-growing account pinned at its
      *limit says RAISE. Each customer's average days-to-pay is also
      *written to DTPFEC, rebuilt every run, for the CSHFCFEC cash
      *forecast to date its receipts by.
      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  SCORE CARD PAYMENTS (PAYHFEC TYPE K) FOR DAYS-
      *                 TO-PAY THE SAME AS CHECKS.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 AND PAYMENT
      *                 HISTORY 61 TO 75 FOR THE NEW CURRENCY CODE AND
      *                 FOREIGN AMOUNT.
      *2026-10-15  DAO  WRITE EACH CUSTOMER'S AVERAGE DAYS-TO-PAY TO
      *                 THE NEW DTPFEC FILE FOR THE CSHFCFEC CASH
      *                 FORECAST.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-INVFILE-SW.

           SELECT DTP-FILE ASSIGN TO DTPMSTR
               RECORD KEY IS DTP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DTPFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
       DATA DIVISION.
       FILE SECTION.
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
       FD CBS-FILE
           RECORD CONTAINS 25 CHARACTERS
           05  CBS-LAST-ACTIVITY-DATE-1         PIC X(08).
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
           05  INV-CUSTOMER-NUMBER-1         PIC X(06).
           05  FILLER                        PIC X(517).
           05  INV-DUE-DATE-1                PIC X(08).
           05  FILLER                        PIC X(108).
      *
       FD DTP-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS DTP-FILE-RECORD.
       01  DTP-FILE-RECORD.
           05  DTP-KEY-1.
               10  DTP-CUSTOMER-NUMBER-1     PIC X(06).
           05  DTP-AVG-DAYS-LATE-1           PIC S9(05)V99.
           05  DTP-PAYMENT-COUNT-1           PIC 9(05).
           05  DTP-COMPUTED-DATE-1           PIC X(08).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
           88  WS-INVFILE-NOTFND                 VALUE '23'.
       01 WS-DTPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DTPFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
       01 WS-PAY-ORDINAL                     PIC S9(09) COMP-3.
       01 WS-DUE-ORDINAL                     PIC S9(09) COMP-3.
       01 WS-DAYS-TO-PAY                     PIC S9(09) COMP-3.
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-DTP-WRITTEN-CNT                 PIC 9(07)  COMP-3 VALUE 0.
      *
      * THE WORKLIST IN STORAGE - ONE SLOT PER CUSTOMER, FILLED FROM
      * THE MASTER SWEEP AND FOLDED INTO BY THE PAYMENT SWEEP.
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT DTP-FILE.
           IF NOT WS-DTPFILE-SUCCESS
               DISPLAY "WS-DTPFILE-SW=" WS-DTPFILE-SW
               DISPLAY "DTP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
           PERFORM 100-LOAD-THE-CUSTOMERS.
           PERFORM 200-FOLD-IN-THE-PAYMENTS.
      *
       210-FOLD-ONE-PAYMENT.
      *
           IF PAYH-TYPE-PAYMENT-1 OR PAYH-TYPE-CARD-1
               MOVE PAYH-INVOICE-NUMBER-1 TO INV-INVOICE-NUMBER-1
               MOVE '00' TO WS-INVFILE-SW
               READ INVOICE-FILE
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-WRK-PAY-DAYS (WS-WRK-SUB)
                   / WS-WRK-PAY-CNT (WS-WRK-SUB)
               PERFORM 320-WRITE-DAYS-TO-PAY
           ELSE
               MOVE ZERO TO WS-AVG-DAYS
           END-IF.
               COMPUTE WS-WRK-SCORE (WS-WRK-SUB) =
                   WS-WRK-SCORE (WS-WRK-SUB) + WS-UTIL-PCT - 90
           END-IF.
      *
       320-WRITE-DAYS-TO-PAY.
      *
      * THE TABLE IS STILL IN CUSTOMER ORDER HERE - THE SORT COMES
      * AFTER THE SCORING - SO THE KEYS GO OUT ASCENDING.
           MOVE WS-WRK-CUSTOMER (WS-WRK-SUB) TO DTP-CUSTOMER-NUMBER-1.
           MOVE WS-AVG-DAYS                  TO DTP-AVG-DAYS-LATE-1.
           MOVE WS-WRK-PAY-CNT (WS-WRK-SUB)  TO DTP-PAYMENT-COUNT-1.
           MOVE WS-TODAY-DATE                TO DTP-COMPUTED-DATE-1.
      *
           WRITE DTP-FILE-RECORD.
           IF WS-DTPFILE-SUCCESS
               ADD 1 TO WS-DTP-WRITTEN-CNT
           ELSE
               DISPLAY "WS-DTPFILE-SW=" WS-DTPFILE-SW
               DISPLAY "DTP-FILE WRITE ERROR: "
                   DTP-CUSTOMER-NUMBER-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       330-ONE-SORT-PASS.
      *
                 CBS-FILE
                 PAYH-FILE
                 INVOICE-FILE
                 DTP-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL CUSTOMERS SCORED = " WS-WRK-COUNT.
           DISPLAY "DAYS-TO-PAY ROWS WRITTEN = " WS-DTP-WRITTEN-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
