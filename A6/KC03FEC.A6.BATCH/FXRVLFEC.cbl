       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRVLFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Month-end foreign currency revaluation. An invoice billed in a
      *customer's own currency (one with an IFXFEC row) sits on the
      *books in base dollars at the rate it was booked at; by the end
      *of the month that rate is stale. This job walks IFXFEC, reads
      *each invoice's INVFEC record, and for every one still open on
      *the YYYYMM period on the parameter card (default the current
      *month) restates its foreign open balance - the foreign gross
      *scaled by the base open balance over the base gross, the same
      *figure INVPYFEC shows the clerk - at the closing rate: the
      *latest FXHFEC history rate dated on or before the last day of
      *the period. Restated less book is the unrealized gain (or,
      *negative, loss). Each currency nets its invoices, and the
      *gains and losses are journalled through the GLMFEC FXUG and
      *FXUL mappings in the 80-byte extract layout INVGLFEC hands
      *finance: dated the last day of the period and reversed on the
      *first day of the next, the way RNIACFEC accrues, so the books
      *carry the restatement only over the close and INVPYFEC
      *realizes the real difference when the money arrives. The
      *invoices themselves are not touched. Prints every invoice
      *revalued, then the totals by currency.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT FXRV-PARM-FILE ASSIGN TO FXRVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT IFX-FILE ASSIGN TO IFXMSTR
               RECORD KEY IS IFX-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IFXFILE-SW.

           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-INVFILE-SW.

           SELECT FXH-FILE ASSIGN TO FXHMSTR
               RECORD KEY IS FXH-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-FXHFILE-SW.

           SELECT GLM-FILE ASSIGN TO GLMMSTR
               RECORD KEY IS GLM-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GLMFILE-SW.

           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTRCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD FXRV-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS FXRV-PARM-RECORD.
       01  FXRV-PARM-RECORD.
           05  FXRV-PERIOD                      PIC X(06).
      *
       FD IFX-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS IFX-FILE-RECORD.
       01  IFX-FILE-RECORD.
           05  IFX-KEY-1.
               10  IFX-INVOICE-NUMBER-1      PIC 9(06).
           05  IFX-CUSTOMER-NUMBER-1         PIC X(06).
           05  IFX-CURRENCY-CODE-1           PIC X(03).
           05  IFX-EXCHANGE-RATE-1           PIC 9(03)V9(06).
           05  IFX-RATE-DATE-1               PIC X(08).
           05  IFX-FX-GROSS-AMOUNT-1         PIC S9(09)V99.
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
               10  INV-INVOICE-NUMBER-1      PIC 9(06).
           05  INV-INVOICE-DATE-1            PIC X(08).
           05  INV-CUSTOMER-NUMBER-1         PIC X(06).
           05  FILLER                        PIC X(450).
           05  INV-INVOICE-TOTAL-1           PIC S9(07)V99.
           05  INV-SALES-TAX-1               PIC S9(07)V99.
           05  INV-LINE-ITEM-COUNT-1         PIC 9(04).
           05  INV-OVERFLOW-SW-1             PIC X(01).
           05  INV-VOID-SW-1                 PIC X(01).
               88  INV-IS-VOID-1                 VALUE 'Y'.
           05  INV-VOID-REASON-CODE-1        PIC X(02).
           05  INV-VOID-DATE-1               PIC X(08).
           05  INV-REFERENCE-INVOICE-NUMBER-1 PIC 9(06).
           05  INV-PAYMENT-AMOUNT-1          PIC S9(07)V99.
           05  INV-PAYMENT-DATE-1            PIC X(08).
           05  INV-OPEN-BALANCE-1            PIC S9(07)V99.
           05  INV-PAID-SW-1                 PIC X(01).
           05  INV-DUE-DATE-1                PIC X(08).
           05  INV-DISCOUNT-AMOUNT-1         PIC S9(07)V99.
           05  FILLER                        PIC X(13).
           05  INV-FREIGHT-AMOUNT-1          PIC S9(07)V99.
           05  FILLER                        PIC X(77).
      *
       FD FXH-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS FXH-FILE-RECORD.
       01  FXH-FILE-RECORD.
           05  FXH-KEY-1.
               10  FXH-CURRENCY-CODE-1       PIC X(03).
               10  FXH-RATE-DATE-1           PIC X(08).
           05  FXH-RATE-1                    PIC 9(03)V9(06).
           05  FXH-UPDATED-BY-1              PIC X(08).
      *
       FD GLM-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS GLM-FILE-RECORD.
       01  GLM-FILE-RECORD.
           05  GLM-KEY-1.
               10  GLM-SOURCE-CODE-1             PIC X(04).
           05  GLM-DESCRIPTION-1                 PIC X(20).
           05  GLM-DEBIT-ACCOUNT-1               PIC X(10).
           05  GLM-CREDIT-ACCOUNT-1              PIC X(10).
      *
       FD GL-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-EXTRACT-RECORD.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-CODE                   PIC X(10).
           05  GL-ACCOUNT-DESC                   PIC X(20).
           05  GL-EXTRACT-DATE                   PIC X(08).
           05  GL-DR-CR-INDICATOR                PIC X(02).
           05  GL-AMOUNT                         PIC S9(09)V99.
           05  FILLER                            PIC X(29).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-IFXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-IFXFILE-SUCCESS                VALUE '00'.
           88  WS-IFXFILE-EOF                    VALUE '10'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
           88  WS-INVFILE-NOTFND                 VALUE '23'.
       01 WS-FXHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-FXHFILE-SUCCESS                VALUE '00'.
           88  WS-FXHFILE-NOTFND                 VALUE '23'.
       01 WS-GLMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLMFILE-SUCCESS                VALUE '00'.
           88  WS-GLMFILE-NOTFND                 VALUE '23'.
       01 WS-GLFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-GLFILE-SUCCESS                 VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-FXH-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-FXH-EOF                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
      *
      * THE RESTATEMENT IS DATED THE LAST DAY OF THE PERIOD AND
      * REVERSED ON THE FIRST DAY OF THE NEXT.
       01 WS-PERIOD-END-DATE.
           05  WS-PEND-YYYY                  PIC 9(04).
           05  WS-PEND-MM                    PIC 9(02).
           05  WS-PEND-DD                    PIC 9(02).
       01 WS-REVERSAL-DATE.
           05  WS-REV-YYYY                   PIC 9(04).
           05  WS-REV-MM                     PIC 9(02).
           05  WS-REV-DD                     PIC 9(02).
       01 WS-LEAP-QUOTIENT                   PIC 9(04)  VALUE 0.
       01 WS-LEAP-REMAINDER                  PIC 9(02)  VALUE 0.
       01 WS-MONTH-DAYS-VALUES               PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS                 OCCURS 12 TIMES
                                             PIC 9(02).
      *
      * ONE SLOT PER CURRENCY SEEN ON IFXFEC, WITH ITS CLOSING RATE
      * (LOADED FROM FXHFEC THE FIRST TIME THE CURRENCY COMES UP)
      * AND THE PERIOD'S TOTALS. A CURRENCY WITH NO HISTORY ROW ON
      * OR BEFORE THE PERIOD END HAS NO CLOSING RATE AND IS NOT
      * REVALUED.
       01 WS-CUR-TABLE.
           05  WS-CUR-ENTRY                  OCCURS 50 TIMES.
               10  WS-CUR-CODE               PIC X(03).
               10  WS-CUR-RATE               PIC 9(03)V9(06).
               10  WS-CUR-RATE-DATE          PIC X(08).
               10  WS-CUR-RATE-SW            PIC X(01).
                   88  WS-CUR-HAS-RATE           VALUE 'Y'.
               10  WS-CUR-INVOICE-CNT        PIC S9(07) COMP-3.
               10  WS-CUR-FX-OPEN            PIC S9(11)V99 COMP-3.
               10  WS-CUR-BOOK-VALUE         PIC S9(11)V99 COMP-3.
               10  WS-CUR-RESTATED           PIC S9(11)V99 COMP-3.
               10  WS-CUR-DIFFERENCE         PIC S9(11)V99 COMP-3.
       01 WS-CUR-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-CUR-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-CUR-HIT-SUB                     PIC S9(04) COMP VALUE 0.
      *
       01 WS-BASE-GROSS                      PIC S9(09)V99 COMP-3.
       01 WS-FX-OPEN                         PIC S9(09)V99 COMP-3.
       01 WS-RESTATED                        PIC S9(09)V99 COMP-3.
       01 WS-DIFFERENCE                      PIC S9(09)V99 COMP-3.
       01 WS-TOT-GAIN                        PIC S9(09)V99 COMP-3
                                                        VALUE 0.
       01 WS-TOT-LOSS                        PIC S9(09)V99 COMP-3
                                                        VALUE 0.
       01 WS-JRN-AMOUNT                      PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-JRN-DATE                        PIC X(08)  VALUE SPACES.
       01 WS-TOTAL-DEBITS                    PIC S9(11)V99
                                              COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITS                   PIC S9(11)V99
                                              COMP-3 VALUE 0.
      *
       01 WS-IFX-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-REVALUED-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-NO-RATE-CNT                     PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - FOREIGN CURRENCY REVALUATION'.
           05  FILLER                        PIC X(09) VALUE ' PERIOD '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(07) VALUE 'INVOICE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'CUSTNO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(03) VALUE 'CUR'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               'BOOKED RATE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               '   FOREIGN OPEN'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               '     BOOK VALUE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               '       RESTATED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               '    GAIN / LOSS'.
      *
       01 DETAIL-LINE.
           05  DTL-INVOICE-NUMBER            PIC 9(06).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY-CODE             PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BOOKED-RATE               PIC ZZ9.999999.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-FX-OPEN                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BOOK-VALUE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RESTATED                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DIFFERENCE                PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01 CURRENCY-HEADING-LINE.
           05  FILLER                        PIC X(09) VALUE
               'CURRENCY '.
           05  FILLER                        PIC X(12) VALUE
               'CLOSING RATE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE
               'RATE DAY'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE
               'INVOICES'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               '     FOREIGN OPEN'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               '       BOOK VALUE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               '         RESTATED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               '      GAIN / LOSS'.
      *
       01 CURRENCY-TOTAL-LINE.
           05  CTL-CURRENCY-CODE             PIC X(03).
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  CTL-CLOSING-RATE              PIC ZZ9.999999.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  CTL-RATE-DATE                 PIC X(08).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  CTL-INVOICE-CNT               PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CTL-FX-OPEN                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CTL-BOOK-VALUE                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CTL-RESTATED                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CTL-DIFFERENCE                PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01 NO-RATE-LINE.
           05  NRL-CURRENCY-CODE             PIC X(03).
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  FILLER                        PIC X(40) VALUE
               'NO CLOSING RATE ON FXHFEC - NOT REVALUED'.
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(20)
               VALUE 'CURRENCY ROWS READ:'.
           05  SL1-IFX-READ-CNT              PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'INVOICES REVALUED:'.
           05  SL2-REVALUED-CNT              PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(20)
               VALUE 'SKIPPED - NO RATE:'.
           05  SL3-NO-RATE-CNT               PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(20)
               VALUE 'UNREALIZED GAIN:'.
           05  SL4-TOT-GAIN                  PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(20)
               VALUE 'UNREALIZED LOSS:'.
           05  SL5-TOT-LOSS                  PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-6.
           05  FILLER                        PIC X(20)
               VALUE 'JOURNAL DATED:'.
           05  SL6-PERIOD-END-DATE           PIC X(08).
      *
       01 SUMMARY-LINE-7.
           05  FILLER                        PIC X(20)
               VALUE 'REVERSAL DATED:'.
           05  SL7-REVERSAL-DATE             PIC X(08).
      *
       01 SUMMARY-LINE-8.
           05  FILLER                        PIC X(20)
               VALUE 'TOTAL DEBITS:'.
           05  SL8-TOTAL-DEBITS              PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-9.
           05  FILLER                        PIC X(20)
               VALUE 'TOTAL CREDITS:'.
           05  SL9-TOTAL-CREDITS             PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-10.
           05  FILLER                        PIC X(30)
               VALUE 'JOURNAL IN BALANCE'.
      *
       01 SUMMARY-LINE-11.
           05  FILLER                        PIC X(30)
               VALUE 'JOURNAL OUT OF BALANCE'.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
           PERFORM 060-SET-JOURNAL-DATES.
      *
           OPEN INPUT IFX-FILE.
           IF WS-IFXFILE-SUCCESS
               DISPLAY "IFX-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-IFXFILE-SW=" WS-IFXFILE-SW
               DISPLAY "IFX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT INVOICE-FILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT FXH-FILE.
           IF NOT WS-FXHFILE-SUCCESS
               DISPLAY "WS-FXHFILE-SW=" WS-FXHFILE-SW
               DISPLAY "FXH-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT GLM-FILE.
           IF NOT WS-GLMFILE-SUCCESS
               DISPLAY "WS-GLMFILE-SW=" WS-GLMFILE-SW
               DISPLAY "GLM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT GL-EXTRACT-FILE.
           IF NOT WS-GLFILE-SUCCESS
               DISPLAY "WS-GLFILE-SW=" WS-GLFILE-SW
               DISPLAY "GL-EXTRACT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 100-REVALUE-OPEN-INVOICES.
           PERFORM 620-PRINT-CURRENCY-TOTALS.
           PERFORM 500-WRITE-REVALUATION-JOURNAL.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE (1:6) TO WS-REPORT-PERIOD.
      *
           OPEN INPUT FXRV-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ FXRV-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND FXRV-PERIOD NUMERIC
                   MOVE FXRV-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY "NO USABLE PARM CARD - REVALUING FOR THE "
                           "CURRENT MONTH " WS-REPORT-PERIOD
               END-IF
               CLOSE FXRV-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO FXRV-PARM-FILE FOUND - REVALUING FOR THE "
                       "CURRENT MONTH " WS-REPORT-PERIOD
           END-IF.
      *
       060-SET-JOURNAL-DATES.
      *
           MOVE WS-REPORT-PERIOD TO WS-PERIOD-END-DATE (1:6).
           MOVE WS-MONTH-DAYS (WS-PEND-MM) TO WS-PEND-DD.
           IF WS-PEND-MM = 2
               DIVIDE WS-PEND-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-PEND-DD
               END-IF
           END-IF.
      *
           MOVE WS-PEND-YYYY TO WS-REV-YYYY.
           COMPUTE WS-REV-MM = WS-PEND-MM + 1.
           MOVE 01 TO WS-REV-DD.
           IF WS-REV-MM > 12
               MOVE 01 TO WS-REV-MM
               ADD 1 TO WS-REV-YYYY
           END-IF.
      *
       100-REVALUE-OPEN-INVOICES.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ IFX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 110-REVALUE-ONE-INVOICE
               UNTIL WS-EOF-YES.
      *
       110-REVALUE-ONE-INVOICE.
      *
           ADD 1 TO WS-IFX-READ-CNT.
      *
      * AN INVOICE BILLED AFTER THE PERIOD END WAS NOT ON THAT
      * MONTH'S BOOKS.
           IF IFX-RATE-DATE-1 NOT > WS-PERIOD-END-DATE
               MOVE IFX-INVOICE-NUMBER-1 TO INV-INVOICE-NUMBER-1
               MOVE '00' TO WS-INVFILE-SW
               READ INVOICE-FILE
                   INVALID KEY MOVE '23' TO WS-INVFILE-SW
               END-READ
               IF WS-INVFILE-NOTFND
                   DISPLAY "CURRENCY ROW HAS NO INVOICE: "
                       IFX-INVOICE-NUMBER-1
               ELSE
                   IF NOT INV-IS-VOID-1
                           AND INV-OPEN-BALANCE-1 NOT = ZERO
                       PERFORM 120-RESTATE-THE-INVOICE
                   END-IF
               END-IF
           END-IF.
      *
           READ IFX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-RESTATE-THE-INVOICE.
      *
           PERFORM 400-FIND-CURRENCY-SLOT.
      *
           IF WS-CUR-HIT-SUB = ZERO
               ADD 1 TO WS-NO-RATE-CNT
           ELSE IF NOT WS-CUR-HAS-RATE (WS-CUR-HIT-SUB)
               ADD 1 TO WS-NO-RATE-CNT
           ELSE
               PERFORM 130-COMPUTE-THE-RESTATEMENT
               PERFORM 600-PRINT-DETAIL-LINE
               ADD 1 TO WS-REVALUED-CNT
           END-IF.
      *
       130-COMPUTE-THE-RESTATEMENT.
      *
      * THE FOREIGN OPEN BALANCE IS NOT STORED - IT IS THE FOREIGN
      * GROSS SCALED BY HOW MUCH OF THE BASE GROSS IS STILL OPEN.
           COMPUTE WS-BASE-GROSS =
               INV-INVOICE-TOTAL-1 + INV-SALES-TAX-1
               + INV-FREIGHT-AMOUNT-1.
           IF WS-BASE-GROSS = ZERO
               MOVE ZERO TO WS-FX-OPEN
           ELSE
               COMPUTE WS-FX-OPEN ROUNDED =
                   IFX-FX-GROSS-AMOUNT-1 * INV-OPEN-BALANCE-1
                   / WS-BASE-GROSS
           END-IF.
      *
           COMPUTE WS-RESTATED ROUNDED =
               WS-FX-OPEN * WS-CUR-RATE (WS-CUR-HIT-SUB).
           COMPUTE WS-DIFFERENCE =
               WS-RESTATED - INV-OPEN-BALANCE-1.
      *
           ADD 1 TO WS-CUR-INVOICE-CNT (WS-CUR-HIT-SUB).
           ADD WS-FX-OPEN         TO WS-CUR-FX-OPEN (WS-CUR-HIT-SUB).
           ADD INV-OPEN-BALANCE-1 TO WS-CUR-BOOK-VALUE (WS-CUR-HIT-SUB).
           ADD WS-RESTATED        TO WS-CUR-RESTATED (WS-CUR-HIT-SUB).
           ADD WS-DIFFERENCE      TO WS-CUR-DIFFERENCE (WS-CUR-HIT-SUB).
      *
       400-FIND-CURRENCY-SLOT.
      *
      * ON EXIT WS-CUR-HIT-SUB POINTS AT THE SLOT FOR THE ROW'S
      * CURRENCY, ADDED (WITH ITS CLOSING RATE) IF NEW, OR IS ZERO IF
      * THE TABLE IS FULL.
           MOVE ZERO TO WS-CUR-HIT-SUB.
           PERFORM 405-CHECK-ONE-CURRENCY-SLOT
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT
                  OR WS-CUR-HIT-SUB > ZERO.
      *
           IF WS-CUR-HIT-SUB = ZERO
               IF WS-CUR-COUNT < 50
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-HIT-SUB
                   MOVE IFX-CURRENCY-CODE-1
                     TO WS-CUR-CODE (WS-CUR-HIT-SUB)
                   MOVE ZERO TO WS-CUR-RATE (WS-CUR-HIT-SUB)
                                WS-CUR-INVOICE-CNT (WS-CUR-HIT-SUB)
                                WS-CUR-FX-OPEN (WS-CUR-HIT-SUB)
                                WS-CUR-BOOK-VALUE (WS-CUR-HIT-SUB)
                                WS-CUR-RESTATED (WS-CUR-HIT-SUB)
                                WS-CUR-DIFFERENCE (WS-CUR-HIT-SUB)
                   MOVE SPACES TO WS-CUR-RATE-DATE (WS-CUR-HIT-SUB)
                   MOVE 'N' TO WS-CUR-RATE-SW (WS-CUR-HIT-SUB)
                   PERFORM 410-LOAD-CLOSING-RATE
               ELSE
                   DISPLAY "CURRENCY TABLE FULL - NOT REVALUED: "
                       IFX-CURRENCY-CODE-1 " " IFX-INVOICE-NUMBER-1
               END-IF
           END-IF.
      *
       405-CHECK-ONE-CURRENCY-SLOT.
      *
           IF WS-CUR-CODE (WS-CUR-SUB) = IFX-CURRENCY-CODE-1
               MOVE WS-CUR-SUB TO WS-CUR-HIT-SUB
           END-IF.
      *
       410-LOAD-CLOSING-RATE.
      *
      * THE HISTORY IS KEYED BY CURRENCY AND DATE, SO THE LAST ROW
      * READ FOR THE CURRENCY UP TO THE PERIOD END IS THE RATE IN
      * FORCE AT THE CLOSE.
           MOVE IFX-CURRENCY-CODE-1 TO FXH-CURRENCY-CODE-1.
           MOVE LOW-VALUES          TO FXH-RATE-DATE-1.
           MOVE 'N' TO WS-FXH-EOF-SW.
           MOVE '00' TO WS-FXHFILE-SW.
           START FXH-FILE KEY IS NOT LESS THAN FXH-KEY-1
               INVALID KEY MOVE 'Y' TO WS-FXH-EOF-SW.
      *
           IF NOT WS-FXH-EOF
               READ FXH-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FXH-EOF-SW
               END-READ
           END-IF.
      *
           PERFORM 415-TAKE-ONE-RATE-ROW
               UNTIL WS-FXH-EOF.
      *
           IF NOT WS-CUR-HAS-RATE (WS-CUR-HIT-SUB)
               DISPLAY "NO CLOSING RATE FOR " IFX-CURRENCY-CODE-1
                   " ON OR BEFORE " WS-PERIOD-END-DATE
           END-IF.
      *
       415-TAKE-ONE-RATE-ROW.
      *
           IF FXH-CURRENCY-CODE-1 NOT = IFX-CURRENCY-CODE-1
                   OR FXH-RATE-DATE-1 > WS-PERIOD-END-DATE
               MOVE 'Y' TO WS-FXH-EOF-SW
           ELSE
               IF FXH-RATE-1 > ZERO
                   MOVE FXH-RATE-1 TO WS-CUR-RATE (WS-CUR-HIT-SUB)
                   MOVE FXH-RATE-DATE-1
                     TO WS-CUR-RATE-DATE (WS-CUR-HIT-SUB)
                   MOVE 'Y' TO WS-CUR-RATE-SW (WS-CUR-HIT-SUB)
               END-IF
               READ FXH-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FXH-EOF-SW
               END-READ
           END-IF.
      *
       500-WRITE-REVALUATION-JOURNAL.
      *
      * EACH CURRENCY NETS ITS OWN INVOICES; A NET GAIN GOES TO THE
      * FXUG MAPPING AND A NET LOSS TO FXUL.
           PERFORM 505-SPLIT-ONE-CURRENCY
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT.
      *
           MOVE 'FXUG'      TO GLM-SOURCE-CODE-1.
           MOVE WS-TOT-GAIN TO WS-JRN-AMOUNT.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
           MOVE 'FXUL'      TO GLM-SOURCE-CODE-1.
           MOVE WS-TOT-LOSS TO WS-JRN-AMOUNT.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
       505-SPLIT-ONE-CURRENCY.
      *
           IF WS-CUR-DIFFERENCE (WS-CUR-SUB) > ZERO
               ADD WS-CUR-DIFFERENCE (WS-CUR-SUB) TO WS-TOT-GAIN
           ELSE
               SUBTRACT WS-CUR-DIFFERENCE (WS-CUR-SUB)
                   FROM WS-TOT-LOSS
           END-IF.
      *
       510-WRITE-ONE-JOURNAL-PAIR.
      *
      * THE RESTATEMENT POSTS AS MAPPED ON THE PERIOD-END DATE; THE
      * REVERSAL SWAPS THE DEBIT AND CREDIT ON THE FIRST OF THE NEXT
      * MONTH.
           MOVE '00' TO WS-GLMFILE-SW.
           READ GLM-FILE
               INVALID KEY MOVE '23' TO WS-GLMFILE-SW.
      *
           IF NOT WS-GLMFILE-SUCCESS
               DISPLAY "GL MAPPING MISSING FOR SOURCE "
                   GLM-SOURCE-CODE-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE WS-PERIOD-END-DATE   TO WS-JRN-DATE.
           MOVE GLM-DEBIT-ACCOUNT-1  TO GL-ACCOUNT-CODE.
           MOVE 'DR'                 TO GL-DR-CR-INDICATOR.
           PERFORM 515-WRITE-ONE-JOURNAL-LINE.
           MOVE GLM-CREDIT-ACCOUNT-1 TO GL-ACCOUNT-CODE.
           MOVE 'CR'                 TO GL-DR-CR-INDICATOR.
           PERFORM 515-WRITE-ONE-JOURNAL-LINE.
      *
           MOVE WS-REVERSAL-DATE     TO WS-JRN-DATE.
           MOVE GLM-CREDIT-ACCOUNT-1 TO GL-ACCOUNT-CODE.
           MOVE 'DR'                 TO GL-DR-CR-INDICATOR.
           PERFORM 515-WRITE-ONE-JOURNAL-LINE.
           MOVE GLM-DEBIT-ACCOUNT-1  TO GL-ACCOUNT-CODE.
           MOVE 'CR'                 TO GL-DR-CR-INDICATOR.
           PERFORM 515-WRITE-ONE-JOURNAL-LINE.
      *
       515-WRITE-ONE-JOURNAL-LINE.
      *
           MOVE GLM-DESCRIPTION-1     TO GL-ACCOUNT-DESC.
           MOVE WS-JRN-DATE           TO GL-EXTRACT-DATE.
           MOVE WS-JRN-AMOUNT         TO GL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           IF NOT WS-GLFILE-SUCCESS
               DISPLAY "WS-GLFILE-SW=" WS-GLFILE-SW
               DISPLAY "GL-EXTRACT-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF GL-DR-CR-INDICATOR = 'DR'
               ADD WS-JRN-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-JRN-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
      *
       600-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE IFX-INVOICE-NUMBER-1  TO DTL-INVOICE-NUMBER.
           MOVE IFX-CUSTOMER-NUMBER-1 TO DTL-CUSTOMER-NUMBER.
           MOVE IFX-CURRENCY-CODE-1   TO DTL-CURRENCY-CODE.
           MOVE IFX-EXCHANGE-RATE-1   TO DTL-BOOKED-RATE.
           MOVE WS-FX-OPEN            TO DTL-FX-OPEN.
           MOVE INV-OPEN-BALANCE-1    TO DTL-BOOK-VALUE.
           MOVE WS-RESTATED           TO DTL-RESTATED.
           MOVE WS-DIFFERENCE         TO DTL-DIFFERENCE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       620-PRINT-CURRENCY-TOTALS.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE - 4
               PERFORM 650-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM CURRENCY-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           ADD 3 TO WS-LINE-CNT.
      *
           PERFORM 625-PRINT-ONE-CURRENCY
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT.
      *
       625-PRINT-ONE-CURRENCY.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           IF WS-CUR-HAS-RATE (WS-CUR-SUB)
               MOVE WS-CUR-CODE (WS-CUR-SUB)  TO CTL-CURRENCY-CODE
               MOVE WS-CUR-RATE (WS-CUR-SUB)  TO CTL-CLOSING-RATE
               MOVE WS-CUR-RATE-DATE (WS-CUR-SUB) TO CTL-RATE-DATE
               MOVE WS-CUR-INVOICE-CNT (WS-CUR-SUB)
                 TO CTL-INVOICE-CNT
               MOVE WS-CUR-FX-OPEN (WS-CUR-SUB)    TO CTL-FX-OPEN
               MOVE WS-CUR-BOOK-VALUE (WS-CUR-SUB) TO CTL-BOOK-VALUE
               MOVE WS-CUR-RESTATED (WS-CUR-SUB)   TO CTL-RESTATED
               MOVE WS-CUR-DIFFERENCE (WS-CUR-SUB) TO CTL-DIFFERENCE
               WRITE PRINT-LINE FROM CURRENCY-TOTAL-LINE
           ELSE
               MOVE WS-CUR-CODE (WS-CUR-SUB)  TO NRL-CURRENCY-CODE
               WRITE PRINT-LINE FROM NO-RATE-LINE
           END-IF.
           ADD 1 TO WS-LINE-CNT.
      *
       650-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR      TO HDG1-PAGE-NBR.
           MOVE WS-REPORT-PERIOD TO HDG1-PERIOD.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           MOVE WS-IFX-READ-CNT       TO SL1-IFX-READ-CNT.
           MOVE WS-REVALUED-CNT       TO SL2-REVALUED-CNT.
           MOVE WS-NO-RATE-CNT        TO SL3-NO-RATE-CNT.
           MOVE WS-TOT-GAIN           TO SL4-TOT-GAIN.
           MOVE WS-TOT-LOSS           TO SL5-TOT-LOSS.
           MOVE WS-PERIOD-END-DATE    TO SL6-PERIOD-END-DATE.
           MOVE WS-REVERSAL-DATE      TO SL7-REVERSAL-DATE.
           MOVE WS-TOTAL-DEBITS       TO SL8-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS      TO SL9-TOTAL-CREDITS.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-5
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-6
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-7
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-8
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-9
               AFTER ADVANCING 1 LINES.
      *
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               WRITE PRINT-LINE FROM SUMMARY-LINE-10
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-LINE FROM SUMMARY-LINE-11
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE IFX-FILE
                 INVOICE-FILE
                 FXH-FILE
                 GLM-FILE
                 GL-EXTRACT-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL CURRENCY ROWS    = " WS-IFX-READ-CNT.
           DISPLAY "TOTAL REVALUED         = " WS-REVALUED-CNT.
           DISPLAY "SKIPPED - NO RATE      = " WS-NO-RATE-CNT.
           DISPLAY "UNREALIZED GAIN        = " WS-TOT-GAIN.
           DISPLAY "UNREALIZED LOSS        = " WS-TOT-LOSS.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
