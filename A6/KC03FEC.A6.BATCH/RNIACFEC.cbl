       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNIACFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-04.
      *PROGRAM DESCRIPTION:
      *Month-end received-not-invoiced accrual. Once PORCFEC posts a
      *receipt to RCPFEC the goods are ours, but the liability only
      *reaches the books when APVENFEC keys the supplier's invoice.
      *This job sweeps every PO receipt dated on or before the end of
      *the YYYYMM period on the parameter card (default the current
      *month) and every APVFEC voucher entered by the same date, and
      *builds one slot per PO and product holding the quantity
      *received, its value at RCP-UNIT-COST, and the quantity billed.
      *Wherever more has been received than billed, the remainder is
      *listed at the average receipt cost, grouped and subtotalled by
      *the PO's vendor. The grand total is journalled through the
      *GLMFEC RNIA mapping in the same 80-byte extract layout INVGLFEC
      *hands finance: the accrual dated the last day of the period and
      *its mirror-image reversal dated the first day of the next, so
      *the accrual drops off again as the real invoices are vouchered.
      *Receipts with no PO cannot be matched to a voucher and are only
      *counted.
      *
      *MOD HISTORY
      *2026-10-04  DAO  ORIGINAL PROGRAM.
      *2026-10-05  DAO  AN RTVENFEC DEBIT MEMO (APV-VOUCHER-TYPE D)
      *                 MEANS THE GOODS WENT BACK - IT NOW TAKES ITS
      *                 QUANTITY AND COST OFF THE RECEIVED SIDE OF
      *                 THE SLOT INSTEAD OF COUNTING AS BILLING.
      *                 APV RECORD GROWS 103 TO 104.
      *2026-10-09  DAO  PO LAYOUT GROWS 393 TO 399 FOR THE NEW
      *                 PO-BLANKET-NUMBER ON A BLANKET RELEASE.
      *2026-10-15  DAO  PO LAYOUT GROWS 399 TO 469 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RNIA-PARM-FILE ASSIGN TO RNIAPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT RCP-FILE ASSIGN TO RCPMSTR
               RECORD KEY IS RCP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCPFILE-SW.

           SELECT APV-FILE ASSIGN TO APVMSTR
               RECORD KEY IS APV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APVFILE-SW.

           SELECT PO-FILE ASSIGN TO POMSTR
               RECORD KEY IS PO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-POFILE-SW.

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
       FD RNIA-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS RNIA-PARM-RECORD.
       01  RNIA-PARM-RECORD.
           05  RNIA-PERIOD                      PIC X(06).
      *
       FD RCP-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS RCP-FILE-RECORD.
       01  RCP-FILE-RECORD.
           05  RCP-KEY-1.
               10  RCP-RECEIPT-DATE-1        PIC X(08).
               10  RCP-TASK-NUMBER-1         PIC 9(07).
           05  RCP-PRODUCT-CODE-1            PIC X(10).
           05  RCP-PO-NUMBER-1               PIC 9(06).
           05  RCP-QTY-RECEIVED-1            PIC S9(07).
           05  RCP-RECEIPT-TIME-1            PIC X(06).
           05  RCP-OPERATOR-ID-1             PIC X(08).
           05  RCP-UNIT-COST-1               PIC S9(07)V99.
      *
       FD APV-FILE
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS APV-FILE-RECORD.
       01  APV-FILE-RECORD.
           05  APV-KEY-1.
               10  APV-VOUCHER-NUMBER-1      PIC 9(06).
           05  APV-VENDOR-NUMBER-1           PIC X(06).
           05  APV-VENDOR-INVOICE-1          PIC X(10).
           05  APV-PO-NUMBER-1               PIC 9(06).
           05  APV-PRODUCT-CODE-1            PIC X(10).
           05  APV-QTY-BILLED-1              PIC S9(07).
           05  APV-UNIT-PRICE-1              PIC S9(07)V99.
           05  APV-AMOUNT-1                  PIC S9(07)V99.
           05  APV-INVOICE-DATE-1            PIC X(08).
           05  APV-ENTRY-DATE-1              PIC X(08).
           05  APV-STATUS-1                  PIC X(01).
           05  APV-MATCH-SW-1                PIC X(01).
           05  APV-CHECK-NUMBER-1            PIC 9(06).
           05  APV-PAID-DATE-1               PIC X(08).
           05  APV-OPERATOR-ID-1             PIC X(08).
           05  APV-VOUCHER-TYPE-1            PIC X(01).
               88  APV-TYPE-PO-VOUCHER-1         VALUE 'P' ' '.
               88  APV-TYPE-DEBIT-MEMO-1         VALUE 'D'.
      *
       FD PO-FILE
           RECORD CONTAINS 469 CHARACTERS
           DATA RECORD IS PO-FILE-RECORD.
       01  PO-FILE-RECORD.
           05  PO-KEY-1.
               10  PO-NUMBER-1               PIC 9(06).
           05  PO-VENDOR-NUMBER-1            PIC X(06).
           05  PO-VENDOR-NAME-1              PIC X(30).
           05  PO-ORDER-DATE-1               PIC X(08).
           05  PO-EXPECTED-DATE-1            PIC X(08).
           05  PO-STATUS-1                   PIC X(01).
           05  PO-LINE-ITEM-1                OCCURS 10 TIMES.
               10  PO-PRODUCT-CODE-1         PIC X(10).
               10  PO-QTY-ORDERED-1          PIC S9(07).
               10  PO-QTY-RECEIVED-1         PIC S9(07).
               10  PO-UNIT-COST-1            PIC S9(07)V99.
           05  PO-LINE-COUNT-1               PIC 9(04).
           05  PO-BLANKET-NUMBER-1           PIC 9(06).
           05  PO-LINE-UOM-1                 OCCURS 10 TIMES.
               10  PO-ENTRY-UOM-1            PIC X(02).
               10  PO-ENTRY-FACTOR-1         PIC 9(05).
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
       01 WS-RCPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RCPFILE-SUCCESS                VALUE '00'.
           88  WS-RCPFILE-EOF                    VALUE '10'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
           88  WS-APVFILE-EOF                    VALUE '10'.
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
           88  WS-POFILE-NOTFND                  VALUE '23'.
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
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
      *
      * THE ACCRUAL IS DATED THE LAST DAY OF THE PERIOD AND REVERSED
      * ON THE FIRST DAY OF THE NEXT.
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
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
      *
      * ONE SLOT PER PO AND PRODUCT, WITH THE RECEIVED QUANTITY, ITS
      * VALUE AT RECEIPT COST, AND THE BILLED QUANTITY SUMMED.
       01 WS-RNI-TABLE.
           05  WS-RNI-ENTRY                  OCCURS 2000 TIMES.
               10  WS-RNI-PO-NUMBER          PIC 9(06).
               10  WS-RNI-PRODUCT            PIC X(10).
               10  WS-RNI-VENDOR             PIC X(06).
               10  WS-RNI-VENDOR-NAME        PIC X(30).
               10  WS-RNI-RCV-QTY            PIC S9(07) COMP-3.
               10  WS-RNI-RCV-EXT            PIC S9(09)V99 COMP-3.
               10  WS-RNI-BILL-QTY           PIC S9(07) COMP-3.
               10  WS-RNI-PRINTED-SW         PIC X(01).
       01 WS-RNI-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-RNI-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-RNI-HIT-SUB                     PIC S9(04) COMP VALUE 0.
       01 WS-RNI-VENDOR-SUB                  PIC S9(04) COMP VALUE 0.
       01 WS-RNI-SEARCH-PO                   PIC 9(06)  VALUE 0.
       01 WS-RNI-SEARCH-PRODUCT              PIC X(10)  VALUE SPACES.
       01 WS-CURRENT-VENDOR                  PIC X(06)  VALUE SPACES.
      *
       01 WS-UNBILLED-QTY                    PIC S9(07) COMP-3.
       01 WS-AVG-UNIT-COST                   PIC S9(07)V99 COMP-3.
       01 WS-UNBILLED-VALUE                  PIC S9(09)V99 COMP-3.
       01 WS-VND-UNBILLED-VALUE              PIC S9(09)V99 COMP-3.
       01 WS-TOT-UNBILLED-VALUE              PIC S9(09)V99 COMP-3
                                                        VALUE 0.
       01 WS-JRN-AMOUNT                      PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-JRN-DATE                        PIC X(08)  VALUE SPACES.
       01 WS-TOTAL-DEBITS                    PIC S9(11)V99
                                              COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITS                   PIC S9(11)V99
                                              COMP-3 VALUE 0.
      *
       01 WS-RECEIPT-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-NO-PO-RECEIPT-CNT               PIC 9(07)  COMP-3 VALUE 0.
       01 WS-VOUCHER-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-LINES-PRINTED-CNT               PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - RECEIVED NOT INVOICED ACCRUAL'.
           05  FILLER                        PIC X(09) VALUE ' PERIOD '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(06) VALUE 'PO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'RCV QTY'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'BILL QTY'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'UNBILLED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               '  RCV COST'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               ' ACCRUAL VALUE'.
      *
       01 VENDOR-HEADER-LINE.
           05  FILLER                        PIC X(08) VALUE 'VENDOR: '.
           05  VHL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  VHL-VENDOR-NAME               PIC X(30).
      *
       01 DETAIL-LINE.
           05  DTL-PO-NUMBER                 PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RCV-QTY                   PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BILL-QTY                  PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-UNBILLED-QTY              PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RCV-COST                  PIC ZZZZZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-UNBILLED-VALUE            PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 VENDOR-TOTAL-LINE.
           05  FILLER                        PIC X(20) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'VENDOR TOTAL'.
           05  FILLER                        PIC X(22) VALUE SPACES.
           05  VTL-UNBILLED-VALUE            PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 GRAND-TOTAL-LINE.
           05  FILLER                        PIC X(20) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'TOTAL TO ACCRUE'.
           05  FILLER                        PIC X(22) VALUE SPACES.
           05  GTL-UNBILLED-VALUE            PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(20)
               VALUE 'RECEIPTS READ:'.
           05  SL1-RECEIPT-READ-CNT          PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'RECEIPTS WITH NO PO:'.
           05  SL2-NO-PO-RECEIPT-CNT         PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(20)
               VALUE 'VOUCHERS READ:'.
           05  SL3-VOUCHER-READ-CNT          PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(20)
               VALUE 'PO LINES ACCRUED:'.
           05  SL4-LINES-PRINTED-CNT         PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(20)
               VALUE 'ACCRUAL DATED:'.
           05  SL5-PERIOD-END-DATE           PIC X(08).
      *
       01 SUMMARY-LINE-6.
           05  FILLER                        PIC X(20)
               VALUE 'REVERSAL DATED:'.
           05  SL6-REVERSAL-DATE             PIC X(08).
      *
       01 SUMMARY-LINE-7.
           05  FILLER                        PIC X(20)
               VALUE 'TOTAL DEBITS:'.
           05  SL7-TOTAL-DEBITS              PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-8.
           05  FILLER                        PIC X(20)
               VALUE 'TOTAL CREDITS:'.
           05  SL8-TOTAL-CREDITS             PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-9.
           05  FILLER                        PIC X(30)
               VALUE 'JOURNAL IN BALANCE'.
      *
       01 SUMMARY-LINE-10.
           05  FILLER                        PIC X(30)
               VALUE 'JOURNAL OUT OF BALANCE'.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
           PERFORM 060-SET-JOURNAL-DATES.
      *
           OPEN INPUT RCP-FILE.
           IF WS-RCPFILE-SUCCESS
               DISPLAY "RCP-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-RCPFILE-SW=" WS-RCPFILE-SW
               DISPLAY "RCP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT APV-FILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT PO-FILE.
           IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "PO-FILE OPEN ERROR"
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
           PERFORM 100-ACCUMULATE-RECEIPTS.
           PERFORM 200-ACCUMULATE-VOUCHERS.
           PERFORM 300-MATCH-SLOTS-TO-POS.
           PERFORM 600-PRINT-BY-VENDOR.
           PERFORM 500-WRITE-ACCRUAL-JOURNAL.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE (1:6) TO WS-REPORT-PERIOD.
      *
           OPEN INPUT RNIA-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ RNIA-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND RNIA-PERIOD NUMERIC
                   MOVE RNIA-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY "NO USABLE PARM CARD - ACCRUING FOR THE "
                           "CURRENT MONTH " WS-REPORT-PERIOD
               END-IF
               CLOSE RNIA-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO RNIA-PARM-FILE FOUND - ACCRUING FOR THE "
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
       100-ACCUMULATE-RECEIPTS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ RCP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 110-ACCUMULATE-ONE-RECEIPT
               UNTIL WS-EOF-YES.
      *
       110-ACCUMULATE-ONE-RECEIPT.
      *
           ADD 1 TO WS-RECEIPT-READ-CNT.
      *
           IF RCP-RECEIPT-DATE-1 > WS-PERIOD-END-DATE
               CONTINUE
           ELSE IF RCP-PO-NUMBER-1 = ZERO
               ADD 1 TO WS-NO-PO-RECEIPT-CNT
           ELSE
               MOVE RCP-PO-NUMBER-1    TO WS-RNI-SEARCH-PO
               MOVE RCP-PRODUCT-CODE-1 TO WS-RNI-SEARCH-PRODUCT
               PERFORM 400-FIND-RNI-SLOT
               IF WS-RNI-HIT-SUB > ZERO
                   ADD RCP-QTY-RECEIVED-1
                       TO WS-RNI-RCV-QTY (WS-RNI-HIT-SUB)
                   COMPUTE WS-RNI-RCV-EXT (WS-RNI-HIT-SUB) =
                       WS-RNI-RCV-EXT (WS-RNI-HIT-SUB)
                       + RCP-QTY-RECEIVED-1 * RCP-UNIT-COST-1
               END-IF
           END-IF.
      *
           READ RCP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-ACCUMULATE-VOUCHERS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 210-ACCUMULATE-ONE-VOUCHER
               UNTIL WS-EOF-YES.
      *
       210-ACCUMULATE-ONE-VOUCHER.
      *
           ADD 1 TO WS-VOUCHER-READ-CNT.
      *
      * A VOUCHER COUNTS AGAINST THE RECEIPTS WHATEVER ITS STATUS -
      * ONCE KEYED, THE LIABILITY IS ON THE BOOKS. ONLY A PO AND
      * PRODUCT ALREADY RECEIVED CAN NEED AN ACCRUAL, SO BILLING FOR
      * ANYTHING ELSE IS PASSED OVER.
           IF APV-PO-NUMBER-1 = ZERO
                   OR APV-ENTRY-DATE-1 > WS-PERIOD-END-DATE
               CONTINUE
           ELSE
               MOVE APV-PO-NUMBER-1    TO WS-RNI-SEARCH-PO
               MOVE APV-PRODUCT-CODE-1 TO WS-RNI-SEARCH-PRODUCT
               PERFORM 410-LOOK-FOR-RNI-SLOT
               IF WS-RNI-HIT-SUB > ZERO
                       AND APV-TYPE-DEBIT-MEMO-1
                   ADD APV-QTY-BILLED-1
                       TO WS-RNI-RCV-QTY (WS-RNI-HIT-SUB)
                   ADD APV-AMOUNT-1
                       TO WS-RNI-RCV-EXT (WS-RNI-HIT-SUB)
               END-IF
               IF WS-RNI-HIT-SUB > ZERO
                       AND NOT APV-TYPE-DEBIT-MEMO-1
                   ADD APV-QTY-BILLED-1
                       TO WS-RNI-BILL-QTY (WS-RNI-HIT-SUB)
               END-IF
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       300-MATCH-SLOTS-TO-POS.
      *
           PERFORM 310-MATCH-ONE-SLOT
               VARYING WS-RNI-SUB FROM 1 BY 1
               UNTIL WS-RNI-SUB > WS-RNI-COUNT.
      *
       310-MATCH-ONE-SLOT.
      *
      * FULLY BILLED SLOTS ARE MARKED PRINTED SO THE VENDOR GROUPING
      * PASSES THEM BY.
           IF WS-RNI-RCV-QTY (WS-RNI-SUB) NOT > ZERO
                   OR WS-RNI-BILL-QTY (WS-RNI-SUB)
                      NOT < WS-RNI-RCV-QTY (WS-RNI-SUB)
               MOVE 'Y' TO WS-RNI-PRINTED-SW (WS-RNI-SUB)
           ELSE
               PERFORM 320-GET-PO-VENDOR
           END-IF.
      *
       320-GET-PO-VENDOR.
      *
           MOVE WS-RNI-PO-NUMBER (WS-RNI-SUB) TO PO-NUMBER-1.
           MOVE '00' TO WS-POFILE-SW.
           READ PO-FILE
               INVALID KEY MOVE '23' TO WS-POFILE-SW.
      *
           IF WS-POFILE-NOTFND
               DISPLAY "PO NOT ON PO-FILE: "
                   WS-RNI-PO-NUMBER (WS-RNI-SUB)
               MOVE SPACES TO WS-RNI-VENDOR (WS-RNI-SUB)
               MOVE '*PO NOT ON FILE*'
                 TO WS-RNI-VENDOR-NAME (WS-RNI-SUB)
           ELSE IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "PO-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE
               MOVE PO-VENDOR-NUMBER-1
                 TO WS-RNI-VENDOR (WS-RNI-SUB)
               MOVE PO-VENDOR-NAME-1
                 TO WS-RNI-VENDOR-NAME (WS-RNI-SUB)
           END-IF.
      *
       400-FIND-RNI-SLOT.
      *
      * ON ENTRY THE PO AND PRODUCT TO FIND ARE IN WS-RNI-SEARCH-PO
      * AND WS-RNI-SEARCH-PRODUCT; ON EXIT WS-RNI-HIT-SUB POINTS AT
      * THEIR TABLE SLOT, ADDED IF NEW, OR IS ZERO IF THE TABLE IS
      * FULL.
           PERFORM 410-LOOK-FOR-RNI-SLOT.
      *
           IF WS-RNI-HIT-SUB = ZERO
               IF WS-RNI-COUNT < 2000
                   ADD 1 TO WS-RNI-COUNT
                   MOVE WS-RNI-COUNT TO WS-RNI-HIT-SUB
                   MOVE WS-RNI-SEARCH-PO
                     TO WS-RNI-PO-NUMBER (WS-RNI-HIT-SUB)
                   MOVE WS-RNI-SEARCH-PRODUCT
                     TO WS-RNI-PRODUCT (WS-RNI-HIT-SUB)
                   MOVE SPACES TO WS-RNI-VENDOR (WS-RNI-HIT-SUB)
                                  WS-RNI-VENDOR-NAME (WS-RNI-HIT-SUB)
                   MOVE ZERO TO WS-RNI-RCV-QTY (WS-RNI-HIT-SUB)
                                WS-RNI-RCV-EXT (WS-RNI-HIT-SUB)
                                WS-RNI-BILL-QTY (WS-RNI-HIT-SUB)
                   MOVE 'N' TO WS-RNI-PRINTED-SW (WS-RNI-HIT-SUB)
               ELSE
                   DISPLAY "RNI TABLE FULL - PO LINE SKIPPED: "
                       WS-RNI-SEARCH-PO " " WS-RNI-SEARCH-PRODUCT
               END-IF
           END-IF.
      *
       410-LOOK-FOR-RNI-SLOT.
      *
           MOVE ZERO TO WS-RNI-HIT-SUB.
           PERFORM 420-CHECK-ONE-RNI-SLOT
               VARYING WS-RNI-SUB FROM 1 BY 1
               UNTIL WS-RNI-SUB > WS-RNI-COUNT
                  OR WS-RNI-HIT-SUB > ZERO.
      *
       420-CHECK-ONE-RNI-SLOT.
      *
           IF WS-RNI-PO-NUMBER (WS-RNI-SUB) = WS-RNI-SEARCH-PO
                   AND WS-RNI-PRODUCT (WS-RNI-SUB)
                       = WS-RNI-SEARCH-PRODUCT
               MOVE WS-RNI-SUB TO WS-RNI-HIT-SUB
           END-IF.
      *
       500-WRITE-ACCRUAL-JOURNAL.
      *
      * THE ACCRUAL POSTS AS MAPPED ON THE PERIOD-END DATE; THE
      * REVERSAL SWAPS THE DEBIT AND CREDIT ON THE FIRST OF THE NEXT
      * MONTH.
           MOVE 'RNIA' TO GLM-SOURCE-CODE-1.
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
           MOVE WS-TOT-UNBILLED-VALUE TO WS-JRN-AMOUNT.
      *
           MOVE WS-PERIOD-END-DATE   TO WS-JRN-DATE.
           MOVE GLM-DEBIT-ACCOUNT-1  TO GL-ACCOUNT-CODE.
           MOVE 'DR'                 TO GL-DR-CR-INDICATOR.
           PERFORM 510-WRITE-ONE-JOURNAL-LINE.
           MOVE GLM-CREDIT-ACCOUNT-1 TO GL-ACCOUNT-CODE.
           MOVE 'CR'                 TO GL-DR-CR-INDICATOR.
           PERFORM 510-WRITE-ONE-JOURNAL-LINE.
      *
           MOVE WS-REVERSAL-DATE     TO WS-JRN-DATE.
           MOVE GLM-CREDIT-ACCOUNT-1 TO GL-ACCOUNT-CODE.
           MOVE 'DR'                 TO GL-DR-CR-INDICATOR.
           PERFORM 510-WRITE-ONE-JOURNAL-LINE.
           MOVE GLM-DEBIT-ACCOUNT-1  TO GL-ACCOUNT-CODE.
           MOVE 'CR'                 TO GL-DR-CR-INDICATOR.
           PERFORM 510-WRITE-ONE-JOURNAL-LINE.
      *
       510-WRITE-ONE-JOURNAL-LINE.
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
       600-PRINT-BY-VENDOR.
      *
      * EACH UNPRINTED SLOT STARTS A VENDOR GROUP; EVERY LATER SLOT
      * FOR THE SAME VENDOR IS PRINTED UNDER IT, THEN SUBTOTALLED.
           PERFORM 610-PRINT-ONE-VENDOR-GROUP
               VARYING WS-RNI-SUB FROM 1 BY 1
               UNTIL WS-RNI-SUB > WS-RNI-COUNT.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
           MOVE WS-TOT-UNBILLED-VALUE TO GTL-UNBILLED-VALUE.
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CNT.
      *
       610-PRINT-ONE-VENDOR-GROUP.
      *
           IF WS-RNI-PRINTED-SW (WS-RNI-SUB) = 'N'
               MOVE WS-RNI-VENDOR (WS-RNI-SUB) TO WS-CURRENT-VENDOR
               MOVE ZERO TO WS-VND-UNBILLED-VALUE
               IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
                   PERFORM 650-PRINT-HEADINGS
               END-IF
               MOVE WS-CURRENT-VENDOR TO VHL-VENDOR-NUMBER
               MOVE WS-RNI-VENDOR-NAME (WS-RNI-SUB)
                 TO VHL-VENDOR-NAME
               WRITE PRINT-LINE FROM VENDOR-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-CNT
               PERFORM 620-PRINT-ONE-RNI-LINE
                   VARYING WS-RNI-VENDOR-SUB FROM WS-RNI-SUB BY 1
                   UNTIL WS-RNI-VENDOR-SUB > WS-RNI-COUNT
               MOVE WS-VND-UNBILLED-VALUE TO VTL-UNBILLED-VALUE
               WRITE PRINT-LINE FROM VENDOR-TOTAL-LINE
               ADD 1 TO WS-LINE-CNT
           END-IF.
      *
       620-PRINT-ONE-RNI-LINE.
      *
           IF WS-RNI-PRINTED-SW (WS-RNI-VENDOR-SUB) = 'N'
                   AND WS-RNI-VENDOR (WS-RNI-VENDOR-SUB)
                       = WS-CURRENT-VENDOR
               PERFORM 630-FORMAT-ONE-RNI-LINE
               MOVE 'Y' TO WS-RNI-PRINTED-SW (WS-RNI-VENDOR-SUB)
           END-IF.
      *
       630-FORMAT-ONE-RNI-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
      * THE UNBILLED REMAINDER IS VALUED AT THE AVERAGE RECEIPT COST
      * OF EVERYTHING RECEIVED ON THE PO LINE.
           COMPUTE WS-UNBILLED-QTY =
               WS-RNI-RCV-QTY (WS-RNI-VENDOR-SUB)
               - WS-RNI-BILL-QTY (WS-RNI-VENDOR-SUB).
           COMPUTE WS-AVG-UNIT-COST ROUNDED =
               WS-RNI-RCV-EXT (WS-RNI-VENDOR-SUB)
               / WS-RNI-RCV-QTY (WS-RNI-VENDOR-SUB).
           COMPUTE WS-UNBILLED-VALUE ROUNDED =
               WS-RNI-RCV-EXT (WS-RNI-VENDOR-SUB)
               * WS-UNBILLED-QTY
               / WS-RNI-RCV-QTY (WS-RNI-VENDOR-SUB).
      *
           MOVE WS-RNI-PO-NUMBER (WS-RNI-VENDOR-SUB) TO DTL-PO-NUMBER.
           MOVE WS-RNI-PRODUCT (WS-RNI-VENDOR-SUB)
                                          TO DTL-PRODUCT-CODE.
           MOVE WS-RNI-RCV-QTY (WS-RNI-VENDOR-SUB)  TO DTL-RCV-QTY.
           MOVE WS-RNI-BILL-QTY (WS-RNI-VENDOR-SUB) TO DTL-BILL-QTY.
           MOVE WS-UNBILLED-QTY                     TO DTL-UNBILLED-QTY.
           MOVE WS-AVG-UNIT-COST                    TO DTL-RCV-COST.
           MOVE WS-UNBILLED-VALUE                   TO
                                                   DTL-UNBILLED-VALUE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-LINES-PRINTED-CNT.
      *
           ADD WS-UNBILLED-VALUE TO WS-VND-UNBILLED-VALUE
                                    WS-TOT-UNBILLED-VALUE.
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
           MOVE WS-RECEIPT-READ-CNT   TO SL1-RECEIPT-READ-CNT.
           MOVE WS-NO-PO-RECEIPT-CNT  TO SL2-NO-PO-RECEIPT-CNT.
           MOVE WS-VOUCHER-READ-CNT   TO SL3-VOUCHER-READ-CNT.
           MOVE WS-LINES-PRINTED-CNT  TO SL4-LINES-PRINTED-CNT.
           MOVE WS-PERIOD-END-DATE    TO SL5-PERIOD-END-DATE.
           MOVE WS-REVERSAL-DATE      TO SL6-REVERSAL-DATE.
           MOVE WS-TOTAL-DEBITS       TO SL7-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS      TO SL8-TOTAL-CREDITS.
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
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-6
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-7
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-8
               AFTER ADVANCING 1 LINES.
      *
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               WRITE PRINT-LINE FROM SUMMARY-LINE-9
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-LINE FROM SUMMARY-LINE-10
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE RCP-FILE
                 APV-FILE
                 PO-FILE
                 GLM-FILE
                 GL-EXTRACT-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL RECEIPTS READ    = " WS-RECEIPT-READ-CNT.
           DISPLAY "TOTAL VOUCHERS READ    = " WS-VOUCHER-READ-CNT.
           DISPLAY "TOTAL PO LINES ACCRUED = " WS-LINES-PRINTED-CNT.
           DISPLAY "TOTAL ACCRUED          = " WS-TOT-UNBILLED-VALUE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
