       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPVRPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-02.
      *PROGRAM DESCRIPTION:
      *Monthly purchase price variance report. Puts the three prices
      *a PO line goes through side by side: the PO-UNIT-COST agreed
      *with the vendor in POENTFEC, the RCP-UNIT-COST stamped on the
      *receipt by PORCFEC, and the APV-UNIT-PRICE the vendor billed
      *through APVENFEC. A sweep of RCPFEC (receipt date in the
      *YYYYMM period on the parameter card) and a sweep of APVFEC
      *(voucher entry date in the same period) build one slot per PO
      *and product; each slot is then matched back to its POFEC line
      *for the agreed cost and the vendor. One line per PO line,
      *grouped and subtotalled by vendor, showing the receiving
      *variance and the billing variance against the PO price, with a
      *grand total - the numbers purchasing takes into negotiations.
      *
      *MOD HISTORY
      *2026-10-02  DAO  ORIGINAL PROGRAM.
      *2026-10-05  DAO  PASS OVER RTVENFEC DEBIT MEMOS (APV-VOUCHER-
      *                 TYPE D) - A RETURN IS PRICED AT THE PO COST
      *                 AND CARRIES NO PRICE VARIANCE OF ITS OWN.
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
           SELECT PPVR-PARM-FILE ASSIGN TO PPVRPARM
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

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PPVR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS PPVR-PARM-RECORD.
       01  PPVR-PARM-RECORD.
           05  PPVR-PERIOD                      PIC X(06).
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
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
      *
      * ONE SLOT PER PO AND PRODUCT MET ON EITHER SWEEP, WITH THE
      * RECEIVED AND BILLED QUANTITIES AND EXTENDED VALUES SUMMED.
       01 WS-PPV-TABLE.
           05  WS-PPV-ENTRY                  OCCURS 2000 TIMES.
               10  WS-PPV-PO-NUMBER          PIC 9(06).
               10  WS-PPV-PRODUCT            PIC X(10).
               10  WS-PPV-VENDOR             PIC X(06).
               10  WS-PPV-VENDOR-NAME        PIC X(30).
               10  WS-PPV-PO-COST            PIC S9(07)V99 COMP-3.
               10  WS-PPV-RCV-QTY            PIC S9(07) COMP-3.
               10  WS-PPV-RCV-EXT            PIC S9(09)V99 COMP-3.
               10  WS-PPV-BILL-QTY           PIC S9(07) COMP-3.
               10  WS-PPV-BILL-EXT           PIC S9(09)V99 COMP-3.
               10  WS-PPV-PRINTED-SW         PIC X(01).
       01 WS-PPV-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-PPV-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-PPV-HIT-SUB                     PIC S9(04) COMP VALUE 0.
       01 WS-PPV-VENDOR-SUB                  PIC S9(04) COMP VALUE 0.
       01 WS-PPV-SEARCH-PO                   PIC 9(06)  VALUE 0.
       01 WS-PPV-SEARCH-PRODUCT              PIC X(10)  VALUE SPACES.
       01 WS-CURRENT-VENDOR                  PIC X(06)  VALUE SPACES.
      *
       01 WS-RCV-VARIANCE                    PIC S9(09)V99 COMP-3.
       01 WS-BILL-VARIANCE                   PIC S9(09)V99 COMP-3.
       01 WS-VND-RCV-VARIANCE                PIC S9(09)V99 COMP-3.
       01 WS-VND-BILL-VARIANCE               PIC S9(09)V99 COMP-3.
       01 WS-TOT-RCV-VARIANCE                PIC S9(09)V99 COMP-3
                                                        VALUE 0.
       01 WS-TOT-BILL-VARIANCE               PIC S9(09)V99 COMP-3
                                                        VALUE 0.
      *
       01 WS-RECEIPT-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-VOUCHER-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-LINES-PRINTED-CNT               PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - PURCHASE PRICE VARIANCE REPORT'.
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
           05  FILLER                        PIC X(10) VALUE
               '   PO COST'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'RCV QTY'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               '  RCV COST'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'BILL QTY'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               'BILL PRICE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '  RCV VARIANCE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               ' BILL VARIANCE'.
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
           05  DTL-PO-COST                   PIC ZZZZZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RCV-QTY                   PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RCV-COST                  PIC ZZZZZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BILL-QTY                  PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BILL-PRICE                PIC ZZZZZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RCV-VARIANCE              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BILL-VARIANCE             PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 VENDOR-TOTAL-LINE.
           05  FILLER                        PIC X(20) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'VENDOR TOTAL'.
           05  FILLER                        PIC X(38) VALUE SPACES.
           05  VTL-RCV-VARIANCE              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  VTL-BILL-VARIANCE             PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 GRAND-TOTAL-LINE.
           05  FILLER                        PIC X(20) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'GRAND TOTAL'.
           05  FILLER                        PIC X(38) VALUE SPACES.
           05  GTL-RCV-VARIANCE              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  GTL-BILL-VARIANCE             PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(20)
               VALUE 'RECEIPTS READ:'.
           05  SL1-RECEIPT-READ-CNT          PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'VOUCHERS READ:'.
           05  SL2-VOUCHER-READ-CNT          PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(20)
               VALUE 'PO LINES REPORTED:'.
           05  SL3-LINES-PRINTED-CNT         PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
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
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 100-ACCUMULATE-RECEIPTS.
           PERFORM 200-ACCUMULATE-VOUCHERS.
           PERFORM 300-MATCH-SLOTS-TO-PO-LINES.
           PERFORM 600-PRINT-BY-VENDOR.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT PPVR-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PPVR-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND PPVR-PERIOD NOT = SPACES
                   MOVE PPVR-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY "NO USABLE PARM CARD - REPORTING ON "
                           "ALL ACTIVITY"
               END-IF
               CLOSE PPVR-PARM-FILE
           ELSE
               DISPLAY "NO PPVR-PARM-FILE FOUND - REPORTING ON "
                       "ALL ACTIVITY"
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
           IF RCP-PO-NUMBER-1 = ZERO
               CONTINUE
           ELSE IF WS-REPORT-PERIOD NOT = SPACES
                   AND RCP-RECEIPT-DATE-1 (1:6) NOT = WS-REPORT-PERIOD
               CONTINUE
           ELSE
               MOVE RCP-PO-NUMBER-1    TO WS-PPV-SEARCH-PO
               MOVE RCP-PRODUCT-CODE-1 TO WS-PPV-SEARCH-PRODUCT
               PERFORM 400-FIND-PPV-SLOT
               ADD RCP-QTY-RECEIVED-1
                   TO WS-PPV-RCV-QTY (WS-PPV-HIT-SUB)
               COMPUTE WS-PPV-RCV-EXT (WS-PPV-HIT-SUB) =
                   WS-PPV-RCV-EXT (WS-PPV-HIT-SUB)
                   + RCP-QTY-RECEIVED-1 * RCP-UNIT-COST-1
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
           IF APV-PO-NUMBER-1 = ZERO
               CONTINUE
           ELSE IF APV-TYPE-DEBIT-MEMO-1
               CONTINUE
           ELSE IF WS-REPORT-PERIOD NOT = SPACES
                   AND APV-ENTRY-DATE-1 (1:6) NOT = WS-REPORT-PERIOD
               CONTINUE
           ELSE
               MOVE APV-PO-NUMBER-1    TO WS-PPV-SEARCH-PO
               MOVE APV-PRODUCT-CODE-1 TO WS-PPV-SEARCH-PRODUCT
               PERFORM 400-FIND-PPV-SLOT
               ADD APV-QTY-BILLED-1
                   TO WS-PPV-BILL-QTY (WS-PPV-HIT-SUB)
               COMPUTE WS-PPV-BILL-EXT (WS-PPV-HIT-SUB) =
                   WS-PPV-BILL-EXT (WS-PPV-HIT-SUB)
                   + APV-QTY-BILLED-1 * APV-UNIT-PRICE-1
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       300-MATCH-SLOTS-TO-PO-LINES.
      *
           PERFORM 310-MATCH-ONE-SLOT
               VARYING WS-PPV-SUB FROM 1 BY 1
               UNTIL WS-PPV-SUB > WS-PPV-COUNT.
      *
       310-MATCH-ONE-SLOT.
      *
           MOVE WS-PPV-PO-NUMBER (WS-PPV-SUB) TO PO-NUMBER-1.
           MOVE '00' TO WS-POFILE-SW.
           READ PO-FILE
               INVALID KEY MOVE '23' TO WS-POFILE-SW.
      *
           IF WS-POFILE-NOTFND
               DISPLAY "PO NOT ON PO-FILE: "
                   WS-PPV-PO-NUMBER (WS-PPV-SUB)
               MOVE SPACES TO WS-PPV-VENDOR (WS-PPV-SUB)
               MOVE '*PO NOT ON FILE*'
                 TO WS-PPV-VENDOR-NAME (WS-PPV-SUB)
           ELSE IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "PO-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE
               MOVE PO-VENDOR-NUMBER-1
                 TO WS-PPV-VENDOR (WS-PPV-SUB)
               MOVE PO-VENDOR-NAME-1
                 TO WS-PPV-VENDOR-NAME (WS-PPV-SUB)
               PERFORM 320-FIND-PO-LINE-COST
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
           END-IF.
      *
       320-FIND-PO-LINE-COST.
      *
           IF PO-PRODUCT-CODE-1 (WS-LINE-SUB)
                   = WS-PPV-PRODUCT (WS-PPV-SUB)
               MOVE PO-UNIT-COST-1 (WS-LINE-SUB)
                 TO WS-PPV-PO-COST (WS-PPV-SUB)
           END-IF.
      *
       400-FIND-PPV-SLOT.
      *
      * ON ENTRY THE PO AND PRODUCT TO FIND ARE IN WS-PPV-SEARCH-PO
      * AND WS-PPV-SEARCH-PRODUCT; ON EXIT WS-PPV-HIT-SUB POINTS AT
      * THEIR TABLE SLOT, ADDED IF NEW.
           MOVE ZERO TO WS-PPV-HIT-SUB.
           PERFORM 410-CHECK-ONE-PPV-SLOT
               VARYING WS-PPV-SUB FROM 1 BY 1
               UNTIL WS-PPV-SUB > WS-PPV-COUNT
                  OR WS-PPV-HIT-SUB > ZERO.
      *
           IF WS-PPV-HIT-SUB = ZERO
               IF WS-PPV-COUNT < 2000
                   ADD 1 TO WS-PPV-COUNT
                   MOVE WS-PPV-COUNT TO WS-PPV-HIT-SUB
                   MOVE WS-PPV-SEARCH-PO
                     TO WS-PPV-PO-NUMBER (WS-PPV-HIT-SUB)
                   MOVE WS-PPV-SEARCH-PRODUCT
                     TO WS-PPV-PRODUCT (WS-PPV-HIT-SUB)
                   MOVE SPACES TO WS-PPV-VENDOR (WS-PPV-HIT-SUB)
                                  WS-PPV-VENDOR-NAME (WS-PPV-HIT-SUB)
                   MOVE ZERO TO WS-PPV-PO-COST (WS-PPV-HIT-SUB)
                                WS-PPV-RCV-QTY (WS-PPV-HIT-SUB)
                                WS-PPV-RCV-EXT (WS-PPV-HIT-SUB)
                                WS-PPV-BILL-QTY (WS-PPV-HIT-SUB)
                                WS-PPV-BILL-EXT (WS-PPV-HIT-SUB)
                   MOVE 'N' TO WS-PPV-PRINTED-SW (WS-PPV-HIT-SUB)
               ELSE
                   DISPLAY "PPV TABLE FULL - PO LINE SKIPPED: "
                       WS-PPV-SEARCH-PO " " WS-PPV-SEARCH-PRODUCT
                   MOVE 1 TO WS-PPV-HIT-SUB
               END-IF
           END-IF.
      *
       410-CHECK-ONE-PPV-SLOT.
      *
           IF WS-PPV-PO-NUMBER (WS-PPV-SUB) = WS-PPV-SEARCH-PO
                   AND WS-PPV-PRODUCT (WS-PPV-SUB)
                       = WS-PPV-SEARCH-PRODUCT
               MOVE WS-PPV-SUB TO WS-PPV-HIT-SUB
           END-IF.
      *
       600-PRINT-BY-VENDOR.
      *
      * EACH UNPRINTED SLOT STARTS A VENDOR GROUP; EVERY LATER SLOT
      * FOR THE SAME VENDOR IS PRINTED UNDER IT, THEN SUBTOTALLED.
           PERFORM 610-PRINT-ONE-VENDOR-GROUP
               VARYING WS-PPV-SUB FROM 1 BY 1
               UNTIL WS-PPV-SUB > WS-PPV-COUNT.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
           MOVE WS-TOT-RCV-VARIANCE  TO GTL-RCV-VARIANCE.
           MOVE WS-TOT-BILL-VARIANCE TO GTL-BILL-VARIANCE.
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CNT.
      *
       610-PRINT-ONE-VENDOR-GROUP.
      *
           IF WS-PPV-PRINTED-SW (WS-PPV-SUB) = 'N'
               MOVE WS-PPV-VENDOR (WS-PPV-SUB) TO WS-CURRENT-VENDOR
               MOVE ZERO TO WS-VND-RCV-VARIANCE
                            WS-VND-BILL-VARIANCE
               IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
                   PERFORM 650-PRINT-HEADINGS
               END-IF
               MOVE WS-CURRENT-VENDOR TO VHL-VENDOR-NUMBER
               MOVE WS-PPV-VENDOR-NAME (WS-PPV-SUB)
                 TO VHL-VENDOR-NAME
               WRITE PRINT-LINE FROM VENDOR-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-CNT
               PERFORM 620-PRINT-ONE-PPV-LINE
                   VARYING WS-PPV-VENDOR-SUB FROM WS-PPV-SUB BY 1
                   UNTIL WS-PPV-VENDOR-SUB > WS-PPV-COUNT
               MOVE WS-VND-RCV-VARIANCE  TO VTL-RCV-VARIANCE
               MOVE WS-VND-BILL-VARIANCE TO VTL-BILL-VARIANCE
               WRITE PRINT-LINE FROM VENDOR-TOTAL-LINE
               ADD 1 TO WS-LINE-CNT
           END-IF.
      *
       620-PRINT-ONE-PPV-LINE.
      *
           IF WS-PPV-PRINTED-SW (WS-PPV-VENDOR-SUB) = 'N'
                   AND WS-PPV-VENDOR (WS-PPV-VENDOR-SUB)
                       = WS-CURRENT-VENDOR
               PERFORM 630-FORMAT-ONE-PPV-LINE
               MOVE 'Y' TO WS-PPV-PRINTED-SW (WS-PPV-VENDOR-SUB)
           END-IF.
      *
       630-FORMAT-ONE-PPV-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
      * VARIANCE IS WHAT WAS ACTUALLY COSTED LESS WHAT THE SAME
      * QUANTITY WOULD HAVE COST AT THE AGREED PO PRICE - POSITIVE
      * MEANS WE PAID MORE THAN WE NEGOTIATED.
           COMPUTE WS-RCV-VARIANCE =
               WS-PPV-RCV-EXT (WS-PPV-VENDOR-SUB)
               - WS-PPV-RCV-QTY (WS-PPV-VENDOR-SUB)
               * WS-PPV-PO-COST (WS-PPV-VENDOR-SUB).
           COMPUTE WS-BILL-VARIANCE =
               WS-PPV-BILL-EXT (WS-PPV-VENDOR-SUB)
               - WS-PPV-BILL-QTY (WS-PPV-VENDOR-SUB)
               * WS-PPV-PO-COST (WS-PPV-VENDOR-SUB).
      *
           MOVE WS-PPV-PO-NUMBER (WS-PPV-VENDOR-SUB) TO DTL-PO-NUMBER.
           MOVE WS-PPV-PRODUCT (WS-PPV-VENDOR-SUB)
                                          TO DTL-PRODUCT-CODE.
           MOVE WS-PPV-PO-COST (WS-PPV-VENDOR-SUB) TO DTL-PO-COST.
           MOVE WS-PPV-RCV-QTY (WS-PPV-VENDOR-SUB) TO DTL-RCV-QTY.
           IF WS-PPV-RCV-QTY (WS-PPV-VENDOR-SUB) NOT = ZERO
               COMPUTE DTL-RCV-COST ROUNDED =
                   WS-PPV-RCV-EXT (WS-PPV-VENDOR-SUB)
                   / WS-PPV-RCV-QTY (WS-PPV-VENDOR-SUB)
           ELSE
               MOVE ZERO TO DTL-RCV-COST
           END-IF.
           MOVE WS-PPV-BILL-QTY (WS-PPV-VENDOR-SUB) TO DTL-BILL-QTY.
           IF WS-PPV-BILL-QTY (WS-PPV-VENDOR-SUB) NOT = ZERO
               COMPUTE DTL-BILL-PRICE ROUNDED =
                   WS-PPV-BILL-EXT (WS-PPV-VENDOR-SUB)
                   / WS-PPV-BILL-QTY (WS-PPV-VENDOR-SUB)
           ELSE
               MOVE ZERO TO DTL-BILL-PRICE
           END-IF.
           MOVE WS-RCV-VARIANCE  TO DTL-RCV-VARIANCE.
           MOVE WS-BILL-VARIANCE TO DTL-BILL-VARIANCE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-LINES-PRINTED-CNT.
      *
           ADD WS-RCV-VARIANCE  TO WS-VND-RCV-VARIANCE
                                   WS-TOT-RCV-VARIANCE.
           ADD WS-BILL-VARIANCE TO WS-VND-BILL-VARIANCE
                                   WS-TOT-BILL-VARIANCE.
      *
       650-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
           IF WS-REPORT-PERIOD = SPACES
               MOVE 'ALL   ' TO HDG1-PERIOD
           ELSE
               MOVE WS-REPORT-PERIOD TO HDG1-PERIOD
           END-IF.
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
           MOVE WS-VOUCHER-READ-CNT   TO SL2-VOUCHER-READ-CNT.
           MOVE WS-LINES-PRINTED-CNT  TO SL3-LINES-PRINTED-CNT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
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
                 PRINT-FILE.
           DISPLAY "TOTAL RECEIPTS READ    = " WS-RECEIPT-READ-CNT.
           DISPLAY "TOTAL VOUCHERS READ    = " WS-VOUCHER-READ-CNT.
           DISPLAY "TOTAL PO LINES REPORTED= " WS-LINES-PRINTED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
