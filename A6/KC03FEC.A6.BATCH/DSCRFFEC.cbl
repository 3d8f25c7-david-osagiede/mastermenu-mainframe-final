       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCRFFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *References to products we no longer sell. Sweeps the three
      *files that name products on a customer's behalf - the active
      *STOFEC standing orders, the open QUOFEC quotes, and every
      *CTPFEC contract price - and looks each product up on the
      *product master. A product that is discontinued (D), blocked
      *(B), or gone from the master altogether prints one line with
      *where it was found, the customer, the line number, the
      *product's status and description, and the SUBFEC substitute
      *when there is one, so customer service can rewrite the
      *standing order, requote, or re-contract before the customer
      *finds out the hard way. Phase-out products are still sold
      *and are not listed. Only reports - nothing is changed.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STO-FILE ASSIGN TO STOMSTR
               RECORD KEY IS STO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STOFILE-SW.

           SELECT QUO-FILE ASSIGN TO QUOMSTR
               RECORD KEY IS QUO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUOFILE-SW.

           SELECT CTP-FILE ASSIGN TO CTPMSTR
               RECORD KEY IS CTP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTPFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT SUB-FILE ASSIGN TO SUBMSTR
               RECORD KEY IS SUB-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SUBFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD STO-FILE
           RECORD CONTAINS 190 CHARACTERS
           DATA RECORD IS STO-FILE-RECORD.
       01  STO-FILE-RECORD.
           05  STO-KEY-1.
               10  STO-STANDING-NUMBER-1     PIC 9(04).
           05  STO-CUSTOMER-NUMBER-1         PIC X(06).
           05  STO-FREQUENCY-1               PIC X(01).
           05  STO-ACTIVE-SW-1               PIC X(01).
               88  STO-IS-ACTIVE-1               VALUE 'Y'.
           05  STO-LINE-ITEM-1               OCCURS 10 TIMES.
               10  STO-PRODUCT-CODE-1        PIC X(10).
               10  STO-QUANTITY-1            PIC S9(07).
           05  STO-LAST-GENERATED-DATE-1     PIC X(08).
      *
       FD QUO-FILE
           RECORD CONTAINS 309 CHARACTERS
           DATA RECORD IS QUO-FILE-RECORD.
       01  QUO-FILE-RECORD.
           05  QUO-KEY-1.
               10  QUO-QUOTE-NUMBER-1        PIC 9(06).
           05  QUO-QUOTE-DATE-1              PIC X(08).
           05  QUO-EXPIRATION-DATE-1         PIC X(08).
           05  QUO-CUSTOMER-NUMBER-1         PIC X(06).
           05  QUO-LINE-ITEM-1               OCCURS 10 TIMES.
               10  QUO-PRODUCT-CODE-1        PIC X(10).
               10  QUO-QUANTITY-1            PIC S9(07).
               10  QUO-UNIT-PRICE-1          PIC S9(07)V99.
               10  QUO-PRICE-SOURCE-1        PIC X(01).
           05  QUO-LINE-COUNT-1              PIC 9(04).
           05  QUO-STATUS-1                  PIC X(01).
               88  QUO-STATUS-OPEN-1             VALUE 'O'.
           05  QUO-ORDER-NUMBER-1            PIC 9(06).
      *
       FD CTP-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS CTP-FILE-RECORD.
       01  CTP-FILE-RECORD.
           05  CTP-KEY-1.
               10  CTP-CUSTOMER-NUMBER-1     PIC X(06).
               10  CTP-PRODUCT-CODE-1        PIC X(10).
           05  CTP-CONTRACT-PRICE-1          PIC S9(07)V99.
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY-1.
               10  PRD-PRODUCT-CODE-1        PIC X(10).
           05  PRD-PRODUCT-DESCRIPTION-1     PIC X(20).
           05  PRD-UNIT-PRICE-1              PIC S9(07)V99.
           05  PRD-QUANTITY-ON-HAND-1        PIC S9(07).
           05  PRD-REORDER-POINT-1           PIC S9(07).
           05  PRD-UNIT-COST-1               PIC S9(07)V99.
           05  PRD-QTY-LOCATION-1            OCCURS 2 TIMES
                                             PIC S9(07).
           05  PRD-MTD-UNITS-1               PIC S9(07).
           05  PRD-YTD-UNITS-1               PIC S9(07).
           05  PRD-BIN-LOCATION-1            PIC X(06).
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
               88  PRD-STATUS-DISCONTINUED-1     VALUE 'D'.
               88  PRD-STATUS-BLOCKED-1          VALUE 'B'.
           05  PRD-CATEGORY-1                PIC X(04).
      *
       FD SUB-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS SUB-FILE-RECORD.
       01  SUB-FILE-RECORD.
           05  SUB-KEY-1.
               10  SUB-PRODUCT-CODE-1        PIC X(10).
           05  SUB-SUBSTITUTE-CODE-1         PIC X(10).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-STOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-STOFILE-SUCCESS                VALUE '00'.
       01 WS-QUOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-QUOFILE-SUCCESS                VALUE '00'.
       01 WS-CTPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTPFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFND                 VALUE '23'.
       01 WS-SUBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SUBFILE-SUCCESS                VALUE '00'.
           88  WS-SUBFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
      *
      *    THE REFERENCE BEING JUDGED - FILLED BY EACH SWEEP BEFORE
      *    500 LOOKS THE PRODUCT UP.
       01 WS-CHECK-SOURCE                    PIC X(08)  VALUE SPACES.
       01 WS-CHECK-REFERENCE                 PIC X(06)  VALUE SPACES.
       01 WS-CHECK-CUSTOMER                  PIC X(06)  VALUE SPACES.
       01 WS-CHECK-LINE                      PIC 9(02)  VALUE 0.
       01 WS-CHECK-PRODUCT                   PIC X(10)  VALUE SPACES.
       01 WS-NOT-SOLD-SW                     PIC X(01)  VALUE 'N'.
           88  WS-NOT-SOLD                       VALUE 'Y'.
       01 WS-CHECK-STATUS                    PIC X(12)  VALUE SPACES.
      *
       01 WS-STO-FOUND-CNT                   PIC 9(05)  COMP-3 VALUE 0.
       01 WS-QUO-FOUND-CNT                   PIC 9(05)  COMP-3 VALUE 0.
       01 WS-CTP-FOUND-CNT                   PIC 9(05)  COMP-3 VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(42)
               VALUE 'KC03FEC - REFERENCES TO PRODUCTS NOT SOLD'.
           05  FILLER                        PIC X(73) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(08) VALUE 'SOURCE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'REF NO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'CUSTNO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(04) VALUE 'LINE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE 'STATUS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'DESCRIPTION'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'SUBSTITUTE'.
      *
       01 DETAIL-LINE.
           05  DTL-SOURCE                    PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-REFERENCE                 PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-LINE-NUMBER               PIC Z9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-STATUS                    PIC X(12).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION               PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-SUBSTITUTE-CODE           PIC X(10).
      *
       01 TOTAL-LINE-1.
           05  FILLER                        PIC X(30)
               VALUE 'STANDING ORDER LINES:'.
           05  TL1-STO-FOUND-CNT             PIC ZZZZ9.
      *
       01 TOTAL-LINE-2.
           05  FILLER                        PIC X(30)
               VALUE 'OPEN QUOTE LINES:'.
           05  TL2-QUO-FOUND-CNT             PIC ZZZZ9.
      *
       01 TOTAL-LINE-3.
           05  FILLER                        PIC X(30)
               VALUE 'CONTRACT PRICES:'.
           05  TL3-CTP-FOUND-CNT             PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           OPEN INPUT STO-FILE.
           IF WS-STOFILE-SUCCESS
               DISPLAY "STO-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-STOFILE-SW=" WS-STOFILE-SW
               DISPLAY "STO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT QUO-FILE.
           IF WS-QUOFILE-SUCCESS
               DISPLAY "QUO-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-QUOFILE-SW=" WS-QUOFILE-SW
               DISPLAY "QUO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CTP-FILE.
           IF WS-CTPFILE-SUCCESS
               DISPLAY "CTP-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CTPFILE-SW=" WS-CTPFILE-SW
               DISPLAY "CTP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT PRD-FILE.
           IF WS-PRDFILE-SUCCESS
               DISPLAY "PRD-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT SUB-FILE.
           IF WS-SUBFILE-SUCCESS
               DISPLAY "SUB-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SUBFILE-SW=" WS-SUBFILE-SW
               DISPLAY "SUB-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 100-SWEEP-STANDING-ORDERS.
           PERFORM 200-SWEEP-OPEN-QUOTES.
           PERFORM 300-SWEEP-CONTRACT-PRICES.
      *
           PERFORM 700-PRINT-RUN-TOTALS.
           PERFORM 900-COMPLETED-OK.
      *
       100-SWEEP-STANDING-ORDERS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ STO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 110-CHECK-ONE-STANDING-ORDER
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN STO-FILE"
           END-IF.
      *
       110-CHECK-ONE-STANDING-ORDER.
      *
      *    AN INACTIVE STANDING ORDER GENERATES NOTHING, SO WHAT IT
      *    NAMES DOES NOT MATTER UNTIL SOMEONE REACTIVATES IT.
           IF STO-IS-ACTIVE-1
               MOVE 'STANDING'            TO WS-CHECK-SOURCE
               MOVE STO-STANDING-NUMBER-1 TO WS-CHECK-REFERENCE
               MOVE STO-CUSTOMER-NUMBER-1 TO WS-CHECK-CUSTOMER
               PERFORM 120-CHECK-ONE-STANDING-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
           END-IF.
      *
           READ STO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-CHECK-ONE-STANDING-LINE.
      *
           IF STO-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               MOVE WS-LINE-SUB TO WS-CHECK-LINE
               MOVE STO-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO WS-CHECK-PRODUCT
               PERFORM 500-CHECK-THE-PRODUCT
               IF WS-NOT-SOLD
                   ADD 1 TO WS-STO-FOUND-CNT
               END-IF
           END-IF.
      *
       200-SWEEP-OPEN-QUOTES.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ QUO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 210-CHECK-ONE-QUOTE
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN QUO-FILE"
           END-IF.
      *
       210-CHECK-ONE-QUOTE.
      *
      *    CONVERTED, CANCELLED AND EXPIRED QUOTES CAN NO LONGER
      *    BECOME ORDERS.
           IF QUO-STATUS-OPEN-1
               MOVE 'QUOTE'               TO WS-CHECK-SOURCE
               MOVE QUO-QUOTE-NUMBER-1    TO WS-CHECK-REFERENCE
               MOVE QUO-CUSTOMER-NUMBER-1 TO WS-CHECK-CUSTOMER
               PERFORM 220-CHECK-ONE-QUOTE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
           END-IF.
      *
           READ QUO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       220-CHECK-ONE-QUOTE-LINE.
      *
           IF QUO-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               MOVE WS-LINE-SUB TO WS-CHECK-LINE
               MOVE QUO-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO WS-CHECK-PRODUCT
               PERFORM 500-CHECK-THE-PRODUCT
               IF WS-NOT-SOLD
                   ADD 1 TO WS-QUO-FOUND-CNT
               END-IF
           END-IF.
      *
       300-SWEEP-CONTRACT-PRICES.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ CTP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 310-CHECK-ONE-CONTRACT-PRICE
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN CTP-FILE"
           END-IF.
      *
       310-CHECK-ONE-CONTRACT-PRICE.
      *
           MOVE 'CONTRACT'            TO WS-CHECK-SOURCE.
           MOVE SPACES                TO WS-CHECK-REFERENCE.
           MOVE CTP-CUSTOMER-NUMBER-1 TO WS-CHECK-CUSTOMER.
           MOVE ZERO                  TO WS-CHECK-LINE.
           MOVE CTP-PRODUCT-CODE-1    TO WS-CHECK-PRODUCT.
           PERFORM 500-CHECK-THE-PRODUCT.
           IF WS-NOT-SOLD
               ADD 1 TO WS-CTP-FOUND-CNT
           END-IF.
      *
           READ CTP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       500-CHECK-THE-PRODUCT.
      *
           MOVE 'N' TO WS-NOT-SOLD-SW.
           MOVE WS-CHECK-PRODUCT TO PRD-PRODUCT-CODE-1.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW.
      *
           IF WS-PRDFILE-NOTFND
               MOVE 'Y'            TO WS-NOT-SOLD-SW
               MOVE 'NOT ON FILE'  TO WS-CHECK-STATUS
               MOVE SPACES         TO PRD-PRODUCT-DESCRIPTION-1
           ELSE IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRD-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF PRD-STATUS-DISCONTINUED-1
               MOVE 'Y'            TO WS-NOT-SOLD-SW
               MOVE 'DISCONTINUED' TO WS-CHECK-STATUS
           ELSE IF PRD-STATUS-BLOCKED-1
               MOVE 'Y'            TO WS-NOT-SOLD-SW
               MOVE 'BLOCKED'      TO WS-CHECK-STATUS
           END-IF.
      *
           IF WS-NOT-SOLD
               PERFORM 510-FIND-THE-SUBSTITUTE
               PERFORM 600-PRINT-DETAIL-LINE
           END-IF.
      *
       510-FIND-THE-SUBSTITUTE.
      *
           MOVE WS-CHECK-PRODUCT TO SUB-PRODUCT-CODE-1.
           MOVE '00' TO WS-SUBFILE-SW.
           READ SUB-FILE
               INVALID KEY MOVE '23' TO WS-SUBFILE-SW.
      *
           IF WS-SUBFILE-NOTFND
               MOVE SPACES TO SUB-SUBSTITUTE-CODE-1
           ELSE IF NOT WS-SUBFILE-SUCCESS
               DISPLAY "WS-SUBFILE-SW=" WS-SUBFILE-SW
               DISPLAY "SUB-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       600-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-CHECK-SOURCE           TO DTL-SOURCE.
           MOVE WS-CHECK-REFERENCE        TO DTL-REFERENCE.
           MOVE WS-CHECK-CUSTOMER         TO DTL-CUSTOMER-NUMBER.
           MOVE WS-CHECK-LINE             TO DTL-LINE-NUMBER.
           MOVE WS-CHECK-PRODUCT          TO DTL-PRODUCT-CODE.
           MOVE WS-CHECK-STATUS           TO DTL-STATUS.
           MOVE PRD-PRODUCT-DESCRIPTION-1 TO DTL-DESCRIPTION.
           MOVE SUB-SUBSTITUTE-CODE-1     TO DTL-SUBSTITUTE-CODE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       650-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-RUN-TOTALS.
      *
           IF WS-PAGE-NBR = ZERO
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-STO-FOUND-CNT TO TL1-STO-FOUND-CNT.
           MOVE WS-QUO-FOUND-CNT TO TL2-QUO-FOUND-CNT.
           MOVE WS-CTP-FOUND-CNT TO TL3-CTP-FOUND-CNT.
      *
           WRITE PRINT-LINE FROM TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE STO-FILE
                 QUO-FILE
                 CTP-FILE
                 PRD-FILE
                 SUB-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
