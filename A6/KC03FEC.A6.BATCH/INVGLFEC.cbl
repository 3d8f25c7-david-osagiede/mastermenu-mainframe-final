      *out of every statement and aged-receivables total - no special
      *credit-memo handling is needed here. Writes one fixed-format
      *extract record per account bucket to GL-EXTRACT-FILE for
      *GLPSTFEC to post to the general ledger, plus a small control
      *report so the operator can see the totals without having to
      *open the extract file. Each line item's product category
      *(PRD-CATEGORY) is looked up on the CATFEC category master;
      *when the category names its own GLMFEC sales or COGS source,
      *that line's revenue comes out of the SALE bucket (or its cost
      *out of COGS) and posts as a separate journal pair under the
      *category's source, so finance sees sales and cost by product
      *line.
      *
      *MOD HISTORY
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *2026-10-15  DAO  THE EXTRACT NOW POSTS THROUGH GLPSTFEC TO THE
      *                 GENERAL LEDGER; DESCRIPTION ONLY.
      *2026-10-15  DAO  JOURNAL REALIZED EXCHANGE GAINS AND LOSSES
      *                 (PAYMENT TYPE X) THROUGH THE FXRG AND FXRL
      *                 MAPPINGS. PAYMENT HISTORY GROWS 61 TO 75 FOR
      *                 THE NEW CURRENCY CODE AND FOREIGN AMOUNT.
      *2026-10-15  DAO  JOURNAL THE DAY'S CARD CAPTURES FROM THE NEW
      *                 CCPFEC FILE THROUGH THE CARD MAPPING - DR CARD
      *                 CLEARING, CR RECEIVABLES. CARD (TYPE K) PAYHFEC
      *                 ROWS STAY OUT OF CASH UNTIL CCFNDFEC FUNDS THEM.
      *2026-10-15  DAO  SKIP THE PO 'REBATE' CREDIT MEMOS RBTACFEC
      *                 ISSUES - THEY RELIEVE THE REBATE ACCRUAL
      *                 THROUGH THE RBCM MAPPING, NOT THE SALE BUCKET.
      *2026-10-15  DAO  POST LINE REVENUE AND COGS TO THE GLMFEC
      *                 SOURCES NAMED ON THE LINE'S PRODUCT CATEGORY
      *                 (CATFEC); UNMAPPED LINES STAY ON SALE/COGS.
      *                 ADD PRD AND CAT FILE LOOKUPS.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-09-01  DAO  CHECK THE JOBDEP DEPENDENCY FILE AT STARTUP -
      *                 REFUSE TO RUN UNLESS EVERY LISTED PREDECESSOR
      *                 POSTED A SUCCESSFUL FINISH TO RUNHIST TODAY -
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GLMFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT CAT-FILE ASSIGN TO CATMSTR
               RECORD KEY IS CAT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CATFILE-SW.

           SELECT PAYH-FILE ASSIGN TO PAYHMSTR
               RECORD KEY IS PAYH-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYHFILE-SW.

           SELECT CCP-FILE ASSIGN TO CCPMSTR
               RECORD KEY IS CCP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CCPFILE-SW.

           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTRCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLFILE-SW.
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD GL-PARM-FILE
           RECORDING MODE IS F
           05  GL-PARM-EXTRACT-DATE             PIC X(08).
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
       FD INVX-FILE
           RECORD CONTAINS 55 CHARACTERS
           05  GLM-DESCRIPTION-1                 PIC X(20).
           05  GLM-DEBIT-ACCOUNT-1               PIC X(10).
           05  GLM-CREDIT-ACCOUNT-1              PIC X(10).
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
           05  PRD-LASTYR-UNITS-1             PIC S9(07).
           05  PRD-QTY-COMMITTED-1           OCCURS 2 TIMES
                                             PIC S9(07).
           05  PRD-STOCKING-UOM-1            PIC X(02).
           05  PRD-LOC-STOCK-LEVELS-1        OCCURS 2 TIMES.
               10  PRD-LOC-MIN-QTY-1         PIC S9(07).
               10  PRD-LOC-MAX-QTY-1         PIC S9(07).
           05  PRD-STATUS-1                  PIC X(01).
           05  PRD-CATEGORY-1                PIC X(04).
      *
       FD CAT-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS CAT-FILE-RECORD.
       01  CAT-FILE-RECORD.
           05  CAT-KEY-1.
               10  CAT-CATEGORY-CODE-1       PIC X(04).
           05  CAT-DESCRIPTION-1             PIC X(20).
           05  CAT-SALES-GL-SOURCE-1         PIC X(04).
           05  CAT-COGS-GL-SOURCE-1          PIC X(04).
      *
       FD PAYH-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYH-FILE-RECORD.
       01  PAYH-FILE-RECORD.
           05  PAYH-KEY-1.
               88  PAYH-TYPE-PAYMENT-1               VALUE 'P'.
               88  PAYH-TYPE-DISCOUNT-1              VALUE 'D'.
               88  PAYH-TYPE-WRITE-OFF-1             VALUE 'W'.
               88  PAYH-TYPE-FX-REALIZED-1           VALUE 'X'.
           05  PAYH-PAYMENT-AMOUNT-1             PIC S9(07)V99.
           05  PAYH-PAYMENT-DATE-1               PIC X(08).
           05  PAYH-PAYMENT-TIME-1               PIC X(06).
           05  PAYH-NSF-SW-1                     PIC X(01).
               88  PAYH-IS-NSF-1                     VALUE 'Y'.
           05  PAYH-NSF-DATE-1                   PIC X(08).
           05  PAYH-CURRENCY-CODE-1              PIC X(03).
           05  PAYH-FX-AMOUNT-1                  PIC S9(09)V99.
      *
       FD CCP-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CCP-FILE-RECORD.
       01  CCP-FILE-RECORD.
           05  CCP-KEY-1.
               10  CCP-CAPTURE-DATE-1            PIC X(08).
               10  CCP-TASK-NUMBER-1             PIC 9(07).
           05  CCP-CAPTURE-TIME-1                PIC X(06).
           05  CCP-CUSTOMER-NUMBER-1             PIC X(06).
           05  CCP-INVOICE-NUMBER-1              PIC 9(06).
           05  CCP-PAYMENT-SEQ-1                 PIC 9(04).
           05  CCP-AMOUNT-1                      PIC S9(07)V99.
           05  CCP-CARD-TOKEN-1                  PIC X(32).
           05  CCP-CARD-LAST-FOUR-1              PIC X(04).
           05  CCP-AUTH-CODE-1                   PIC X(06).
           05  CCP-OPERATOR-ID-1                 PIC X(08).
           05  CCP-STATUS-1                      PIC X(01).
           05  CCP-SETTLE-DATE-1                 PIC X(08).
           05  CCP-FUNDED-DATE-1                 PIC X(08).
           05  CCP-DEPOSIT-REFERENCE-1           PIC X(12).
           05  CCP-FEE-AMOUNT-1                  PIC S9(05)V99.
      *
       FD GL-EXTRACT-FILE
           RECORDING MODE IS F
       01 WS-GLMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLMFILE-SUCCESS                VALUE '00'.
           88  WS-GLMFILE-NOTFND                 VALUE '23'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFND                 VALUE '23'.
       01 WS-CATFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CATFILE-SUCCESS                VALUE '00'.
           88  WS-CATFILE-NOTFND                 VALUE '23'.
       01 WS-PAYHFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PAYHFILE-SUCCESS               VALUE '00'.
           88  WS-PAYHFILE-EOF                   VALUE '10'.
       01 WS-PAYH-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-PAYH-EOF                       VALUE 'Y'.
       01 WS-CCPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CCPFILE-SUCCESS                VALUE '00'.
       01 WS-CCP-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-CCP-EOF                        VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
                                              COMP-3 VALUE 0.
       01 WS-CASH-TOTAL                      PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-CARD-TOTAL                      PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-DISCOUNT-TOTAL                  PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-WRITE-OFF-TOTAL                 PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-FX-GAIN-TOTAL                   PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-FX-LOSS-TOTAL                   PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-TOTAL-DEBITS                    PIC S9(11)V99
                                              COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITS                   PIC S9(11)V99
                                              COMP-3 VALUE 0.
       01 WS-JRN-AMOUNT                      PIC S9(09)V99
                                              COMP-3 VALUE 0.
      *
       01 WS-LINE-PRODUCT                    PIC X(10)  VALUE SPACES.
       01 WS-LINE-CATEGORY                   PIC X(04)  VALUE SPACES.
       01 WS-LINE-AMOUNT                     PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-LINE-COST                       PIC S9(09)V99
                                              COMP-3 VALUE 0.
      *
      * ONE ENTRY PER PRODUCT CATEGORY SEEN ON THE DAY'S INVOICES,
      * WITH THE GLMFEC SOURCES FROM ITS CATFEC ROW AND THE REVENUE
      * AND COST SPLIT OUT TO THEM. A BLANK SOURCE LEAVES THAT SIDE
      * IN THE PLAIN SALE OR COGS BUCKET.
       01 WS-GLC-MAX                         PIC S9(04) COMP VALUE 100.
       01 WS-GLC-CNT                         PIC S9(04) COMP VALUE 0.
       01 WS-GLC-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-GLC-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-GLC-FOUND                      VALUE 'Y'.
       01 WS-GL-CATEGORY-TABLE.
           05  WS-GL-CATEGORY-ENTRY          OCCURS 100 TIMES.
               10  WS-GC-CATEGORY            PIC X(04).
               10  WS-GC-SALES-SOURCE        PIC X(04).
               10  WS-GC-COGS-SOURCE         PIC X(04).
               10  WS-GC-REVENUE             PIC S9(09)V99 COMP-3.
               10  WS-GC-COST                PIC S9(09)V99 COMP-3.
      *
      * THE ACCOUNTS COME FROM THE GLMFEC MAPPING FILE AT RUN TIME.
      * A SOURCE CODE MISSING FROM THE MAP FAILS THE RUN - A JOURNAL
           05  FILLER                        PIC X(20)
               VALUE 'CASH RECEIPTS:'.
           05  SL7-CASH-TOTAL                 PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-7A.
           05  FILLER                        PIC X(20)
               VALUE 'CARD RECEIPTS:'.
           05  SL7A-CARD-TOTAL                PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-7B.
           05  FILLER                        PIC X(20)
               VALUE 'REALIZED FX GAIN:'.
           05  SL7B-FX-GAIN-TOTAL             PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-7C.
           05  FILLER                        PIC X(20)
               VALUE 'REALIZED FX LOSS:'.
           05  SL7C-FX-LOSS-TOTAL             PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-8.
           05  FILLER                        PIC X(20)
       01 SUMMARY-LINE-13.
           05  FILLER                        PIC X(30)
               VALUE 'JOURNAL OUT OF BALANCE'.
      *
       01 SUMMARY-LINE-14.
           05  FILLER                        PIC X(09)
               VALUE 'CATEGORY '.
           05  SL14-CATEGORY                  PIC X(04).
           05  FILLER                        PIC X(07)
               VALUE ' SALES:'.
           05  SL14-REVENUE                   PIC Z(8)9.99CR.
           05  FILLER                        PIC X(08)
               VALUE '  COGS: '.
           05  SL14-COST                      PIC Z(8)9.99CR.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
               DISPLAY "GLM-FILE OPEN ERROR"
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
           OPEN INPUT CAT-FILE.
           IF WS-CATFILE-SUCCESS
               DISPLAY "CAT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CATFILE-SW=" WS-CATFILE-SW
               DISPLAY "CAT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT PAYH-FILE.
           IF WS-PAYHFILE-SUCCESS
               DISPLAY "PAYH-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CCP-FILE.
           IF WS-CCPFILE-SUCCESS
               DISPLAY "CCP-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CCPFILE-SW=" WS-CCPFILE-SW
               DISPLAY "CCP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT GL-EXTRACT-FILE.
           IF WS-GLFILE-SUCCESS
           END-IF.
      *
           PERFORM 200-SWEEP-PAYMENT-DETAIL.
           PERFORM 300-SWEEP-CARD-CAPTURES.
           PERFORM 500-WRITE-EXTRACT-RECORDS.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
           ADD 1 TO WS-INVOICE-READ-CNT.
      *
      * A REBATE CREDIT MEMO FROM RBTACFEC IS JOURNALLED THERE AGAINST
      * THE REBATE ACCRUAL (RBCM) - IT IS NOT A RETURN OF SALES.
           IF NOT INV-IS-VOID-1 AND
               INV-INVOICE-DATE-1 = WS-EXTRACT-DATE AND
               INV-PO-NUMBER-1 NOT = 'REBATE'
               ADD 1 TO WS-INVOICE-MATCH-CNT
               ADD INV-INVOICE-TOTAL-1 TO WS-SALES-REVENUE-TOTAL
               ADD INV-SALES-TAX-1     TO WS-SALES-TAX-TOTAL
       160-EXTEND-ONE-INLINE-COST.
      *
           IF INV-PRODUCT-CODE-1 (WS-GL-LINE-SUB) NOT = SPACE
               MOVE INV-PRODUCT-CODE-1 (WS-GL-LINE-SUB)
                 TO WS-LINE-PRODUCT
               MOVE INV-AMOUNT-1 (WS-GL-LINE-SUB) TO WS-LINE-AMOUNT
               COMPUTE WS-LINE-COST =
                   INV-QUANTITY-1 (WS-GL-LINE-SUB)
                   * INV-UNIT-COST-1 (WS-GL-LINE-SUB)
               PERFORM 190-POST-ONE-LINE
           END-IF.
      *
       170-EXTEND-THE-OVERFLOW-COSTS.
           ELSE IF INVX-INVOICE-NUMBER-1 NOT = INV-INVOICE-NUMBER-1
               MOVE 'Y' TO WS-INVX-EOF-SW
           ELSE
               MOVE INVX-PRODUCT-CODE-1 TO WS-LINE-PRODUCT
               MOVE INVX-AMOUNT-1       TO WS-LINE-AMOUNT
               COMPUTE WS-LINE-COST =
                   INVX-QUANTITY-1 * INVX-UNIT-COST-1
               PERFORM 190-POST-ONE-LINE
           END-IF.
      *
       190-POST-ONE-LINE.
      *
           PERFORM 192-FIND-LINE-CATEGORY.
      *
           IF WS-GLC-SUB = ZERO
               ADD WS-LINE-COST TO WS-COGS-TOTAL
           ELSE
               PERFORM 196-SPLIT-LINE-TO-CATEGORY
           END-IF.
      *
       192-FIND-LINE-CATEGORY.
      *
      * LEAVES WS-GLC-SUB AT ZERO WHEN THE LINE HAS NO CATEGORY TO
      * SPLIT TO - PRODUCT OFF FILE, UNCATEGORIZED, OR TABLE FULL.
           MOVE ZERO TO WS-GLC-SUB.
           MOVE WS-LINE-PRODUCT TO PRD-PRODUCT-CODE-1.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW.
      *
           IF WS-PRDFILE-SUCCESS AND PRD-CATEGORY-1 NOT = SPACES
               MOVE PRD-CATEGORY-1 TO WS-LINE-CATEGORY
               PERFORM 194-LOAD-CATEGORY-ENTRY
           END-IF.
      *
       194-LOAD-CATEGORY-ENTRY.
      *
           MOVE 'N' TO WS-GLC-FOUND-SW.
           PERFORM 195-MATCH-ONE-CATEGORY
               VARYING WS-GLC-SUB FROM 1 BY 1
               UNTIL WS-GLC-SUB > WS-GLC-CNT
                  OR WS-GLC-FOUND.
      *
           IF WS-GLC-FOUND
               SUBTRACT 1 FROM WS-GLC-SUB
           ELSE IF WS-GLC-CNT < WS-GLC-MAX
               ADD 1 TO WS-GLC-CNT
               MOVE WS-GLC-CNT       TO WS-GLC-SUB
               MOVE WS-LINE-CATEGORY TO WS-GC-CATEGORY (WS-GLC-SUB)
               MOVE ZERO             TO WS-GC-REVENUE (WS-GLC-SUB)
                                        WS-GC-COST (WS-GLC-SUB)
               PERFORM 197-READ-CATEGORY-MASTER
           ELSE
               DISPLAY "GL CATEGORY TABLE FULL - " WS-LINE-CATEGORY
                   " POSTS TO SALE AND COGS"
               MOVE ZERO TO WS-GLC-SUB
           END-IF.
      *
       195-MATCH-ONE-CATEGORY.
      *
           IF WS-GC-CATEGORY (WS-GLC-SUB) = WS-LINE-CATEGORY
               MOVE 'Y' TO WS-GLC-FOUND-SW
           END-IF.
      *
       196-SPLIT-LINE-TO-CATEGORY.
      *
           IF WS-GC-COGS-SOURCE (WS-GLC-SUB) = SPACES
               ADD WS-LINE-COST TO WS-COGS-TOTAL
           ELSE
               ADD WS-LINE-COST TO WS-GC-COST (WS-GLC-SUB)
           END-IF.
      *
      * THE INVOICE TOTAL WENT TO THE SALE BUCKET WHOLE; A LINE WHOSE
      * CATEGORY HAS ITS OWN SALES SOURCE IS TAKEN BACK OUT OF IT.
           IF WS-GC-SALES-SOURCE (WS-GLC-SUB) NOT = SPACES
               ADD WS-LINE-AMOUNT TO WS-GC-REVENUE (WS-GLC-SUB)
               SUBTRACT WS-LINE-AMOUNT FROM WS-SALES-REVENUE-TOTAL
           END-IF.
      *
       197-READ-CATEGORY-MASTER.
      *
           MOVE WS-LINE-CATEGORY TO CAT-CATEGORY-CODE-1.
           MOVE '00' TO WS-CATFILE-SW.
           READ CAT-FILE
               INVALID KEY MOVE '23' TO WS-CATFILE-SW.
      *
           IF WS-CATFILE-SUCCESS
               MOVE CAT-SALES-GL-SOURCE-1
                 TO WS-GC-SALES-SOURCE (WS-GLC-SUB)
               MOVE CAT-COGS-GL-SOURCE-1
                 TO WS-GC-COGS-SOURCE (WS-GLC-SUB)
           ELSE
               MOVE SPACES TO WS-GC-SALES-SOURCE (WS-GLC-SUB)
                              WS-GC-COGS-SOURCE (WS-GLC-SUB)
           END-IF.
      *
       200-SWEEP-PAYMENT-DETAIL.
                       ADD PAYH-PAYMENT-AMOUNT-1 TO WS-DISCOUNT-TOTAL
                   WHEN PAYH-TYPE-WRITE-OFF-1
                       ADD PAYH-PAYMENT-AMOUNT-1 TO WS-WRITE-OFF-TOTAL
                   WHEN PAYH-TYPE-FX-REALIZED-1
                       PERFORM 220-SPLIT-REALIZED-FX
               END-EVALUATE
           END-IF.
      *
           READ PAYH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PAYH-EOF-SW.
      *
       220-SPLIT-REALIZED-FX.
      *
      * INVPYFEC RELIEVES A FOREIGN INVOICE AT ITS BOOKED RATE; THE
      * TYPE X ROW IS WHAT THE MONEY WAS WORTH ON THE DAY BEYOND THAT
      * (NEGATIVE WHEN IT WAS WORTH LESS). THE TYPE P ROW ALREADY
      * CARRIES THE BOOK VALUE INTO CASH, SO A GAIN IS MORE CASH AND
      * A LOSS IS LESS.
           IF PAYH-PAYMENT-AMOUNT-1 > ZERO
               ADD PAYH-PAYMENT-AMOUNT-1 TO WS-FX-GAIN-TOTAL
           ELSE
               SUBTRACT PAYH-PAYMENT-AMOUNT-1 FROM WS-FX-LOSS-TOTAL
           END-IF.
      *
       300-SWEEP-CARD-CAPTURES.
      *
      * CARD PAYMENTS (PAYHFEC TYPE K) ARE NOT CASH UNTIL THE PROCESSOR
      * FUNDS THEM. THE DAY'S CAPTURES - THE FULL CHARGE, INCLUDING
      * ANY PART TAKEN ON ACCOUNT - MOVE FROM RECEIVABLES TO THE CARD
      * CLEARING ACCOUNT HERE; CCFNDFEC CLEARS IT TO CASH AND FEES.
           READ CCP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CCP-EOF-SW.
      *
           PERFORM 310-SWEEP-ONE-CARD-CAPTURE
               UNTIL WS-CCP-EOF.
      *
       310-SWEEP-ONE-CARD-CAPTURE.
      *
           IF CCP-CAPTURE-DATE-1 = WS-EXTRACT-DATE
               ADD CCP-AMOUNT-1 TO WS-CARD-TOTAL
           END-IF.
      *
           READ CCP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CCP-EOF-SW.
      *
       500-WRITE-EXTRACT-RECORDS.
      *
           MOVE WS-SALES-REVENUE-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'SALE' TO GLM-SOURCE-CODE-1.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
           PERFORM 520-WRITE-CATEGORY-SALES
               VARYING WS-GLC-SUB FROM 1 BY 1
               UNTIL WS-GLC-SUB > WS-GLC-CNT.
      *
           MOVE WS-SALES-TAX-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'TAX ' TO GLM-SOURCE-CODE-1.
           MOVE WS-COGS-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'COGS' TO GLM-SOURCE-CODE-1.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
           PERFORM 530-WRITE-CATEGORY-COGS
               VARYING WS-GLC-SUB FROM 1 BY 1
               UNTIL WS-GLC-SUB > WS-GLC-CNT.
      *
           MOVE WS-CASH-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'CASH' TO GLM-SOURCE-CODE-1.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
           MOVE WS-CARD-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'CARD' TO GLM-SOURCE-CODE-1.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
           MOVE WS-FX-GAIN-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'FXRG' TO GLM-SOURCE-CODE-1.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
           MOVE WS-FX-LOSS-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'FXRL' TO GLM-SOURCE-CODE-1.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
           MOVE WS-DISCOUNT-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'DISC' TO GLM-SOURCE-CODE-1.
           MOVE WS-JRN-AMOUNT         TO GL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           ADD WS-JRN-AMOUNT TO WS-TOTAL-CREDITS.
      *
       520-WRITE-CATEGORY-SALES.
      *
           IF WS-GC-SALES-SOURCE (WS-GLC-SUB) NOT = SPACES
               MOVE WS-GC-REVENUE (WS-GLC-SUB) TO WS-JRN-AMOUNT
               MOVE WS-GC-SALES-SOURCE (WS-GLC-SUB)
                 TO GLM-SOURCE-CODE-1
               PERFORM 510-WRITE-ONE-JOURNAL-PAIR
           END-IF.
      *
       530-WRITE-CATEGORY-COGS.
      *
           IF WS-GC-COGS-SOURCE (WS-GLC-SUB) NOT = SPACES
               MOVE WS-GC-COST (WS-GLC-SUB) TO WS-JRN-AMOUNT
               MOVE WS-GC-COGS-SOURCE (WS-GLC-SUB)
                 TO GLM-SOURCE-CODE-1
               PERFORM 510-WRITE-ONE-JOURNAL-PAIR
           END-IF.
      *
       700-PRINT-SUMMARY.
      *
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-6
               AFTER ADVANCING 1 LINES.
      *
           PERFORM 710-PRINT-ONE-CATEGORY
               VARYING WS-GLC-SUB FROM 1 BY 1
               UNTIL WS-GLC-SUB > WS-GLC-CNT.
      *
           MOVE WS-CASH-TOTAL      TO SL7-CASH-TOTAL.
           MOVE WS-CARD-TOTAL      TO SL7A-CARD-TOTAL.
           MOVE WS-FX-GAIN-TOTAL   TO SL7B-FX-GAIN-TOTAL.
           MOVE WS-FX-LOSS-TOTAL   TO SL7C-FX-LOSS-TOTAL.
           MOVE WS-DISCOUNT-TOTAL  TO SL8-DISCOUNT-TOTAL.
           MOVE WS-WRITE-OFF-TOTAL TO SL9-WRITE-OFF-TOTAL.
           MOVE WS-TOTAL-DEBITS    TO SL10-TOTAL-DEBITS.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-7
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-7A
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-7B
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-7C
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-8
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-9
               WRITE PRINT-LINE FROM SUMMARY-LINE-13
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
       710-PRINT-ONE-CATEGORY.
      *
      * ONLY CATEGORIES WITH A SOURCE OF THEIR OWN - THE REST ARE
      * ALREADY INSIDE THE SALES REVENUE AND COGS FIGURES.
           IF       WS-GC-SALES-SOURCE (WS-GLC-SUB) NOT = SPACES
                 OR WS-GC-COGS-SOURCE (WS-GLC-SUB) NOT = SPACES
               MOVE WS-GC-CATEGORY (WS-GLC-SUB) TO SL14-CATEGORY
               MOVE WS-GC-REVENUE (WS-GLC-SUB)  TO SL14-REVENUE
               MOVE WS-GC-COST (WS-GLC-SUB)     TO SL14-COST
               WRITE PRINT-LINE FROM SUMMARY-LINE-14
                   AFTER ADVANCING 1 LINES
           END-IF.
      *
       010-CHECK-JOB-DEPENDENCIES.
      *
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - RUN WILL NOT BE "
           CLOSE INVOICE-FILE
                 INVX-FILE
                 GLM-FILE
                 PRD-FILE
                 CAT-FILE
                 PAYH-FILE
                 CCP-FILE
                 GL-EXTRACT-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
       940-WRITE-RUNHIST-START.
      *
      * THE STARTED ROW CARRIES NO END, SO THE BATCH STATUS SCREEN
      * SHOWS THE JOB AS RUNNING UNTIL ITS FINISH ROW FOLLOWS.
           MOVE WS-OWN-JOB-NAME       TO RUNHIST-JOB-NAME.
           MOVE WS-JOB-START-DATE     TO RUNHIST-START-DATE.
           MOVE WS-JOB-START-TIME     TO RUNHIST-START-TIME.
           MOVE ZERO                  TO RUNHIST-END-DATE
                                         RUNHIST-END-TIME
                                         RUNHIST-RECORD-COUNT.
           MOVE 'R'                   TO RUNHIST-STATUS.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
      *
       950-WRITE-RUNHIST-RECORD.
      *
