      *period's order as an OORFEC open-order record at status E
      *under an order number from CTLFEC control record 2, priced
      *from CTPFEC contract prices with PRD-UNIT-PRICE as the
      *fallback, or a PMOFEC promotion in force when that is lower,
      *exactly the way CMORDFEC prices a keyed line. Stock
      *is committed at location 1 with BKOFEC backorders for any
      *shortfall, so a generated order promises inventory the same
      *way a keyed one does. The run
      *register shows every standing order GENERATED (with its order
      *number) or SKIPPED (with the reason - closed customer, credit
      *hold, not due).
      *A line for a discontinued or blocked product is dropped from
      *the generated order and printed as DROPPED; a standing order
      *with nothing left that is still sold is skipped.
      *Nothing is generated on a day the BCLFEC business calendar
      *has the plant closed; the orders that would have fallen due
      *come out on the next working day's run instead.
      *
      *MOD HISTORY
      *2026-10-15  DAO  GENERATE NOTHING ON A DAY THE BCLFEC CALENDAR
      *                 HAS THE PLANT CLOSED, TESTED THROUGH BCLBTFEC.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *2026-10-15  DAO  APPLY THE LOWEST PMOFEC PROMOTION IN FORCE FOR
      *                 THE PRODUCT OR ITS CATEGORY (CUSTOMER AND REP
      *                 LIMITS MET) WHEN IT BEATS THE LINE'S BREAK,
      *                 CONTRACT, OR MASTER PRICE; FLAG SUCH LINES P.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  DROP STANDING-ORDER LINES FOR DISCONTINUED OR
      *                 BLOCKED PRODUCTS, PRINTING EACH ON THE
      *                 REGISTER; SKIP AN ORDER WITH NOTHING LEFT SOLD.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  OOR LAYOUT GROWS 421 TO 491 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION. GENERATION NOW
      *                 COMMITS INSTEAD OF RELIEVING ON-HAND: EACH
      *                 LINE IS TESTED AGAINST AVAILABLE-TO-PROMISE
      *                 AT LOCATION 1 (LOCATION LESS COMMITTED) AND
      *                 THE PROMISED PORTION ADDED TO
      *                 PRD-QTY-COMMITTED. ON-HAND AND THE SALE
      *                 LEDGER ROW MOVE TO SHPCFFEC AT SHIPMENT, SO
      *                 MOV-FILE COMES OUT OF THIS PROGRAM.
      *2026-09-02  DAO  STAMP THE PROGRAM NAME ON THE NEW
      *                 OOR-OPERATOR-ID AT GENERATION, SO STANDING
      *                 ORDERS SHOW UNDER THEIR OWN ID ON THE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QBPFILE-SW.

           SELECT PMO-FILE ASSIGN TO PMOMSTR
               RECORD KEY IS PMO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PMOFILE-SW.

           SELECT CTP-FILE ASSIGN TO CTPMSTR
               RECORD KEY IS CTP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KITFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
           05  STO-LAST-GENERATED-DATE-1     PIC X(08).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF              PIC X(01).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY-1.
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
               88  PRD-STATUS-NOT-SOLD-1         VALUE 'D' 'B'.
           05  PRD-CATEGORY-1                PIC X(04).
      *
       FD QBP-FILE
           RECORD CONTAINS 26 CHARACTERS
               10  QBP-PRODUCT-CODE-1        PIC X(10).
               10  QBP-MIN-QUANTITY-1        PIC 9(07).
           05  QBP-BREAK-PRICE-1             PIC S9(07)V99.
      *
       FD PMO-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS PMO-FILE-RECORD.
       01  PMO-FILE-RECORD.
           05  PMO-KEY-1.
               10  PMO-SCOPE-1               PIC X(01).
               10  PMO-ITEM-CODE-1           PIC X(10).
               10  PMO-PROMO-ID-1            PIC X(06).
           05  PMO-DESCRIPTION-1             PIC X(30).
           05  PMO-START-DATE-1              PIC X(08).
           05  PMO-END-DATE-1                PIC X(08).
           05  PMO-PRICE-TYPE-1              PIC X(01).
               88  PMO-TYPE-PERCENT-OFF-1        VALUE 'P'.
               88  PMO-TYPE-FIXED-PRICE-1        VALUE 'F'.
           05  PMO-PERCENT-OFF-1             PIC 9(03)V99.
           05  PMO-PROMO-PRICE-1             PIC S9(07)V99.
           05  PMO-CUSTOMER-NUMBER-1         PIC X(06).
           05  PMO-REP-CODE-1                PIC X(03).
      *
       FD CTP-FILE
           RECORD CONTAINS 25 CHARACTERS
           05  CTP-CONTRACT-PRICE-1          PIC S9(07)V99.
      *
       FD OOR-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OOR-FILE-RECORD.
       01  OOR-FILE-RECORD.
           05  OOR-KEY-1.
           05  OOR-REQUESTED-DATE-1          PIC X(08).
           05  OOR-SHIPTO-CODE-1             PIC X(04).
           05  OOR-OPERATOR-ID-1             PIC X(08).
           05  OOR-LINE-UOM-1                OCCURS 10 TIMES.
               10  OOR-ENTRY-UOM-1           PIC X(02).
               10  OOR-ENTRY-FACTOR-1        PIC 9(05).
      *
       FD CTL-FILE
           RECORD CONTAINS 7 CHARACTERS
               10  KIT-COMPONENT-SEQ-1       PIC 9(02).
           05  KIT-COMPONENT-CODE-1          PIC X(10).
           05  KIT-QTY-PER-KIT-1             PIC S9(05).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           88  WS-QBP-FOUND                      VALUE 'Y'.
       01 WS-QBP-PRICE-FOUND                 PIC S9(07)V99 COMP-3
                                              VALUE 0.
       01 WS-PMOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PMOFILE-SUCCESS                VALUE '00'.
       01 WS-PMO-AVAILABLE-SW                PIC X(01)  VALUE 'N'.
           88  WS-PMO-AVAILABLE                  VALUE 'Y'.
       01 WS-PMO-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PMO-EOF                        VALUE 'Y'.
       01 WS-PMO-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-PMO-FOUND                      VALUE 'Y'.
       01 WS-PMO-PRICE-FOUND                 PIC S9(07)V99 COMP-3
                                                         VALUE 0.
       01 WS-PMO-CANDIDATE-PRICE             PIC S9(07)V99 COMP-3
                                                         VALUE 0.
       01 WS-PMO-SCOPE-WANTED                PIC X(01)  VALUE SPACE.
       01 WS-PMO-ITEM-WANTED                 PIC X(10)  VALUE SPACE.
       01 WS-CTPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTPFILE-SUCCESS                VALUE '00'.
           88  WS-CTPFILE-NOTFND                 VALUE '23'.
           88  WS-CTLFILE-SUCCESS                VALUE '00'.
       01 WS-BKOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BKOFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-TODAY-DATE                      PIC X(08).
           05  WS-TODAY-YYYYMM               PIC X(06).
           05  FILLER                        PIC X(02).
       01 WS-LAST-GEN-YYYYMM                 PIC X(06).
      *
       COPY BCLDTCOM.
      *
      * 30/360 DAY-COUNT ORDINALS, THE SAME BANKER'S APPROXIMATION
      * THE AGING AND PURGE JOBS USE, SO A WEEKLY ORDER IS DUE ONLY
       01 WS-KIT-PARENT-SW                   PIC X(01)  VALUE 'N'.
           88  WS-KIT-PARENT                     VALUE 'Y'.
       01 WS-QTY-COMMITTED                   PIC S9(07) VALUE 0.
       01 WS-QTY-AVAILABLE                   PIC S9(07) VALUE 0.
       01 WS-GENERATED-CNT                   PIC 9(05)  COMP-3 VALUE 0.
       01 WS-SKIPPED-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-LINE-NOT-SOLD-SW                PIC X(01)  VALUE 'N'.
           88  WS-LINE-NOT-SOLD                  VALUE 'Y'.
       01 WS-SELLABLE-CNT                    PIC 9(02)  VALUE 0.
       01 WS-DROPPED-CNT                     PIC 9(05)  COMP-3 VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
           05  FILLER                        PIC X(25)
               VALUE 'STANDING ORDERS SKIPPED:'.
           05  TL2-SKIPPED-CNT               PIC ZZZZ9.
      *
       01 TOTAL-LINE-3.
           05  FILLER                        PIC X(25)
               VALUE 'LINES DROPPED (NOT SOLD):'.
           05  TL3-DROPPED-CNT               PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
               DISPLAY "QBP-FILE OPEN ERROR - QUANTITY BREAKS "
                       "UNAVAILABLE THIS RUN"
           END-IF.
           OPEN INPUT PMO-FILE.
           IF WS-PMOFILE-SUCCESS
               MOVE 'Y' TO WS-PMO-AVAILABLE-SW
           ELSE
               DISPLAY "WS-PMOFILE-SW=" WS-PMOFILE-SW
               DISPLAY "PMO-FILE OPEN ERROR - PROMOTIONS "
                       "UNAVAILABLE THIS RUN"
           END-IF.
           OPEN INPUT CTP-FILE.
           IF NOT WS-CTPFILE-SUCCESS
               DISPLAY "WS-CTPFILE-SW=" WS-CTPFILE-SW
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
           MOVE 'T'           TO BCLDT-FUNCTION.
           MOVE WS-TODAY-DATE TO BCLDT-DATE-IN.
           MOVE SPACES        TO BCLDT-DATE-TO.
           CALL 'BCLBTFEC' USING BCLDT-COMMAREA.
      *
           IF BCLDT-CLOSED-DAY
               DISPLAY "PLANT CLOSED " WS-TODAY-DATE
                       " - NO STANDING ORDERS GENERATED"
           ELSE
               PERFORM 050-GENERATE-THE-ORDERS
           END-IF.
      *
           PERFORM 700-PRINT-RUN-TOTALS.
           PERFORM 900-COMPLETED-OK.
      *
       050-GENERATE-THE-ORDERS.
      *
           READ STO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           ELSE
               DISPLAY "NO DATA IN STO-FILE"
           END-IF.
      *
       100-PROCESS-ONE-STANDING-ORDER.
      *
                   UNTIL WS-LINE-SUB > 10
                      OR WS-SKIP-REASON NOT = SPACES
           END-IF.
      *
      *    A DISCONTINUED OR BLOCKED PRODUCT IS NEVER PULLED INTO A
      *    GENERATED ORDER - 320 DROPS THE LINE AND THE REGISTER
      *    SAYS SO. WHEN NOTHING ON THE STANDING ORDER IS STILL
      *    SOLD THE WHOLE ORDER IS SKIPPED.
           IF WS-SKIP-REASON = SPACES
               MOVE ZERO TO WS-SELLABLE-CNT
               PERFORM 270-COUNT-ONE-SELLABLE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
               IF WS-SELLABLE-CNT = ZERO
                   MOVE 'NO PRODUCT ON SALE' TO WS-SKIP-REASON
               END-IF
           END-IF.
      *
       230-CHECK-WEEKLY-DUE.
      *
                   MOVE 'Y' TO WS-KIT-PARENT-SW
               END-IF
           END-IF.
      *
       270-COUNT-ONE-SELLABLE-LINE.
      *
           IF STO-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               PERFORM 280-CHECK-LINE-STATUS
               IF NOT WS-LINE-NOT-SOLD
                   ADD 1 TO WS-SELLABLE-CNT
               END-IF
           END-IF.
      *
       280-CHECK-LINE-STATUS.
      *
      *    A PRODUCT MISSING FROM THE MASTER IS LEFT FOR 340 TO
      *    REPORT, AS IT ALWAYS HAS BEEN.
      *
           MOVE 'N' TO WS-LINE-NOT-SOLD-SW.
           MOVE STO-PRODUCT-CODE-1 (WS-LINE-SUB)
             TO PRD-PRODUCT-CODE-1.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW.
      *
           IF WS-PRDFILE-NOTFND
               CONTINUE
           ELSE IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRD-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF PRD-STATUS-NOT-SOLD-1
               MOVE 'Y' TO WS-LINE-NOT-SOLD-SW
           END-IF.
      *
       300-GENERATE-ONE-ORDER.
      *
           END-IF.
      *
       320-BUILD-ONE-ORDER-LINE.
      *
           MOVE 'N' TO WS-LINE-NOT-SOLD-SW.
           IF STO-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               PERFORM 280-CHECK-LINE-STATUS
           END-IF.
      *
           IF STO-PRODUCT-CODE-1 (WS-LINE-SUB) = SPACE
                   OR WS-LINE-NOT-SOLD
               MOVE SPACE TO OOR-PRODUCT-CODE-1 (WS-LINE-SUB)
               MOVE ZERO  TO OOR-QTY-ORDERED-1 (WS-LINE-SUB)
                             OOR-QTY-SHIPPED-1 (WS-LINE-SUB)
                             OOR-UNIT-PRICE-1 (WS-LINE-SUB)
               MOVE SPACE TO OOR-PRICE-SOURCE-1 (WS-LINE-SUB)
               IF WS-LINE-NOT-SOLD
                   PERFORM 325-REPORT-DROPPED-LINE
               END-IF
           ELSE
               MOVE STO-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO OOR-PRODUCT-CODE-1 (WS-LINE-SUB)
               PERFORM 330-PRICE-ONE-ORDER-LINE
               ADD 1 TO WS-LINE-CNT-WORK
           END-IF.
      *
       325-REPORT-DROPPED-LINE.
      *
           MOVE STO-STANDING-NUMBER-1 TO DTL-STANDING-NUMBER.
           MOVE STO-CUSTOMER-NUMBER-1 TO DTL-CUSTOMER-NUMBER.
           MOVE WS-NEXT-ORDER-NUMBER  TO DTL-ORDER-NUMBER.
           MOVE SPACES                TO DTL-STATUS.
           STRING 'DROPPED '          DELIMITED BY SIZE
                  STO-PRODUCT-CODE-1 (WS-LINE-SUB)
                                      DELIMITED BY SIZE
             INTO DTL-STATUS.
           PERFORM 600-PRINT-REGISTER-LINE.
           ADD 1 TO WS-DROPPED-CNT.
      *
       330-PRICE-ONE-ORDER-LINE.
      *
           ELSE
               PERFORM 336-PRICE-FROM-CONTRACT
           END-IF.
      *
           IF WS-PRDFILE-SUCCESS
               PERFORM 3380-APPLY-PROMOTION
           END-IF.
      *
       332-FIND-QTY-BREAK.
      *
               MOVE ZERO  TO OOR-UNIT-PRICE-1 (WS-LINE-SUB)
               MOVE SPACE TO OOR-PRICE-SOURCE-1 (WS-LINE-SUB)
           END-IF.
      *
       3380-APPLY-PROMOTION.
      *
      * THE LOWEST PMOFEC PROMOTION IN FORCE TODAY FOR THE PRODUCT OR
      * ITS CATEGORY, AND OPEN TO THIS CUSTOMER AND ITS REP, REPLACES
      * THE PRICE JUST RESOLVED ONLY WHEN IT IS THE BETTER PRICE.
           MOVE 'N'  TO WS-PMO-FOUND-SW.
           MOVE ZERO TO WS-PMO-PRICE-FOUND.
      *
           IF WS-PMO-AVAILABLE
               MOVE 'P' TO WS-PMO-SCOPE-WANTED
               MOVE STO-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO WS-PMO-ITEM-WANTED
               PERFORM 3382-BROWSE-PROMOTIONS
               IF PRD-CATEGORY-1 NOT = SPACES
                   MOVE 'C'            TO WS-PMO-SCOPE-WANTED
                   MOVE PRD-CATEGORY-1 TO WS-PMO-ITEM-WANTED
                   PERFORM 3382-BROWSE-PROMOTIONS
               END-IF
           END-IF.
      *
           IF       WS-PMO-FOUND
                AND WS-PMO-PRICE-FOUND
                    < OOR-UNIT-PRICE-1 (WS-LINE-SUB)
               MOVE WS-PMO-PRICE-FOUND
                 TO OOR-UNIT-PRICE-1 (WS-LINE-SUB)
               MOVE 'P' TO OOR-PRICE-SOURCE-1 (WS-LINE-SUB)
           END-IF.
      *
       3382-BROWSE-PROMOTIONS.
      *
           MOVE 'N'                 TO WS-PMO-EOF-SW.
           MOVE WS-PMO-SCOPE-WANTED TO PMO-SCOPE-1.
           MOVE WS-PMO-ITEM-WANTED  TO PMO-ITEM-CODE-1.
           MOVE LOW-VALUE           TO PMO-PROMO-ID-1.
      *
           START PMO-FILE KEY IS NOT LESS THAN PMO-KEY-1
               INVALID KEY MOVE 'Y' TO WS-PMO-EOF-SW.
      *
           PERFORM 3384-CHECK-ONE-PROMOTION
               UNTIL WS-PMO-EOF.
      *
       3384-CHECK-ONE-PROMOTION.
      *
           READ PMO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PMO-EOF-SW.
      *
           IF WS-PMO-EOF
               CONTINUE
           ELSE IF PMO-SCOPE-1 NOT = WS-PMO-SCOPE-WANTED
                OR PMO-ITEM-CODE-1 NOT = WS-PMO-ITEM-WANTED
               MOVE 'Y' TO WS-PMO-EOF-SW
           ELSE IF PMO-START-DATE-1 > WS-TODAY-DATE
                OR PMO-END-DATE-1 < WS-TODAY-DATE
               CONTINUE
           ELSE IF PMO-CUSTOMER-NUMBER-1 NOT = SPACE
                   AND PMO-CUSTOMER-NUMBER-1 NOT = STO-CUSTOMER-NUMBER-1
               CONTINUE
           ELSE IF PMO-REP-CODE-1 NOT = SPACE
                   AND PMO-REP-CODE-1 NOT = CM-REP-CODE
               CONTINUE
           ELSE
               PERFORM 3386-PRICE-ONE-PROMOTION
           END-IF.
      *
       3386-PRICE-ONE-PROMOTION.
      *
           IF PMO-TYPE-PERCENT-OFF-1
               COMPUTE WS-PMO-CANDIDATE-PRICE ROUNDED =
                   PRD-UNIT-PRICE-1 * (100 - PMO-PERCENT-OFF-1) / 100
           ELSE
               MOVE PMO-PROMO-PRICE-1 TO WS-PMO-CANDIDATE-PRICE
           END-IF.
      *
           IF       NOT WS-PMO-FOUND
                 OR WS-PMO-CANDIDATE-PRICE < WS-PMO-PRICE-FOUND
               MOVE WS-PMO-CANDIDATE-PRICE TO WS-PMO-PRICE-FOUND
               MOVE 'Y' TO WS-PMO-FOUND-SW
           END-IF.
      *
       340-ALLOCATE-ONE-ORDER-LINE.
      *
               DISPLAY "PRD-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE
      *        ONLY THE PORTION AVAILABLE TO PROMISE IS COMMITTED
      *        HERE - ON-HAND STAYS PUT UNTIL SHPCFFEC SHIPS IT, AND
      *        THE SHORT PORTION LEAVES ON-HAND WHEN BKRLFEC
      *        RELEASES IT, THE SAME MODEL ORDER ENTRY AND THE
      *        IMPORT FOLLOW.
               COMPUTE WS-QTY-AVAILABLE =
                   PRD-QTY-LOCATION-1 (1) - PRD-QTY-COMMITTED-1 (1)
               IF WS-QTY-AVAILABLE < ZERO
                   MOVE ZERO TO WS-QTY-AVAILABLE
               END-IF
               IF STO-QUANTITY-1 (WS-LINE-SUB) > WS-QTY-AVAILABLE
                   PERFORM 350-WRITE-BACKORDER-RECORD
                   MOVE WS-QTY-AVAILABLE TO WS-QTY-COMMITTED
               ELSE
                   MOVE STO-QUANTITY-1 (WS-LINE-SUB)
                     TO WS-QTY-COMMITTED
               END-IF
               ADD WS-QTY-COMMITTED TO PRD-QTY-COMMITTED-1 (1)
               REWRITE PRD-FILE-RECORD
               IF NOT WS-PRDFILE-SUCCESS
                   DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
                   DISPLAY "PRD-FILE REWRITE ERROR KEY=" PRD-KEY-1
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
       350-WRITE-BACKORDER-RECORD.
             TO BKO-QUANTITY-ORDERED-1.
           COMPUTE BKO-QUANTITY-SHORT-1 =
               STO-QUANTITY-1 (WS-LINE-SUB)
               - WS-QTY-AVAILABLE.
      *
           MOVE '00' TO WS-BKOFILE-SW.
           WRITE BKO-FILE-RECORD
               DISPLAY "WS-BKOFILE-SW=" WS-BKOFILE-SW
               DISPLAY "BKO-FILE WRITE ERROR KEY=" BKO-KEY-1
           END-IF.
      *
       600-PRINT-REGISTER-LINE.
      *
      *
           MOVE WS-GENERATED-CNT TO TL1-GENERATED-CNT.
           MOVE WS-SKIPPED-CNT   TO TL2-SKIPPED-CNT.
           MOVE WS-DROPPED-CNT   TO TL3-DROPPED-CNT.
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
       900-COMPLETED-OK.
           CLOSE STO-FILE
                 QBP-FILE
                 PMO-FILE
                 CM-FILE
                 PRD-FILE
                 CTP-FILE
                 CTL-FILE
                 BKO-FILE
                 KIT-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
