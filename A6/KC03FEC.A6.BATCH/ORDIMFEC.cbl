      *at the keyboard: the customer must exist, must not be closed,
      *must not be on credit hold, every product must be on PRDFEC
      *with a positive quantity, and the order's value (priced from
      *CTPFEC contract prices falling back to PRD-UNIT-PRICE, or a
      *PMOFEC promotion in force when that is lower) plus
      *the CBSFEC open balance must clear the credit limit. An
      *accepted order becomes an OORFEC open order at status E with
      *stock committed and backorders written, exactly as if
      *a clerk had keyed it; tax is computed at ship confirmation,
      *as it is for every order since invoicing moved to SHPCFFEC.
      *The accept/reject register prints one line per order with the
      *                 POFEC PO NUMBER (VALIDATED OPEN ON PO-FILE);
      *                 AN ACCEPTED DROP-SHIP ORDER SKIPS ALLOCATION,
      *                 BACKORDERS, AND MOVEMENT ROWS ENTIRELY.
      *2026-10-02  DAO  PO LAYOUT GROWS 303 TO 393 FOR THE NEW
      *                 PO-UNIT-COST ON EACH LINE.
      *2026-10-09  DAO  PO LAYOUT GROWS 393 TO 399 FOR THE NEW
      *                 PO-BLANKET-NUMBER ON A BLANKET RELEASE.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION. ALLOCATION NOW
      *                 COMMITS INSTEAD OF RELIEVING ON-HAND: EACH
      *                 LINE IS TESTED AGAINST AVAILABLE-TO-PROMISE
      *                 AT THE SHIP LOCATION (LOCATION LESS
      *                 COMMITTED) AND THE PROMISED PORTION ADDED TO
      *                 PRD-QTY-COMMITTED. ON-HAND AND THE SALE
      *                 LEDGER ROW MOVE TO SHPCFFEC AT SHIPMENT, SO
      *                 MOV-FILE COMES OUT OF THIS PROGRAM.
      *2026-10-15  DAO  CAR-FILE RECORD GROWS BY CAR-SERVICE-TYPE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-15  DAO  LAYOUTS GROW (PO 399 TO 469, OOR 421 TO 491 AND
      *                 INVOICE 583 TO 653) FOR THE NEW PER-LINE ENTRY
      *                 UNIT OF MEASURE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  REJECT AN ORDER NAMING A DISCONTINUED OR
      *                 BLOCKED PRODUCT (REJECT CODE NS).
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  APPLY THE LOWEST PMOFEC PROMOTION IN FORCE FOR
      *                 THE PRODUCT OR ITS CATEGORY (CUSTOMER AND REP
      *                 LIMITS MET) WHEN IT BEATS THE LINE'S BREAK,
      *                 CONTRACT, OR MASTER PRICE; FLAG SUCH LINES P.
      *2026-10-15  DAO  WRITE EACH LINE OF A REJECTED ORDER (ANY REASON
      *                 BUT DP, A DUPLICATE PO) TO LSTFEC AS A LOST
      *                 SALE CARRYING THE REJECT CODE.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *2026-10-15  DAO  ROLL AN IMPORTED REQUESTED SHIP DATE ONTO A
      *                 WORKING DAY THROUGH BCLBTFEC, AND DEFAULT A
      *                 MISSING ONE TO THE FIRST WORKING DAY FROM TODAY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QBPFILE-SW.

           SELECT PMO-FILE ASSIGN TO PMOMSTR
               RECORD KEY IS PMO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PMOFILE-SW.

           SELECT SHT-FILE ASSIGN TO SHTMSTR
               RECORD KEY IS SHT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-BKOFILE-SW.

           SELECT LST-FILE ASSIGN TO LSTMSTR
               RECORD KEY IS LST-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-LSTFILE-SW.

           SELECT KIT-FILE ASSIGN TO KITMSTR
               RECORD KEY IS KIT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KITFILE-SW.

           SELECT ACK-FILE ASSIGN TO ORDACKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKFILE-SW.
           05  FILLER                            PIC X(32).
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
       FD CBS-FILE
           RECORD CONTAINS 25 CHARACTERS
           05  CBS-LAST-ACTIVITY-DATE-1         PIC X(08).
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
       FD PO-FILE
           RECORD CONTAINS 469 CHARACTERS
           DATA RECORD IS PO-FILE-RECORD.
       01  PO-FILE-RECORD.
           05  PO-KEY-1.
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
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
           05  FILLER                        PIC X(443).
           05  INV-VOID-SW-1                 PIC X(01).
               88  INV-IS-VOID-1                 VALUE 'Y'.
           05  FILLER                        PIC X(179).
      *
       FD CPX-FILE
           RECORD CONTAINS 31 CHARACTERS
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
       FD SHT-FILE
           RECORD CONTAINS 102 CHARACTERS
           05  SHT-SHIPTO-ZIP-CODE-1         PIC X(10).
      *
       FD CAR-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS CAR-FILE-RECORD.
       01  CAR-FILE-RECORD.
           05  CAR-KEY-1.
           05  CAR-CARRIER-NAME-1            PIC X(20).
           05  CAR-RATE-PER-CWT-1            PIC S9(03)V99.
           05  CAR-MINIMUM-CHARGE-1          PIC S9(05)V99.
           05  CAR-SERVICE-TYPE-1            PIC X(01).
      *
       FD CTL-FILE
           RECORD CONTAINS 7 CHARACTERS
           05  BKO-ORDER-DATE-1              PIC X(08).
           05  BKO-QUANTITY-ORDERED-1        PIC S9(07).
           05  BKO-QUANTITY-SHORT-1          PIC S9(07).
      *
       FD LST-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS LST-FILE-RECORD.
       01  LST-FILE-RECORD.
           05  LST-KEY-1.
               10  LST-PRODUCT-CODE-1        PIC X(10).
               10  LST-DATE-1                PIC X(08).
               10  LST-SOURCE-1              PIC X(01).
               10  LST-SOURCE-ID-1           PIC 9(07).
               10  LST-SEQUENCE-1            PIC 9(04).
           05  LST-CUSTOMER-NUMBER-1         PIC X(06).
           05  LST-QUANTITY-1                PIC S9(07).
           05  LST-REASON-1                  PIC X(01).
           05  LST-DETAIL-CODE-1             PIC X(02).
           05  LST-ORDER-NUMBER-1            PIC 9(06).
           05  LST-OPERATOR-ID-1             PIC X(08).
      *
       FD KIT-FILE
           RECORD CONTAINS 27 CHARACTERS
               10  KIT-COMPONENT-SEQ-1       PIC 9(02).
           05  KIT-COMPONENT-CODE-1          PIC X(10).
           05  KIT-QTY-PER-KIT-1             PIC S9(05).
      *
       FD ACK-FILE
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
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                VALUE '00'.
       01 WS-BKOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BKOFILE-SUCCESS                VALUE '00'.
       01 WS-LSTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LSTFILE-SUCCESS                VALUE '00'.
       01 WS-LOST-LINE-CNT                   PIC 9(04)  COMP-3 VALUE 0.
       01 WS-ACKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ACKFILE-SUCCESS                VALUE '00'.
       01 WS-REJECT-CODE                     PIC X(02)  VALUE SPACES.
       01 WS-TRAILER-SW                      PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-FOUND                  VALUE 'Y'.
           88  WS-TRAILER-NOT-FOUND              VALUE 'N'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-TODAY-DATE                      PIC X(08).
                                              VALUE 0.
       01 WS-NEXT-ORDER-NUMBER               PIC 9(06)  VALUE 0.
       01 WS-QTY-COMMITTED                   PIC S9(07) VALUE 0.
       01 WS-QTY-AVAILABLE                   PIC S9(07) VALUE 0.
      *
      * CUSTOMER+PO PAIRS OFF RECENT NON-VOID INVOICES, COLLECTED AT
      * STARTUP FOR THE DUPLICATE-PO GATE. RECENT MEANS INSIDE 180
           05  WS-INV-YYYY                   PIC 9(04).
           05  WS-INV-MM                     PIC 9(02).
           05  WS-INV-DD                     PIC 9(02).
      *
       COPY BCLDTCOM.
      *
       01 WS-ACCEPTED-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-REJECTED-CNT                    PIC 9(05)  COMP-3 VALUE 0.
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
           OPEN INPUT CAR-FILE.
           IF NOT WS-CARFILE-SUCCESS
               DISPLAY "WS-CARFILE-SW=" WS-CARFILE-SW
               DISPLAY "BKO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O LST-FILE.
           IF NOT WS-LSTFILE-SUCCESS
               DISPLAY "WS-LSTFILE-SW=" WS-LSTFILE-SW
               DISPLAY "LST-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT KIT-FILE.
           IF NOT WS-KITFILE-SUCCESS
               DISPLAY "WS-KITFILE-SW=" WS-KITFILE-SW
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT ACK-FILE.
           IF NOT WS-ACKFILE-SUCCESS
               DISPLAY "WS-ACKFILE-SW=" WS-ACKFILE-SW
               MOVE ZERO TO WS-IMP-SUPPLIER-PO
           END-IF.
           MOVE ORI-SHIP-VIA TO WS-IMP-SHIP-VIA.
           PERFORM 210-ROLL-REQUESTED-DATE.
           MOVE ORI-SHIPTO-CODE TO WS-IMP-SHIPTO-CODE.
           MOVE ZERO   TO WS-IMP-TOTAL-WEIGHT.
           MOVE ZERO   TO WS-IMP-FREIGHT.
           MOVE SPACES TO WS-REJECT-CODE.
           MOVE SPACES TO WS-REJECT-PRODUCT.
           MOVE 'Y'    TO WS-ORDER-OPEN-SW.
      *
       210-ROLL-REQUESTED-DATE.
      *
      * THE PLANT SHIPS ONLY ON A WORKING DAY, SO A REQUESTED DATE ON
      * A CLOSED DAY MOVES TO THE NEXT ONE, AND NO DATE AT ALL MEANS
      * THE FIRST WORKING DAY FROM TODAY, AS AT ORDER ENTRY.
           IF ORI-REQUESTED-DATE NUMERIC
               MOVE ORI-REQUESTED-DATE TO BCLDT-DATE-IN
           ELSE
               MOVE WS-TODAY-DATE      TO BCLDT-DATE-IN
           END-IF.
           MOVE 'R'    TO BCLDT-FUNCTION.
           MOVE SPACES TO BCLDT-DATE-TO.
           CALL 'BCLBTFEC' USING BCLDT-COMMAREA.
           MOVE BCLDT-DATE-OUT TO WS-IMP-REQUESTED-DATE.
      *
       250-HOLD-ONE-DETAIL.
      *
               PERFORM 600-PRINT-REGISTER-LINE
               ADD 1 TO WS-REJECTED-CNT
               PERFORM 490-WRITE-REJECT-ACK
      *        A DUPLICATE PO IS DEMAND ALREADY BOOKED ONCE.
               IF WS-REJECT-CODE NOT = 'DP'
                   PERFORM 495-RECORD-ONE-LOST-LINE
                       VARYING WS-IMP-LINE-SUB FROM 1 BY 1
                       UNTIL WS-IMP-LINE-SUB > WS-IMP-LINE-CNT
               END-IF
           END-IF.
      *
           MOVE 'N' TO WS-ORDER-OPEN-SW.
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRD-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF PRD-STATUS-NOT-SOLD-1
               MOVE 'PRODUCT NO LONGER SOLD' TO WS-REJECT-REASON
               MOVE 'NS' TO WS-REJECT-CODE
               MOVE WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB)
                 TO WS-REJECT-PRODUCT
           ELSE IF WS-IMP-QUANTITY (WS-IMP-LINE-SUB) NOT > ZERO
               MOVE 'LINE QUANTITY NOT > 0' TO WS-REJECT-REASON
               MOVE 'Q0' TO WS-REJECT-CODE
           ELSE
               PERFORM 348-PRICE-FROM-CONTRACT
           END-IF.
      *
           PERFORM 3480-APPLY-PROMOTION.
      *
       346-FIND-QTY-BREAK.
      *
                 TO WS-IMP-UNIT-PRICE (WS-IMP-LINE-SUB)
               MOVE SPACE TO WS-IMP-PRICE-SOURCE (WS-IMP-LINE-SUB)
           END-IF.
      *
       3480-APPLY-PROMOTION.
      *
      * THE LOWEST PMOFEC PROMOTION IN FORCE TODAY FOR THE PRODUCT OR
      * ITS CATEGORY, AND OPEN TO THIS CUSTOMER AND ITS REP, REPLACES
      * THE PRICE JUST RESOLVED ONLY WHEN IT IS THE BETTER PRICE.
           MOVE 'N'  TO WS-PMO-FOUND-SW.
           MOVE ZERO TO WS-PMO-PRICE-FOUND.
      *
           IF WS-PMO-AVAILABLE
               MOVE 'P' TO WS-PMO-SCOPE-WANTED
               MOVE WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB)
                 TO WS-PMO-ITEM-WANTED
               PERFORM 3482-BROWSE-PROMOTIONS
               IF PRD-CATEGORY-1 NOT = SPACES
                   MOVE 'C'            TO WS-PMO-SCOPE-WANTED
                   MOVE PRD-CATEGORY-1 TO WS-PMO-ITEM-WANTED
                   PERFORM 3482-BROWSE-PROMOTIONS
               END-IF
           END-IF.
      *
           IF       WS-PMO-FOUND
                AND WS-PMO-PRICE-FOUND
                    < WS-IMP-UNIT-PRICE (WS-IMP-LINE-SUB)
               MOVE WS-PMO-PRICE-FOUND
                 TO WS-IMP-UNIT-PRICE (WS-IMP-LINE-SUB)
               MOVE 'P' TO WS-IMP-PRICE-SOURCE (WS-IMP-LINE-SUB)
           END-IF.
      *
       3482-BROWSE-PROMOTIONS.
      *
           MOVE 'N'                 TO WS-PMO-EOF-SW.
           MOVE WS-PMO-SCOPE-WANTED TO PMO-SCOPE-1.
           MOVE WS-PMO-ITEM-WANTED  TO PMO-ITEM-CODE-1.
           MOVE LOW-VALUE           TO PMO-PROMO-ID-1.
      *
           START PMO-FILE KEY IS NOT LESS THAN PMO-KEY-1
               INVALID KEY MOVE 'Y' TO WS-PMO-EOF-SW.
      *
           PERFORM 3484-CHECK-ONE-PROMOTION
               UNTIL WS-PMO-EOF.
      *
       3484-CHECK-ONE-PROMOTION.
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
                   AND PMO-CUSTOMER-NUMBER-1
                       NOT = WS-IMP-CUSTOMER-NUMBER
               CONTINUE
           ELSE IF PMO-REP-CODE-1 NOT = SPACE
                   AND PMO-REP-CODE-1 NOT = CM-REP-CODE
               CONTINUE
           ELSE
               PERFORM 3486-PRICE-ONE-PROMOTION
           END-IF.
      *
       3486-PRICE-ONE-PROMOTION.
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
       347-CHECK-ONE-KIT-PARENT.
      *
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
      *    ONLY THE PORTION AVAILABLE TO PROMISE IS COMMITTED HERE
      *    - ON-HAND STAYS PUT UNTIL SHPCFFEC SHIPS IT, AND THE SHORT
      *    PORTION LEAVES ON-HAND WHEN BKRLFEC RELEASES IT, SO
      *    ON-HAND ALWAYS MEANS PHYSICAL STOCK.
           COMPUTE WS-QTY-AVAILABLE =
               PRD-QTY-LOCATION-1 (WS-IMP-SHIP-LOCATION)
               - PRD-QTY-COMMITTED-1 (WS-IMP-SHIP-LOCATION).
           IF WS-QTY-AVAILABLE < ZERO
               MOVE ZERO TO WS-QTY-AVAILABLE
           END-IF.
      *
           IF WS-IMP-QUANTITY (WS-IMP-LINE-SUB) > WS-QTY-AVAILABLE
               PERFORM 440-WRITE-BACKORDER-RECORD
               MOVE WS-QTY-AVAILABLE TO WS-QTY-COMMITTED
           ELSE
               MOVE WS-IMP-QUANTITY (WS-IMP-LINE-SUB)
                 TO WS-QTY-COMMITTED
           END-IF.
      *
           ADD WS-QTY-COMMITTED
               TO PRD-QTY-COMMITTED-1 (WS-IMP-SHIP-LOCATION).
      *
           REWRITE PRD-FILE-RECORD.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "PRD-FILE REWRITE ERROR KEY=" PRD-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       440-WRITE-BACKORDER-RECORD.
      *
             TO BKO-QUANTITY-ORDERED-1.
           COMPUTE BKO-QUANTITY-SHORT-1 =
               WS-IMP-QUANTITY (WS-IMP-LINE-SUB)
               - WS-QTY-AVAILABLE.
      *
           MOVE '00' TO WS-BKOFILE-SW.
           WRITE BKO-FILE-RECORD
               DISPLAY "WS-BKOFILE-SW=" WS-BKOFILE-SW
               DISPLAY "BKO-FILE WRITE ERROR KEY=" BKO-KEY-1
           END-IF.
      *
       460-SPOOL-THE-ACKNOWLEDGMENT.
      *
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
      * A REJECTED ORDER IS CANCELLED DEMAND: EACH OF ITS LINES THAT
      * NAMES A PRODUCT WE CARRY GOES TO LSTFEC AS A LOST SALE WITH
      * THE REJECT CODE, KEYED BY THIS RUN'S START TIME.
       495-RECORD-ONE-LOST-LINE.
      *
           MOVE WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB)
             TO PRD-PRODUCT-CODE-1.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW.
      *
           IF WS-PRDFILE-NOTFND
               PERFORM 342-TRY-PART-XREF
           END-IF.
      *
           IF WS-PRDFILE-SUCCESS
                   AND WS-IMP-QUANTITY (WS-IMP-LINE-SUB) > ZERO
               ADD 1 TO WS-LOST-LINE-CNT
               MOVE SPACES                 TO LST-FILE-RECORD
               MOVE PRD-PRODUCT-CODE-1     TO LST-PRODUCT-CODE-1
               MOVE WS-TODAY-DATE          TO LST-DATE-1
               MOVE 'I'                    TO LST-SOURCE-1
               MOVE WS-RUN-TIME            TO LST-SOURCE-ID-1
               MOVE WS-LOST-LINE-CNT       TO LST-SEQUENCE-1
               MOVE WS-IMP-CUSTOMER-NUMBER TO LST-CUSTOMER-NUMBER-1
               MOVE WS-IMP-QUANTITY (WS-IMP-LINE-SUB)
                 TO LST-QUANTITY-1
               MOVE 'C'                    TO LST-REASON-1
               MOVE WS-REJECT-CODE         TO LST-DETAIL-CODE-1
               MOVE ZERO                   TO LST-ORDER-NUMBER-1
               MOVE 'ORDIMFEC'             TO LST-OPERATOR-ID-1
               MOVE '00' TO WS-LSTFILE-SW
               WRITE LST-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-LSTFILE-SW
               END-WRITE
               IF NOT WS-LSTFILE-SUCCESS
                   DISPLAY "WS-LSTFILE-SW=" WS-LSTFILE-SW
                   DISPLAY "LST-FILE WRITE ERROR KEY=" LST-KEY-1
               END-IF
           END-IF.
      *
       600-PRINT-REGISTER-LINE.
      *
                 CTP-FILE
                 CPX-FILE
                 QBP-FILE
                 PMO-FILE
                 CAR-FILE
                 SHT-FILE
                 PO-FILE
                 OOR-FILE
                 CTL-FILE
                 BKO-FILE
                 LST-FILE
                 KIT-FILE
                 ACK-FILE
                 SPL-FILE
                 PRINT-FILE.
           DISPLAY "LOST-SALE ROWS WRITTEN = " WS-LOST-LINE-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
