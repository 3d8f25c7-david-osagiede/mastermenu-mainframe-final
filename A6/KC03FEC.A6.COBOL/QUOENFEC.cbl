      *and line-item edits order entry runs (customer on file, not
      *closed, product on file, quantity keyed) and writes a QUOFEC
      *quote - priced from CTPFEC contract prices falling back to
      *PRD-UNIT-PRICE, or a PMOFEC promotion in force when that is
      *lower, with a 30-day expiration - instead of taking
      *an invoice or order number and without touching stock. Action
      *C recalls an open, unexpired quote by number and converts it
      *to an OORFEC open order AT THE QUOTED PRICES, allocating stock
      *from location 1 with commitments and backorders exactly as
      *order entry would, so the price quoted and the price billed
      *can never again disagree.
      *
      *MOD HISTORY
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *2026-10-15  DAO  APPLY THE LOWEST PMOFEC PROMOTION IN FORCE FOR
      *                 THE PRODUCT OR ITS CATEGORY (CUSTOMER AND REP
      *                 LIMITS MET) WHEN IT BEATS THE LINE'S BREAK,
      *                 CONTRACT, OR MASTER PRICE; FLAG SUCH LINES P.
      *2026-10-11  DAO  CONVERSION NOW COMMITS STOCK THE WAY ORDER
      *                 ENTRY DOES: THE IN-STOCK PORTION OF EACH LINE
      *                 IS TESTED AGAINST AVAILABLE-TO-PROMISE AT
      *                 LOCATION 1 (LOCATION LESS PRD-QTY-COMMITTED)
      *                 AND ADDED TO PRD-QTY-COMMITTED; ON-HAND AND
      *                 THE LEDGER ROW MOVE TO SHPCFFEC AT SHIPMENT.
      *2026-09-01  DAO  PRICE EACH LINE FROM THE NEW QBPFEC
      *                 QUANTITY-BREAK FILE FIRST (HIGHEST TIER THE
      *                 QUOTED QUANTITY REACHES, FLAGGED Q), FALLING
               88 WS-OOR-CLOSED-88                  VALUE 'Y'.
           05 WS-OOR-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-OOR-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-BKO-FILE-STATUS-INFO.
           05 WS-BKO-OPEN                     PIC X.
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X    VALUE 'Y'.
               88 VALID-DATA                        VALUE 'Y'.
      *
       01  FLAGS.
      *
      *
       01  WS-LINE-SUB                     PIC S9(4)  COMP VALUE 0.
       01  WS-QTY-COMMITTED                PIC S9(07) VALUE 0.
       01  WS-QTY-AVAILABLE                PIC S9(07) VALUE 0.
       01  WS-QUOTE-VALUE                  PIC S9(09)V99 VALUE 0.
      *
       01 WS-CBS-FILE-STATUS-INFO.
       01  WS-QBP-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-QBP-EOF                      VALUE 'Y'.
       01  WS-QBP-PRICE-FOUND              PIC S9(07)V99 VALUE 0.
      *
       COPY PMOFEC.
      *
       01  WS-PMO-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-PMO-FOUND                    VALUE 'Y'.
       01  WS-PMO-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-PMO-EOF                      VALUE 'Y'.
       01  WS-PMO-PRICE-FOUND              PIC S9(07)V99 VALUE 0.
       01  WS-PMO-CANDIDATE-PRICE          PIC S9(07)V99 VALUE 0.
       01  WS-PMO-SCOPE-WANTED             PIC X(01) VALUE SPACE.
       01  WS-PMO-ITEM-WANTED              PIC X(10) VALUE SPACE.
      *
       COPY QUOFEC.
      *
       COPY OORFEC.
      *
       COPY BKOFEC.
      *
       COPY GETINCOM.
      *
      *
       0000-PROCESS-QUOTE-ENTRY.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('QFEC')
                      COMMAREA(COMMUNICATION-AREA)
                     FROM(QUOTE-RECORD)
                     RIDFLD(QUO-QUOTE-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'QUOFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE QUO-QUOTE-NUMBER TO QUONOO
           ELSE
               PERFORM 2430-PRICE-FROM-CONTRACT
           END-IF.
      *
           PERFORM 2440-APPLY-PROMOTION.
      *
       2430-PRICE-FROM-CONTRACT.
      *
               MOVE QBP-BREAK-PRICE TO WS-QBP-PRICE-FOUND
               MOVE 'Y' TO WS-QBP-FOUND-SW
           END-IF.
      *
       2440-APPLY-PROMOTION.
      *
      * THE LOWEST PMOFEC PROMOTION IN FORCE TODAY FOR THE PRODUCT OR
      * ITS CATEGORY, AND OPEN TO THIS CUSTOMER AND ITS REP, REPLACES
      * THE PRICE JUST RESOLVED ONLY WHEN IT IS THE BETTER PRICE.
           MOVE 'N'  TO WS-PMO-FOUND-SW.
           MOVE ZERO TO WS-PMO-PRICE-FOUND.
      *
           MOVE 'P'                   TO WS-PMO-SCOPE-WANTED.
           MOVE PRODCDI (WS-LINE-SUB) TO WS-PMO-ITEM-WANTED.
           PERFORM 2442-BROWSE-PROMOTIONS.
      *
           IF PRD-CATEGORY NOT = SPACES
               MOVE 'C'          TO WS-PMO-SCOPE-WANTED
               MOVE PRD-CATEGORY TO WS-PMO-ITEM-WANTED
               PERFORM 2442-BROWSE-PROMOTIONS
           END-IF.
      *
           IF       WS-PMO-FOUND
                AND WS-PMO-PRICE-FOUND < QUO-UNIT-PRICE (WS-LINE-SUB)
               MOVE WS-PMO-PRICE-FOUND
                 TO QUO-UNIT-PRICE (WS-LINE-SUB)
               MOVE 'P' TO QUO-PRICE-SOURCE (WS-LINE-SUB)
           END-IF.
      *
       2442-BROWSE-PROMOTIONS.
      *
           MOVE 'N'                 TO WS-PMO-EOF-SW.
           MOVE WS-PMO-SCOPE-WANTED TO PMO-SCOPE.
           MOVE WS-PMO-ITEM-WANTED  TO PMO-ITEM-CODE.
           MOVE LOW-VALUE           TO PMO-PROMO-ID.
      *
           EXEC CICS
               STARTBR FILE('PMOFEC')
                       RIDFLD(PMO-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-PMO-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2444-CHECK-ONE-PROMOTION
                   UNTIL WS-PMO-EOF
               EXEC CICS
                   ENDBR FILE('PMOFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       2444-CHECK-ONE-PROMOTION.
      *
           EXEC CICS
               READNEXT FILE('PMOFEC')
                        INTO(PROMOTION-RECORD)
                        RIDFLD(PMO-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-PMO-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF PMO-SCOPE NOT = WS-PMO-SCOPE-WANTED
                OR PMO-ITEM-CODE NOT = WS-PMO-ITEM-WANTED
               MOVE 'Y' TO WS-PMO-EOF-SW
           ELSE IF PMO-START-DATE > WS-CURRENT-DATE
                OR PMO-END-DATE < WS-CURRENT-DATE
               CONTINUE
           ELSE IF PMO-CUSTOMER-NUMBER NOT = SPACE
                   AND PMO-CUSTOMER-NUMBER NOT = CUSTNOI
               CONTINUE
           ELSE IF PMO-REP-CODE NOT = SPACE
                   AND PMO-REP-CODE NOT = WS-CM-REP-CODE
               CONTINUE
           ELSE
               PERFORM 2446-PRICE-ONE-PROMOTION
           END-IF.
      *
       2446-PRICE-ONE-PROMOTION.
      *
           IF PMO-TYPE-PERCENT-OFF
               COMPUTE WS-PMO-CANDIDATE-PRICE ROUNDED =
                   PRD-UNIT-PRICE * (100 - PMO-PERCENT-OFF) / 100
           ELSE
               MOVE PMO-PROMO-PRICE TO WS-PMO-CANDIDATE-PRICE
           END-IF.
      *
           IF       NOT WS-PMO-FOUND
                 OR WS-PMO-CANDIDATE-PRICE < WS-PMO-PRICE-FOUND
               MOVE WS-PMO-CANDIDATE-PRICE TO WS-PMO-PRICE-FOUND
               MOVE 'Y' TO WS-PMO-FOUND-SW
           END-IF.
      *
       2450-COMPUTE-EXPIRATION-DATE.
      *
                     FROM(OPEN-ORDER-RECORD)
                     RIDFLD(OOR-ORDER-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'OORFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 3400-ALLOCATE-ORDER-STOCK
                           FROM(QUOTE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'QUOFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
      *            ONLY THE PORTION AVAILABLE TO PROMISE IS COMMITTED
      *            HERE - ON-HAND STAYS PUT UNTIL SHPCFFEC SHIPS IT,
      *            AND THE SHORT PORTION LEAVES ON-HAND WHEN BKRLFEC
      *            RELEASES IT, THE SAME MODEL ORDER ENTRY FOLLOWS.
                   COMPUTE WS-QTY-AVAILABLE =
                       PRD-QTY-LOCATION (1) - PRD-QTY-COMMITTED (1)
                   IF WS-QTY-AVAILABLE < ZERO
                       MOVE ZERO TO WS-QTY-AVAILABLE
                   END-IF
                   IF OOR-QTY-ORDERED (WS-LINE-SUB) >
                           WS-QTY-AVAILABLE
                       PERFORM 3420-WRITE-BACKORDER-RECORD
                       MOVE WS-QTY-AVAILABLE TO WS-QTY-COMMITTED
                   ELSE
                       MOVE OOR-QTY-ORDERED (WS-LINE-SUB)
                         TO WS-QTY-COMMITTED
                   END-IF
                   ADD WS-QTY-COMMITTED TO PRD-QTY-COMMITTED (1)
                   EXEC CICS
                       REWRITE FILE('PRDFEC')
                               FROM(PRD-RECORD)
                               RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'PRDFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-HANDLE-ABEND
                   END-IF
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
             TO BKO-QUANTITY-ORDERED.
           COMPUTE BKO-QUANTITY-SHORT =
               OOR-QTY-ORDERED (WS-LINE-SUB)
               - WS-QTY-AVAILABLE.
      *
           PERFORM 8260-BKO-OPEN.
      *
                     FROM(BACKORDER-RECORD)
                     RIDFLD(BKO-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'BKOFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-QUOTE-MAP.
      *
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8500-QUO-OPEN.
      *
                    FREEKB
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
      *
       9700-START-USAGE.
      *
           EXEC CICS
               ASKTIME ABSTIME(USG-START-ABSTIME)
           END-EXEC.
           MOVE SPACES TO USG-FILE-LIST.
      *
       9710-LOG-USAGE.
      *
           MOVE 'QUOENFEC' TO USG-PROGRAM-NAME.
           EXEC CICS
               LINK PROGRAM('USGWRFEC')
                    COMMAREA(USG-COMMAREA)
                    LENGTH(LENGTH OF USG-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
       9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'N'  TO USG-FILE-FOUND-SW
               MOVE ZERO TO USG-FILE-SLOT
               PERFORM 9730-MATCH-UPDATED-FILE
                   VARYING USG-FILE-SUB FROM 1 BY 1
                   UNTIL USG-FILE-SUB > 6
               IF NOT USG-FILE-FOUND AND USG-FILE-SLOT > ZERO
                   MOVE USG-UPDATED-FILE
                     TO USG-FILE-NAME(USG-FILE-SLOT)
               END-IF
           END-IF.
      *
       9730-MATCH-UPDATED-FILE.
      *
           IF USG-FILE-NAME(USG-FILE-SUB) = USG-UPDATED-FILE
               MOVE 'Y' TO USG-FILE-FOUND-SW
           ELSE IF USG-FILE-NAME(USG-FILE-SUB) = SPACES
                   AND USG-FILE-SLOT = ZERO
               MOVE USG-FILE-SUB TO USG-FILE-SLOT
           END-IF.
      *
       9999-HANDLE-ABEND.
      *
                    ERASE
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
