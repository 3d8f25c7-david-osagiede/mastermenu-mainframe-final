      *invoice number and writes an INVFEC invoice for ONLY what
      *shipped - priced from the quantities and prices locked on the
      *order, taxed from the TAXFEC table by the customer's state,
      *due-dated from the customer's TRFFEC terms, with the
      *customer's on-account credit applied and the CBSFEC balance
      *summary bumped, exactly as CMORDFEC used to do before orders
      *and invoices were pulled apart. The shipped quantities are
      *                 TYING LOT TO INVOICE TO CUSTOMER FOR THE
      *                 LOTRCFEC RECALL REPORT. A PRODUCT WITH NO
      *                 LOT ROWS SHIPS EXACTLY AS BEFORE.
      *2026-10-11  DAO  RELIEVE STOCK HERE, NOT AT ORDER ENTRY: EACH
      *                 SHIPPED LINE NOW COMES OFF PRD-QUANTITY-ON-HAND
      *                 AND THE ORDER'S SHIP-FROM LOCATION, RELEASES
      *                 THE MATCHING PRD-QTY-COMMITTED THAT CMORDFEC
      *                 RESERVED, AND WRITES THE TYPE-S INVMVFEC
      *                 LEDGER ROW AGAINST THE RELEASE. A KIT LINE
      *                 RELIEVES ITS KITFEC COMPONENTS. DROP-SHIP
      *                 ORDERS STILL NEVER TOUCH STOCK.
      *2026-10-15  DAO  WHEN PCKCFFEC HAS A CONFIRMED PICK FOR THE
      *                 ORDER, THE LINE DISPLAY DEFAULTS EACH SHIP
      *                 QUANTITY TO WHAT WAS ACTUALLY PICKED (NEVER
      *                 MORE THAN IS DUE); THE RELEASE MARKS THE
      *                 PKCFEC ROW USED.
      *2026-10-15  DAO  SPOOL A PACKING LIST (REPORT-ID PK + THE
      *                 INVOICE NUMBER) FOR EVERY RELEASE THAT LEFT
      *                 OUR DOCK - ORDER, CUSTOMER PO, SHIP-TO, THE
      *                 LINES SHIPPED WITH THE LOTS THEY CAME FROM,
      *                 AND THE LINES STILL BACKORDERED, WITH NO
      *                 PRICES. WHEN THE SHIP-VIA CARRIER IS AN LTL
      *                 CARRIER (CAR-SERVICE-TYPE L) ALSO SPOOL A
      *                 BILL OF LADING (REPORT-ID BL + THE INVOICE
      *                 NUMBER) WITH THE CARRIER, PIECE COUNT, AND
      *                 TOTAL WEIGHT. BOTH REPRINT THROUGH RPTVWFEC.
      *2026-10-15  DAO  CARRY THE ORDER LINE'S ENTRY UNIT AND PACK SIZE
      *                 ONTO THE INVOICE LINE SO THE INVOICE PRINTS IN
      *                 THE UNIT THE CUSTOMER ORDERED IN.
      *2026-10-15  DAO  FIRST EXPIRED, FIRST OUT: LOT RELIEF NOW TAKES
      *                 THE UNEXPIRED LOT WITH STOCK THAT EXPIRES
      *                 SOONEST (UNDATED LOTS LAST, TIES IN KEY ORDER)
      *                 INSTEAD OF KEY ORDER, AND NEVER AN EXPIRED LOT.
      *                 A RELEASE IS REFUSED WHEN A LINE COULD ONLY BE
      *                 MADE UP FROM EXPIRED STOCK.
      *2026-10-15  DAO  WRITE ASNFEC ADVANCE SHIP NOTICE ROWS FOR EVERY
      *                 RELEASE OF AN ORDER THAT CAME THROUGH THE
      *                 ORDIMFEC IMPORT GATEWAY - CUSTOMER PO, ORDER,
      *                 INVOICE, CARRIER, TRACKING NUMBER, WEIGHT, AND
      *                 EACH LINE SHIPPED BY LOT - FOR THE ASNEXFEC
      *                 NIGHTLY OUTBOUND SWEEP.
      *2026-10-15  DAO  WRITE AN IFXFEC ROW BESIDE THE INVOICE FOR A
      *                 CUSTOMER BILLED IN A FOREIGN CURRENCY, AT THE
      *                 FXRFEC RATE OF THE DAY; REFUSE THE CONFIRM IF
      *                 NO USABLE RATE IS ON FILE. PAYMENT ROWS CARRY
      *                 A ZERO FOREIGN AMOUNT.
      *2026-10-15  DAO  DUE-DATE FROM THE TRFFEC TERMS FILE INSTEAD OF
      *                 THE COMPILED TRMFEC TABLE, COUNTING MONTH-END
      *                 (EOM/PROX) TERMS FROM THE MONTH END.
      *2026-10-15  DAO  ROLL THE DUE DATE ONTO A WORKING DAY THROUGH
      *                 BCLDTFEC.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *
       ENVIRONMENT DIVISION.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
      *
       01  WS-LOT-REMAINING                PIC S9(07) VALUE 0.
       01  WS-LOT-TAKE                     PIC S9(07) VALUE 0.
       01  WS-LOT-CHOSEN-NUMBER            PIC X(10)  VALUE SPACES.
       01  WS-LOT-CHOSEN-EXPIRY            PIC X(08)  VALUE SPACES.
       01  WS-LOT-SORT-EXPIRY              PIC X(08)  VALUE SPACES.
       01  WS-LOT-GOOD-QTY                 PIC S9(09) VALUE 0.
       01  WS-LOT-EXPIRED-QTY              PIC S9(09) VALUE 0.
       01  WS-LOT-SCAN-END-SW              PIC X(01)  VALUE 'N'.
           88  WS-LOT-SCAN-END                 VALUE 'Y'.
       01  WS-LOT-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  WS-LOT-FOUND                    VALUE 'Y'.
       01  WS-LOT-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-LOT-EOF                      VALUE 'Y'.
       01  WS-SHIP-WEIGHT                  PIC S9(07)V99 VALUE 0.
      *
       01  WS-SHIP-LOCATION                PIC 9(01)  VALUE 1.
       01  WS-RELIEVE-CODE                 PIC X(10)  VALUE SPACES.
       01  WS-RELIEVE-QTY                  PIC S9(07) VALUE 0.
       01  WS-KIT-SW                       PIC X(01)  VALUE 'N'.
           88  WS-IS-KIT                       VALUE 'Y'.
       01  WS-KIT-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-KIT-EOF                      VALUE 'Y'.
      *
       01 WS-MOV-FILE-STATUS-INFO.
           05 WS-MOV-OPEN                     PIC X.
               88 WS-MOV-OPEN-88                    VALUE 'Y'.
               88 WS-MOV-CLOSED-88                  VALUE 'Y'.
           05 WS-MOV-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-MOV-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-MOV-WRITTEN-SW                   PIC X VALUE 'N'.
           88 WS-MOV-WRITTEN                        VALUE 'Y'.
      *
       01 WS-PKC-FILE-STATUS-INFO.
           05 WS-PKC-OPEN                     PIC X.
               88 WS-PKC-OPEN-88                    VALUE 'Y'.
               88 WS-PKC-CLOSED-88                  VALUE 'Y'.
           05 WS-PKC-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PKC-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PKC-FOUND-SW                     PIC X VALUE 'N'.
           88 WS-PKC-FOUND                          VALUE 'Y'.
       01 WS-SHIP-QTY-DEFAULT                 PIC 9(07) VALUE 0.
      *
       01 WS-ASN-FILE-STATUS-INFO.
           05 WS-ASN-OPEN                     PIC X.
               88 WS-ASN-OPEN-88                    VALUE 'Y'.
               88 WS-ASN-CLOSED-88                  VALUE 'Y'.
           05 WS-ASN-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-ASN-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-IFX-FILE-STATUS-INFO.
           05 WS-IFX-OPEN                     PIC X.
               88 WS-IFX-OPEN-88                    VALUE 'Y'.
               88 WS-IFX-CLOSED-88                  VALUE 'Y'.
           05 WS-IFX-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-IFX-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-ASN-SHIP-TIME                    PIC 9(06) VALUE 0.
       01 WS-ASN-NEXT-SEQUENCE                PIC 9(03) VALUE 0.
       01 WS-ASN-LOT-QTY                      PIC S9(07) VALUE 0.
      *
       COPY ASNFEC.
      *
       COPY SPLFEC.
      *
       COPY CARFEC.
      *
       01  WS-SPL-PRINT-LINE               PIC X(133) VALUE SPACES.
       01  WS-SPL-TIME                     PIC 9(06)  VALUE 0.
       01  WS-DOC-QTY-EDIT                 PIC ZZZZZZ9-.
       01  WS-DOC-WEIGHT-EDIT              PIC ZZZZZZ9.99.
       01  WS-DOC-PIECES                   PIC S9(07) VALUE 0.
       01  WS-DOC-BACKORDER-QTY            PIC S9(07) VALUE 0.
       01  WS-DOC-BACKORDER-SW             PIC X(01)  VALUE 'N'.
           88  WS-DOC-ANY-BACKORDER            VALUE 'Y'.
       01  WS-LTL-SW                       PIC X(01)  VALUE 'N'.
           88  WS-SHIP-IS-LTL                  VALUE 'Y'.
       01  WS-SHIPTO-LINES.
           05  WS-SHIPTO-NAME              PIC X(30)  VALUE SPACES.
           05  WS-SHIPTO-ADDRESS           PIC X(30)  VALUE SPACES.
           05  WS-SHIPTO-CITY              PIC X(20)  VALUE SPACES.
           05  WS-SHIPTO-STATE             PIC X(02)  VALUE SPACES.
           05  WS-SHIPTO-ZIP-CODE          PIC X(10)  VALUE SPACES.
      *
      * THE LOTS THIS RELEASE DREW, NOTED AS 2850 WRITES EACH USAGE
      * ROW SO THE PACKING LIST CAN SHOW THEM UNDER THEIR LINES.
       01  WS-DOC-LOT-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-DOC-LOT-SUB                  PIC S9(4) COMP VALUE 0.
       01  WS-DOC-LOT-TABLE.
           05  WS-DOC-LOT-ENTRY            OCCURS 30 TIMES.
               10  WS-DOC-LOT-LINE         PIC S9(4) COMP.
               10  WS-DOC-LOT-NUMBER       PIC X(10).
               10  WS-DOC-LOT-QTY          PIC S9(07).
      *
      * DUE DATE COMPUTED FROM THE TERMS NET DAYS ON 30-DAY MONTHS,
      * THE SAME WAY CMORDFEC COMPUTED IT WHEN IT STILL WROTE THE
      * INVOICE ITSELF, THEN ROLLED ONTO A WORKING DAY BY BCLDTFEC.
       01 WS-DUE-DATE-GROUP.
           05  WS-DUE-YYYY                 PIC 9(04).
           05  WS-DUE-MM                   PIC 9(02).
       COPY TAXFFEC.
      *
       COPY TRMFEC.
      *
       COPY TRFFEC.
      *
       COPY PAYHFEC.
      *
       COPY CBSFEC.
      *
       COPY GETINCOM.
      *
       COPY BCLDTCOM.
      *
       COPY PERFEC.
      *
       COPY EXCFEC.
      *
       COPY SHTFEC.
      *
       COPY KITFEC.
      *
       COPY FXRFEC.
      *
       COPY IFXFEC.
      *
       COPY INVMVFEC.
      *
       01  WS-SHT-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-SHT-FOUND                        VALUE 'Y'.
           88  WS-JRN-WRITTEN                   VALUE 'Y'.
      *
       COPY SHPSFEC.
      *
       COPY PKCFEC.
      *
       COPY ATTR.
      *
       COPY DFHAID.
      *
      *
       0000-PROCESS-SHIP-CONFIRM.
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
               RETURN TRANSID('SFEC')
                      COMMAREA(COMMUNICATION-AREA)
           END-IF.
      *
       1700-DISPLAY-ORDER-LINES.
      *
           PERFORM 1750-READ-THE-PICK-CONFIRMATION.
      *
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 1710-DISPLAY-ONE-ORDER-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
           IF WS-PKC-FOUND
               MOVE 'Confirmed pick quantities shown - check them and pr
      -             'ess Enter.' TO MESSAGEO
           ELSE
               MOVE 'Key the shipped quantity per line and press Enter.'
                 TO MESSAGEO
           END-IF.
      *
       1710-DISPLAY-ONE-ORDER-LINE.
      *
                   - OOR-QTY-SHIPPED (WS-LINE-SUB)
               MOVE WS-QTY-DUE      TO WS-QTY-DUE-EDIT
               MOVE WS-QTY-DUE-EDIT TO DUEQTYO (WS-LINE-SUB)
      *        THE DEFAULT GOES BACK MODIFIED SO ENTER ALONE SHIPS IT.
               IF WS-PKC-FOUND AND WS-QTY-DUE > ZERO
                   IF PKC-QTY-PICKED (WS-LINE-SUB) < WS-QTY-DUE
                       MOVE PKC-QTY-PICKED (WS-LINE-SUB)
                         TO WS-SHIP-QTY-DEFAULT
                   ELSE
                       MOVE WS-QTY-DUE TO WS-SHIP-QTY-DEFAULT
                   END-IF
                   MOVE WS-SHIP-QTY-DEFAULT TO SHPQTYO (WS-LINE-SUB)
                   MOVE ATTR-UNPROT-MDT     TO SHPQTYH (WS-LINE-SUB)
               END-IF
           END-IF.
      *
      *    ONLY A CONFIRMATION NOT YET SHIPPED AGAINST IS OFFERED - A
      *    SECOND TRUCK ON A PART-SHIPPED ORDER IS KEYED BY HAND.
       1750-READ-THE-PICK-CONFIRMATION.
      *
           PERFORM 8900-PKC-OPEN.
      *
           EXEC CICS
               READ FILE('PKCFEC')
                    INTO(PICK-CONFIRMATION-RECORD)
                    RIDFLD(OOR-ORDER-NUMBER)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO WS-PKC-FOUND-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF PKC-STATUS-CONFIRMED
               MOVE 'Y' TO WS-PKC-FOUND-SW
           ELSE
               MOVE 'N' TO WS-PKC-FOUND-SW
           END-IF.
      *
       2000-RELEASE-THE-INVOICE.
           END-EXEC.
      *
           PERFORM 2050-CHECK-PERIOD-OPEN.
      *
           IF VALID-DATA AND NOT OOR-IS-DROP-SHIP
               PERFORM 2060-CHECK-LOT-STOCK
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2100-READ-THE-CUSTOMER
           END-IF.
      *
      *    A CONSOLIDATED ACCOUNT IS CONVERTED WHEN CONBLFEC BILLS
      *    THE MONTH, AT THAT DAY'S RATE.
           IF VALID-DATA AND NOT WS-CM-BASE-CURRENCY
                   AND NOT WS-CM-BILLED-MONTHLY
               PERFORM 2150-READ-EXCHANGE-RATE
           END-IF.
      *
           IF VALID-DATA
               IF WS-CM-BILLED-MONTHLY
      *    A DROP-SHIP ORDER NEVER PASSED THROUGH OUR STOCK - THERE
      *    ARE NO LOTS TO RELIEVE.
           IF VALID-DATA AND NOT OOR-IS-DROP-SHIP
               PERFORM 2750-RELIEVE-THE-STOCK
               PERFORM 2800-RELIEVE-THE-LOTS
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2900-WRITE-TRACKING-ROW
           END-IF.
      *
      *    AN ORDER THAT CAME IN THROUGH THE IMPORT GATEWAY IS
      *    ANNOUNCED TO THE CUSTOMER'S RECEIVING DOCK BEFORE IT
      *    ARRIVES.
           IF VALID-DATA AND OOR-OPERATOR-ID = 'ORDIMFEC'
               PERFORM 2990-WRITE-SHIP-NOTICE
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2950-REMEMBER-LAST-PRICES
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2980-MARK-PICK-USED
           END-IF.
      *
      *    PAPER GOES IN THE BOX ONLY WHEN THE BOX LEAVES OUR DOCK -
      *    THE SUPPLIER SENDS ITS OWN WITH A DROP SHIPMENT.
           IF VALID-DATA AND NOT OOR-IS-DROP-SHIP
               PERFORM 3000-SPOOL-PACKING-LIST
               PERFORM 3200-CHECK-FOR-LTL
               IF WS-SHIP-IS-LTL
                   PERFORM 3300-SPOOL-BILL-OF-LADING
               END-IF
               PERFORM 3500-SET-DOCUMENT-MESSAGE
           END-IF.
      *
       2050-CHECK-PERIOD-OPEN.
      *
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That date falls in a closed period.' TO MESSAGEO
           END-IF.
      *
       2060-CHECK-LOT-STOCK.
      *
      * A LOT-TRACKED LINE MAY NOT SHIP MORE THAN ITS UNEXPIRED LOTS
      * HOLD WHEN EXPIRED STOCK IS ALL THAT WOULD MAKE UP THE REST -
      * THAT STOCK IS SCRAPPED, NOT SHIPPED. A PRODUCT WHOSE LOT ROWS
      * ARE MERELY SHORT STILL SHIPS AS IT ALWAYS HAS.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 2065-CHECK-ONE-LINE-LOTS
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10
                  OR NOT VALID-DATA.
      *
       2065-CHECK-ONE-LINE-LOTS.
      *
           MOVE ZERO TO WS-SHIP-QTY.
           IF SHPQTYI (WS-LINE-SUB) NOT = SPACE
                   AND SHPQTYI (WS-LINE-SUB) NUMERIC
               MOVE SHPQTYI (WS-LINE-SUB) TO WS-SHIP-QTY
           END-IF.
      *
           IF WS-SHIP-QTY > ZERO
                   AND OOR-PRODUCT-CODE (WS-LINE-SUB) NOT = SPACE
               MOVE ZERO TO WS-LOT-GOOD-QTY
               MOVE ZERO TO WS-LOT-EXPIRED-QTY
               MOVE 'N'  TO WS-LOT-SCAN-END-SW
               MOVE OOR-PRODUCT-CODE (WS-LINE-SUB) TO LOT-PRODUCT-CODE
               MOVE LOW-VALUES                     TO LOT-NUMBER
               EXEC CICS
                   STARTBR FILE('LOTFEC')
                           RIDFLD(LOT-KEY)
                           GTEQ
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE
                   PERFORM 2070-TOTAL-ONE-LOT-ROW
                       UNTIL WS-LOT-SCAN-END
                   EXEC CICS
                       ENDBR FILE('LOTFEC')
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-HANDLE-ABEND
                   END-IF
               END-IF
               IF WS-LOT-EXPIRED-QTY > ZERO
                       AND WS-LOT-GOOD-QTY < WS-SHIP-QTY
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE SPACES TO MESSAGEO
                   STRING 'Only expired lots are left to cover '
                           DELIMITED BY SIZE
                          OOR-PRODUCT-CODE (WS-LINE-SUB)
                           DELIMITED BY '  '
                          '.' DELIMITED BY SIZE
                       INTO MESSAGEO
               END-IF
           END-IF.
      *
       2070-TOTAL-ONE-LOT-ROW.
      *
           EXEC CICS
               READNEXT FILE('LOTFEC')
                        INTO(LOT-BALANCE-RECORD)
                        RIDFLD(LOT-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-LOT-SCAN-END-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF LOT-PRODUCT-CODE
                   NOT = OOR-PRODUCT-CODE (WS-LINE-SUB)
               MOVE 'Y' TO WS-LOT-SCAN-END-SW
           ELSE IF LOT-QTY-ON-HAND NOT > ZERO
               CONTINUE
           ELSE IF LOT-EXPIRATION-DATE NOT = SPACE
                   AND LOT-EXPIRATION-DATE NOT = LOW-VALUE
                   AND LOT-EXPIRATION-DATE < WS-CURRENT-DATE
               ADD LOT-QTY-ON-HAND TO WS-LOT-EXPIRED-QTY
           ELSE
               ADD LOT-QTY-ON-HAND TO WS-LOT-GOOD-QTY
           END-IF.
      *
       2100-READ-THE-CUSTOMER.
      *
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2150-READ-EXCHANGE-RATE.
      *
      *    AN EXPORT CUSTOMER IS INVOICED IN ITS OWN CURRENCY AT
      *    TODAY'S RATE - WITH NO RATE ON FILE THE INVOICE CANNOT
      *    BE CONVERTED, SO THE RELEASE WAITS FOR TREASURY.
           EXEC CICS
               READ FILE('FXRFEC')
                    INTO(EXCHANGE-RATE-RECORD)
                    RIDFLD(WS-CM-CURRENCY-CODE)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'No exchange rate is on file for that currency.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF FXR-RATE = ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'The exchange rate on file is zero.' TO MESSAGEO
           END-IF.
      *
       2200-GET-INVOICE-NUMBER.
      *
                 TO INV-UNIT-PRICE (WS-LINE-SUB)
               MOVE OOR-PRICE-SOURCE (WS-LINE-SUB)
                 TO INV-PRICE-SOURCE (WS-LINE-SUB)
               MOVE OOR-ENTRY-UOM (WS-LINE-SUB)
                 TO INV-ENTRY-UOM (WS-LINE-SUB)
               MOVE OOR-ENTRY-FACTOR (WS-LINE-SUB)
                 TO INV-ENTRY-FACTOR (WS-LINE-SUB)
               COMPUTE INV-AMOUNT (WS-LINE-SUB) =
                   INV-QUANTITY (WS-LINE-SUB) *
                   INV-UNIT-PRICE (WS-LINE-SUB)
      *
       2330-COMPUTE-DUE-DATE.
      *
      * THE TERMS RUN FROM TODAY'S DAY OF THE MONTH, WHICH A MONTH-END
      * CODE NEEDS BEFORE THE LOOKUP ADJUSTS ITS DAYS.
           MOVE WS-CURRENT-DATE TO WS-DUE-DATE-OUT.
           MOVE WS-DUE-OUT-DD   TO WS-TERMS-START-DD.
           PERFORM 2335-LOOK-UP-CUSTOMER-TERMS.
      *
           IF WS-TERMS-NET-DAYS-FOUND = ZERO
               MOVE WS-CURRENT-DATE TO INV-DUE-DATE
               MOVE WS-DUE-OUT-YYYY TO WS-DUE-YYYY
               MOVE WS-DUE-OUT-MM   TO WS-DUE-MM
               MOVE WS-DUE-OUT-DD   TO WS-DUE-DD
      *        AN INSTALLMENT CODE DUE-DATES THE INVOICE AT ITS FIRST
      *        PAYMENT, WHICH FALLS THE NET DAYS OUT.
               ADD WS-TERMS-NET-DAYS-FOUND TO WS-DUE-DD
               PERFORM 2340-NORMALIZE-DUE-DATE
                   UNTIL WS-DUE-DD NOT > 30
               MOVE WS-DUE-DATE-OUT TO INV-DUE-DATE
           END-IF.
      *
           PERFORM 2350-ROLL-DUE-DATE.
      *
       2335-LOOK-UP-CUSTOMER-TERMS.
      *
           MOVE 'N'  TO WS-TERMS-FOUND-SW.
           MOVE ZERO TO WS-TERMS-NET-DAYS-FOUND
                        WS-TERMS-DISC-DAYS-FOUND
                        WS-TERMS-DISC-RATE-FOUND
                        WS-TERMS-CUTOFF-FOUND
                        WS-TERMS-INSTALLMENTS-FOUND
                        WS-TERMS-INTERVAL-FOUND.
           MOVE SPACE TO WS-TERMS-BASIS-FOUND
                         WS-TERMS-STATUS-FOUND.
      *
           MOVE WS-CM-TERMS-CODE TO TRF-TERMS-CODE.
           EXEC CICS
               READ FILE('TRFFEC')
                    INTO(TERMS-RECORD)
                    RIDFLD(TRF-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y'              TO WS-TERMS-FOUND-SW
               MOVE TRF-NET-DAYS     TO WS-TERMS-NET-DAYS-FOUND
               MOVE TRF-DISC-DAYS    TO WS-TERMS-DISC-DAYS-FOUND
               MOVE TRF-DISC-RATE    TO WS-TERMS-DISC-RATE-FOUND
               MOVE TRF-DUE-BASIS    TO WS-TERMS-BASIS-FOUND
               MOVE TRF-CUTOFF-DAY   TO WS-TERMS-CUTOFF-FOUND
               MOVE TRF-INSTALLMENTS TO WS-TERMS-INSTALLMENTS-FOUND
               MOVE TRF-INSTALL-INTERVAL
                 TO WS-TERMS-INTERVAL-FOUND
               MOVE TRF-STATUS       TO WS-TERMS-STATUS-FOUND
               IF WS-TERMS-MONTH-END
                   PERFORM 2345-APPLY-MONTH-END-BASIS
               END-IF
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2340-NORMALIZE-DUE-DATE.
               SUBTRACT 12 FROM WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
      *
       2345-APPLY-MONTH-END-BASIS.
      *
      * ON ENTRY WS-TERMS-START-DD IS THE DAY OF THE MONTH THE TERMS
      * RUN FROM. A MONTH-END CODE COUNTS ITS DAYS FROM THE END OF
      * THAT MONTH - OR OF THE NEXT ONE, PAST THE CUTOFF DAY - SO THE
      * DAYS TO THE MONTH END ARE ADDED TO THE NET AND DISCOUNT DAYS.
           IF WS-TERMS-START-DD < 30
               COMPUTE WS-TERMS-TO-MONTH-END = 30 - WS-TERMS-START-DD
           ELSE
               MOVE ZERO TO WS-TERMS-TO-MONTH-END
           END-IF.
           IF WS-TERMS-CUTOFF-FOUND > ZERO
                   AND WS-TERMS-START-DD > WS-TERMS-CUTOFF-FOUND
               ADD 30 TO WS-TERMS-TO-MONTH-END
           END-IF.
      *
           ADD WS-TERMS-TO-MONTH-END TO WS-TERMS-NET-DAYS-FOUND.
           IF WS-TERMS-DISC-RATE-FOUND > ZERO
               ADD WS-TERMS-TO-MONTH-END TO WS-TERMS-DISC-DAYS-FOUND
           END-IF.
      *
       2350-ROLL-DUE-DATE.
      *
      * A DUE DATE ON A CLOSED DAY MOVES TO THE NEXT WORKING DAY. A
      * 30/360 DAY PAST THE MONTH END COMES BACK AS A REAL DATE.
           MOVE 'R'          TO BCLDT-FUNCTION.
           MOVE INV-DUE-DATE TO BCLDT-DATE-IN.
           MOVE SPACES       TO BCLDT-DATE-TO.
           EXEC CICS
               LINK PROGRAM('BCLDTFEC')
                    COMMAREA(BCLDT-COMMAREA)
                    LENGTH(LENGTH OF BCLDT-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
           IF BCLDT-DATE-USABLE
               MOVE BCLDT-DATE-OUT TO INV-DUE-DATE
           END-IF.
      *
       2360-APPLY-ON-ACCOUNT-CREDIT.
      *
                         RIDFLD(PBL-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PBLFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
                     FROM(INVOICE-RECORD)
                     RIDFLD(INV-INVOICE-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE RESNM-INV-FILE TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'INVFEC'  TO WS-JRN-FILE-ID
               IF INV-SALES-TAX NOT = ZERO
                   PERFORM 2450-WRITE-TAX-DETAIL-ROW
               END-IF
               IF NOT WS-CM-BASE-CURRENCY
                   PERFORM 2420-WRITE-INVOICE-CURRENCY-ROW
               END-IF
               IF WS-ONACCT-APPLIED > ZERO
                   PERFORM 2500-DRAW-DOWN-CUSTOMER-CREDIT
               END-IF
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2420-WRITE-INVOICE-CURRENCY-ROW.
      *
      *    THE INVOICE ITSELF STAYS IN BASE DOLLARS. THE CURRENCY,
      *    TODAY'S RATE AND THE GROSS IN THE CUSTOMER'S CURRENCY GO
      *    ON IFXFEC BESIDE IT FOR THE DOCUMENT, THE STATEMENT AND
      *    INVPYFEC.
           PERFORM 8960-IFX-OPEN.
      *
           MOVE SPACE               TO INVOICE-CURRENCY-RECORD.
           MOVE INV-INVOICE-NUMBER  TO IFX-INVOICE-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO IFX-CUSTOMER-NUMBER.
           MOVE WS-CM-CURRENCY-CODE TO IFX-CURRENCY-CODE.
           MOVE FXR-RATE            TO IFX-EXCHANGE-RATE.
           MOVE WS-CURRENT-DATE     TO IFX-RATE-DATE.
           COMPUTE IFX-FX-GROSS-AMOUNT ROUNDED =
               (INV-INVOICE-TOTAL + INV-SALES-TAX
                + INV-FREIGHT-AMOUNT) / FXR-RATE.
      *
           EXEC CICS
               WRITE FILE('IFXFEC')
                     FROM(INVOICE-CURRENCY-RECORD)
                     RIDFLD(IFX-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'IFXFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'IFXFEC'  TO WS-JRN-FILE-ID
               MOVE 'W'       TO WS-JRN-OPERATION
               MOVE SPACES    TO JRN-IMAGE
               MOVE INVOICE-CURRENCY-RECORD TO JRN-IMAGE
               PERFORM 7000-WRITE-JOURNAL-ROW
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2450-WRITE-TAX-DETAIL-ROW.
      *
                     FROM(TAX-DETAIL-RECORD)
                     RIDFLD(TXD-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'TXDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
               REWRITE FILE(RESNM-CMF-FILE)
                       FROM(WS-CUSTOMER-MASTER-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE RESNM-CMF-FILE TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'CMFFEC'  TO WS-JRN-FILE-ID
           MOVE EIBTIME             TO PAYH-PAYMENT-TIME.
           MOVE 'ONACCT'            TO PAYH-CHECK-NUMBER.
           MOVE EIBOPID             TO PAYH-OPERATOR-ID.
           MOVE ZERO                TO PAYH-FX-AMOUNT.
      *
           MOVE 'N' TO WS-PAYH-WRITTEN-SW.
           PERFORM 2555-WRITE-ONE-PAYH-ROW
                     FROM(PAYMENT-HISTORY-RECORD)
                     RIDFLD(PAYH-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PAYHFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PAYH-WRITTEN-SW
                           FROM(ON-ACCOUNT-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'OACFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
                         RIDFLD(CBS-CUSTOMER-NUMBER)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'CBSFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
                           FROM(CUSTOMER-BALANCE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'CBSFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
               REWRITE FILE('OORFEC')
                       FROM(OPEN-ORDER-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'OORFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'OORFEC'  TO WS-JRN-FILE-ID
                   MOVE 'N' TO WS-ORDER-COMPLETE-SW
               END-IF
           END-IF.
      *
       2750-RELIEVE-THE-STOCK.
      *
      * THE GOODS ARE LEAVING THE BUILDING NOW - THIS IS WHERE THEY
      * COME OFF ON-HAND AND OFF THE COMMITMENT ORDER ENTRY PLACED.
           IF OOR-SHIP-LOCATION = 2
               MOVE 2 TO WS-SHIP-LOCATION
           ELSE
               MOVE 1 TO WS-SHIP-LOCATION
           END-IF.
      *
           PERFORM 8800-MOV-OPEN.
      *
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 2755-RELIEVE-ONE-LINE-STOCK
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
       2755-RELIEVE-ONE-LINE-STOCK.
      *
           IF INV-PRODUCT-CODE (WS-LINE-SUB) = SPACE
                   OR INV-QUANTITY (WS-LINE-SUB) NOT > ZERO
               CONTINUE
           ELSE
               PERFORM 2760-EXPLODE-KIT-COMPONENTS
               IF NOT WS-IS-KIT
                   MOVE INV-PRODUCT-CODE (WS-LINE-SUB)
                     TO WS-RELIEVE-CODE
                   MOVE INV-QUANTITY (WS-LINE-SUB) TO WS-RELIEVE-QTY
                   PERFORM 2770-RELIEVE-ONE-PRODUCT
               END-IF
           END-IF.
      *
       2760-EXPLODE-KIT-COMPONENTS.
      *
      * A KIT PARENT IS NEVER STOCKED - ORDER ENTRY COMMITTED ITS
      * COMPONENTS, SO THE COMPONENTS ARE WHAT SHIP.
           MOVE 'N' TO WS-KIT-SW.
           MOVE 'N' TO WS-KIT-EOF-SW.
           MOVE INV-PRODUCT-CODE (WS-LINE-SUB) TO KIT-PARENT-CODE.
           MOVE ZERO TO KIT-COMPONENT-SEQ.
      *
           EXEC CICS
               STARTBR FILE('KITFEC')
                       RIDFLD(KIT-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-KIT-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2765-RELIEVE-ONE-COMPONENT
                   UNTIL WS-KIT-EOF
               EXEC CICS
                   ENDBR FILE('KITFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       2765-RELIEVE-ONE-COMPONENT.
      *
           EXEC CICS
               READNEXT FILE('KITFEC')
                        INTO(KIT-COMPONENT-RECORD)
                        RIDFLD(KIT-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-KIT-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF KIT-PARENT-CODE
                   NOT = INV-PRODUCT-CODE (WS-LINE-SUB)
               MOVE 'Y' TO WS-KIT-EOF-SW
           ELSE
               MOVE 'Y' TO WS-KIT-SW
               MOVE KIT-COMPONENT-CODE TO WS-RELIEVE-CODE
               COMPUTE WS-RELIEVE-QTY =
                   KIT-QTY-PER-KIT * INV-QUANTITY (WS-LINE-SUB)
               PERFORM 2770-RELIEVE-ONE-PRODUCT
           END-IF.
      *
       2770-RELIEVE-ONE-PRODUCT.
      *
           EXEC CICS
               READ FILE('PRDFEC')
                    INTO(PRD-RECORD)
                    RIDFLD(WS-RELIEVE-CODE)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           SUBTRACT WS-RELIEVE-QTY
               FROM PRD-QTY-LOCATION (WS-SHIP-LOCATION).
           SUBTRACT WS-RELIEVE-QTY FROM PRD-QUANTITY-ON-HAND.
      *
      *    ONLY THE IN-STOCK PORTION WAS COMMITTED AT ENTRY - A
      *    QUANTITY BEYOND IT CANNOT DRIVE THE COMMITMENT NEGATIVE.
           IF WS-RELIEVE-QTY > PRD-QTY-COMMITTED (WS-SHIP-LOCATION)
               MOVE ZERO TO PRD-QTY-COMMITTED (WS-SHIP-LOCATION)
           ELSE
               SUBTRACT WS-RELIEVE-QTY
                   FROM PRD-QTY-COMMITTED (WS-SHIP-LOCATION)
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('PRDFEC')
                       FROM(PRD-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PRDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           PERFORM 2780-WRITE-MOVEMENT-ROW.
      *
       2780-WRITE-MOVEMENT-ROW.
      *
           MOVE SPACE                  TO MOVEMENT-RECORD.
           MOVE WS-RELIEVE-CODE        TO MOV-PRODUCT-CODE.
           MOVE WS-CURRENT-DATE        TO MOV-MOVEMENT-DATE.
           MOVE EIBTIME                TO MOV-MOVEMENT-TIME.
           MOVE EIBTASKN               TO MOV-TASK-NUMBER.
           MOVE 1                      TO MOV-LINE-SEQ.
           MOVE 'S'                    TO MOV-TYPE.
           COMPUTE MOV-QUANTITY = WS-RELIEVE-QTY * -1.
           MOVE EIBOPID                TO MOV-OPERATOR-ID.
           MOVE WS-NEXT-INVOICE-NUMBER TO MOV-REFERENCE.
      *
           MOVE 'N' TO WS-MOV-WRITTEN-SW.
           PERFORM 2785-WRITE-ONE-MOVEMENT-ROW
               UNTIL WS-MOV-WRITTEN
                  OR MOV-LINE-SEQ > 99.
      *
       2785-WRITE-ONE-MOVEMENT-ROW.
      *
           EXEC CICS
               WRITE FILE('INVMVFEC')
                     FROM(MOVEMENT-RECORD)
                     RIDFLD(MOV-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'INVMVFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-MOV-WRITTEN-SW
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                OR WS-RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO MOV-LINE-SEQ
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2800-RELIEVE-THE-LOTS.
      *
           MOVE ZERO TO WS-DOC-LOT-COUNT.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 2810-RELIEVE-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               CONTINUE
           ELSE
               MOVE INV-QUANTITY (WS-LINE-SUB) TO WS-LOT-REMAINING
               MOVE 'N' TO WS-LOT-EOF-SW
               PERFORM 2820-RELIEVE-FROM-ONE-LOT
                   UNTIL WS-LOT-REMAINING NOT > ZERO
      *
       2820-RELIEVE-FROM-ONE-LOT.
      *
      * FIND THE LOT OF THIS PRODUCT TO SHIP FROM NEXT, THEN TAKE
      * WHAT IS STILL NEEDED FROM IT UNDER READ UPDATE. THE BROWSE IS
      * ENDED BEFORE THE UPDATE SO THE TWO NEVER OVERLAP.
           PERFORM 2830-FIND-NEXT-OPEN-LOT.
           IF WS-LOT-FOUND
               MOVE INV-PRODUCT-CODE (WS-LINE-SUB)
                 TO LOT-PRODUCT-CODE
               MOVE WS-LOT-CHOSEN-NUMBER TO LOT-NUMBER
               EXEC CICS
                   READ FILE('LOTFEC')
                        INTO(LOT-BALANCE-RECORD)
                           FROM(LOT-BALANCE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'LOTFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
      *
       2830-FIND-NEXT-OPEN-LOT.
      *
      * FIRST EXPIRED, FIRST OUT: BROWSE EVERY LOT OF THE PRODUCT AND
      * CHOOSE THE UNEXPIRED ONE WITH STOCK THAT EXPIRES SOONEST. A LOT
      * WITH NO EXPIRATION DATE SORTS AFTER EVERY DATED LOT; TIES GO
      * TO KEY ORDER. AN EXPIRED LOT IS NEVER CHOSEN.
           MOVE 'N' TO WS-LOT-FOUND-SW.
           MOVE 'N' TO WS-LOT-SCAN-END-SW.
           MOVE HIGH-VALUES TO WS-LOT-CHOSEN-EXPIRY.
           MOVE INV-PRODUCT-CODE (WS-LINE-SUB) TO LOT-PRODUCT-CODE.
           MOVE LOW-VALUES                     TO LOT-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('LOTFEC')
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2840-SCAN-ONE-LOT-ROW
                   UNTIL WS-LOT-SCAN-END
               EXEC CICS
                   ENDBR FILE('LOTFEC')
                         RESP(WS-RESPONSE-CODE)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
           IF NOT WS-LOT-FOUND
               MOVE 'Y' TO WS-LOT-EOF-SW
           END-IF.
      *
       2840-SCAN-ONE-LOT-ROW.
      *
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-LOT-SCAN-END-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF LOT-PRODUCT-CODE
                   NOT = INV-PRODUCT-CODE (WS-LINE-SUB)
               MOVE 'Y' TO WS-LOT-SCAN-END-SW
           ELSE IF LOT-QTY-ON-HAND NOT > ZERO
               CONTINUE
           ELSE
               PERFORM 2845-RANK-ONE-LOT
           END-IF.
      *
       2845-RANK-ONE-LOT.
      *
           IF LOT-EXPIRATION-DATE = SPACE OR LOW-VALUE
               MOVE '99999999' TO WS-LOT-SORT-EXPIRY
           ELSE
               MOVE LOT-EXPIRATION-DATE TO WS-LOT-SORT-EXPIRY
           END-IF.
      *
           IF WS-LOT-SORT-EXPIRY < WS-CURRENT-DATE
               CONTINUE
           ELSE IF WS-LOT-SORT-EXPIRY < WS-LOT-CHOSEN-EXPIRY
               MOVE WS-LOT-SORT-EXPIRY TO WS-LOT-CHOSEN-EXPIRY
               MOVE LOT-NUMBER         TO WS-LOT-CHOSEN-NUMBER
               MOVE 'Y'                TO WS-LOT-FOUND-SW
           END-IF.
      *
       2850-WRITE-LOT-USAGE-ROW.
                     FROM(LOT-USAGE-RECORD)
                     RIDFLD(LTU-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'LTUFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               CONTINUE
                           FROM(LOT-USAGE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'LTUFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
      *    A RELEASE DRAWING ON MORE LOTS THAN THE TABLE HOLDS STILL
      *    SHIPS - THE PACKING LIST SIMPLY LISTS THE FIRST THIRTY.
           IF WS-DOC-LOT-COUNT < 30
               ADD 1 TO WS-DOC-LOT-COUNT
               MOVE WS-LINE-SUB TO WS-DOC-LOT-LINE (WS-DOC-LOT-COUNT)
               MOVE LOT-NUMBER  TO WS-DOC-LOT-NUMBER (WS-DOC-LOT-COUNT)
               MOVE WS-LOT-TAKE TO WS-DOC-LOT-QTY (WS-DOC-LOT-COUNT)
           END-IF.
      *
       2900-WRITE-TRACKING-ROW.
      *
                     FROM(SHIPMENT-TRACKING-RECORD)
                     RIDFLD(TRK-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'TRKFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               CONTINUE
                           FROM(SHIPMENT-TRACKING-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'TRKFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
                             RIDFLD(LSP-KEY)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'LSPFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
               ELSE IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE INV-UNIT-PRICE (WS-LINE-SUB)
                     TO LSP-LAST-PRICE
                               FROM(LAST-SALE-RECORD)
                               RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'LSPFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
               END-IF
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       2980-MARK-PICK-USED.
      *
           PERFORM 8900-PKC-OPEN.
      *
           EXEC CICS
               READ FILE('PKCFEC')
                    INTO(PICK-CONFIRMATION-RECORD)
                    RIDFLD(OOR-ORDER-NUMBER)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               NEXT SENTENCE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               MOVE 'U' TO PKC-STATUS
               EXEC CICS
                   REWRITE FILE('PKCFEC')
                           FROM(PICK-CONFIRMATION-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PKCFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       2990-WRITE-SHIP-NOTICE.
      *
      * ONE H ROW FOR THE TRUCK, THEN ONE D ROW PER LOT PER SHIPPED
      * LINE FROM THE LOTS 2850 NOTED. WS-SHIP-WEIGHT AND THE
      * TRACKING NUMBER ARE THE ONES 2900 JUST PUT ON TRKFEC.
           PERFORM 8950-ASN-OPEN.
      *
           MOVE EIBTIME TO WS-ASN-SHIP-TIME.
           MOVE SPACE                TO ADVANCE-SHIP-NOTICE-RECORD.
           MOVE OOR-ORDER-NUMBER     TO ASN-ORDER-NUMBER.
           MOVE WS-CURRENT-DATE      TO ASN-SHIP-DATE.
           MOVE WS-ASN-SHIP-TIME     TO ASN-SHIP-TIME.
           MOVE ZERO                 TO ASN-SEQUENCE.
           MOVE 'H'                  TO ASN-RECORD-TYPE.
           MOVE OOR-CUSTOMER-NUMBER  TO ASN-CUSTOMER-NUMBER.
           MOVE OOR-PO-NUMBER        TO ASN-PO-NUMBER.
           IF WS-CONSOLIDATED
               MOVE ZERO               TO ASN-INVOICE-NUMBER
           ELSE
               MOVE INV-INVOICE-NUMBER TO ASN-INVOICE-NUMBER
           END-IF.
           MOVE INV-SHIP-VIA         TO ASN-SHIP-VIA.
           IF TRKNOL NOT = ZERO AND TRKNOI NOT = SPACE
               MOVE TRKNOI TO ASN-TRACKING-NUMBER
           END-IF.
           MOVE WS-SHIP-WEIGHT       TO ASN-WEIGHT.
           MOVE ZERO                 TO ASN-QUANTITY
                                        ASN-ENTRY-FACTOR.
           PERFORM 2998-WRITE-ONE-ASN-ROW.
      *
           MOVE ZERO TO WS-ASN-NEXT-SEQUENCE.
           PERFORM 2992-NOTICE-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
       2992-NOTICE-ONE-LINE.
      *
           IF INV-PRODUCT-CODE (WS-LINE-SUB) = SPACE
                   OR INV-QUANTITY (WS-LINE-SUB) NOT > ZERO
               CONTINUE
           ELSE
               MOVE 'D' TO ASN-RECORD-TYPE
               MOVE INV-PRODUCT-CODE (WS-LINE-SUB) TO ASN-PRODUCT-CODE
               MOVE INV-ENTRY-UOM (WS-LINE-SUB)    TO ASN-ENTRY-UOM
               MOVE INV-ENTRY-FACTOR (WS-LINE-SUB) TO ASN-ENTRY-FACTOR
               MOVE ZERO TO WS-ASN-LOT-QTY
               PERFORM 2994-NOTICE-ONE-LOT
                   VARYING WS-DOC-LOT-SUB FROM 1 BY 1
                   UNTIL WS-DOC-LOT-SUB > WS-DOC-LOT-COUNT
      *        A LINE WITH NO LOTS - OR MORE LOTS THAN THE TABLE
      *        NOTED - STILL ACCOUNTS FOR EVERY PIECE ON THE TRUCK.
               IF WS-ASN-LOT-QTY < INV-QUANTITY (WS-LINE-SUB)
                   MOVE SPACES TO ASN-LOT-NUMBER
                   COMPUTE ASN-QUANTITY =
                       INV-QUANTITY (WS-LINE-SUB) - WS-ASN-LOT-QTY
                   PERFORM 2996-WRITE-ONE-DETAIL
               END-IF
           END-IF.
      *
       2994-NOTICE-ONE-LOT.
      *
           IF WS-DOC-LOT-LINE (WS-DOC-LOT-SUB) = WS-LINE-SUB
               MOVE WS-DOC-LOT-NUMBER (WS-DOC-LOT-SUB)
                 TO ASN-LOT-NUMBER
               MOVE WS-DOC-LOT-QTY (WS-DOC-LOT-SUB) TO ASN-QUANTITY
               ADD WS-DOC-LOT-QTY (WS-DOC-LOT-SUB) TO WS-ASN-LOT-QTY
               PERFORM 2996-WRITE-ONE-DETAIL
           END-IF.
      *
       2996-WRITE-ONE-DETAIL.
      *
           ADD 1 TO WS-ASN-NEXT-SEQUENCE.
           MOVE WS-ASN-NEXT-SEQUENCE TO ASN-SEQUENCE.
           PERFORM 2998-WRITE-ONE-ASN-ROW.
      *
       2998-WRITE-ONE-ASN-ROW.
      *
           EXEC CICS
               WRITE FILE('ASNFEC')
                     FROM(ADVANCE-SHIP-NOTICE-RECORD)
                     RIDFLD(ASN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'ASNFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3000-SPOOL-PACKING-LIST.
      *
      * ONE PACKING LIST PER RELEASE, KEYED BY THE INVOICE NUMBER
      * (THE ORDER NUMBER FOR A PARKED RELEASE) AND THE TIME OF THE
      * RELEASE SO A SECOND TRUCK NEVER OVERLAYS THE FIRST. NO PRICE
      * GOES ON IT - IT TRAVELS IN THE BOX.
           MOVE EIBTIME TO WS-SPL-TIME.
           MOVE SPACES  TO SPOOL-RECORD.
           STRING 'PK'               DELIMITED BY SIZE
                  INV-INVOICE-NUMBER DELIMITED BY SIZE
               INTO SPL-REPORT-ID.
           MOVE WS-CURRENT-DATE TO SPL-RUN-DATE.
           MOVE WS-SPL-TIME     TO SPL-RUN-TIME.
           MOVE 1               TO SPL-PAGE-NUMBER.
           MOVE ZERO            TO SPL-LINE-NUMBER.
      *
           PERFORM 3050-FIND-THE-SHIP-TO.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           STRING 'PACKING LIST  SHIPMENT ' DELIMITED BY SIZE
                  INV-INVOICE-NUMBER        DELIMITED BY SIZE
                  '  ORDER '                DELIMITED BY SIZE
                  OOR-ORDER-NUMBER          DELIMITED BY SIZE
                  '  SHIPPED '              DELIMITED BY SIZE
                  WS-CURRENT-DATE           DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           STRING 'CUSTOMER '         DELIMITED BY SIZE
                  OOR-CUSTOMER-NUMBER DELIMITED BY SIZE
                  '  YOUR PO '        DELIMITED BY SIZE
                  OOR-PO-NUMBER       DELIMITED BY SIZE
                  '  SHIP VIA '       DELIMITED BY SIZE
                  INV-SHIP-VIA        DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
           PERFORM 3060-SPOOL-SHIP-TO-LINES.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           MOVE 'PRODUCT     DESCRIPTION            SHIPPED  LOT'
             TO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
           MOVE ZERO TO WS-DOC-PIECES.
           PERFORM 3010-SPOOL-ONE-SHIPPED-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
           MOVE 'N' TO WS-DOC-BACKORDER-SW.
           PERFORM 3030-SPOOL-ONE-BACKORDER-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           MOVE WS-DOC-PIECES TO WS-DOC-QTY-EDIT.
           STRING 'TOTAL PIECES SHIPPED ' DELIMITED BY SIZE
                  WS-DOC-QTY-EDIT         DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
       3010-SPOOL-ONE-SHIPPED-LINE.
      *
           IF INV-PRODUCT-CODE (WS-LINE-SUB) = SPACE
                   OR INV-QUANTITY (WS-LINE-SUB) NOT > ZERO
               CONTINUE
           ELSE
               ADD INV-QUANTITY (WS-LINE-SUB) TO WS-DOC-PIECES
               PERFORM 3020-GET-LINE-DESCRIPTION
               MOVE SPACES TO WS-SPL-PRINT-LINE
               MOVE INV-PRODUCT-CODE (WS-LINE-SUB)
                 TO WS-SPL-PRINT-LINE (1:10)
               MOVE PRD-PRODUCT-DESCRIPTION
                 TO WS-SPL-PRINT-LINE (13:20)
               MOVE INV-QUANTITY (WS-LINE-SUB) TO WS-DOC-QTY-EDIT
               MOVE WS-DOC-QTY-EDIT TO WS-SPL-PRINT-LINE (35:8)
               PERFORM 3900-WRITE-ONE-DOC-LINE
               PERFORM 3015-SPOOL-ONE-LOT-LINE
                   VARYING WS-DOC-LOT-SUB FROM 1 BY 1
                   UNTIL WS-DOC-LOT-SUB > WS-DOC-LOT-COUNT
           END-IF.
      *
       3015-SPOOL-ONE-LOT-LINE.
      *
           IF WS-DOC-LOT-LINE (WS-DOC-LOT-SUB) = WS-LINE-SUB
               MOVE SPACES TO WS-SPL-PRINT-LINE
               MOVE WS-DOC-LOT-QTY (WS-DOC-LOT-SUB) TO WS-DOC-QTY-EDIT
               MOVE WS-DOC-QTY-EDIT TO WS-SPL-PRINT-LINE (35:8)
               MOVE WS-DOC-LOT-NUMBER (WS-DOC-LOT-SUB)
                 TO WS-SPL-PRINT-LINE (45:10)
               PERFORM 3900-WRITE-ONE-DOC-LINE
           END-IF.
      *
       3020-GET-LINE-DESCRIPTION.
      *
           EXEC CICS
               READ FILE('PRDFEC')
                    INTO(PRD-RECORD)
                    RIDFLD(OOR-PRODUCT-CODE (WS-LINE-SUB))
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACES TO PRD-PRODUCT-DESCRIPTION
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
      *    THE ORDER WAS REWRITTEN BY 2700, SO WHAT IS STILL SHORT
      *    OF ORDERED AFTER THIS TRUCK IS WHAT FOLLOWS ON A LATER ONE.
       3030-SPOOL-ONE-BACKORDER-LINE.
      *
           IF OOR-PRODUCT-CODE (WS-LINE-SUB) = SPACE
               CONTINUE
           ELSE
               COMPUTE WS-DOC-BACKORDER-QTY =
                   OOR-QTY-ORDERED (WS-LINE-SUB)
                   - OOR-QTY-SHIPPED (WS-LINE-SUB)
               IF WS-DOC-BACKORDER-QTY > ZERO
                   IF NOT WS-DOC-ANY-BACKORDER
                       MOVE 'Y' TO WS-DOC-BACKORDER-SW
                       MOVE SPACES TO WS-SPL-PRINT-LINE
                       MOVE 'STILL BACKORDERED - TO FOLLOW'
                         TO WS-SPL-PRINT-LINE
                       PERFORM 3900-WRITE-ONE-DOC-LINE
                   END-IF
                   PERFORM 3020-GET-LINE-DESCRIPTION
                   MOVE SPACES TO WS-SPL-PRINT-LINE
                   MOVE OOR-PRODUCT-CODE (WS-LINE-SUB)
                     TO WS-SPL-PRINT-LINE (1:10)
                   MOVE PRD-PRODUCT-DESCRIPTION
                     TO WS-SPL-PRINT-LINE (13:20)
                   MOVE WS-DOC-BACKORDER-QTY TO WS-DOC-QTY-EDIT
                   MOVE WS-DOC-QTY-EDIT TO WS-SPL-PRINT-LINE (35:8)
                   PERFORM 3900-WRITE-ONE-DOC-LINE
               END-IF
           END-IF.
      *
      *    THE SAME ORDER OF PRECEDENCE THE TAX FOLLOWS: THE ORDER'S
      *    SHTFEC LOCATION, THEN THE CM-SHIPTO GROUP, THEN THE BILL-TO.
       3050-FIND-THE-SHIP-TO.
      *
           MOVE 'N' TO WS-SHT-FOUND-SW.
           IF OOR-SHIPTO-CODE NOT = SPACES
               PERFORM 2316-GET-SHIPTO-LOCATION
           END-IF.
      *
           MOVE SPACES TO WS-SHIPTO-LINES.
           IF WS-SHT-FOUND
               MOVE SHT-SHIPTO-NAME     TO WS-SHIPTO-NAME
               MOVE SHT-SHIPTO-ADDRESS  TO WS-SHIPTO-ADDRESS
               MOVE SHT-SHIPTO-CITY     TO WS-SHIPTO-CITY
               MOVE SHT-SHIPTO-STATE    TO WS-SHIPTO-STATE
               MOVE SHT-SHIPTO-ZIP-CODE TO WS-SHIPTO-ZIP-CODE
           ELSE IF WS-CM-SHIPTO-ADDRESS NOT = SPACES
               STRING WS-CM-FIRST-NAME DELIMITED BY '  '
                      ' '              DELIMITED BY SIZE
                      WS-CM-LAST-NAME  DELIMITED BY '  '
                   INTO WS-SHIPTO-NAME
               MOVE WS-CM-SHIPTO-ADDRESS  TO WS-SHIPTO-ADDRESS
               MOVE WS-CM-SHIPTO-CITY     TO WS-SHIPTO-CITY
               MOVE WS-CM-SHIPTO-STATE    TO WS-SHIPTO-STATE
               MOVE WS-CM-SHIPTO-ZIP-CODE TO WS-SHIPTO-ZIP-CODE
           ELSE
               STRING WS-CM-FIRST-NAME DELIMITED BY '  '
                      ' '              DELIMITED BY SIZE
                      WS-CM-LAST-NAME  DELIMITED BY '  '
                   INTO WS-SHIPTO-NAME
               MOVE WS-CM-ADDRESS  TO WS-SHIPTO-ADDRESS
               MOVE WS-CM-CITY     TO WS-SHIPTO-CITY
               MOVE WS-CM-STATE    TO WS-SHIPTO-STATE
               MOVE WS-CM-ZIP-CODE TO WS-SHIPTO-ZIP-CODE
           END-IF.
      *
       3060-SPOOL-SHIP-TO-LINES.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           STRING 'SHIP TO  '    DELIMITED BY SIZE
                  WS-SHIPTO-NAME DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           STRING '         '        DELIMITED BY SIZE
                  WS-SHIPTO-ADDRESS  DELIMITED BY '  '
                  ' '                DELIMITED BY SIZE
                  WS-SHIPTO-CITY     DELIMITED BY '  '
                  ' '                DELIMITED BY SIZE
                  WS-SHIPTO-STATE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-SHIPTO-ZIP-CODE DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
      *    THE SERVICE TYPE RIDES EVERY ZONE ROW OF A CARRIER - THE
      *    FIRST ROW OF THE CODE ANSWERS. NO SHIP-VIA, OR A CARRIER
      *    NOT ON FILE, SHIPS AS PARCEL.
       3200-CHECK-FOR-LTL.
      *
           MOVE 'N' TO WS-LTL-SW.
           MOVE SPACES TO CAR-CARRIER-NAME.
           IF INV-SHIP-VIA = SPACES
               NEXT SENTENCE
           ELSE
               MOVE INV-SHIP-VIA TO CAR-CARRIER-CODE
               MOVE ZERO         TO CAR-ZONE
               EXEC CICS
                   STARTBR FILE('CARFEC')
                           RIDFLD(CAR-KEY)
                           GTEQ
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   NEXT SENTENCE
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE
                   PERFORM 3210-READ-FIRST-CARRIER-ROW
               END-IF
           END-IF.
      *
       3210-READ-FIRST-CARRIER-ROW.
      *
           EXEC CICS
               READNEXT FILE('CARFEC')
                        INTO(CARRIER-RATE-RECORD)
                        RIDFLD(CAR-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF CAR-CARRIER-CODE = INV-SHIP-VIA
                       AND CAR-SERVICE-LTL
                   MOVE 'Y' TO WS-LTL-SW
               END-IF
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           EXEC CICS
               ENDBR FILE('CARFEC')
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3300-SPOOL-BILL-OF-LADING.
      *
      * THE DRIVER'S COPY. WEIGHT IS THE RELEASE WEIGHT 2900 SUMMED
      * FROM PRD-UNIT-WEIGHT; PIECES ARE THE UNITS 3000 COUNTED.
           MOVE SPACES  TO SPOOL-RECORD.
           STRING 'BL'               DELIMITED BY SIZE
                  INV-INVOICE-NUMBER DELIMITED BY SIZE
               INTO SPL-REPORT-ID.
           MOVE WS-CURRENT-DATE TO SPL-RUN-DATE.
           MOVE WS-SPL-TIME     TO SPL-RUN-TIME.
           MOVE 1               TO SPL-PAGE-NUMBER.
           MOVE ZERO            TO SPL-LINE-NUMBER.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           STRING 'BILL OF LADING  SHIPMENT ' DELIMITED BY SIZE
                  INV-INVOICE-NUMBER          DELIMITED BY SIZE
                  '  ORDER '                  DELIMITED BY SIZE
                  OOR-ORDER-NUMBER            DELIMITED BY SIZE
                  '  SHIPPED '                DELIMITED BY SIZE
                  WS-CURRENT-DATE             DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           STRING 'CARRIER  '      DELIMITED BY SIZE
                  CAR-CARRIER-CODE DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CAR-CARRIER-NAME DELIMITED BY SIZE
                  '  PRO/TRACKING ' DELIMITED BY SIZE
                  TRK-TRACKING-NUMBER DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
           PERFORM 3060-SPOOL-SHIP-TO-LINES.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           STRING 'CUSTOMER '         DELIMITED BY SIZE
                  OOR-CUSTOMER-NUMBER DELIMITED BY SIZE
                  '  PO '             DELIMITED BY SIZE
                  OOR-PO-NUMBER       DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           MOVE WS-DOC-PIECES  TO WS-DOC-QTY-EDIT.
           MOVE WS-SHIP-WEIGHT TO WS-DOC-WEIGHT-EDIT.
           STRING 'PIECES '          DELIMITED BY SIZE
                  WS-DOC-QTY-EDIT    DELIMITED BY SIZE
                  '  TOTAL WEIGHT '  DELIMITED BY SIZE
                  WS-DOC-WEIGHT-EDIT DELIMITED BY SIZE
                  ' LBS'             DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           MOVE 'RECEIVED BY DRIVER ____________________  DATE ________'
             TO WS-SPL-PRINT-LINE.
           PERFORM 3900-WRITE-ONE-DOC-LINE.
      *
       3500-SET-DOCUMENT-MESSAGE.
      *
           IF WS-CONSOLIDATED
               IF WS-SHIP-IS-LTL
                   MOVE 'Release parked - packing list and bill of ladin
      -                 'g spooled.' TO MESSAGEO
               ELSE
                   MOVE 'Release parked for monthly billing - packing li
      -                 'st spooled.' TO MESSAGEO
               END-IF
           ELSE
               IF WS-SHIP-IS-LTL
                   MOVE 'Shipment invoiced - packing list and bill of la
      -                 'ding spooled.' TO MESSAGEO
               ELSE
                   MOVE 'Shipment invoiced - packing list spooled.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
      *    A DOCUMENT RUNS ON TO A NEW PAGE EVERY 16 LINES - THE MOST
      *    RPTVWFEC SHOWS AT ONCE.
       3900-WRITE-ONE-DOC-LINE.
      *
           IF SPL-LINE-NUMBER NOT < 16
               ADD 1 TO SPL-PAGE-NUMBER
               MOVE ZERO TO SPL-LINE-NUMBER
           END-IF.
           ADD 1 TO SPL-LINE-NUMBER.
           MOVE WS-SPL-PRINT-LINE TO SPL-PRINT-LINE.
      *
           EXEC CICS
               WRITE FILE('SPLFEC')
                     FROM(SPOOL-RECORD)
                     RIDFLD(SPL-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'SPLFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       7000-WRITE-JOURNAL-ROW.
      *
                     FROM(JOURNAL-RECORD)
                     RIDFLD(JRN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'JRNFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-JRN-WRITTEN-SW
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8800-MOV-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=INVMVFEC'               TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('INVMVFEC')
                   OPENSTATUS(WS-MOV-OPEN-STATUS)
                   ENABLESTATUS(WS-MOV-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-MOV-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=INVMVFEC'           TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('INVMVFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-MOV-OPEN
           ELSE IF WS-MOV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8900-PKC-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=PKCFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('PKCFEC')
                   OPENSTATUS(WS-PKC-OPEN-STATUS)
                   ENABLESTATUS(WS-PKC-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-PKC-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=PKCFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('PKCFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-PKC-OPEN
           ELSE IF WS-PKC-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8950-ASN-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=ASNFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('ASNFEC')
                   OPENSTATUS(WS-ASN-OPEN-STATUS)
                   ENABLESTATUS(WS-ASN-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-ASN-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=ASNFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('ASNFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-ASN-OPEN
           ELSE IF WS-ASN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8960-IFX-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=IFXFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('IFXFEC')
                   OPENSTATUS(WS-IFX-OPEN-STATUS)
                   ENABLESTATUS(WS-IFX-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-IFX-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=IFXFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('IFXFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-IFX-OPEN
           ELSE IF WS-IFX-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8300-SEND-TERMINATION-MSG.
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
           MOVE 'SHPCFFEC' TO USG-PROGRAM-NAME.
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
