      *                 OFF ON-HAND (WITH ITS LEDGER ROW) WHEN
      *                 BKRLFEC RELEASES IT, SO ON-HAND IS PHYSICAL
      *                 STOCK AND A RELEASE NO LONGER DOUBLE-COUNTS.
      *2026-10-11  DAO  RESERVE, DO NOT RELIEVE: AN ENTERED LINE NOW
      *                 ADDS ITS IN-STOCK PORTION TO THE SHIP-FROM
      *                 LOCATION'S PRD-QTY-COMMITTED AND LEAVES
      *                 ON-HAND ALONE - SHPCFFEC RELIEVES ON-HAND,
      *                 COMMITTED, AND WRITES THE TYPE-S LEDGER ROW
      *                 WHEN THE TRUCK ACTUALLY LEAVES. THE SHORT
      *                 TEST, THE BACKORDER SPLIT, AND THE SUBSTITUTE
      *                 OFFER ALL WORK FROM AVAILABLE-TO-PROMISE
      *                 (LOCATION ON-HAND LESS COMMITTED), AND THE
      *                 LINE EDIT SHOWS ON-HAND, COMMITTED, AND
      *                 AVAILABLE-TO-PROMISE BESIDE EVERY KEYED LINE.
      *2026-10-15  DAO  EACH LINE TAKES A UNIT OF MEASURE (NEW UOMI
      *                 MAP FIELD) - BLANK OR THE STOCKING UNIT IS ONE,
      *                 ANY OTHER MUST BE ON UOMFEC. THE QUANTITY IS
      *                 CONVERTED TO STOCKING UNITS BEFORE THE
      *                 AVAILABILITY TEST AND PRICING, THE UNIT AND
      *                 PACK SIZE RIDE ON THE INVOICE AND ORDER LINES,
      *                 AND THE ACKNOWLEDGMENT PRINTS IN THE KEYED UNIT.
      *2026-10-15  DAO  HONOUR THE PRODUCT LIFECYCLE STATUS. A BLOCKED
      *                 PRODUCT IS REFUSED. A DISCONTINUED ONE IS
      *                 REFUSED AND ITS SUBFEC SUBSTITUTE KEYED INTO
      *                 THE LINE IN ITS PLACE. A PHASE-OUT LINE MAY
      *                 NOT EXCEED AVAILABLE-TO-PROMISE, SINCE IT WILL
      *                 NEVER BE REORDERED. A SUBSTITUTE THAT IS
      *                 ITSELF DISCONTINUED OR BLOCKED IS NOT OFFERED.
      *2026-10-15  DAO  APPLY THE LOWEST PMOFEC PROMOTION IN FORCE FOR
      *                 THE PRODUCT OR ITS CATEGORY (CUSTOMER AND REP
      *                 LIMITS MET) WHEN IT BEATS THE LINE'S BREAK,
      *                 CONTRACT, OR MASTER PRICE; FLAG SUCH LINES P.
      *2026-10-15  DAO  STOP ONCE ON A SHORT LINE WITH NO SUBSTITUTE SO
      *                 THE CUSTOMER CAN TAKE OR DECLINE THE BACKORDER,
      *                 AND WRITE AN LSTFEC LOST-SALE ROW WHEN A LINE
      *                 STOPPED AS SHORT OR REFUSED COMES BACK CLEARED
      *                 OR CUT - THE STOPPED LINES RIDE IN THE COMMAREA.
      *2026-10-15  DAO  DUE-DATE FROM THE TRFFEC TERMS FILE INSTEAD OF
      *                 THE COMPILED TRMFEC TABLE, COUNTING MONTH-END
      *                 (EOM/PROX) TERMS FROM THE MONTH END.
      *2026-10-15  DAO  ROLL THE DUE DATE ONTO A WORKING DAY THROUGH
      *                 BCLDTFEC, REFUSE A REQUESTED SHIP DATE ON A
      *                 CLOSED DAY, AND DEFAULT A BLANK ONE TO THE
      *                 FIRST WORKING DAY FROM TODAY.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *
       ENVIRONMENT DIVISION.
      *
               88 WS-BKO-CLOSED-88                  VALUE 'Y'.
           05 WS-BKO-OPEN-STATUS               PIC S9(8) COMP VALUE 0.
           05 WS-BKO-ENABLE-STATUS             PIC S9(8) COMP VALUE 0.
      *
       01 WS-UOM-FILE-STATUS-INFO.
           05 WS-UOM-OPEN                     PIC X.
               88 WS-UOM-OPEN-88                    VALUE 'Y'.
               88 WS-UOM-CLOSED-88                  VALUE 'Y'.
           05 WS-UOM-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-UOM-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-LST-FILE-STATUS-INFO.
           05 WS-LST-OPEN                     PIC X.
               88 WS-LST-OPEN-88                    VALUE 'Y'.
               88 WS-LST-CLOSED-88                  VALUE 'Y'.
           05 WS-LST-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-LST-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-OPEN-BALANCE                     PIC S9(09)V99 VALUE 0.
       01 WS-PROJECTED-BALANCE                PIC S9(09)V99 VALUE 0.
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
               88  CA-DUP-PO-WARNED            VALUE 'D'.
           05  CA-LAST-PRICE-SW            PIC X.
               88  CA-LAST-PRICE-SHOWN         VALUE 'L'.
      * EACH LINE THE LAST SCREEN STOPPED ON AS SHORT OR REFUSED -
      * WHAT WAS ASKED FOR AND WHY - SO THE NEXT ENTER CAN TELL A
      * LINE THE CUSTOMER DECLINED AND RECORD IT ON LSTFEC.
           05  CA-OFFER-TABLE.
               10  CA-OFFER-ENTRY          OCCURS 10 TIMES.
                   15  CA-OFFER-PRODUCT    PIC X(10).
                   15  CA-OFFER-QTY        PIC S9(07).
                   15  CA-OFFER-REASON     PIC X(01).
      *
       COPY LKUPCOM.
      *
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       COPY CMFFEC.
      *
       COPY SHTFEC.
      *
       COPY PRDFEC.
      *
       COPY UOMFEC.
      *
       COPY INVOICE.
      *
       COPY CBSFEC.
      *
       COPY SUBFEC.
      *
       COPY KITFEC.
      *
       COPY CPXFEC.
      *
       COPY LSPFEC.
      *
       COPY LSTFEC.
      *
       01  WS-LAST-PRICE-EDIT              PIC ZZZ,ZZ9.99.
       01  WS-LAST-QTY-EDIT                PIC ZZZZZZ9.
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
       COPY OORFEC.
      *
       01  WS-SPL-TIME                     PIC 9(06)  VALUE 0.
       01  WS-ACK-AMOUNT-EDIT              PIC ZZZ,ZZ9.99-.
       01  WS-ACK-QTY-EDIT                 PIC ZZZZZZ9-.
       01  WS-ACK-QTY                      PIC S9(07) VALUE 0.
       01  WS-ACK-REMAINDER                PIC S9(07) VALUE 0.
       01  WS-ACK-PRICE                    PIC S9(07)V99 VALUE 0.
       01  WS-ACK-UOM                      PIC X(02)  VALUE SPACE.
      *
       01  WS-JRN-FILE-ID                  PIC X(08) VALUE SPACES.
       01  WS-JRN-OPERATION                PIC X(01) VALUE 'W'.
       COPY PRDFEC REPLACING
           ==PRD-RECORD== BY ==WS-SUB-PRD-RECORD==
           ==PRD-==       BY ==WS-SUB-PRD-==.
      * THE SUBSTITUTE'S LIFECYCLE STATUS - BYTE 154 OF THE RECORD -
      * SO A DISCONTINUED OR BLOCKED ONE IS NEVER OFFERED.
       01  WS-SUB-PRD-STATUS-VIEW REDEFINES WS-SUB-PRD-RECORD.
           05  FILLER                      PIC X(153).
           05  WS-SUB-STATUS               PIC X(01).
               88  WS-SUB-NOT-SOLD             VALUE 'D' 'B'.
      *
       01  WS-ORDER-QTY                    PIC S9(07) VALUE 0.
       01  WS-OFFER-QTY                    PIC S9(07) VALUE 0.
       01  WS-OFFER-REASON                 PIC X(01)  VALUE SPACE.
       01  WS-LOST-QTY                     PIC S9(07) VALUE 0.
       01  WS-SUB-SHOWN-SW                 PIC X(01)  VALUE 'N'.
           88  WS-SUB-SHOWN                    VALUE 'Y'.
       01  WS-KEYED-QTY                    PIC 9(07)  VALUE 0.
       01  WS-STOCK-QTY                    PIC S9(09) VALUE 0.
      *
      * THE UNIT, PACK SIZE AND STOCKING QUANTITY OF EACH SCREEN LINE,
      * SET BY THE LINE EDIT AND USED WHEN THE LINE IS BUILT.
       01  WS-LINE-UOM-TABLE.
           05  WS-LINE-UOM-ENTRY           OCCURS 10 TIMES.
               10  WS-LINE-UOM             PIC X(02).
               10  WS-LINE-FACTOR          PIC 9(05).
               10  WS-LINE-STOCK-QTY       PIC S9(07).
      *
       01  WS-QTY-COMMITTED                PIC S9(07) VALUE 0.
       01  WS-QTY-AVAILABLE                PIC S9(07) VALUE 0.
       01  WS-AVAIL-QTY-EDIT               PIC ZZZZZZ9-.
       01  WS-DROP-SHIP-SW                 PIC X(01)  VALUE 'N'.
           88  WS-DROP-SHIP                    VALUE 'Y'.
       01  WS-SUPPLIER-PO                  PIC 9(06)  VALUE 0.
       01  WS-TOTAL-WEIGHT                 PIC S9(07)V99 VALUE 0.
       01  WS-TOTAL-COST                   PIC S9(09)V99 VALUE 0.
       01  WS-MARGIN-PCT                   PIC S9(03)V99 VALUE 0.
      * ORDERS UNDER THIS MARGIN BOOK ON HOLD - A COMPILED-IN FLOOR.
       01  WS-MARGIN-FLOOR-PCT             PIC S9(03)V99 VALUE 15.00.
       01  WS-MARGIN-HOLD-SW               PIC X(01)  VALUE 'N'.
           88  WS-MARGIN-HELD                  VALUE 'Y'.
       COPY TAXFFEC.
      *
       COPY TRMFEC.
      *
       COPY TRFFEC.
      *
      * DUE DATE COMPUTED FROM THE INVOICE DATE PLUS THE TERMS NET
      * DAYS USING 30-DAY MONTHS, THE SAME 30/360 APPROXIMATION AGING
      * RUNS ON, THEN ROLLED ONTO A WORKING DAY BY BCLDTFEC.
       01 WS-DUE-DATE-GROUP.
           05  WS-DUE-YYYY                 PIC 9(04).
           05  WS-DUE-MM                   PIC 9(02).
       COPY ORDSFEC.
      *
       COPY GETINCOM.
      *
       COPY BCLDTCOM.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(183).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-ORDER-ENTRY.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           MOVE SPACES TO COMMUNICATION-AREA.
                   PERFORM 1400-SEND-ORDER-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE SPACES    TO CA-OFFER-TABLE
                   MOVE LOW-VALUE TO ORDMFECO
                   MOVE 'OFEC'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('OFEC')
                      COMMAREA(COMMUNICATION-AREA)
      *
       1800-XCTL-TO-LOOKUP.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               XCTL PROGRAM('LKUPFEC')
                    COMMAREA(LKUP-COMMAREA)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Requested ship date must be YYYYMMDD.'
                 TO MESSAGEO
           ELSE IF REQDTL NOT = ZERO AND REQDTI NOT = SPACE
               PERFORM 1155-EDIT-REQUESTED-DATE
           END-IF.
      *
       1155-EDIT-REQUESTED-DATE.
      *
      * THE PLANT DOES NOT SHIP ON A HOLIDAY, A SHUTDOWN DAY OR AN
      * UNWORKED WEEKEND, SO IT CANNOT PROMISE TO.
           MOVE 'T'    TO BCLDT-FUNCTION.
           MOVE REQDTI TO BCLDT-DATE-IN.
           PERFORM 3360-LINK-DATE-ROUTINE.
           IF NOT BCLDT-DATE-OK
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Requested ship date must be a real date.'
                 TO MESSAGEO
           ELSE IF BCLDT-CLOSED-DAY
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Requested ship date is not a working day.'
                 TO MESSAGEO
           END-IF.
      *
       1170-EDIT-DROP-SHIP.
       1310-EDIT-ONE-LINE-ITEM.
      *
           MOVE SPACES TO WS-CUST-PART (WS-LINE-SUB).
           MOVE SPACES TO ONHANDO (WS-LINE-SUB)
                          COMMITO (WS-LINE-SUB)
                          ATPO (WS-LINE-SUB).
           IF CA-OFFER-PRODUCT (WS-LINE-SUB) NOT = SPACE
               PERFORM 1305-CHECK-OFFERED-LINE
           END-IF.
           IF PRODCDI (WS-LINE-SUB) NOT = SPACE
               PERFORM 8100-PRD-OPEN
               EXEC CICS
                     TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE IF PRD-STATUS-BLOCKED OF PRD-RECORD
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE SPACES TO MESSAGEO
                   STRING 'Product '
                           DELIMITED BY SIZE
                          PRODCDI (WS-LINE-SUB)
                           DELIMITED BY '  '
                          ' is blocked - it cannot be ordered.'
                           DELIMITED BY SIZE
                       INTO MESSAGEO
                   PERFORM 1352-NOTE-REFUSED-LINE
               ELSE IF PRD-STATUS-DISCONTINUED OF PRD-RECORD
                   PERFORM 1320-OFFER-SUBSTITUTE
               ELSE IF QTYI (WS-LINE-SUB) = SPACE OR ZERO
                   PERFORM 1325-SHOW-AVAILABILITY
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A line item needs a quantity.' TO MESSAGEO
               ELSE
                   PERFORM 1325-SHOW-AVAILABILITY
                   PERFORM 1345-EDIT-LINE-UOM
                   IF VALID-DATA
                       PERFORM 1355-CHECK-REDUCED-LINE
                       PERFORM 1320-OFFER-SUBSTITUTE
                   END-IF
                   PERFORM 1340-SHOW-LAST-PRICE
               END-IF
           END-IF.
      *
      * THE LAST SCREEN STOPPED ON THIS LINE. CLEARED SINCE, THE
      * CUSTOMER TURNED DOWN THE BACKORDER, THE SUBSTITUTE OR THE
      * REFUSAL AND THE WHOLE QUANTITY IS A LOST SALE; ANOTHER
      * PRODUCT KEYED OVER IT - THE SUBSTITUTE, USUALLY - MEANS THE
      * DEMAND WAS MET AND NOTHING IS LOST. THE SAME PRODUCT AGAIN
      * WAITS FOR 1355-CHECK-REDUCED-LINE ONCE ITS UNITS ARE KNOWN.
       1305-CHECK-OFFERED-LINE.
      *
           IF PRODCDI (WS-LINE-SUB) = SPACE OR LOW-VALUE
               MOVE CA-OFFER-QTY (WS-LINE-SUB) TO WS-LOST-QTY
               PERFORM 1370-WRITE-LOST-SALE
           ELSE IF PRODCDI (WS-LINE-SUB) NOT =
                   CA-OFFER-PRODUCT (WS-LINE-SUB)
               MOVE SPACES TO CA-OFFER-ENTRY (WS-LINE-SUB)
           END-IF.
      *
       1315-TRY-PART-XREF.
      *
      *
       1320-OFFER-SUBSTITUTE.
      *
      * A DISCONTINUED PRODUCT TAKES NO NEW ORDERS - THE LINE IS
      * REFUSED AND THE SUBSTITUTE, WHEN THERE IS ONE, IS OFFERED IN
      * ITS PLACE WHETHER OR NOT THE OLD ITEM HAS STOCK. A PHASE-OUT
      * PRODUCT SELLS ONLY WHAT IS LEFT: IT IS NEVER REORDERED, SO A
      * SHORT LINE WOULD LEAVE A BACKORDER NOTHING WILL EVER FILL.
           IF PRD-STATUS-DISCONTINUED OF PRD-RECORD
               PERFORM 1335-OFFER-FOR-DISCONTINUED
           ELSE
               MOVE WS-LINE-STOCK-QTY (WS-LINE-SUB) TO WS-ORDER-QTY
               MOVE 'N' TO WS-SUB-SHOWN-SW
               IF CA-SUB-OFFERED
                   CONTINUE
               ELSE IF WS-ORDER-QTY > WS-QTY-AVAILABLE
                   PERFORM 1330-LOOK-UP-SUBSTITUTE
               END-IF
               IF       VALID-DATA
                    AND PRD-STATUS-PHASE-OUT OF PRD-RECORD
                    AND WS-ORDER-QTY > WS-QTY-AVAILABLE
                    AND NOT WS-DROP-SHIP
                   PERFORM 1337-CHECK-KIT-PARENT
                   IF NOT WS-IS-KIT
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE SPACES TO MESSAGEO
                       STRING 'Phase-out item '
                               DELIMITED BY SIZE
                              PRODCDI (WS-LINE-SUB)
                               DELIMITED BY '  '
                              ' - order no more than is available.'
                               DELIMITED BY SIZE
                           INTO MESSAGEO
                       MOVE WS-ORDER-QTY TO WS-OFFER-QTY
                       MOVE 'P'          TO WS-OFFER-REASON
                       PERFORM 1350-NOTE-OFFERED-LINE
                   END-IF
               END-IF
               IF       WS-ORDER-QTY > WS-QTY-AVAILABLE
                    AND NOT WS-DROP-SHIP
                    AND NOT PRD-STATUS-PHASE-OUT OF PRD-RECORD
                   PERFORM 1360-OFFER-BACKORDER
               END-IF
           END-IF.
      *
       1325-SHOW-AVAILABILITY.
      *
      * ON-HAND, COMMITTED, AND AVAILABLE-TO-PROMISE AT THE SHIP-FROM
      * LOCATION - WHAT THE SHORT TEST AND THE ALLOCATION USE.
           COMPUTE WS-QTY-AVAILABLE =
               PRD-QTY-LOCATION (WS-SHIP-LOCATION)
               - PRD-QTY-COMMITTED (WS-SHIP-LOCATION).
      *
           MOVE PRD-QTY-LOCATION (WS-SHIP-LOCATION)
             TO WS-AVAIL-QTY-EDIT.
           MOVE WS-AVAIL-QTY-EDIT TO ONHANDO (WS-LINE-SUB).
           MOVE PRD-QTY-COMMITTED (WS-SHIP-LOCATION)
             TO WS-AVAIL-QTY-EDIT.
           MOVE WS-AVAIL-QTY-EDIT TO COMMITO (WS-LINE-SUB).
           MOVE WS-QTY-AVAILABLE  TO WS-AVAIL-QTY-EDIT.
           MOVE WS-AVAIL-QTY-EDIT TO ATPO (WS-LINE-SUB).
      *
       1330-LOOK-UP-SUBSTITUTE.
      *
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE IF WS-SUB-PRD-QTY-LOCATION (WS-SHIP-LOCATION)
                       - WS-SUB-PRD-QTY-COMMITTED (WS-SHIP-LOCATION)
                       NOT < WS-ORDER-QTY
                   AND NOT WS-SUB-NOT-SOLD
                   MOVE 'N' TO VALID-DATA-SW
                   SET CA-SUB-OFFERED TO TRUE
                   MOVE 'Y' TO WS-SUB-SHOWN-SW
                   MOVE SPACES TO MESSAGEO
                   STRING 'Item short - substitute '
                           DELIMITED BY SIZE
                       INTO MESSAGEO
               END-IF
           END-IF.
      *
       1335-OFFER-FOR-DISCONTINUED.
      *
      * THE SUBSTITUTE IS KEYED INTO THE LINE IN PLACE OF THE OLD
      * CODE, SO ONE MORE ENTER ORDERS IT; CLEARING THE LINE DROPS
      * IT INSTEAD.
           MOVE 'N' TO VALID-DATA-SW.
           MOVE SPACES TO MESSAGEO.
           PERFORM 1352-NOTE-REFUSED-LINE.
      *
           EXEC CICS
               READ FILE('SUBFEC')
                    INTO(SUBSTITUTE-RECORD)
                    RIDFLD(PRODCDI (WS-LINE-SUB))
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   READ FILE('PRDFEC')
                        INTO(WS-SUB-PRD-RECORD)
                        RIDFLD(SUB-SUBSTITUTE-CODE)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       AND WS-SUB-NOT-SOLD
                   MOVE DFHRESP(NOTFND) TO WS-RESPONSE-CODE
               END-IF
           END-IF.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               STRING 'Product '
                       DELIMITED BY SIZE
                      PRODCDI (WS-LINE-SUB)
                       DELIMITED BY '  '
                      ' is discontinued - no substitute to offer.'
                       DELIMITED BY SIZE
                   INTO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               STRING 'Product '
                       DELIMITED BY SIZE
                      PRODCDI (WS-LINE-SUB)
                       DELIMITED BY '  '
                      ' is discontinued - substitute '
                       DELIMITED BY SIZE
                      SUB-SUBSTITUTE-CODE
                       DELIMITED BY '  '
                      ' keyed in its place.'
                       DELIMITED BY SIZE
                   INTO MESSAGEO
               MOVE SUB-SUBSTITUTE-CODE TO PRODCDI (WS-LINE-SUB)
               MOVE SUB-SUBSTITUTE-CODE TO PRODCDO (WS-LINE-SUB)
           END-IF.
      *
       1337-CHECK-KIT-PARENT.
      *
      * A KIT PARENT CARRIES NO STOCK OF ITS OWN, SO ITS AVAILABLE
      * FIGURE SAYS NOTHING ABOUT WHAT IS LEFT TO SELL DOWN.
           MOVE 'N' TO WS-KIT-SW.
           MOVE PRODCDI (WS-LINE-SUB) TO KIT-PARENT-CODE.
           MOVE ZERO TO KIT-COMPONENT-SEQ.
      *
           EXEC CICS
               READ FILE('KITFEC')
                    INTO(KIT-COMPONENT-RECORD)
                    RIDFLD(KIT-KEY)
                    GTEQ
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF KIT-PARENT-CODE = PRODCDI (WS-LINE-SUB)
               MOVE 'Y' TO WS-KIT-SW
           END-IF.
      *
       1340-SHOW-LAST-PRICE.
      *
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1345-EDIT-LINE-UOM.
      *
      * BLANK OR THE STOCKING UNIT IS A PACK SIZE OF ONE; ANY OTHER
      * UNIT MUST BE ON UOMFEC FOR THE PRODUCT. THE KEYED QUANTITY IS
      * CONVERTED TO STOCKING UNITS FOR EVERYTHING THAT FOLLOWS.
           MOVE PRD-STOCKING-UOM OF PRD-RECORD
             TO WS-LINE-UOM (WS-LINE-SUB).
           MOVE 1 TO WS-LINE-FACTOR (WS-LINE-SUB).
           IF UOMI (WS-LINE-SUB) = SPACE OR LOW-VALUE
                   OR UOMI (WS-LINE-SUB) =
                      PRD-STOCKING-UOM OF PRD-RECORD
               CONTINUE
           ELSE
               PERFORM 8290-UOM-OPEN
               MOVE PRODCDI (WS-LINE-SUB) TO UOM-PRODUCT-CODE
               MOVE UOMI (WS-LINE-SUB)    TO UOM-UNIT-CODE
               EXEC CICS
                   READ FILE('UOMFEC')
                        INTO(UNIT-OF-MEASURE-RECORD)
                        RIDFLD(UOM-KEY)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A line item unit is not on the unit file.'
                     TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE
                   MOVE UOM-UNIT-CODE TO WS-LINE-UOM (WS-LINE-SUB)
                   MOVE UOM-FACTOR    TO WS-LINE-FACTOR (WS-LINE-SUB)
               END-IF
           END-IF.
      *
           MOVE QTYI (WS-LINE-SUB) TO WS-KEYED-QTY.
           COMPUTE WS-STOCK-QTY =
               WS-KEYED-QTY * WS-LINE-FACTOR (WS-LINE-SUB).
           IF WS-STOCK-QTY > 9999999
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A line item quantity is too large.' TO MESSAGEO
               MOVE ZERO TO WS-LINE-STOCK-QTY (WS-LINE-SUB)
           ELSE
               MOVE WS-STOCK-QTY TO WS-LINE-STOCK-QTY (WS-LINE-SUB)
           END-IF.
      *
       1350-NOTE-OFFERED-LINE.
      *
           IF WS-OFFER-QTY > ZERO
               MOVE PRODCDI (WS-LINE-SUB)
                 TO CA-OFFER-PRODUCT (WS-LINE-SUB)
               MOVE WS-OFFER-QTY    TO CA-OFFER-QTY (WS-LINE-SUB)
               MOVE WS-OFFER-REASON TO CA-OFFER-REASON (WS-LINE-SUB)
           ELSE
               MOVE SPACES TO CA-OFFER-ENTRY (WS-LINE-SUB)
           END-IF.
      *
      * A DISCONTINUED OR BLOCKED PRODUCT IS REFUSED BEFORE ITS UNIT
      * IS EDITED, SO THE QUANTITY AS KEYED STANDS FOR THE DEMAND.
       1352-NOTE-REFUSED-LINE.
      *
           MOVE ZERO TO WS-OFFER-QTY.
           IF QTYI (WS-LINE-SUB) NUMERIC
               MOVE QTYI (WS-LINE-SUB) TO WS-OFFER-QTY
           END-IF.
           MOVE 'N' TO WS-OFFER-REASON.
           PERFORM 1350-NOTE-OFFERED-LINE.
      *
      * THE SAME PRODUCT CAME BACK FOR LESS THAN WAS ASKED FOR - THE
      * CUSTOMER TOOK WHAT COULD BE HAD AND DECLINED THE REST.
       1355-CHECK-REDUCED-LINE.
      *
           IF CA-OFFER-PRODUCT (WS-LINE-SUB) = PRODCDI (WS-LINE-SUB)
                   AND WS-LINE-STOCK-QTY (WS-LINE-SUB)
                       < CA-OFFER-QTY (WS-LINE-SUB)
               COMPUTE WS-LOST-QTY =
                   CA-OFFER-QTY (WS-LINE-SUB)
                   - WS-LINE-STOCK-QTY (WS-LINE-SUB)
               PERFORM 1370-WRITE-LOST-SALE
           END-IF.
      *
      * A SHORT LINE STOPS ONCE SO THE CUSTOMER CAN TAKE THE BACKORDER
      * OR TURN IT DOWN - ENTER AGAIN KEEPS IT, CLEARING OR CUTTING
      * THE LINE DECLINES IT. WHEN 1330 HAS JUST OFFERED A SUBSTITUTE
      * THAT STOP SERVES FOR BOTH. A KIT PARENT HAS NO STOCK OF ITS
      * OWN TO BE SHORT OF.
       1360-OFFER-BACKORDER.
      *
           PERFORM 1337-CHECK-KIT-PARENT.
           IF WS-IS-KIT
               CONTINUE
           ELSE IF CA-OFFER-PRODUCT (WS-LINE-SUB) =
                   PRODCDI (WS-LINE-SUB)
                   AND CA-OFFER-QTY (WS-LINE-SUB) = WS-ORDER-QTY
               CONTINUE
           ELSE IF WS-SUB-SHOWN
               MOVE WS-ORDER-QTY TO WS-OFFER-QTY
               MOVE 'S'          TO WS-OFFER-REASON
               PERFORM 1350-NOTE-OFFERED-LINE
           ELSE
               MOVE 'N' TO VALID-DATA-SW
               MOVE SPACES TO MESSAGEO
               STRING 'Item '
                       DELIMITED BY SIZE
                      PRODCDI (WS-LINE-SUB)
                       DELIMITED BY '  '
                      ' short - see ATP. Enter again to backorder.'
                       DELIMITED BY SIZE
                   INTO MESSAGEO
               MOVE WS-ORDER-QTY TO WS-OFFER-QTY
               MOVE 'B'          TO WS-OFFER-REASON
               PERFORM 1350-NOTE-OFFERED-LINE
           END-IF.
      *
       1370-WRITE-LOST-SALE.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           MOVE SPACE TO LOST-SALE-RECORD.
           MOVE CA-OFFER-PRODUCT (WS-LINE-SUB) TO LST-PRODUCT-CODE.
           MOVE WS-CURRENT-DATE                TO LST-DATE.
           MOVE 'E'                            TO LST-SOURCE.
           MOVE EIBTASKN                       TO LST-SOURCE-ID.
           MOVE WS-LINE-SUB                    TO LST-SEQUENCE.
           MOVE CUSTNOI                        TO LST-CUSTOMER-NUMBER.
           MOVE WS-LOST-QTY                    TO LST-QUANTITY.
           MOVE CA-OFFER-REASON (WS-LINE-SUB)  TO LST-REASON.
           MOVE ZERO                           TO LST-ORDER-NUMBER.
           MOVE EIBOPID                        TO LST-OPERATOR-ID.
      *
           PERFORM 8230-LST-OPEN.
      *
           EXEC CICS
               WRITE FILE('LSTFEC')
                     FROM(LOST-SALE-RECORD)
                     RIDFLD(LST-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'LSTFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE SPACES TO CA-OFFER-ENTRY (WS-LINE-SUB).
      *
       2000-GET-ORDER-NUMBER.
      *
               MOVE ZERO  TO INV-QUANTITY (WS-LINE-SUB)
                             INV-UNIT-PRICE (WS-LINE-SUB)
                             INV-AMOUNT (WS-LINE-SUB)
               MOVE SPACE TO INV-ENTRY-UOM (WS-LINE-SUB)
               MOVE ZERO  TO INV-ENTRY-FACTOR (WS-LINE-SUB)
           ELSE
               EXEC CICS
                   READ FILE('PRDFEC')
               END-EXEC
               MOVE PRODCDI (WS-LINE-SUB) TO INV-PRODUCT-CODE
                                              (WS-LINE-SUB)
               MOVE WS-LINE-STOCK-QTY (WS-LINE-SUB)
                 TO INV-QUANTITY (WS-LINE-SUB)
               MOVE WS-LINE-UOM (WS-LINE-SUB)
                 TO INV-ENTRY-UOM (WS-LINE-SUB)
               MOVE WS-LINE-FACTOR (WS-LINE-SUB)
                 TO INV-ENTRY-FACTOR (WS-LINE-SUB)
               PERFORM 3150-PRICE-ONE-LINE-ITEM
               COMPUTE INV-AMOUNT (WS-LINE-SUB) =
                   INV-QUANTITY (WS-LINE-SUB) *
           ELSE
               PERFORM 3170-PRICE-FROM-CONTRACT
           END-IF.
      *
           PERFORM 3180-APPLY-PROMOTION.
      *
       3170-PRICE-FROM-CONTRACT.
      *
               MOVE QBP-BREAK-PRICE TO WS-QBP-PRICE-FOUND
               MOVE 'Y' TO WS-QBP-FOUND-SW
           END-IF.
      *
       3180-APPLY-PROMOTION.
      *
      * THE LOWEST PMOFEC PROMOTION IN FORCE TODAY FOR THE PRODUCT OR
      * ITS CATEGORY, AND OPEN TO THIS CUSTOMER AND ITS REP, REPLACES
      * THE PRICE JUST RESOLVED ONLY WHEN IT IS THE BETTER PRICE.
           MOVE 'N'  TO WS-PMO-FOUND-SW.
           MOVE ZERO TO WS-PMO-PRICE-FOUND.
      *
           MOVE 'P'                   TO WS-PMO-SCOPE-WANTED.
           MOVE PRODCDI (WS-LINE-SUB) TO WS-PMO-ITEM-WANTED.
           PERFORM 3185-BROWSE-PROMOTIONS.
      *
           IF PRD-CATEGORY OF PRD-RECORD NOT = SPACES
               MOVE 'C'                        TO WS-PMO-SCOPE-WANTED
               MOVE PRD-CATEGORY OF PRD-RECORD TO WS-PMO-ITEM-WANTED
               PERFORM 3185-BROWSE-PROMOTIONS
           END-IF.
      *
           IF       WS-PMO-FOUND
                AND WS-PMO-PRICE-FOUND < INV-UNIT-PRICE (WS-LINE-SUB)
               MOVE WS-PMO-PRICE-FOUND TO INV-UNIT-PRICE
                                           (WS-LINE-SUB)
               MOVE 'P' TO INV-PRICE-SOURCE (WS-LINE-SUB)
           END-IF.
      *
       3185-BROWSE-PROMOTIONS.
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
               PERFORM 3188-CHECK-ONE-PROMOTION
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
       3188-CHECK-ONE-PROMOTION.
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
               PERFORM 3189-PRICE-ONE-PROMOTION
           END-IF.
      *
       3189-PRICE-ONE-PROMOTION.
      *
           IF PMO-TYPE-PERCENT-OFF
               COMPUTE WS-PMO-CANDIDATE-PRICE ROUNDED =
                   PRD-UNIT-PRICE OF PRD-RECORD
                   * (100 - PMO-PERCENT-OFF) / 100
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
       3200-COMPUTE-SALES-TAX.
      *
      *
       3300-COMPUTE-DUE-DATE.
      *
      * AN INSTALLMENT CODE DUE-DATES THE INVOICE AT ITS FIRST PAYMENT.
           MOVE WS-CURRENT-DATE TO WS-DUE-DATE-OUT.
           MOVE WS-DUE-OUT-DD   TO WS-TERMS-START-DD.
           PERFORM 3310-LOOK-UP-CUSTOMER-TERMS.
      *
           IF WS-TERMS-NET-DAYS-FOUND = ZERO
               MOVE WS-CURRENT-DATE TO INV-DUE-DATE
               MOVE WS-DUE-DATE-OUT TO INV-DUE-DATE
           END-IF.
      *
           PERFORM 3340-ROLL-DUE-DATE.
      *
       3310-LOOK-UP-CUSTOMER-TERMS.
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
                   PERFORM 3330-APPLY-MONTH-END-BASIS
               END-IF
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3320-NORMALIZE-DUE-DATE.
               SUBTRACT 12 FROM WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
      *
       3330-APPLY-MONTH-END-BASIS.
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
       3340-ROLL-DUE-DATE.
      *
      * A DUE DATE ON A CLOSED DAY MOVES TO THE NEXT WORKING DAY. A
      * 30/360 DAY PAST THE MONTH END COMES BACK AS A REAL DATE.
           MOVE 'R'          TO BCLDT-FUNCTION.
           MOVE INV-DUE-DATE TO BCLDT-DATE-IN.
           PERFORM 3360-LINK-DATE-ROUTINE.
           IF BCLDT-DATE-USABLE
               MOVE BCLDT-DATE-OUT TO INV-DUE-DATE
           END-IF.
      *
       3360-LINK-DATE-ROUTINE.
      *
           MOVE SPACES TO BCLDT-DATE-TO.
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
      *
       3400-RATE-THE-FREIGHT.
      *
           MOVE WS-SUPPLIER-PO      TO OOR-SUPPLIER-PO.
           MOVE WS-SHIPTO-CODE      TO OOR-SHIPTO-CODE.
           MOVE EIBOPID             TO OOR-OPERATOR-ID.
      * NO REQUESTED DATE MEANS SHIP AS SOON AS THE PLANT IS OPEN.
           IF REQDTL = ZERO OR REQDTI = SPACE
               MOVE 'R'             TO BCLDT-FUNCTION
               MOVE WS-CURRENT-DATE TO BCLDT-DATE-IN
               PERFORM 3360-LINK-DATE-ROUTINE
               MOVE BCLDT-DATE-OUT  TO OOR-REQUESTED-DATE
           ELSE
               MOVE REQDTI TO OOR-REQUESTED-DATE
           END-IF.
                     FROM(OPEN-ORDER-RECORD)
                     RIDFLD(OOR-ORDER-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'OORFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE SPACE TO CA-SUB-OFFERED-SW
               MOVE SPACE TO CA-DUP-PO-WARNED-SW
               MOVE SPACE TO CA-LAST-PRICE-SW
               MOVE SPACES TO CA-OFFER-TABLE
               MOVE 'OORFEC' TO WS-JRN-FILE-ID
               MOVE 'W'      TO WS-JRN-OPERATION
               MOVE SPACES   TO JRN-IMAGE
             TO OOR-UNIT-PRICE (WS-LINE-SUB).
           MOVE INV-PRICE-SOURCE (WS-LINE-SUB)
             TO OOR-PRICE-SOURCE (WS-LINE-SUB).
           MOVE INV-ENTRY-UOM (WS-LINE-SUB)
             TO OOR-ENTRY-UOM (WS-LINE-SUB).
           MOVE INV-ENTRY-FACTOR (WS-LINE-SUB)
             TO OOR-ENTRY-FACTOR (WS-LINE-SUB).
      *
       4100-UPDATE-PRODUCT-QUANTITIES.
      *
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
      *            ONLY THE PORTION AVAILABLE TO PROMISE IS COMMITTED
      *            HERE - THE SHORT PORTION IS BACKORDERED FOR BKRLFEC
      *            TO RELEASE AGAINST A RECEIPT. ON-HAND IS NOT
      *            TOUCHED UNTIL SHPCFFEC CONFIRMS THE SHIPMENT.
                   MOVE INV-QUANTITY (WS-LINE-SUB) TO WS-ORDER-QTY
                   PERFORM 4140-COMPUTE-THE-COMMITMENT
                   IF WS-QTY-COMMITTED < WS-ORDER-QTY
                       PERFORM 4120-WRITE-BACKORDER-RECORD
                   END-IF
                   ADD WS-QTY-COMMITTED
                     TO PRD-QTY-COMMITTED (WS-SHIP-LOCATION)
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
           END-IF.
      *
       4140-COMPUTE-THE-COMMITMENT.
      *
      * COMMIT WHAT THE SHIP-FROM LOCATION CAN STILL PROMISE - ITS
      * ON-HAND LESS WHAT OTHER OPEN ORDERS ALREADY HOLD - UP TO THE
      * QUANTITY WANTED. THE CALLER BACKORDERS ANY REMAINDER.
           COMPUTE WS-QTY-AVAILABLE =
               PRD-QTY-LOCATION (WS-SHIP-LOCATION)
               - PRD-QTY-COMMITTED (WS-SHIP-LOCATION).
      *
           IF WS-ORDER-QTY > WS-QTY-AVAILABLE
               IF WS-QTY-AVAILABLE > ZERO
                   MOVE WS-QTY-AVAILABLE TO WS-QTY-COMMITTED
               ELSE
                   MOVE ZERO TO WS-QTY-COMMITTED
               END-IF
           ELSE
               MOVE WS-ORDER-QTY TO WS-QTY-COMMITTED
           END-IF.
      *
       4150-EXPLODE-KIT-COMPONENTS.
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE WS-COMPONENT-QTY TO WS-ORDER-QTY.
           PERFORM 4140-COMPUTE-THE-COMMITMENT.
           IF WS-QTY-COMMITTED < WS-ORDER-QTY
               PERFORM 4165-WRITE-COMPONENT-BACKORDER
           END-IF.
      *
           ADD WS-QTY-COMMITTED
             TO PRD-QTY-COMMITTED (WS-SHIP-LOCATION).
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
       4165-WRITE-COMPONENT-BACKORDER.
      *
           MOVE INV-INVOICE-DATE                TO BKO-ORDER-DATE.
           MOVE WS-COMPONENT-QTY                TO BKO-QUANTITY-ORDERED.
           COMPUTE BKO-QUANTITY-SHORT =
               WS-COMPONENT-QTY - WS-QTY-COMMITTED.
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
                     FROM(PENDING-APPROVAL-RECORD)
                     RIDFLD(PND-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PNDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           MOVE INV-INVOICE-DATE                TO BKO-ORDER-DATE.
           MOVE INV-QUANTITY (WS-LINE-SUB)      TO BKO-QUANTITY-ORDERED.
           COMPUTE BKO-QUANTITY-SHORT =
               INV-QUANTITY (WS-LINE-SUB) - WS-QTY-COMMITTED.
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
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           MOVE 'PRODUCT         QTY UM    PRICE       AMOUNT'
             TO WS-SPL-PRINT-LINE.
           PERFORM 6100-WRITE-ONE-ACK-LINE.
      *
                     FROM(SPOOL-RECORD)
                     RIDFLD(SPL-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'SPLFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
      *
       6200-SPOOL-ONE-ACK-LINE-ITEM.
      *
      * THE LINE PRINTS IN THE UNIT IT WAS KEYED IN - THE STOCKING
      * QUANTITY DIVIDED BY THE PACK SIZE, THE STOCKING PRICE TIMES
      * IT. A LINE WITH NO ENTRY UNIT PRINTS IN STOCKING UNITS.
           IF OOR-PRODUCT-CODE (WS-LINE-SUB) NOT = SPACE
               MOVE OOR-QTY-ORDERED (WS-LINE-SUB) TO WS-ACK-QTY
               MOVE OOR-UNIT-PRICE (WS-LINE-SUB)  TO WS-ACK-PRICE
               MOVE OOR-ENTRY-UOM (WS-LINE-SUB)   TO WS-ACK-UOM
               MOVE ZERO TO WS-ACK-REMAINDER
               IF OOR-ENTRY-UOM (WS-LINE-SUB) NOT = SPACE
                       AND OOR-ENTRY-FACTOR (WS-LINE-SUB) NUMERIC
                       AND OOR-ENTRY-FACTOR (WS-LINE-SUB) > 1
                   DIVIDE OOR-QTY-ORDERED (WS-LINE-SUB)
                       BY OOR-ENTRY-FACTOR (WS-LINE-SUB)
                       GIVING WS-ACK-QTY
                       REMAINDER WS-ACK-REMAINDER
                   IF WS-ACK-REMAINDER = ZERO
                       COMPUTE WS-ACK-PRICE =
                           OOR-UNIT-PRICE (WS-LINE-SUB)
                         * OOR-ENTRY-FACTOR (WS-LINE-SUB)
                   ELSE
                       MOVE OOR-QTY-ORDERED (WS-LINE-SUB)
                         TO WS-ACK-QTY
                       MOVE SPACE TO WS-ACK-UOM
                   END-IF
               END-IF
               MOVE SPACES TO WS-SPL-PRINT-LINE
               MOVE OOR-PRODUCT-CODE (WS-LINE-SUB)
                 TO WS-SPL-PRINT-LINE (1:10)
               MOVE WS-ACK-QTY TO WS-ACK-QTY-EDIT
               MOVE WS-ACK-QTY-EDIT TO WS-SPL-PRINT-LINE (13:8)
               MOVE WS-ACK-UOM TO WS-SPL-PRINT-LINE (21:2)
               MOVE WS-ACK-PRICE TO WS-ACK-AMOUNT-EDIT
               MOVE WS-ACK-AMOUNT-EDIT TO WS-SPL-PRINT-LINE (23:11)
               MOVE INV-AMOUNT (WS-LINE-SUB) TO WS-ACK-AMOUNT-EDIT
               MOVE WS-ACK-AMOUNT-EDIT TO WS-SPL-PRINT-LINE (36:11)
                     FROM(JOURNAL-RECORD)
                     RIDFLD(JRN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'JRNFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-JRN-WRITTEN-SW
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8290-UOM-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=UOMFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('UOMFEC')
                   OPENSTATUS(WS-UOM-OPEN-STATUS)
                   ENABLESTATUS(WS-UOM-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-UOM-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=UOMFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('UOMFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-UOM-OPEN
           ELSE IF WS-UOM-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8230-LST-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=LSTFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('LSTFEC')
                   OPENSTATUS(WS-LST-OPEN-STATUS)
                   ENABLESTATUS(WS-LST-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-LST-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=LSTFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('LSTFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-LST-OPEN
           ELSE IF WS-LST-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8220-INVC-OPEN.
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
           MOVE 'CMORDFEC' TO USG-PROGRAM-NAME.
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
