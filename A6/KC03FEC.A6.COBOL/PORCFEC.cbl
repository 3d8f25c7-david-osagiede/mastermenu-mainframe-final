      *                 GROWS 52 TO 61) SO THE MATH CAN BE AUDITED.
      *                 A RECEIPT KEYED WITHOUT A COST LEAVES
      *                 PRD-UNIT-COST ALONE, AS BEFORE.
      *2026-10-14  DAO  PUT THE RECEIPT AWAY TO A BIN. THE OPERATOR
      *                 MAY KEY THE BIN (PUTBIN, MUST BE ON BINFEC IN
      *                 THE RECEIVING BUILDING); LEFT BLANK, ONE IS
      *                 SUGGESTED - THE PRODUCT'S PRD-BIN-LOCATION IF
      *                 IT HAS ROOM FOR THE WHOLE RECEIPT, ELSE ANOTHER
      *                 BIN ALREADY HOLDING THE PRODUCT WITH ROOM, ELSE
      *                 THE FIRST EMPTY RESERVE BIN BIG ENOUGH. THE
      *                 QUANTITY IS ADDED TO THE PBNFEC PRODUCT-BIN
      *                 BALANCE AND THE BIN'S ON-HAND, AND THE BIN IS
      *                 ECHOED BACK FOR THE PUTAWAY DRIVER.
      *2026-10-15  DAO  THE RECEIPT MAY BE KEYED IN AN ALTERNATE UNIT
      *                 (UOM, ON UOMFEC FOR THE PRODUCT) - A CASE
      *                 COUNT OFF THE PACKING SLIP. THE QUANTITY IS
      *                 MULTIPLIED AND A KEYED COST DIVIDED BY THE
      *                 PACK SIZE BEFORE ANYTHING IS POSTED, SO STOCK,
      *                 COST, THE PO LINE, LOTS, BINS AND THE MOVEMENT
      *                 LEDGER ARE ALL IN THE STOCKING UNIT.
      *2026-10-15  DAO  TAKE THE LOT'S EXPIRATION DATE (NEW EXPDT MAP
      *                 FIELD, YYYYMMDD, ONLY WITH A LOT NUMBER) ONTO
      *                 LOT-EXPIRATION-DATE. A LOT ALREADY PAST ITS
      *                 DATE IS REFUSED AT THE DOCK.
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
       01  WS-RCV-LOCATION                 PIC 9(01)  VALUE 1.
       01  WS-RCV-UNIT-COST                PIC S9(07)V99 VALUE 0.
       01  WS-OLD-ON-HAND                  PIC S9(07) VALUE 0.
       01  WS-KEYED-QTY                    PIC 9(07)  VALUE 0.
       01  WS-STOCK-QTY                    PIC S9(09) VALUE 0.
       01  WS-RCV-FACTOR                   PIC 9(05)  VALUE 1.
       01  WS-ONHAND-EDIT                  PIC ZZZZZZ9-.
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
       01  WS-EXPIRATION-DATE               PIC X(08) VALUE SPACES.
       01  FILLER REDEFINES WS-EXPIRATION-DATE.
           05  WS-EXP-YEAR                  PIC 9(04).
           05  WS-EXP-MONTH                 PIC 9(02).
           05  WS-EXP-DAY                   PIC 9(02).
      *
       01 WS-MOV-FILE-STATUS-INFO.
           05 WS-MOV-OPEN                     PIC X.
               88 WS-LOT-CLOSED-88                  VALUE 'Y'.
           05 WS-LOT-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-LOT-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-BIN-FILE-STATUS-INFO.
           05 WS-BIN-OPEN                     PIC X.
               88 WS-BIN-OPEN-88                    VALUE 'Y'.
               88 WS-BIN-CLOSED-88                  VALUE 'Y'.
           05 WS-BIN-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-BIN-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PBN-FILE-STATUS-INFO.
           05 WS-PBN-OPEN                     PIC X.
               88 WS-PBN-OPEN-88                    VALUE 'Y'.
               88 WS-PBN-CLOSED-88                  VALUE 'Y'.
           05 WS-PBN-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PBN-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-UOM-FILE-STATUS-INFO.
           05 WS-UOM-OPEN                     PIC X.
               88 WS-UOM-OPEN-88                    VALUE 'Y'.
               88 WS-UOM-CLOSED-88                  VALUE 'Y'.
           05 WS-UOM-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-UOM-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PUTAWAY-BIN                      PIC X(06) VALUE SPACES.
       01 WS-PRIMARY-BIN                      PIC X(06) VALUE SPACES.
       01 WS-BROWSE-EOF-SW                    PIC X VALUE 'N'.
           88 WS-BROWSE-EOF                         VALUE 'Y'.
      *
       COPY PRDFEC.
      *
       COPY INVMVFEC.
      *
       COPY LOTFEC.
      *
       COPY BINFEC.
      *
       COPY PBNFEC.
      *
       COPY UOMFEC.
      *
       COPY RCVSFEC.
      *
      *
       0000-PROCESS-RECEIVING.
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
               RETURN TRANSID('WFEC')
                      COMMAREA(COMMUNICATION-AREA)
           ELSE
               MOVE UCOSTI TO WS-RCV-UNIT-COST
           END-IF.
      *
           PERFORM 1250-EDIT-EXPIRATION-DATE.
      *
       1250-EDIT-EXPIRATION-DATE.
      *
      * THE EXPIRATION DATE BELONGS TO A LOT, SO IT IS TAKEN ONLY WITH
      * A LOT NUMBER. A LOT ALREADY PAST ITS DATE IS NOT RECEIVED.
           MOVE SPACES TO WS-EXPIRATION-DATE.
           IF EXPDTL = ZERO OR EXPDTI = SPACE
               CONTINUE
           ELSE IF LOTNOL = ZERO OR LOTNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'An expiration date needs a lot number.'
                 TO MESSAGEO
           ELSE IF EXPDTI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Expiration date must be YYYYMMDD.' TO MESSAGEO
           ELSE
               MOVE EXPDTI TO WS-EXPIRATION-DATE
               EXEC CICS
                   ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                              YYYYMMDD(WS-CURRENT-DATE)
               END-EXEC
               IF WS-EXP-MONTH < 1 OR WS-EXP-MONTH > 12
                       OR WS-EXP-DAY < 1 OR WS-EXP-DAY > 31
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Expiration date must be YYYYMMDD.'
                     TO MESSAGEO
               ELSE IF WS-EXPIRATION-DATE < WS-CURRENT-DATE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That lot has already expired.' TO MESSAGEO
               END-IF
           END-IF.
      *
       2000-POST-ONE-RECEIPT.
      *
           PERFORM 2020-CONVERT-TO-STOCKING-UNIT.
      *
           IF VALID-DATA AND PUTBINL NOT = ZERO AND PUTBINI NOT = SPACE
               PERFORM 2050-EDIT-KEYED-BIN
           END-IF.
      *
           IF VALID-DATA AND PONBRL NOT = ZERO AND PONBRI NOT = SPACE
               PERFORM 3000-CHECK-IN-AGAINST-PO
           END-IF.
      *
                   AND LOTNOI NOT = SPACE
               PERFORM 2400-POST-LOT-BALANCE
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2500-PUT-AWAY-THE-RECEIPT
           END-IF.
      *
       2020-CONVERT-TO-STOCKING-UNIT.
      *
           MOVE 1 TO WS-RCV-FACTOR.
           IF UOML NOT = ZERO AND UOMI NOT = SPACE AND LOW-VALUE
               PERFORM 2030-GET-RECEIPT-FACTOR
           END-IF.
      *
           IF VALID-DATA AND WS-RCV-FACTOR > 1
               MOVE WS-QTY-RECEIVED TO WS-KEYED-QTY
               COMPUTE WS-STOCK-QTY = WS-KEYED-QTY * WS-RCV-FACTOR
               IF WS-STOCK-QTY > 9999999
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Quantity received is too large in that unit.'
                     TO MESSAGEO
               ELSE
                   MOVE WS-STOCK-QTY TO WS-QTY-RECEIVED
                   COMPUTE WS-RCV-UNIT-COST ROUNDED =
                       WS-RCV-UNIT-COST / WS-RCV-FACTOR
               END-IF
           END-IF.
      *
       2030-GET-RECEIPT-FACTOR.
      *
      * THE STOCKING UNIT IS A PACK SIZE OF ONE; ANY OTHER UNIT MUST
      * BE ON UOMFEC FOR THE PRODUCT.
           PERFORM 8100-PRD-OPEN.
      *
           EXEC CICS
               READ FILE('PRDFEC')
                    INTO(PRD-RECORD)
                    RIDFLD(PRODCDI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That product does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF UOMI NOT = PRD-STOCKING-UOM
               PERFORM 8800-UOM-OPEN
               MOVE PRODCDI TO UOM-PRODUCT-CODE
               MOVE UOMI    TO UOM-UNIT-CODE
               EXEC CICS
                   READ FILE('UOMFEC')
                        INTO(UNIT-OF-MEASURE-RECORD)
                        RIDFLD(UOM-KEY)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That unit is not on the unit file.'
                     TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE
                   MOVE UOM-FACTOR TO WS-RCV-FACTOR
               END-IF
           END-IF.
      *
       2050-EDIT-KEYED-BIN.
      *
           PERFORM 8600-BIN-OPEN.
      *
           EXEC CICS
               READ FILE('BINFEC')
                    INTO(BIN-MASTER-RECORD)
                    RIDFLD(PUTBINI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That bin does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF BIN-LOCATION NOT = WS-RCV-LOCATION
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That bin is not in the receiving building.'
                 TO MESSAGEO
           END-IF.
      *
       2100-ADD-TO-QUANTITY-ON-HAND.
      *
                           FROM(PRD-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PRDFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE PRD-QUANTITY-ON-HAND TO WS-ONHAND-EDIT
                     FROM(RECEIPT-RECORD)
                     RIDFLD(RCP-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'RCPFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
                     FROM(MOVEMENT-RECORD)
                     RIDFLD(MOV-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'INVMVFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-MOV-WRITTEN-SW
               MOVE LOTNOI          TO LOT-NUMBER
               MOVE WS-QTY-RECEIVED TO LOT-QTY-ON-HAND
               MOVE WS-CURRENT-DATE TO LOT-RECEIPT-DATE
               MOVE WS-EXPIRATION-DATE TO LOT-EXPIRATION-DATE
               IF PONBRL NOT = ZERO AND PONBRI NOT = SPACE
                   MOVE PONBRI TO LOT-PO-NUMBER
               ELSE
                         RIDFLD(LOT-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'LOTFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               ADD WS-QTY-RECEIVED TO LOT-QTY-ON-HAND
      *        A LATER RECEIPT OF THE SAME LOT KEEPS THE DATE THE LOT
      *        ALREADY CARRIES, AND SUPPLIES ONE ONLY IF IT HAD NONE.
               IF LOT-EXPIRATION-DATE = SPACE OR LOW-VALUE
                   MOVE WS-EXPIRATION-DATE TO LOT-EXPIRATION-DATE
               END-IF
               EXEC CICS
                   REWRITE FILE('LOTFEC')
                           FROM(LOT-BALANCE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'LOTFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2500-PUT-AWAY-THE-RECEIPT.
      *
      *    PRD-RECORD STILL HOLDS THE PRODUCT JUST UPDATED IN 2100.
           MOVE PRD-BIN-LOCATION TO WS-PRIMARY-BIN.
           IF PUTBINL NOT = ZERO AND PUTBINI NOT = SPACE
               MOVE PUTBINI TO WS-PUTAWAY-BIN
           ELSE
               PERFORM 2510-SUGGEST-PUTAWAY-BIN
           END-IF.
      *
           IF WS-PUTAWAY-BIN = SPACES
               MOVE 'Receipt posted - no bin has room; stage it.'
                 TO MESSAGEO
           ELSE
               PERFORM 2550-POST-BIN-BALANCE
               MOVE WS-PUTAWAY-BIN TO PUTBINO
               MOVE SPACES TO MESSAGEO
               STRING 'Receipt posted - put away to bin '
                                               DELIMITED BY SIZE
                      WS-PUTAWAY-BIN           DELIMITED BY SPACE
                      '.'                      DELIMITED BY SIZE
                   INTO MESSAGEO
           END-IF.
      *
       2510-SUGGEST-PUTAWAY-BIN.
      *
           PERFORM 8600-BIN-OPEN.
           MOVE SPACES TO WS-PUTAWAY-BIN.
      *
      *    FIRST CHOICE - THE PRIMARY PICK BIN, IF THE WHOLE RECEIPT
      *    FITS IN THE ROOM LEFT.
           IF WS-PRIMARY-BIN NOT = SPACES
               EXEC CICS
                   READ FILE('BINFEC')
                        INTO(BIN-MASTER-RECORD)
                        RIDFLD(WS-PRIMARY-BIN)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF BIN-LOCATION = WS-RCV-LOCATION
                           AND BIN-CAPACITY - BIN-QTY-ON-HAND
                               NOT < WS-QTY-RECEIVED
                       MOVE WS-PRIMARY-BIN TO WS-PUTAWAY-BIN
                   END-IF
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
      *    SECOND CHOICE - ANY OTHER BIN THE PRODUCT ALREADY LIVES IN.
           IF WS-PUTAWAY-BIN = SPACES
               PERFORM 2520-TRY-THE-PRODUCTS-BINS
           END-IF.
      *
      *    LAST CHOICE - AN EMPTY RESERVE BIN BIG ENOUGH FOR IT.
           IF WS-PUTAWAY-BIN = SPACES
               PERFORM 2530-TRY-AN-EMPTY-RESERVE-BIN
           END-IF.
      *
       2520-TRY-THE-PRODUCTS-BINS.
      *
           PERFORM 8700-PBN-OPEN.
      *
           MOVE PRODCDI    TO PBN-PRODUCT-CODE.
           MOVE LOW-VALUES TO PBN-BIN-CODE.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
      *
           EXEC CICS
               STARTBR FILE('PBNFEC')
                       RIDFLD(PBN-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2525-CHECK-ONE-PRODUCT-BIN
                   UNTIL WS-BROWSE-EOF
               EXEC CICS
                   ENDBR FILE('PBNFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       2525-CHECK-ONE-PRODUCT-BIN.
      *
           EXEC CICS
               READNEXT FILE('PBNFEC')
                        INTO(PRODUCT-BIN-RECORD)
                        RIDFLD(PBN-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF PBN-PRODUCT-CODE NOT = PRODCDI
               MOVE 'Y' TO WS-BROWSE-EOF-SW
           ELSE IF PBN-LOCATION = WS-RCV-LOCATION
                   AND PBN-BIN-CODE NOT = WS-PRIMARY-BIN
               EXEC CICS
                   READ FILE('BINFEC')
                        INTO(BIN-MASTER-RECORD)
                        RIDFLD(PBN-BIN-CODE)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF BIN-CAPACITY - BIN-QTY-ON-HAND
                           NOT < WS-QTY-RECEIVED
                       MOVE PBN-BIN-CODE TO WS-PUTAWAY-BIN
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                   END-IF
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       2530-TRY-AN-EMPTY-RESERVE-BIN.
      *
           MOVE LOW-VALUES TO BIN-CODE.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
      *
           EXEC CICS
               STARTBR FILE('BINFEC')
                       RIDFLD(BIN-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2535-CHECK-ONE-RESERVE-BIN
                   UNTIL WS-BROWSE-EOF
               EXEC CICS
                   ENDBR FILE('BINFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       2535-CHECK-ONE-RESERVE-BIN.
      *
           EXEC CICS
               READNEXT FILE('BINFEC')
                        INTO(BIN-MASTER-RECORD)
                        RIDFLD(BIN-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF BIN-TYPE-RESERVE
                   AND BIN-LOCATION = WS-RCV-LOCATION
                   AND BIN-QTY-ON-HAND = ZERO
                   AND BIN-CAPACITY NOT < WS-QTY-RECEIVED
               MOVE BIN-CODE TO WS-PUTAWAY-BIN
               MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-IF.
      *
       2550-POST-BIN-BALANCE.
      *
           PERFORM 8600-BIN-OPEN.
      *
           EXEC CICS
               READ FILE('BINFEC')
                    INTO(BIN-MASTER-RECORD)
                    RIDFLD(WS-PUTAWAY-BIN)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           ADD WS-QTY-RECEIVED TO BIN-QTY-ON-HAND.
      *
           EXEC CICS
               REWRITE FILE('BINFEC')
                       FROM(BIN-MASTER-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'BINFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           PERFORM 8700-PBN-OPEN.
      *
           MOVE PRODCDI        TO PBN-PRODUCT-CODE.
           MOVE WS-PUTAWAY-BIN TO PBN-BIN-CODE.
      *
           EXEC CICS
               READ FILE('PBNFEC')
                    INTO(PRODUCT-BIN-RECORD)
                    RIDFLD(PBN-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACE           TO PRODUCT-BIN-RECORD
               MOVE PRODCDI         TO PBN-PRODUCT-CODE
               MOVE WS-PUTAWAY-BIN  TO PBN-BIN-CODE
               MOVE BIN-LOCATION    TO PBN-LOCATION
               MOVE BIN-TYPE        TO PBN-BIN-TYPE
               MOVE WS-QTY-RECEIVED TO PBN-QTY-ON-HAND
               MOVE ZERO            TO PBN-MIN-QTY
                                       PBN-MAX-QTY
               MOVE WS-CURRENT-DATE TO PBN-LAST-PUTAWAY-DATE
               EXEC CICS
                   WRITE FILE('PBNFEC')
                         FROM(PRODUCT-BIN-RECORD)
                         RIDFLD(PBN-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PBNFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               ADD WS-QTY-RECEIVED  TO PBN-QTY-ON-HAND
               MOVE WS-CURRENT-DATE TO PBN-LAST-PUTAWAY-DATE
               EXEC CICS
                   REWRITE FILE('PBNFEC')
                           FROM(PRODUCT-BIN-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PBNFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
                               FROM(PURCHASE-ORDER-RECORD)
                               RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'POFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-HANDLE-ABEND
                   END-IF
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8600-BIN-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=BINFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('BINFEC')
                   OPENSTATUS(WS-BIN-OPEN-STATUS)
                   ENABLESTATUS(WS-BIN-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-BIN-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=BINFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('BINFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-BIN-OPEN
           ELSE IF WS-BIN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8700-PBN-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=PBNFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('PBNFEC')
                   OPENSTATUS(WS-PBN-OPEN-STATUS)
                   ENABLESTATUS(WS-PBN-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-PBN-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=PBNFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('PBNFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-PBN-OPEN
           ELSE IF WS-PBN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8800-UOM-OPEN.
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
           MOVE 'PORCFEC' TO USG-PROGRAM-NAME.
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
