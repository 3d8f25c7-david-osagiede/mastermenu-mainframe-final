      *                 REVIEWS THE DRAFT, KEYS THE VENDOR, AND
      *                 RELEASES IT TO STATUS O. A DRAFT CAN ALSO BE
      *                 CHANGED OR CANCELLED LIKE AN OPEN PO.
      *2026-10-02  DAO  CAPTURE THE AGREED UNIT COST ON EACH LINE INTO
      *                 THE NEW PO-UNIT-COST. A BLANK COST DEFAULTS TO
      *                 THE VENDOR'S LAST VPRFEC QUOTE FOR THE PRODUCT,
      *                 THEN TO THE PRODUCT'S OWN UNIT COST.
      *2026-10-09  DAO  A PO WRITTEN BY THE BPRELFEC BLANKET RELEASE
      *                 CARRIES ITS BPOFEC BLANKET NUMBER AND CANNOT BE
      *                 CHANGED HERE. CANCELLING ONE GIVES ITS
      *                 UNRECEIVED QUANTITY BACK TO THE BLANKET'S
      *                 RELEASED QUANTITY SO IT CAN BE DRAWN AGAIN.
      *2026-10-15  DAO  EACH LINE TAKES A UNIT OF MEASURE - BLANK OR
      *                 THE STOCKING UNIT, OR AN ALTERNATE UNIT ON
      *                 UOMFEC. THE QUANTITY IS STORED IN STOCKING
      *                 UNITS (KEYED QUANTITY TIMES THE PACK SIZE) AND
      *                 A KEYED COST IS DIVIDED BACK DOWN TO A
      *                 STOCKING-UNIT COST; THE ENTRY UNIT IS KEPT ON
      *                 PO-LINE-UOM. A PO WRITTEN, CHANGED OR RELEASED
      *                 AT STATUS O SPOOLS A PURCHASE ORDER DOCUMENT
      *                 (REPORT PO PLUS THE PO NUMBER) PRINTED IN THE
      *                 UNIT EACH LINE WAS KEYED IN.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *
       ENVIRONMENT DIVISION.
      *
               88 WS-VND-CLOSED-88                  VALUE 'Y'.
           05 WS-VND-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-VND-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-VPR-FILE-STATUS-INFO.
           05 WS-VPR-OPEN                     PIC X.
               88 WS-VPR-OPEN-88                    VALUE 'Y'.
               88 WS-VPR-CLOSED-88                  VALUE 'Y'.
           05 WS-VPR-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-VPR-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-BPO-FILE-STATUS-INFO.
           05 WS-BPO-OPEN                     PIC X.
               88 WS-BPO-OPEN-88                    VALUE 'Y'.
               88 WS-BPO-CLOSED-88                  VALUE 'Y'.
           05 WS-BPO-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-BPO-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-UOM-FILE-STATUS-INFO.
           05 WS-UOM-OPEN                     PIC X.
               88 WS-UOM-OPEN-88                    VALUE 'Y'.
               88 WS-UOM-CLOSED-88                  VALUE 'Y'.
           05 WS-UOM-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-UOM-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
      *
       01  WS-LINE-SUB                     PIC S9(4)  COMP VALUE 0.
       01  WS-BPO-SUB                      PIC S9(4)  COMP VALUE 0.
       01  WS-NEXT-PO-NUMBER               PIC 9(06)  VALUE 0.
       01  WS-KEYED-COST                   PIC S9(07)V99 VALUE 0.
       01  WS-KEYED-QTY                    PIC 9(07)  VALUE 0.
       01  WS-STOCK-QTY                    PIC S9(09) VALUE 0.
      *
      * THE UNIT AND PACK SIZE EACH SCREEN LINE WAS KEYED IN, SET BY
      * THE LINE EDIT AND USED WHEN THE LINE IS BUILT.
       01  WS-LINE-UOM-TABLE.
           05  WS-LINE-UOM-ENTRY           OCCURS 5 TIMES.
               10  WS-LINE-UOM             PIC X(02).
               10  WS-LINE-FACTOR          PIC 9(05).
      *
       01  WS-SPL-PRINT-LINE               PIC X(133) VALUE SPACES.
       01  WS-SPL-TIME                     PIC 9(06)  VALUE 0.
       01  WS-DOC-QTY                      PIC S9(07) VALUE 0.
       01  WS-DOC-REMAINDER                PIC S9(07) VALUE 0.
       01  WS-DOC-COST                     PIC S9(09)V99 VALUE 0.
       01  WS-DOC-AMOUNT                   PIC S9(09)V99 VALUE 0.
       01  WS-DOC-TOTAL                    PIC S9(09)V99 VALUE 0.
       01  WS-DOC-UOM                      PIC X(02)  VALUE SPACE.
       01  WS-DOC-QTY-EDIT                 PIC ZZZZZZ9-.
       01  WS-DOC-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       COPY POFEC.
      *
       COPY BPOFEC.
      *
       COPY VNDFEC.
      *
       COPY PRDFEC.
      *
       COPY VPRFEC.
      *
       COPY UOMFEC.
      *
       COPY SPLFEC.
      *
       COPY GETINCOM.
      *
      *
       0000-PROCESS-PO-ENTRY.
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
               RETURN TRANSID('JFEC')
                      COMMAREA(COMMUNICATION-AREA)
               ELSE IF QTYI (WS-LINE-SUB) = SPACE OR ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A line item needs a quantity.' TO MESSAGEO
               ELSE IF UCOSTI (WS-LINE-SUB) NOT = SPACE
                       AND UCOSTI (WS-LINE-SUB) NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A line item unit cost must be numeric.'
                     TO MESSAGEO
               ELSE
                   PERFORM 1320-EDIT-LINE-UOM
               END-IF
           END-IF.
      *
       1320-EDIT-LINE-UOM.
      *
      * BLANK OR THE STOCKING UNIT IS A PACK SIZE OF ONE; ANY OTHER
      * UNIT MUST BE ON UOMFEC FOR THE PRODUCT.
           IF UOMI (WS-LINE-SUB) = SPACE OR LOW-VALUE
                   OR UOMI (WS-LINE-SUB) = PRD-STOCKING-UOM
               MOVE PRD-STOCKING-UOM TO WS-LINE-UOM (WS-LINE-SUB)
               MOVE 1                TO WS-LINE-FACTOR (WS-LINE-SUB)
           ELSE
               PERFORM 8270-UOM-OPEN
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
           IF VALID-DATA
               MOVE QTYI (WS-LINE-SUB) TO WS-KEYED-QTY
               COMPUTE WS-STOCK-QTY =
                   WS-KEYED-QTY * WS-LINE-FACTOR (WS-LINE-SUB)
               IF WS-STOCK-QTY > 9999999
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A line item quantity is too large.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           MOVE EXPDATEI          TO PO-EXPECTED-DATE.
           MOVE 'O'               TO PO-STATUS.
           MOVE ZERO              TO PO-LINE-COUNT.
           MOVE ZERO              TO PO-BLANKET-NUMBER.
      *
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 2100-BUILD-ONE-PO-LINE
                     FROM(PURCHASE-ORDER-RECORD)
                     RIDFLD(PO-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'POFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PO-NUMBER TO PONBRO
               MOVE 'Purchase order written.' TO MESSAGEO
               PERFORM 6000-SPOOL-THE-PURCHASE-ORDER
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
               MOVE SPACE TO PO-PRODUCT-CODE (WS-LINE-SUB)
               MOVE ZERO  TO PO-QTY-ORDERED (WS-LINE-SUB)
                             PO-QTY-RECEIVED (WS-LINE-SUB)
                             PO-UNIT-COST (WS-LINE-SUB)
               MOVE SPACE TO PO-ENTRY-UOM (WS-LINE-SUB)
               MOVE ZERO  TO PO-ENTRY-FACTOR (WS-LINE-SUB)
           ELSE
               MOVE PRODCDI (WS-LINE-SUB)
                 TO PO-PRODUCT-CODE (WS-LINE-SUB)
               MOVE QTYI (WS-LINE-SUB) TO WS-KEYED-QTY
               COMPUTE PO-QTY-ORDERED (WS-LINE-SUB) =
                   WS-KEYED-QTY * WS-LINE-FACTOR (WS-LINE-SUB)
               MOVE ZERO TO PO-QTY-RECEIVED (WS-LINE-SUB)
               MOVE WS-LINE-UOM (WS-LINE-SUB)
                 TO PO-ENTRY-UOM (WS-LINE-SUB)
               MOVE WS-LINE-FACTOR (WS-LINE-SUB)
                 TO PO-ENTRY-FACTOR (WS-LINE-SUB)
      *        A KEYED COST IS PER ENTRY UNIT; THE FILE HOLDS IT PER
      *        STOCKING UNIT.
               IF UCOSTI (WS-LINE-SUB) NOT = SPACE
                   MOVE UCOSTI (WS-LINE-SUB) TO WS-KEYED-COST
                   COMPUTE PO-UNIT-COST (WS-LINE-SUB) ROUNDED =
                       WS-KEYED-COST / WS-LINE-FACTOR (WS-LINE-SUB)
               ELSE
                   PERFORM 2150-DEFAULT-LINE-COST
               END-IF
               ADD 1 TO PO-LINE-COUNT
           END-IF.
      *
       2150-DEFAULT-LINE-COST.
      *
      * NO COST KEYED: TAKE THE VENDOR'S LAST QUOTE FOR THE PRODUCT
      * FROM VPRFEC, FALLING BACK TO THE PRODUCT'S OWN UNIT COST.
           PERFORM 8200-VPR-OPEN.
      *
           MOVE PRODCDI (WS-LINE-SUB) TO VPR-PRODUCT-CODE.
           MOVE VENDNOI               TO VPR-VENDOR-NUMBER.
      *
           EXEC CICS
               READ FILE('VPRFEC')
                    INTO(VENDOR-PRODUCT-RECORD)
                    RIDFLD(VPR-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE VPR-LAST-COST TO PO-UNIT-COST (WS-LINE-SUB)
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 8100-PRD-OPEN
               EXEC CICS
                   READ FILE('PRDFEC')
                        INTO(PRD-RECORD)
                        RIDFLD(PRODCDI (WS-LINE-SUB))
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE PRD-UNIT-COST TO PO-UNIT-COST (WS-LINE-SUB)
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       2500-GET-PO-NUMBER.
      *
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Only an open or draft PO can be changed.'
                 TO MESSAGEO
           ELSE IF PO-BLANKET-NUMBER > ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A blanket release cannot be changed; cancel it.'
                 TO MESSAGEO
           ELSE
               MOVE VENDNOI         TO PO-VENDOR-NUMBER
               MOVE VND-VENDOR-NAME TO PO-VENDOR-NAME
                           FROM(PURCHASE-ORDER-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'POFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Purchase order changed.' TO MESSAGEO
                   IF PO-STATUS-OPEN
                       PERFORM 6000-SPOOL-THE-PURCHASE-ORDER
                   END-IF
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
                 TO MESSAGEO
           ELSE
               MOVE 'X' TO PO-STATUS
               IF PO-BLANKET-NUMBER > ZERO
                   PERFORM 4100-RETURN-TO-BLANKET
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('POFEC')
                           FROM(PURCHASE-ORDER-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'POFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Purchase order cancelled.' TO MESSAGEO
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       4100-RETURN-TO-BLANKET.
      *
           PERFORM 8250-BPO-OPEN.
      *
           EXEC CICS
               READ FILE('BPOFEC')
                    INTO(BLANKET-PO-RECORD)
                    RIDFLD(PO-BLANKET-NUMBER)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE ZERO TO WS-LINE-SUB
               PERFORM 4110-RETURN-ONE-PO-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > PO-LINE-COUNT
               EXEC CICS
                   REWRITE FILE('BPOFEC')
                           FROM(BLANKET-PO-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'BPOFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       4110-RETURN-ONE-PO-LINE.
      *
           MOVE ZERO TO WS-BPO-SUB.
           PERFORM 4120-MATCH-BLANKET-LINE
               UNTIL WS-BPO-SUB NOT < BPO-LINE-COUNT.
      *
       4120-MATCH-BLANKET-LINE.
      *
           ADD 1 TO WS-BPO-SUB.
           IF BPO-PRODUCT-CODE (WS-BPO-SUB)
                   = PO-PRODUCT-CODE (WS-LINE-SUB)
               COMPUTE BPO-QTY-RELEASED (WS-BPO-SUB) =
                   BPO-QTY-RELEASED (WS-BPO-SUB)
                 - PO-QTY-ORDERED (WS-LINE-SUB)
                 + PO-QTY-RECEIVED (WS-LINE-SUB)
               IF BPO-QTY-RELEASED (WS-BPO-SUB) < ZERO
                   MOVE ZERO TO BPO-QTY-RELEASED (WS-BPO-SUB)
               END-IF
               MOVE BPO-LINE-COUNT TO WS-BPO-SUB
           END-IF.
      *
       5000-RELEASE-PO-RECORD.
      *
                           FROM(PURCHASE-ORDER-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'POFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Purchase order released to open.' TO MESSAGEO
                   PERFORM 6000-SPOOL-THE-PURCHASE-ORDER
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       6000-SPOOL-THE-PURCHASE-ORDER.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           MOVE EIBTIME TO WS-SPL-TIME.
           MOVE SPACES  TO SPOOL-RECORD.
           STRING 'PO'      DELIMITED BY SIZE
                  PO-NUMBER DELIMITED BY SIZE
               INTO SPL-REPORT-ID.
           MOVE WS-CURRENT-DATE TO SPL-RUN-DATE.
           MOVE WS-SPL-TIME     TO SPL-RUN-TIME.
           MOVE 1               TO SPL-PAGE-NUMBER.
           MOVE ZERO            TO SPL-LINE-NUMBER.
           MOVE ZERO            TO WS-DOC-TOTAL.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           STRING 'PURCHASE ORDER ' DELIMITED BY SIZE
                  PO-NUMBER         DELIMITED BY SIZE
                  '  DATED '        DELIMITED BY SIZE
                  PO-ORDER-DATE     DELIMITED BY SIZE
                  '  DELIVER BY '   DELIMITED BY SIZE
                  PO-EXPECTED-DATE  DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 6100-WRITE-ONE-PO-LINE.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           STRING 'VENDOR '        DELIMITED BY SIZE
                  PO-VENDOR-NUMBER DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  PO-VENDOR-NAME   DELIMITED BY '  '
               INTO WS-SPL-PRINT-LINE.
           PERFORM 6100-WRITE-ONE-PO-LINE.
      *
           IF PO-BLANKET-NUMBER > ZERO
               MOVE SPACES TO WS-SPL-PRINT-LINE
               STRING 'RELEASE AGAINST BLANKET ' DELIMITED BY SIZE
                      PO-BLANKET-NUMBER          DELIMITED BY SIZE
                   INTO WS-SPL-PRINT-LINE
               PERFORM 6100-WRITE-ONE-PO-LINE
           END-IF.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           MOVE 'PRODUCT     QUANTITY UOM' TO WS-SPL-PRINT-LINE (1:24).
           MOVE 'UNIT COST' TO WS-SPL-PRINT-LINE (33:9).
           MOVE 'AMOUNT'    TO WS-SPL-PRINT-LINE (53:6).
           PERFORM 6100-WRITE-ONE-PO-LINE.
      *
           PERFORM 6200-SPOOL-ONE-PO-LINE-ITEM
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
           MOVE SPACES TO WS-SPL-PRINT-LINE.
           MOVE WS-DOC-TOTAL TO WS-DOC-AMOUNT-EDIT.
           STRING 'PURCHASE ORDER TOTAL              ' DELIMITED BY SIZE
                  WS-DOC-AMOUNT-EDIT  DELIMITED BY SIZE
               INTO WS-SPL-PRINT-LINE.
           PERFORM 6100-WRITE-ONE-PO-LINE.
      *
       6100-WRITE-ONE-PO-LINE.
      *
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
       6200-SPOOL-ONE-PO-LINE-ITEM.
      *
      * THE LINE PRINTS IN THE UNIT IT WAS KEYED IN - THE STOCKING
      * QUANTITY DIVIDED BY THE PACK SIZE, THE STOCKING COST TIMES IT.
      * A LINE WITH NO ENTRY UNIT, OR WHOSE QUANTITY NO LONGER DIVIDES
      * EVENLY, PRINTS IN STOCKING UNITS.
           IF PO-PRODUCT-CODE (WS-LINE-SUB) NOT = SPACE
               MOVE PO-QTY-ORDERED (WS-LINE-SUB) TO WS-DOC-QTY
               MOVE PO-UNIT-COST (WS-LINE-SUB)   TO WS-DOC-COST
               MOVE PO-ENTRY-UOM (WS-LINE-SUB)   TO WS-DOC-UOM
               MOVE ZERO TO WS-DOC-REMAINDER
               IF PO-ENTRY-UOM (WS-LINE-SUB) NOT = SPACE
                       AND PO-ENTRY-FACTOR (WS-LINE-SUB) NUMERIC
                       AND PO-ENTRY-FACTOR (WS-LINE-SUB) > 1
                   DIVIDE PO-QTY-ORDERED (WS-LINE-SUB)
                       BY PO-ENTRY-FACTOR (WS-LINE-SUB)
                       GIVING WS-DOC-QTY
                       REMAINDER WS-DOC-REMAINDER
                   IF WS-DOC-REMAINDER = ZERO
                       COMPUTE WS-DOC-COST =
                           PO-UNIT-COST (WS-LINE-SUB)
                         * PO-ENTRY-FACTOR (WS-LINE-SUB)
                   ELSE
                       MOVE PO-QTY-ORDERED (WS-LINE-SUB) TO WS-DOC-QTY
                       MOVE SPACE TO WS-DOC-UOM
                   END-IF
               END-IF
               COMPUTE WS-DOC-AMOUNT =
                   PO-QTY-ORDERED (WS-LINE-SUB)
                 * PO-UNIT-COST (WS-LINE-SUB)
               ADD WS-DOC-AMOUNT TO WS-DOC-TOTAL
      *
               MOVE SPACES TO WS-SPL-PRINT-LINE
               MOVE PO-PRODUCT-CODE (WS-LINE-SUB)
                 TO WS-SPL-PRINT-LINE (1:10)
               MOVE WS-DOC-QTY TO WS-DOC-QTY-EDIT
               MOVE WS-DOC-QTY-EDIT TO WS-SPL-PRINT-LINE (13:8)
               MOVE WS-DOC-UOM TO WS-SPL-PRINT-LINE (22:2)
               MOVE WS-DOC-COST TO WS-DOC-AMOUNT-EDIT
               MOVE WS-DOC-AMOUNT-EDIT TO WS-SPL-PRINT-LINE (27:15)
               MOVE WS-DOC-AMOUNT TO WS-DOC-AMOUNT-EDIT
               MOVE WS-DOC-AMOUNT-EDIT TO WS-SPL-PRINT-LINE (44:15)
               PERFORM 6100-WRITE-ONE-PO-LINE
           END-IF.
      *
       1400-SEND-PO-MAP.
      *
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8200-VPR-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=VPRFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('VPRFEC')
                   OPENSTATUS(WS-VPR-OPEN-STATUS)
                   ENABLESTATUS(WS-VPR-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-VPR-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=VPRFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('VPRFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-VPR-OPEN
           ELSE IF WS-VPR-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8250-BPO-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=BPOFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('BPOFEC')
                   OPENSTATUS(WS-BPO-OPEN-STATUS)
                   ENABLESTATUS(WS-BPO-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-BPO-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=BPOFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('BPOFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-BPO-OPEN
           ELSE IF WS-BPO-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8270-UOM-OPEN.
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
           MOVE 'POENTFEC' TO USG-PROGRAM-NAME.
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
