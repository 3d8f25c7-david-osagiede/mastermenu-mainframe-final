      *page.
      *
      *MOD HISTORY
      *2026-10-15  DAO  AN INVOICE WITH AN IFXFEC ROW ALSO PRINTS THE
      *                 TOTAL DUE IN THE CUSTOMER'S CURRENCY AND THE
      *                 RATE IT WAS BOOKED AT; THE REMIT STUB ASKS FOR
      *                 THE FOREIGN AMOUNT. CUSTOMER LAYOUT GROWS 294
      *                 TO 297 FOR THE NEW CURRENCY CODE.
      *2026-10-15  DAO  PRINT EACH LINE IN THE UNIT IT WAS ORDERED IN
      *                 (NEW UM COLUMN) WHEN ITS QUANTITY DIVIDES EVENLY
      *                 BY THE PACK SIZE, OTHERWISE IN STOCKING UNITS.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-09-01  DAO  ECHO THE CUSTOMER'S OWN PART NUMBER (FROM
      *                 THE NEW CPXFEC CROSS-REFERENCE) NEXT TO EACH
      *                 LINE, SO THE ACCOUNTS THAT ORDER BY THEIR
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT IFX-FILE ASSIGN TO IFXMSTR
               RECORD KEY IS IFX-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-IFXFILE-SW.

           SELECT CPX-FILE ASSIGN TO CPXMSTR
               RECORD KEY IS CPX-KEY-1
               ORGANIZATION IS INDEXED
               10  FILLER                       PIC X(02).
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
           05  INVX-UNIT-COST-1                  PIC S9(07)V99.
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
       FD IFX-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS IFX-FILE-RECORD.
       01  IFX-FILE-RECORD.
           05  IFX-KEY-1.
               10  IFX-INVOICE-NUMBER-1      PIC 9(06).
           05  IFX-CUSTOMER-NUMBER-1         PIC X(06).
           05  IFX-CURRENCY-CODE-1           PIC X(03).
           05  IFX-EXCHANGE-RATE-1           PIC 9(03)V9(06).
           05  IFX-RATE-DATE-1               PIC X(08).
           05  IFX-FX-GROSS-AMOUNT-1         PIC S9(09)V99.
      *
       FD CPX-FILE
           RECORD CONTAINS 31 CHARACTERS
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-NOTFND                 VALUE '23'.
       01 WS-IFXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-IFXFILE-SUCCESS                VALUE '00'.
           88  WS-IFXFILE-NOTFND                 VALUE '23'.
       01 WS-CPXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CPXFILE-SUCCESS                VALUE '00'.
       01 WS-CPX-EOF-SW                      PIC X(01)  VALUE 'N'.
       01 WS-SELECT-DATE                     PIC X(08)  VALUE SPACES.
       01 WS-SELECT-INVOICE                  PIC 9(06)  VALUE 0.
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-DOC-QTY                         PIC S9(07) VALUE 0.
       01 WS-DOC-REMAINDER                   PIC S9(07) VALUE 0.
       01 WS-DOC-PRICE                       PIC S9(07)V99 VALUE 0.
       01 WS-GROSS-TOTAL                     PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-DOCUMENT-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 LINE-HEADING-LINE.
           05  FILLER                        PIC X(12)
               VALUE 'PRODUCT'.
           05  FILLER                        PIC X(09) VALUE 'QUANTITY'.
           05  FILLER                        PIC X(04) VALUE 'UM'.
           05  FILLER                        PIC X(12) VALUE
               'UNIT PRICE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  LDL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  LDL-QUANTITY                  PIC ZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  LDL-UOM                       PIC X(02).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  LDL-UNIT-PRICE                PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE 'TOTAL DUE:'.
           05  TTL-TOTAL                     PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  TTL-CURRENCY-CODE             PIC X(03) VALUE 'USD'.
      *
       01 FX-TOTAL-LINE.
           05  FILLER                        PIC X(13)
               VALUE 'TOTAL DUE IN '.
           05  FXT-CURRENCY-CODE             PIC X(03).
           05  FILLER                        PIC X(08) VALUE ':'.
           05  FXT-TOTAL                     PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FXT-CURRENCY-CODE-2           PIC X(03).
      *
       01 FX-RATE-LINE.
           05  FILLER                        PIC X(24)
               VALUE 'EXCHANGE RATE:'.
           05  FXL-RATE                      PIC ZZ9.999999.
           05  FILLER                        PIC X(09)
               VALUE ' USD PER '.
           05  FXL-CURRENCY-CODE             PIC X(03).
           05  FILLER                        PIC X(04) VALUE ' ON '.
           05  FXL-RATE-DATE                 PIC X(08).
      *
       01 STUB-LINE-1.
           05  FILLER                        PIC X(45) VALUE
           05  STB-INVOICE-NUMBER            PIC 9(06).
           05  FILLER                        PIC X(09)
               VALUE '  AMOUNT '.
           05  STB-TOTAL                     PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  STB-CURRENCY-CODE             PIC X(03).
      *
       01 RUN-TOTAL-LINE.
           05  FILLER                        PIC X(20)
               DISPLAY "CPX-FILE OPEN ERROR - CUSTOMER PART "
                       "NUMBERS UNAVAILABLE THIS RUN"
           END-IF.
      *
           OPEN INPUT IFX-FILE.
           IF NOT WS-IFXFILE-SUCCESS
               DISPLAY "WS-IFXFILE-SW=" WS-IFXFILE-SW
               DISPLAY "IFX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
           MOVE WS-GROSS-TOTAL TO TTL-TOTAL.
           WRITE PRINT-LINE FROM TOTAL-LINE.
      *
           MOVE INV-INVOICE-NUMBER-1 TO STB-INVOICE-NUMBER.
           MOVE WS-GROSS-TOTAL       TO STB-TOTAL.
           MOVE 'USD'                TO STB-CURRENCY-CODE.
           PERFORM 360-PRINT-FOREIGN-TOTAL.
      *
           WRITE PRINT-LINE FROM STUB-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-LINE FROM STUB-LINE-2.
      *
           ADD 1 TO WS-DOCUMENT-CNT.
                              AD2-SHIP-STATE
                              AD2-SHIP-ZIP
           END-IF.
      *
       360-PRINT-FOREIGN-TOTAL.
      *
      * AN INVOICE BILLED IN THE CUSTOMER'S OWN CURRENCY ALSO SHOWS
      * THE TOTAL DUE IN THAT CURRENCY AND THE RATE IT WAS BOOKED AT,
      * AND THE REMIT STUB ASKS FOR THE FOREIGN AMOUNT.
           MOVE INV-INVOICE-NUMBER-1 TO IFX-INVOICE-NUMBER-1.
           MOVE '00' TO WS-IFXFILE-SW.
           READ IFX-FILE
               INVALID KEY MOVE '23' TO WS-IFXFILE-SW.
      *
           IF WS-IFXFILE-SUCCESS
               MOVE IFX-CURRENCY-CODE-1   TO FXT-CURRENCY-CODE
                                             FXT-CURRENCY-CODE-2
                                             FXL-CURRENCY-CODE
                                             STB-CURRENCY-CODE
               MOVE IFX-FX-GROSS-AMOUNT-1 TO FXT-TOTAL
                                             STB-TOTAL
               MOVE IFX-EXCHANGE-RATE-1   TO FXL-RATE
               MOVE IFX-RATE-DATE-1       TO FXL-RATE-DATE
               WRITE PRINT-LINE FROM FX-TOTAL-LINE
               WRITE PRINT-LINE FROM FX-RATE-LINE
           END-IF.
      *
       400-PRINT-ONE-INLINE-ITEM.
      *
           ELSE
               MOVE INV-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO LDL-PRODUCT-CODE
               PERFORM 410-SET-THE-ENTRY-UNIT
               MOVE WS-DOC-QTY                     TO LDL-QUANTITY
               MOVE WS-DOC-PRICE                   TO LDL-UNIT-PRICE
               MOVE INV-AMOUNT-1 (WS-LINE-SUB)     TO LDL-AMOUNT
               MOVE INV-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO WS-CPX-LOOKUP-PRODUCT
               MOVE WS-CPX-PART-FOUND TO LDL-CUSTOMER-PART
               WRITE PRINT-LINE FROM LINE-DETAIL-LINE
           END-IF.
      *
       410-SET-THE-ENTRY-UNIT.
      *
      * A LINE KEYED IN A PACK UNIT PRINTS IN THAT UNIT - THE STOCKING
      * QUANTITY DIVIDED BY THE PACK SIZE, THE STOCKING PRICE TIMES
      * IT. A LINE WITH NO ENTRY UNIT, OR A PARTIAL SHIPMENT THAT DOES
      * NOT DIVIDE EVENLY, PRINTS IN STOCKING UNITS.
           MOVE INV-QUANTITY-1 (WS-LINE-SUB)   TO WS-DOC-QTY.
           MOVE INV-UNIT-PRICE-1 (WS-LINE-SUB) TO WS-DOC-PRICE.
           MOVE INV-ENTRY-UOM-1 (WS-LINE-SUB)  TO LDL-UOM.
           MOVE ZERO TO WS-DOC-REMAINDER.
           IF INV-ENTRY-UOM-1 (WS-LINE-SUB) NOT = SPACE
                   AND INV-ENTRY-FACTOR-1 (WS-LINE-SUB) NUMERIC
                   AND INV-ENTRY-FACTOR-1 (WS-LINE-SUB) > 1
               DIVIDE INV-QUANTITY-1 (WS-LINE-SUB)
                   BY INV-ENTRY-FACTOR-1 (WS-LINE-SUB)
                   GIVING WS-DOC-QTY
                   REMAINDER WS-DOC-REMAINDER
               IF WS-DOC-REMAINDER = ZERO
                   COMPUTE WS-DOC-PRICE =
                       INV-UNIT-PRICE-1 (WS-LINE-SUB)
                     * INV-ENTRY-FACTOR-1 (WS-LINE-SUB)
               ELSE
                   MOVE INV-QUANTITY-1 (WS-LINE-SUB) TO WS-DOC-QTY
                   MOVE SPACE TO LDL-UOM
               END-IF
           END-IF.
      *
       470-FIND-CUSTOMER-PART.
      *
           ELSE
               MOVE INVX-PRODUCT-CODE-1 TO LDL-PRODUCT-CODE
               MOVE INVX-QUANTITY-1     TO LDL-QUANTITY
               MOVE SPACE               TO LDL-UOM
               MOVE INVX-UNIT-PRICE-1   TO LDL-UNIT-PRICE
               MOVE INVX-AMOUNT-1       TO LDL-AMOUNT
               WRITE PRINT-LINE FROM LINE-DETAIL-LINE
       900-COMPLETED-OK.
           CLOSE INVOICE-FILE
                 CPX-FILE
                 IFX-FILE
                 INVX-FILE
                 CM-FILE
                 PRINT-FILE.
