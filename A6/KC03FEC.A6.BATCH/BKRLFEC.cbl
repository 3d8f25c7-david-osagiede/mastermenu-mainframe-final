      *                 THE ORDER CARRIES THE PARENT LINE, BILLED AT
      *                 THE BUNDLE PRICE AT SHIP CONFIRMATION, SO A
      *                 COMPONENT ROW HAS NOTHING TO BILL.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION. AVAILABILITY
      *                 IS NOW LOCATION 1 LESS WHAT IS COMMITTED
      *                 THERE, SO A RELEASE CANNOT SHIP STOCK ALREADY
      *                 PROMISED TO AN OPEN ORDER NOT YET SHIPPED.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-15  DAO  LAYOUTS GROW (OOR 421 TO 491 AND INVOICE 583 TO
      *                 653) FOR THE NEW PER-LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  THE RELEASE INVOICE LINE CARRIES THE ORDER
      *                 LINE'S ENTRY UNIT OF MEASURE SO INVDCFEC PRINTS
      *                 IT THE WAY IT WAS ORDERED.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *2026-10-15  DAO  DUE-DATE FROM THE TRFFEC TERMS FILE INSTEAD OF
      *                 THE COMPILED TRMFEC TABLE, COUNTING MONTH-END
      *                 (EOM/PROX) TERMS FROM THE MONTH END.
      *2026-10-15  DAO  ROLL THE DUE DATE ONTO A WORKING DAY THROUGH
      *                 BCLBTFEC.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT TRM-FILE ASSIGN TO TRMMSTR
               RECORD KEY IS TRM-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-TRMFILE-SW.

           SELECT TAXF-FILE ASSIGN TO TAXFMSTR
               RECORD KEY IS TXR-KEY-1
               ORGANIZATION IS INDEXED
           05  BKO-QUANTITY-SHORT-1          PIC S9(07).
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
           05  PRD-CATEGORY-1                PIC X(04).
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
       FD CTL-FILE
           RECORD CONTAINS 7 CHARACTERS
           05  GAPLOG-RETURNED-REASON-1          PIC X(30).
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
       FD TRM-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS TRM-FILE-RECORD.
       01  TRM-FILE-RECORD.
           05  TRM-KEY-1.
               10  TRM-TERMS-CODE-1          PIC X(03).
           05  TRM-DESCRIPTION-1             PIC X(30).
           05  TRM-STATUS-1                  PIC X(01).
           05  TRM-DUE-BASIS-1               PIC X(01).
           05  TRM-CUTOFF-DAY-1              PIC 9(02).
           05  TRM-NET-DAYS-1                PIC 9(03).
           05  TRM-DISC-DAYS-1               PIC 9(03).
           05  TRM-DISC-RATE-1               PIC S9V9(4).
           05  TRM-INSTALLMENTS-1            PIC 9(02).
           05  TRM-INSTALL-INTERVAL-1        PIC 9(03).
           05  TRM-UPDATED-DATE-1            PIC X(08).
           05  TRM-UPDATED-BY-1              PIC X(08).
      *
       FD TAXF-FILE
           RECORD CONTAINS 16 CHARACTERS
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-NOTFND                 VALUE '23'.
       01 WS-TRMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRMFILE-SUCCESS                VALUE '00'.
           88  WS-TRMFILE-NOTFND                 VALUE '23'.
       01 WS-TAXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TAXFILE-SUCCESS                VALUE '00'.
           88  WS-TAXFILE-EOF                    VALUE '10'.
           05  WS-DUE-OUT-YYYY               PIC 9(04).
           05  WS-DUE-OUT-MM                 PIC 9(02).
           05  WS-DUE-OUT-DD                 PIC 9(02).
      *
       COPY BCLDTCOM.
      *
       01 WS-FULL-RELEASE-CNT                PIC 9(05)  COMP-3 VALUE 0.
       01 WS-PART-RELEASE-CNT                PIC 9(05)  COMP-3 VALUE 0.
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT TRM-FILE.
           IF NOT WS-TRMFILE-SUCCESS
               DISPLAY "WS-TRMFILE-SW=" WS-TRMFILE-SW
               DISPLAY "TRM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT TAXF-FILE.
           IF NOT WS-TAXFILE-SUCCESS
      *        RELEASES SHIP FROM LOCATION 1, SO AVAILABILITY IS
      *        TESTED AGAINST THE SAME BUCKET THE ALLOCATION
      *        DECREMENTS - STOCK SITTING IN LOCATION 2 CANNOT
      *        DRIVE LOCATION 1 NEGATIVE. STOCK ALREADY COMMITTED TO
      *        AN OPEN ORDER IS SPOKEN FOR AND IS NOT AVAILABLE.
               COMPUTE WS-QTY-AVAILABLE =
                   PRD-QTY-LOCATION-1 (1) - PRD-QTY-COMMITTED-1 (1)
               IF WS-QTY-AVAILABLE < ZERO
                   MOVE ZERO TO WS-QTY-AVAILABLE
               END-IF
           ELSE
           COMPUTE INV-AMOUNT-1 (1) =
               WS-QTY-RELEASED * WS-RELEASE-PRICE.
           MOVE WS-RELEASE-PRICE-SOURCE TO INV-PRICE-SOURCE-1 (1).
           MOVE OOR-ENTRY-UOM-1 (WS-OOR-LINE-SUB)
             TO INV-ENTRY-UOM-1 (1).
           MOVE OOR-ENTRY-FACTOR-1 (WS-OOR-LINE-SUB)
             TO INV-ENTRY-FACTOR-1 (1).
      *
           MOVE INV-AMOUNT-1 (1)   TO INV-INVOICE-TOTAL-1.
           MOVE 1                  TO INV-LINE-ITEM-COUNT-1.
      *
       366-COMPUTE-DUE-DATE.
      *
      * AN INSTALLMENT CODE DUE-DATES THE INVOICE AT ITS FIRST PAYMENT.
           MOVE WS-TODAY-DATE TO WS-DUE-DATE-OUT.
           MOVE WS-DUE-OUT-DD TO WS-TERMS-START-DD.
           PERFORM 367-LOOK-UP-CUSTOMER-TERMS.
      *
           IF WS-TERMS-NET-DAYS-FOUND = ZERO
               MOVE WS-TODAY-DATE TO INV-DUE-DATE-1
               MOVE WS-DUE-DATE-OUT TO INV-DUE-DATE-1
           END-IF.
      *
           PERFORM 374-ROLL-THE-DUE-DATE.
      *
       367-LOOK-UP-CUSTOMER-TERMS.
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
           MOVE CM-TERMS-CODE TO TRM-TERMS-CODE-1.
           MOVE '00' TO WS-TRMFILE-SW.
           READ TRM-FILE
               INVALID KEY MOVE '23' TO WS-TRMFILE-SW.
      *
           IF WS-TRMFILE-SUCCESS
               MOVE 'Y'             TO WS-TERMS-FOUND-SW
               MOVE TRM-NET-DAYS-1  TO WS-TERMS-NET-DAYS-FOUND
               MOVE TRM-DISC-DAYS-1 TO WS-TERMS-DISC-DAYS-FOUND
               MOVE TRM-DISC-RATE-1 TO WS-TERMS-DISC-RATE-FOUND
               MOVE TRM-DUE-BASIS-1 TO WS-TERMS-BASIS-FOUND
               MOVE TRM-CUTOFF-DAY-1
                 TO WS-TERMS-CUTOFF-FOUND
               MOVE TRM-INSTALLMENTS-1
                 TO WS-TERMS-INSTALLMENTS-FOUND
               MOVE TRM-INSTALL-INTERVAL-1
                 TO WS-TERMS-INTERVAL-FOUND
               MOVE TRM-STATUS-1    TO WS-TERMS-STATUS-FOUND
               IF WS-TERMS-MONTH-END
                   PERFORM 369-APPLY-MONTH-END-BASIS
               END-IF
           ELSE IF NOT WS-TRMFILE-NOTFND
               DISPLAY "WS-TRMFILE-SW=" WS-TRMFILE-SW
               DISPLAY "TRM-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       368-NORMALIZE-DUE-DATE.
               SUBTRACT 12 FROM WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
      *
       369-APPLY-MONTH-END-BASIS.
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
       374-ROLL-THE-DUE-DATE.
      *
      * A DUE DATE ON A CLOSED DAY MOVES TO THE NEXT WORKING DAY. A
      * 30/360 DAY PAST THE MONTH END COMES BACK AS A REAL DATE.
           MOVE 'R'            TO BCLDT-FUNCTION.
           MOVE INV-DUE-DATE-1 TO BCLDT-DATE-IN.
           MOVE SPACES         TO BCLDT-DATE-TO.
           CALL 'BCLBTFEC' USING BCLDT-COMMAREA.
           IF BCLDT-DATE-USABLE
               MOVE BCLDT-DATE-OUT TO INV-DUE-DATE-1
           END-IF.
      *
       375-UPDATE-THE-OPEN-ORDER.
      *
                 MOV-FILE
                 OOR-FILE
                 CM-FILE
                 TRM-FILE
                 TAXF-FILE
                 CBS-FILE
                 PRINT-FILE.
