      *close binder. When an invoice is flagged INV-OVERFLOW-SW its
      *eleventh-and-later lines on INVXFEC roll up with the same
      *posting as the inline lines, so the big orders stop being
      *undercounted. Phase 4 also takes the month-end valuation
      *snapshot - one VSNFEC row per product per location holding
      *the units, the weighted-average cost and the extended value,
      *stamped with the date and time it was taken - which the
      *RLFWDFEC roll-forward proves the month's movements against.
      *
      *MOD HISTORY
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *2026-10-15  DAO  DMHFEC GROWS 23 TO 30: EACH DEMAND-HISTORY ROW
      *                 NOW ALSO CARRIES THE MONTH'S LOST-SALE UNITS
      *                 FOR THE PRODUCT, SUMMED FROM LSTFEC.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  TAKE THE MONTH-END VALUATION SNAPSHOT IN
      *                 PHASE 4 - ONE VSNFEC ROW PER PRODUCT PER
      *                 LOCATION WITH UNITS, AVERAGE COST AND VALUE,
      *                 UNDER ONE DATE/TIME STAMP - FOR THE RLFWDFEC
      *                 ROLL-FORWARD TO PROVE THE MONTH AGAINST.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-09-01  DAO  READ THE INVXFEC OVERFLOW LINES WHENEVER
      *                 INV-OVERFLOW-SW IS SET AND POST THEIR UNITS
      *                 TO PRD-MTD/YTD-UNITS LIKE ANY INLINE LINE.
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-DMHFILE-SW.

           SELECT LST-FILE ASSIGN TO LSTMSTR
               RECORD KEY IS LST-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-LSTFILE-SW.

           SELECT VSN-FILE ASSIGN TO VSNMSTR
               RECORD KEY IS VSN-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VSNFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
           05  PER-CLOSED-THRU-1             PIC X(06).
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
           05  INVX-UNIT-COST-1              PIC S9(07)V99.
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
           05  PRD-CATEGORY-1                PIC X(04).
      *
       FD DMH-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS DMH-FILE-RECORD.
       01  DMH-FILE-RECORD.
           05  DMH-KEY-1.
               10  DMH-PRODUCT-CODE-1        PIC X(10).
               10  DMH-PERIOD-1              PIC X(06).
           05  DMH-UNITS-1                   PIC S9(07).
           05  DMH-LOST-UNITS-1              PIC S9(07).
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
       FD VSN-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS VSN-FILE-RECORD.
       01  VSN-FILE-RECORD.
           05  VSN-KEY-1.
               10  VSN-PERIOD-1              PIC X(06).
               10  VSN-PRODUCT-CODE-1        PIC X(10).
               10  VSN-LOCATION-1            PIC 9(01).
           05  VSN-AS-OF-DATE-1              PIC X(08).
           05  VSN-AS-OF-TIME-1              PIC X(06).
           05  VSN-QUANTITY-1                PIC S9(07).
           05  VSN-UNIT-COST-1               PIC S9(07)V99.
           05  VSN-VALUE-1                   PIC S9(09)V99.
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-DMHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DMHFILE-SUCCESS                VALUE '00'.
           88  WS-DMHFILE-DUPKEY                 VALUE '22'.
       01 WS-LSTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LSTFILE-SUCCESS                VALUE '00'.
       01 WS-LST-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-LST-EOF                        VALUE 'Y'.
       01 WS-LOST-UNITS-TOTAL                PIC S9(09) COMP-3 VALUE 0.
       01 WS-VSNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VSNFILE-SUCCESS                VALUE '00'.
           88  WS-VSNFILE-DUPKEY                 VALUE '22'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-INVXFILE-SW                     PIC X(02)  VALUE SPACES.
       01 WS-JANUARY-SW                      PIC X(01)  VALUE 'N'.
           88  WS-CLOSING-JANUARY                VALUE 'Y'.
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-LOC-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-SNAPSHOT-DATE                   PIC X(08)  VALUE SPACES.
       01 WS-SNAPSHOT-TIME-GROUP.
           05  WS-SNAPSHOT-TIME              PIC X(06).
           05  FILLER                        PIC X(02).
       01 WS-INVOICE-GROSS                   PIC S9(09)V99 COMP-3
                                              VALUE 0.
      *
       01 WS-SALES-TOTAL                     PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-UNITS-TOTAL                     PIC S9(09) COMP-3 VALUE 0.
       01 WS-SNAPSHOT-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-SNAPSHOT-VALUE                  PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
               DISPLAY "DMH-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT LST-FILE.
           IF NOT WS-LSTFILE-SUCCESS
               DISPLAY "WS-LSTFILE-SW=" WS-LSTFILE-SW
               DISPLAY "LST-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O VSN-FILE.
           IF NOT WS-VSNFILE-SUCCESS
               DISPLAY "WS-VSNFILE-SW=" WS-VSNFILE-SW
               DISPLAY "VSN-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               PERFORM 060-START-ONE-PHASE
               PERFORM 200-ROLL-UP-THE-MONTH
           END-IF.
      *    THE DEMAND HISTORY AND VALUATION SNAPSHOT WRITES REWRITE
      *    THE SAME PERIOD ROWS ON A RERUN, SO THE PHASE RESTARTS
      *    FROM ITS TOP SAFELY - WITH A FRESH SNAPSHOT STAMP.
           MOVE 4 TO WS-CURRENT-PHASE.
           PERFORM 060-START-ONE-PHASE.
           PERFORM 500-WRITE-DEMAND-HISTORY.
      * THE MTD BUCKETS NOW HOLD EXACTLY THE CLOSED MONTH - COPY THEM
      * TO THE DEMAND HISTORY BEFORE THE PERIOD ADVANCES. A RERUN OF
      * THE CLOSE REWRITES THE SAME PERIOD ROW INSTEAD OF FAILING.
      * THE SAME PASS TAKES THE VALUATION SNAPSHOT, ALL OF IT UNDER
      * ONE STAMP SO THE ROLL-FORWARD HAS A SINGLE CUT-OFF.
           ACCEPT WS-SNAPSHOT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SNAPSHOT-TIME-GROUP FROM TIME.
           MOVE 'N' TO WS-PRD-EOF-SW.
           MOVE LOW-VALUES TO PRD-PRODUCT-CODE-1.
           START PRD-FILE KEY IS NOT LESS THAN PRD-KEY-1
               MOVE PRD-PRODUCT-CODE-1 TO DMH-PRODUCT-CODE-1
               MOVE WS-CLOSING-PERIOD  TO DMH-PERIOD-1
               MOVE PRD-MTD-UNITS-1    TO DMH-UNITS-1
               PERFORM 515-SUM-LOST-DEMAND
               MOVE '00' TO WS-DMHFILE-SW
               WRITE DMH-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-DMHFILE-SW
                   DISPLAY "DMH-FILE WRITE ERROR KEY=" DMH-KEY-1
                   PERFORM 800-PROGRAM-FAILED
               END-IF
               PERFORM 520-WRITE-ONE-SNAPSHOT-ROW
                   VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 2
           END-IF.
      *
      * BESIDE WHAT SOLD, THE ROW CARRIES WHAT WAS ASKED FOR AND NOT
      * SOLD - THE PRODUCT'S LSTFEC LOST-SALE UNITS DATED IN THE
      * CLOSED MONTH - SO THE TREND REPORT CAN SHOW TRUE DEMAND.
       515-SUM-LOST-DEMAND.
      *
           MOVE ZERO TO DMH-LOST-UNITS-1.
           MOVE 'N'  TO WS-LST-EOF-SW.
           MOVE LOW-VALUES         TO LST-KEY-1.
           MOVE PRD-PRODUCT-CODE-1 TO LST-PRODUCT-CODE-1.
           MOVE WS-CLOSING-PERIOD  TO LST-DATE-1 (1:6).
           START LST-FILE KEY IS NOT LESS THAN LST-KEY-1
               INVALID KEY MOVE 'Y' TO WS-LST-EOF-SW.
      *
           PERFORM 517-ADD-ONE-LOST-SALE
               UNTIL WS-LST-EOF.
      *
       517-ADD-ONE-LOST-SALE.
      *
           READ LST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LST-EOF-SW.
      *
           IF WS-LST-EOF
               CONTINUE
           ELSE IF LST-PRODUCT-CODE-1 NOT = PRD-PRODUCT-CODE-1
                   OR LST-DATE-1 (1:6) NOT = WS-CLOSING-PERIOD
               MOVE 'Y' TO WS-LST-EOF-SW
           ELSE
               ADD LST-QUANTITY-1 TO DMH-LOST-UNITS-1
               ADD LST-QUANTITY-1 TO WS-LOST-UNITS-TOTAL
           END-IF.
      *
       520-WRITE-ONE-SNAPSHOT-ROW.
      *
           MOVE WS-CLOSING-PERIOD  TO VSN-PERIOD-1.
           MOVE PRD-PRODUCT-CODE-1 TO VSN-PRODUCT-CODE-1.
           MOVE WS-LOC-SUB         TO VSN-LOCATION-1.
           MOVE WS-SNAPSHOT-DATE   TO VSN-AS-OF-DATE-1.
           MOVE WS-SNAPSHOT-TIME   TO VSN-AS-OF-TIME-1.
           MOVE PRD-QTY-LOCATION-1 (WS-LOC-SUB) TO VSN-QUANTITY-1.
           MOVE PRD-UNIT-COST-1    TO VSN-UNIT-COST-1.
           COMPUTE VSN-VALUE-1 ROUNDED =
               VSN-QUANTITY-1 * VSN-UNIT-COST-1.
           MOVE '00' TO WS-VSNFILE-SW.
           WRITE VSN-FILE-RECORD
               INVALID KEY MOVE '22' TO WS-VSNFILE-SW
           END-WRITE.
           IF WS-VSNFILE-DUPKEY
               REWRITE VSN-FILE-RECORD
           END-IF.
           IF NOT WS-VSNFILE-SUCCESS
               DISPLAY "WS-VSNFILE-SW=" WS-VSNFILE-SW
               DISPLAY "VSN-FILE WRITE ERROR KEY=" VSN-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           ADD 1           TO WS-SNAPSHOT-CNT.
           ADD VSN-VALUE-1 TO WS-SNAPSHOT-VALUE.
      *
       600-ADVANCE-THE-PERIOD.
      *
           DISPLAY "PRODUCT LINE POSTINGS   = " WS-PRODUCT-CNT.
           DISPLAY "SALES DOLLARS ROLLED UP = " WS-SALES-TOTAL.
           DISPLAY "UNITS ROLLED UP         = " WS-UNITS-TOTAL.
           DISPLAY "LOST-SALE UNITS KEPT    = " WS-LOST-UNITS-TOTAL.
           DISPLAY "VALUATION SNAPSHOT ROWS = " WS-SNAPSHOT-CNT.
           DISPLAY "VALUATION SNAPSHOT VALUE= " WS-SNAPSHOT-VALUE.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
                 CM-FILE
                 PRD-FILE
                 DMH-FILE
                 LST-FILE
                 VSN-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
