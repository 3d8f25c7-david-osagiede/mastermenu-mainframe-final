       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMORPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Post-promotion report. Loads every PMOFEC promotion whose
      *window has opened, then browses INVFEC sequentially the way
      *INVGMFEC does, skipping voids, and for every line item
      *(including the INVXFEC continuation lines) that the promotion
      *covers - same product, or a product in the promoted category
      *(PRD-CATEGORY), for the promotion's customer or rep when it is
      *restricted to one - accumulates units, revenue, and ship-time
      *cost into two buckets: invoices dated inside the promotion
      *window, and invoices dated in the same number of days just
      *before it. Each promotion prints both periods side by side
      *with margin and margin percent, the units actually sold at the
      *promotional price (price source P), and the change from the
      *period before, so marketing can see what the promotion bought.
      *A promotion still running is measured through today against
      *an equally long period before it. Day counts use the same
      *30/360 ordinal the aging and purge programs use.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PMO-FILE ASSIGN TO PMOMSTR
               RECORD KEY IS PMO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PMOFILE-SW.

           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVFILE-SW.

           SELECT INVX-FILE ASSIGN TO INVXMSTR
               RECORD KEY IS INVX-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-INVXFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PMO-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS PMO-FILE-RECORD.
       01  PMO-FILE-RECORD.
           05  PMO-KEY-1.
               10  PMO-SCOPE-1               PIC X(01).
                   88  PMO-SCOPE-PRODUCT-1       VALUE 'P'.
                   88  PMO-SCOPE-CATEGORY-1      VALUE 'C'.
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
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
      *
           05  INV-KEY-1.
               10  INV-INVOICE-NUMBER-1          PIC 9(06).
           05  INV-INVOICE-DATE-1                PIC X(08).
           05  INV-CUSTOMER-NUMBER-1             PIC X(06).
           05  INV-PO-NUMBER-1                   PIC X(10).
           05  INV-LINE-ITEM-1                   OCCURS 10 TIMES.
               10  INV-PRODUCT-CODE-1            PIC X(10).
               10  INV-QUANTITY-1                PIC S9(07).
               10  INV-UNIT-PRICE-1              PIC S9(07)V99.
               10  INV-AMOUNT-1                  PIC S9(07)V99.
               10  INV-UNIT-COST-1               PIC S9(07)V99.
           05  INV-INVOICE-TOTAL-1               PIC S9(07)V99.
           05  INV-SALES-TAX-1                   PIC S9(07)V99.
           05  INV-LINE-ITEM-COUNT-1             PIC 9(04).
           05  INV-OVERFLOW-SW-1                 PIC X(01).
               88  INV-HAS-OVERFLOW-1                VALUE 'Y'.
           05  INV-VOID-SW-1                     PIC X(01).
               88  INV-IS-VOID-1                     VALUE 'Y'.
           05  INV-VOID-REASON-CODE-1            PIC X(02).
           05  INV-VOID-DATE-1                   PIC X(08).
           05  INV-REFERENCE-INVOICE-NUMBER-1    PIC 9(06).
           05  INV-PAYMENT-AMOUNT-1              PIC S9(07)V99.
           05  INV-PAYMENT-DATE-1                PIC X(08).
           05  INV-OPEN-BALANCE-1                PIC S9(07)V99.
           05  INV-PAID-SW-1                     PIC X(01).
               88  INV-IS-PAID-1                     VALUE 'Y'.
           05  INV-DUE-DATE-1                    PIC X(08).
           05  INV-DISCOUNT-AMOUNT-1             PIC S9(07)V99.
           05  INV-PRICE-SOURCE-FLAGS-1.
               10  INV-PRICE-SOURCE-1            OCCURS 10 TIMES
                                                 PIC X(01).
           05  INV-SHIP-VIA-1                    PIC X(03).
           05  INV-FREIGHT-AMOUNT-1              PIC S9(07)V99.
           05  INV-REP-CODE-1                    PIC X(03).
           05  INV-SHIPTO-CODE-1                 PIC X(04).
           05  INV-LINE-UOM-1                    OCCURS 10 TIMES.
               10  INV-ENTRY-UOM-1               PIC X(02).
               10  INV-ENTRY-FACTOR-1            PIC 9(05).
      *
       FD INVX-FILE
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS INVX-FILE-RECORD.
       01  INVX-FILE-RECORD.
           05  INVX-KEY-1.
               10  INVX-INVOICE-NUMBER-1         PIC 9(06).
               10  INVX-LINE-NUMBER-1            PIC 9(04).
           05  INVX-PRODUCT-CODE-1               PIC X(10).
           05  INVX-QUANTITY-1                   PIC S9(07).
           05  INVX-UNIT-PRICE-1                 PIC S9(07)V99.
           05  INVX-AMOUNT-1                     PIC S9(07)V99.
           05  INVX-PRICE-SOURCE-1               PIC X(01).
           05  INVX-UNIT-COST-1                  PIC S9(07)V99.
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY-1.
               10  PRD-PRODUCT-CODE-1        PIC X(10).
           05  PRD-PRODUCT-DESCRIPTION-1     PIC X(20).
           05  PRD-UNIT-PRICE-1              PIC S9(07)V99.
           05  PRD-QUANTITY-ON-HAND-1        PIC S9(07).
           05  PRD-REORDER-POINT-1           PIC S9(07).
           05  PRD-UNIT-COST-1               PIC S9(07)V99.
           05  PRD-QTY-LOCATION-1            OCCURS 2 TIMES
                                             PIC S9(07).
           05  PRD-MTD-UNITS-1               PIC S9(07).
           05  PRD-YTD-UNITS-1               PIC S9(07).
           05  PRD-BIN-LOCATION-1            PIC X(06).
           05  PRD-ABC-CLASS-1               PIC X(01).
           05  PRD-UNIT-WEIGHT-1             PIC S9(03)V99.
           05  PRD-LASTYR-UNITS-1            PIC S9(07).
           05  PRD-QTY-COMMITTED-1           OCCURS 2 TIMES
                                             PIC S9(07).
           05  PRD-STOCKING-UOM-1            PIC X(02).
           05  PRD-LOC-STOCK-LEVELS-1        OCCURS 2 TIMES.
               10  PRD-LOC-MIN-QTY-1         PIC S9(07).
               10  PRD-LOC-MAX-QTY-1         PIC S9(07).
           05  PRD-STATUS-1                  PIC X(01).
           05  PRD-CATEGORY-1                PIC X(04).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PMOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PMOFILE-SUCCESS                VALUE '00'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-INVXFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVXFILE-SUCCESS               VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-PMO-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PMO-EOF                        VALUE 'Y'.
       01 WS-INVX-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-INVX-EOF                       VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-TODAY-DATE                      PIC X(08).
       01 WS-TODAY-ORDINAL                   PIC S9(09) COMP-3 VALUE 0.
       01 WS-INVOICE-ORDINAL                 PIC S9(09) COMP-3 VALUE 0.
       01 WS-WINDOW-DAYS                     PIC S9(09) COMP-3 VALUE 0.
      *
      * 30/360 DAY-COUNT ORDINAL, THE SAME ARITHMETIC INVARFEC AGES BY.
       01 WS-ORDINAL-DATE                    PIC X(08).
       01 WS-ORDINAL-DATE-R REDEFINES WS-ORDINAL-DATE.
           05  WS-ORDINAL-YYYY               PIC 9(04).
           05  WS-ORDINAL-MM                 PIC 9(02).
           05  WS-ORDINAL-DD                 PIC 9(02).
       01 WS-ORDINAL-RESULT                  PIC S9(09) COMP-3 VALUE 0.
       01 WS-ORDINAL-WORK                    PIC S9(09) COMP-3 VALUE 0.
       01 WS-ORDINAL-REM                     PIC S9(05) COMP-3 VALUE 0.
      *
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-LINE-PRODUCT                    PIC X(10)  VALUE SPACES.
       01 WS-LINE-CATEGORY                   PIC X(04)  VALUE SPACES.
       01 WS-LINE-PRICE-SOURCE               PIC X(01)  VALUE SPACE.
       01 WS-LINE-QTY                        PIC S9(07) COMP-3 VALUE 0.
       01 WS-LINE-REVENUE                    PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-LINE-COST                       PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-PERIOD-SUB                      PIC S9(04) COMP VALUE 0.
      *
      * ONE ENTRY PER PROMOTION REPORTED. PERIOD 1 IS THE PROMOTION
      * WINDOW (THROUGH TODAY IF STILL RUNNING); PERIOD 2 IS THE SAME
      * NUMBER OF DAYS IMMEDIATELY BEFORE IT.
       01 WS-PM-MAX                          PIC S9(04) COMP VALUE 200.
       01 WS-PM-CNT                          PIC S9(04) COMP VALUE 0.
       01 WS-PM-SUB                          PIC S9(04) COMP VALUE 0.
       01 WS-PM-CATEGORY-CNT                 PIC S9(04) COMP VALUE 0.
       01 WS-PM-EARLIEST-ORDINAL             PIC S9(09) COMP-3 VALUE 0.
       01 WS-PROMOTION-TABLE.
           05  WS-PROMOTION-ENTRY            OCCURS 200 TIMES.
               10  WS-PM-SCOPE               PIC X(01).
               10  WS-PM-ITEM-CODE           PIC X(10).
               10  WS-PM-PROMO-ID            PIC X(06).
               10  WS-PM-DESCRIPTION         PIC X(30).
               10  WS-PM-START-DATE          PIC X(08).
               10  WS-PM-END-DATE            PIC X(08).
               10  WS-PM-PRICE-TYPE          PIC X(01).
               10  WS-PM-PERCENT-OFF         PIC 9(03)V99.
               10  WS-PM-PROMO-PRICE         PIC S9(07)V99.
               10  WS-PM-CUSTOMER-NUMBER     PIC X(06).
               10  WS-PM-REP-CODE            PIC X(03).
               10  WS-PM-RUNNING-SW          PIC X(01).
                   88  WS-PM-RUNNING             VALUE 'Y'.
               10  WS-PM-START-ORDINAL       PIC S9(09) COMP-3.
               10  WS-PM-END-ORDINAL         PIC S9(09) COMP-3.
               10  WS-PM-BEFORE-ORDINAL      PIC S9(09) COMP-3.
               10  WS-PM-PERIOD              OCCURS 2 TIMES.
                   15  WS-PM-UNITS           PIC S9(09) COMP-3.
                   15  WS-PM-PROMO-UNITS     PIC S9(09) COMP-3.
                   15  WS-PM-REVENUE         PIC S9(11)V99 COMP-3.
                   15  WS-PM-COST            PIC S9(11)V99 COMP-3.
      *
       01 WS-MARGIN-WORK                     PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-MARGIN-PCT-WORK                 PIC S9(05)V9 COMP-3
                                              VALUE 0.
       01 WS-DIFF-UNITS                      PIC S9(09) COMP-3 VALUE 0.
       01 WS-DIFF-REVENUE                    PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-DIFF-MARGIN                     PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(35)
               VALUE 'KC03FEC - POST-PROMOTION REPORT'.
           05  FILLER                        PIC X(10)
               VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE                 PIC X(08).
           05  FILLER                        PIC X(62) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(22)
               VALUE 'PERIOD'.
           05  FILLER                        PIC X(21)
               VALUE 'FROM     THROUGH'.
           05  FILLER                        PIC X(13)
               VALUE '       UNITS'.
           05  FILLER                        PIC X(17)
               VALUE '         REVENUE'.
           05  FILLER                        PIC X(17)
               VALUE '            COST'.
           05  FILLER                        PIC X(17)
               VALUE '          MARGIN'.
           05  FILLER                        PIC X(08)
               VALUE ' MARGIN%'.
           05  FILLER                        PIC X(12)
               VALUE ' PROMO UNITS'.
      *
       01 PROMOTION-LINE.
           05  FILLER                        PIC X(07)
               VALUE 'PROMO '.
           05  PL-PROMO-ID                   PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  PL-SCOPE-TEXT                 PIC X(09).
           05  PL-ITEM-CODE                  PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  PL-DESCRIPTION                PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  PL-PRICE-TEXT                 PIC X(09).
           05  PL-PRICE-VALUE                PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  PL-LIMIT-TEXT                 PIC X(14).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  PL-STATUS                     PIC X(07).
      *
       01 PERIOD-LINE.
           05  PRL-PERIOD-TEXT               PIC X(22).
           05  PRL-FROM-DATE                 PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  PRL-THROUGH-DATE              PIC X(12).
           05  PRL-UNITS                     PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  PRL-REVENUE                   PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  PRL-COST                      PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  PRL-MARGIN                    PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  PRL-MARGIN-PCT                PIC ZZZ9.9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  PRL-PROMO-UNITS               PIC ZZZ,ZZZ,ZZ9-.
      *
       01 CHANGE-LINE.
           05  FILLER                        PIC X(43)
               VALUE 'CHANGE VS PERIOD BEFORE'.
           05  CHG-UNITS                     PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  CHG-REVENUE                   PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(18) VALUE SPACES.
           05  CHG-MARGIN                    PIC ZZZ,ZZZ,ZZ9.99CR.
      *
       01 NO-PROMOTIONS-LINE.
           05  FILLER                        PIC X(40)
               VALUE 'NO PROMOTIONS HAVE OPENED - NOTHING TO'.
           05  FILLER                        PIC X(07)
               VALUE ' REPORT'.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-ORDINAL-DATE.
           PERFORM 050-COMPUTE-ORDINAL.
           MOVE WS-ORDINAL-RESULT TO WS-TODAY-ORDINAL.
           MOVE WS-TODAY-DATE     TO HDG1-RUN-DATE.
      *
           OPEN INPUT PMO-FILE.
           IF WS-PMOFILE-SUCCESS
               DISPLAY "PMO-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PMOFILE-SW=" WS-PMOFILE-SW
               DISPLAY "PMO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT INVOICE-FILE.
           IF WS-INVFILE-SUCCESS
               DISPLAY "INVOICE-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT INVX-FILE.
           IF WS-INVXFILE-SUCCESS
               DISPLAY "INVX-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INVXFILE-SW=" WS-INVXFILE-SW
               DISPLAY "INVX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT PRD-FILE.
           IF WS-PRDFILE-SUCCESS
               DISPLAY "PRD-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ PMO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PMO-EOF-SW.
           PERFORM 100-LOAD-ONE-PROMOTION
               UNTIL WS-PMO-EOF.
      *
           IF WS-PM-CNT = ZERO
               PERFORM 600-PRINT-HEADINGS
               WRITE PRINT-LINE FROM NO-PROMOTIONS-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM 200-PROCESS-ONE-INVOICE
                   UNTIL WS-EOF-YES
               PERFORM 500-PRINT-ONE-PROMOTION
                   VARYING WS-PM-SUB FROM 1 BY 1
                   UNTIL WS-PM-SUB > WS-PM-CNT
           END-IF.
      *
           PERFORM 900-COMPLETED-OK.
      *
       050-COMPUTE-ORDINAL.
      *
           COMPUTE WS-ORDINAL-RESULT =
               WS-ORDINAL-YYYY * 360 + WS-ORDINAL-MM * 30
                                     + WS-ORDINAL-DD.
      *
       060-ORDINAL-TO-DATE.
      *
      *    BACK FROM THE 30/360 ORDINAL TO YYYYMMDD (DAYS 1-30).
           COMPUTE WS-ORDINAL-WORK = WS-ORDINAL-RESULT - 31.
           DIVIDE WS-ORDINAL-WORK BY 360
               GIVING WS-ORDINAL-YYYY REMAINDER WS-ORDINAL-REM.
           DIVIDE WS-ORDINAL-REM BY 30
               GIVING WS-ORDINAL-MM REMAINDER WS-ORDINAL-DD.
           ADD 1 TO WS-ORDINAL-MM.
           ADD 1 TO WS-ORDINAL-DD.
      *
       100-LOAD-ONE-PROMOTION.
      *
      * A PROMOTION THAT HAS NOT OPENED YET HAS NOTHING TO REPORT.
           IF PMO-START-DATE-1 > WS-TODAY-DATE
               CONTINUE
           ELSE IF WS-PM-CNT NOT < WS-PM-MAX
               DISPLAY "PROMOTION TABLE FULL - NOT REPORTED: "
                   PMO-PROMO-ID-1 " " PMO-ITEM-CODE-1
           ELSE
               ADD 1 TO WS-PM-CNT
               PERFORM 110-STORE-ONE-PROMOTION
           END-IF.
      *
           READ PMO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PMO-EOF-SW.
      *
       110-STORE-ONE-PROMOTION.
      *
           MOVE PMO-SCOPE-1      TO WS-PM-SCOPE (WS-PM-CNT).
           MOVE PMO-ITEM-CODE-1  TO WS-PM-ITEM-CODE (WS-PM-CNT).
           MOVE PMO-PROMO-ID-1   TO WS-PM-PROMO-ID (WS-PM-CNT).
           MOVE PMO-DESCRIPTION-1
             TO WS-PM-DESCRIPTION (WS-PM-CNT).
           MOVE PMO-START-DATE-1 TO WS-PM-START-DATE (WS-PM-CNT).
           MOVE PMO-END-DATE-1   TO WS-PM-END-DATE (WS-PM-CNT).
           MOVE PMO-PRICE-TYPE-1 TO WS-PM-PRICE-TYPE (WS-PM-CNT).
           MOVE PMO-PERCENT-OFF-1
             TO WS-PM-PERCENT-OFF (WS-PM-CNT).
           MOVE PMO-PROMO-PRICE-1
             TO WS-PM-PROMO-PRICE (WS-PM-CNT).
           MOVE PMO-CUSTOMER-NUMBER-1
             TO WS-PM-CUSTOMER-NUMBER (WS-PM-CNT).
           MOVE PMO-REP-CODE-1   TO WS-PM-REP-CODE (WS-PM-CNT).
      *
           IF PMO-SCOPE-CATEGORY-1
               ADD 1 TO WS-PM-CATEGORY-CNT
           END-IF.
      *
           MOVE PMO-START-DATE-1 TO WS-ORDINAL-DATE.
           PERFORM 050-COMPUTE-ORDINAL.
           MOVE WS-ORDINAL-RESULT TO WS-PM-START-ORDINAL (WS-PM-CNT).
      *
      *    A PROMOTION STILL RUNNING IS MEASURED THROUGH TODAY.
           IF PMO-END-DATE-1 < WS-TODAY-DATE
               MOVE 'N' TO WS-PM-RUNNING-SW (WS-PM-CNT)
               MOVE PMO-END-DATE-1 TO WS-ORDINAL-DATE
               PERFORM 050-COMPUTE-ORDINAL
               MOVE WS-ORDINAL-RESULT
                 TO WS-PM-END-ORDINAL (WS-PM-CNT)
           ELSE
               MOVE 'Y' TO WS-PM-RUNNING-SW (WS-PM-CNT)
               MOVE WS-TODAY-ORDINAL
                 TO WS-PM-END-ORDINAL (WS-PM-CNT)
           END-IF.
      *
           COMPUTE WS-WINDOW-DAYS =
               WS-PM-END-ORDINAL (WS-PM-CNT)
               - WS-PM-START-ORDINAL (WS-PM-CNT) + 1.
           COMPUTE WS-PM-BEFORE-ORDINAL (WS-PM-CNT) =
               WS-PM-START-ORDINAL (WS-PM-CNT) - WS-WINDOW-DAYS.
      *
           IF       WS-PM-CNT = 1
                 OR WS-PM-BEFORE-ORDINAL (WS-PM-CNT)
                    < WS-PM-EARLIEST-ORDINAL
               MOVE WS-PM-BEFORE-ORDINAL (WS-PM-CNT)
                 TO WS-PM-EARLIEST-ORDINAL
           END-IF.
      *
           MOVE ZERO TO WS-PM-UNITS (WS-PM-CNT 1)
                        WS-PM-PROMO-UNITS (WS-PM-CNT 1)
                        WS-PM-REVENUE (WS-PM-CNT 1)
                        WS-PM-COST (WS-PM-CNT 1)
                        WS-PM-UNITS (WS-PM-CNT 2)
                        WS-PM-PROMO-UNITS (WS-PM-CNT 2)
                        WS-PM-REVENUE (WS-PM-CNT 2)
                        WS-PM-COST (WS-PM-CNT 2).
      *
       200-PROCESS-ONE-INVOICE.
      *
           MOVE INV-INVOICE-DATE-1 TO WS-ORDINAL-DATE.
           PERFORM 050-COMPUTE-ORDINAL.
           MOVE WS-ORDINAL-RESULT TO WS-INVOICE-ORDINAL.
      *
      *    AN INVOICE OLDER THAN EVERY COMPARISON PERIOD, OR DATED
      *    AFTER TODAY, CANNOT FALL IN ANY BUCKET.
           IF INV-IS-VOID-1
               CONTINUE
           ELSE IF WS-INVOICE-ORDINAL < WS-PM-EARLIEST-ORDINAL
                OR WS-INVOICE-ORDINAL > WS-TODAY-ORDINAL
               CONTINUE
           ELSE
               PERFORM 210-SCAN-ONE-INLINE-ITEM
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
               IF INV-HAS-OVERFLOW-1
                   PERFORM 250-SCAN-OVERFLOW-ITEMS
               END-IF
           END-IF.
      *
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       210-SCAN-ONE-INLINE-ITEM.
      *
           IF INV-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               MOVE INV-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO WS-LINE-PRODUCT
               MOVE INV-QUANTITY-1 (WS-LINE-SUB) TO WS-LINE-QTY
               MOVE INV-AMOUNT-1 (WS-LINE-SUB)   TO WS-LINE-REVENUE
               COMPUTE WS-LINE-COST =
                   INV-QUANTITY-1 (WS-LINE-SUB)
                   * INV-UNIT-COST-1 (WS-LINE-SUB)
               MOVE INV-PRICE-SOURCE-1 (WS-LINE-SUB)
                 TO WS-LINE-PRICE-SOURCE
               PERFORM 300-APPLY-ONE-LINE
           END-IF.
      *
       250-SCAN-OVERFLOW-ITEMS.
      *
           MOVE 'N' TO WS-INVX-EOF-SW.
           MOVE INV-INVOICE-NUMBER-1 TO INVX-INVOICE-NUMBER-1.
           MOVE ZERO                 TO INVX-LINE-NUMBER-1.
      *
           START INVX-FILE KEY IS NOT LESS THAN INVX-KEY-1
               INVALID KEY MOVE 'Y' TO WS-INVX-EOF-SW.
      *
           PERFORM 260-SCAN-ONE-OVERFLOW-ITEM
               UNTIL WS-INVX-EOF.
      *
       260-SCAN-ONE-OVERFLOW-ITEM.
      *
           READ INVX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INVX-EOF-SW.
      *
           IF WS-INVX-EOF
               CONTINUE
           ELSE IF INVX-INVOICE-NUMBER-1 NOT = INV-INVOICE-NUMBER-1
               MOVE 'Y' TO WS-INVX-EOF-SW
           ELSE
               MOVE INVX-PRODUCT-CODE-1 TO WS-LINE-PRODUCT
               MOVE INVX-QUANTITY-1     TO WS-LINE-QTY
               MOVE INVX-AMOUNT-1       TO WS-LINE-REVENUE
               COMPUTE WS-LINE-COST =
                   INVX-QUANTITY-1 * INVX-UNIT-COST-1
               MOVE INVX-PRICE-SOURCE-1 TO WS-LINE-PRICE-SOURCE
               PERFORM 300-APPLY-ONE-LINE
           END-IF.
      *
       300-APPLY-ONE-LINE.
      *
      *    THE PRODUCT MASTER IS READ FOR THE LINE'S CATEGORY ONLY WHEN
      *    SOME PROMOTION IS BY CATEGORY.
           MOVE SPACES TO WS-LINE-CATEGORY.
           IF WS-PM-CATEGORY-CNT > ZERO
               MOVE WS-LINE-PRODUCT TO PRD-PRODUCT-CODE-1
               MOVE '00' TO WS-PRDFILE-SW
               READ PRD-FILE
                   INVALID KEY MOVE '23' TO WS-PRDFILE-SW
               END-READ
               IF WS-PRDFILE-SUCCESS
                   MOVE PRD-CATEGORY-1 TO WS-LINE-CATEGORY
               END-IF
           END-IF.
      *
           PERFORM 310-APPLY-TO-ONE-PROMOTION
               VARYING WS-PM-SUB FROM 1 BY 1
               UNTIL WS-PM-SUB > WS-PM-CNT.
      *
       310-APPLY-TO-ONE-PROMOTION.
      *
           MOVE ZERO TO WS-PERIOD-SUB.
      *
           IF       WS-PM-SCOPE (WS-PM-SUB) = 'P'
                AND WS-PM-ITEM-CODE (WS-PM-SUB) NOT = WS-LINE-PRODUCT
               CONTINUE
           ELSE IF  WS-PM-SCOPE (WS-PM-SUB) = 'C'
                AND (WS-LINE-CATEGORY = SPACES
                     OR WS-PM-ITEM-CODE (WS-PM-SUB)
                        NOT = WS-LINE-CATEGORY)
               CONTINUE
           ELSE IF  WS-PM-CUSTOMER-NUMBER (WS-PM-SUB) NOT = SPACE
                AND WS-PM-CUSTOMER-NUMBER (WS-PM-SUB)
                    NOT = INV-CUSTOMER-NUMBER-1
               CONTINUE
           ELSE IF  WS-PM-REP-CODE (WS-PM-SUB) NOT = SPACE
                AND WS-PM-REP-CODE (WS-PM-SUB) NOT = INV-REP-CODE-1
               CONTINUE
           ELSE IF  WS-INVOICE-ORDINAL
                    NOT < WS-PM-START-ORDINAL (WS-PM-SUB)
                AND WS-INVOICE-ORDINAL
                    NOT > WS-PM-END-ORDINAL (WS-PM-SUB)
               MOVE 1 TO WS-PERIOD-SUB
           ELSE IF  WS-INVOICE-ORDINAL
                    NOT < WS-PM-BEFORE-ORDINAL (WS-PM-SUB)
                AND WS-INVOICE-ORDINAL
                    < WS-PM-START-ORDINAL (WS-PM-SUB)
               MOVE 2 TO WS-PERIOD-SUB
           END-IF.
      *
           IF WS-PERIOD-SUB > ZERO
               ADD WS-LINE-QTY
                 TO WS-PM-UNITS (WS-PM-SUB WS-PERIOD-SUB)
               ADD WS-LINE-REVENUE
                 TO WS-PM-REVENUE (WS-PM-SUB WS-PERIOD-SUB)
               ADD WS-LINE-COST
                 TO WS-PM-COST (WS-PM-SUB WS-PERIOD-SUB)
               IF WS-LINE-PRICE-SOURCE = 'P'
                   ADD WS-LINE-QTY
                     TO WS-PM-PROMO-UNITS (WS-PM-SUB WS-PERIOD-SUB)
               END-IF
           END-IF.
      *
       500-PRINT-ONE-PROMOTION.
      *
           IF WS-LINE-CNT + 5 > WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-PM-PROMO-ID (WS-PM-SUB)    TO PL-PROMO-ID.
           MOVE WS-PM-ITEM-CODE (WS-PM-SUB)   TO PL-ITEM-CODE.
           MOVE WS-PM-DESCRIPTION (WS-PM-SUB) TO PL-DESCRIPTION.
           IF WS-PM-SCOPE (WS-PM-SUB) = 'C'
               MOVE 'CATEGORY' TO PL-SCOPE-TEXT
           ELSE
               MOVE 'PRODUCT'  TO PL-SCOPE-TEXT
           END-IF.
           IF WS-PM-PRICE-TYPE (WS-PM-SUB) = 'P'
               MOVE 'PCT OFF'  TO PL-PRICE-TEXT
               MOVE WS-PM-PERCENT-OFF (WS-PM-SUB) TO PL-PRICE-VALUE
           ELSE
               MOVE 'PRICE'    TO PL-PRICE-TEXT
               MOVE WS-PM-PROMO-PRICE (WS-PM-SUB) TO PL-PRICE-VALUE
           END-IF.
           MOVE SPACES TO PL-LIMIT-TEXT.
           IF WS-PM-CUSTOMER-NUMBER (WS-PM-SUB) NOT = SPACE
               STRING 'CUST ' DELIMITED BY SIZE
                      WS-PM-CUSTOMER-NUMBER (WS-PM-SUB)
                                DELIMITED BY SIZE
                 INTO PL-LIMIT-TEXT
           ELSE IF WS-PM-REP-CODE (WS-PM-SUB) NOT = SPACE
               STRING 'REP ' DELIMITED BY SIZE
                      WS-PM-REP-CODE (WS-PM-SUB)
                                DELIMITED BY SIZE
                 INTO PL-LIMIT-TEXT
           ELSE
               MOVE 'ALL CUSTOMERS' TO PL-LIMIT-TEXT
           END-IF.
           IF WS-PM-RUNNING (WS-PM-SUB)
               MOVE 'RUNNING' TO PL-STATUS
           ELSE
               MOVE 'ENDED'   TO PL-STATUS
           END-IF.
      *
           WRITE PRINT-LINE FROM PROMOTION-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE 'DURING PROMOTION' TO PRL-PERIOD-TEXT.
           MOVE WS-PM-START-DATE (WS-PM-SUB) TO PRL-FROM-DATE.
           IF WS-PM-RUNNING (WS-PM-SUB)
               MOVE WS-TODAY-DATE TO PRL-THROUGH-DATE
           ELSE
               MOVE WS-PM-END-DATE (WS-PM-SUB) TO PRL-THROUGH-DATE
           END-IF.
           MOVE 1 TO WS-PERIOD-SUB.
           PERFORM 510-PRINT-ONE-PERIOD.
      *
           MOVE 'SAME PERIOD BEFORE' TO PRL-PERIOD-TEXT.
           MOVE WS-PM-BEFORE-ORDINAL (WS-PM-SUB) TO WS-ORDINAL-RESULT.
           PERFORM 060-ORDINAL-TO-DATE.
           MOVE WS-ORDINAL-DATE TO PRL-FROM-DATE.
           COMPUTE WS-ORDINAL-RESULT =
               WS-PM-START-ORDINAL (WS-PM-SUB) - 1.
           PERFORM 060-ORDINAL-TO-DATE.
           MOVE WS-ORDINAL-DATE TO PRL-THROUGH-DATE.
           MOVE 2 TO WS-PERIOD-SUB.
           PERFORM 510-PRINT-ONE-PERIOD.
      *
           COMPUTE WS-DIFF-UNITS =
               WS-PM-UNITS (WS-PM-SUB 1) - WS-PM-UNITS (WS-PM-SUB 2).
           COMPUTE WS-DIFF-REVENUE =
               WS-PM-REVENUE (WS-PM-SUB 1)
               - WS-PM-REVENUE (WS-PM-SUB 2).
           COMPUTE WS-DIFF-MARGIN =
               (WS-PM-REVENUE (WS-PM-SUB 1) - WS-PM-COST (WS-PM-SUB 1))
               - (WS-PM-REVENUE (WS-PM-SUB 2)
                  - WS-PM-COST (WS-PM-SUB 2)).
           MOVE WS-DIFF-UNITS   TO CHG-UNITS.
           MOVE WS-DIFF-REVENUE TO CHG-REVENUE.
           MOVE WS-DIFF-MARGIN  TO CHG-MARGIN.
           WRITE PRINT-LINE FROM CHANGE-LINE
               AFTER ADVANCING 1 LINES.
      *
           ADD 5 TO WS-LINE-CNT.
      *
       510-PRINT-ONE-PERIOD.
      *
           COMPUTE WS-MARGIN-WORK =
               WS-PM-REVENUE (WS-PM-SUB WS-PERIOD-SUB)
               - WS-PM-COST (WS-PM-SUB WS-PERIOD-SUB).
           IF WS-PM-REVENUE (WS-PM-SUB WS-PERIOD-SUB) = ZERO
               MOVE ZERO TO WS-MARGIN-PCT-WORK
           ELSE
               COMPUTE WS-MARGIN-PCT-WORK ROUNDED =
                   WS-MARGIN-WORK * 100
                   / WS-PM-REVENUE (WS-PM-SUB WS-PERIOD-SUB)
           END-IF.
      *
           MOVE WS-PM-UNITS (WS-PM-SUB WS-PERIOD-SUB)   TO PRL-UNITS.
           MOVE WS-PM-REVENUE (WS-PM-SUB WS-PERIOD-SUB) TO PRL-REVENUE.
           MOVE WS-PM-COST (WS-PM-SUB WS-PERIOD-SUB)    TO PRL-COST.
           MOVE WS-MARGIN-WORK                          TO PRL-MARGIN.
           MOVE WS-MARGIN-PCT-WORK                  TO PRL-MARGIN-PCT.
           MOVE WS-PM-PROMO-UNITS (WS-PM-SUB WS-PERIOD-SUB)
             TO PRL-PROMO-UNITS.
      *
           WRITE PRINT-LINE FROM PERIOD-LINE
               AFTER ADVANCING 1 LINES.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE PMO-FILE
                 INVOICE-FILE
                 INVX-FILE
                 PRD-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
