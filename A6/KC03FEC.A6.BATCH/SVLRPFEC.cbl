       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVLRPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Monthly order service-level report. The parameter card names
      *the YYYYMM to report (default: the month before today). Every
      *TRKFEC shipment row up to the end of that month is SORTed by
      *order and ship date, so the first shipment of each order is
      *known; each shipment that went out in the month is then
      *measured against its OORFEC order and the INVFEC invoice the
      *release cut, line by line (invoice line N is order line N).
      *The first shipment of an order settles its fill: a line is
      *filled when the first shipment carried all of the quantity
      *ordered, and an order is filled when every line was. Every
      *shipment in the month counts its units on time when it went
      *out on or before OOR-REQUESTED-DATE - an order with none is
      *held to its order date, as BKLGAFEC ages it - and a line
      *shipped after it counts its days late in working days on the
      *BCLFEC business calendar. The measures are SORTed again to
      *print line fill, order fill, percent of units on time and
      *average days late by customer, by product (an order counts
      *once for each of its products) and by ship-from location,
      *then the month total and the ten worst-served customers -
      *lowest line fill first, lowest on-time percent breaking a
      *tie - for the account
      *reviews. A voided invoice is not a shipment; an order purged
      *from OORFEC can no longer be measured and is only counted.
      *A release parked for CONBLFEC consolidated billing has no
      *invoice of its own to measure and is counted the same way.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  SKIP RELEASES PARKED FOR CONSOLIDATED BILLING.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *2026-10-15  DAO  COUNT DAYS LATE IN WORKING DAYS ON THE BCLFEC
      *                 CALENDAR THROUGH BCLBTFEC.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SVLR-PARM-FILE ASSIGN TO SVLRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT TRK-FILE ASSIGN TO TRKMSTR
               RECORD KEY IS TRK-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRKFILE-SW.

           SELECT OOR-FILE ASSIGN TO OORMSTR
               RECORD KEY IS OOR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OORFILE-SW.

           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-INVFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT MSR-FILE ASSIGN TO SVLWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSRFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWORK.

           SELECT BRK-SORT-FILE ASSIGN TO SORTWK2.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD SVLR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS SVLR-PARM-RECORD.
       01  SVLR-PARM-RECORD.
           05  SVLR-REPORT-PERIOD               PIC X(06).
      *
       FD TRK-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS TRK-FILE-RECORD.
       01  TRK-FILE-RECORD.
           05  TRK-KEY-1.
               10  TRK-INVOICE-NUMBER-1      PIC 9(06).
           05  TRK-TRACKING-NUMBER-1         PIC X(20).
           05  TRK-SHIP-VIA-1                PIC X(03).
           05  TRK-SHIP-DATE-1               PIC X(08).
           05  TRK-CUSTOMER-NUMBER-1         PIC X(06).
           05  TRK-ORDER-NUMBER-1            PIC 9(06).
           05  TRK-WEIGHT-1                  PIC S9(07)V99.
      *
       FD OOR-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OOR-FILE-RECORD.
       01  OOR-FILE-RECORD.
           05  OOR-KEY-1.
               10  OOR-ORDER-NUMBER-1        PIC 9(06).
           05  OOR-ORDER-DATE-1              PIC X(08).
           05  OOR-CUSTOMER-NUMBER-1         PIC X(06).
           05  OOR-PO-NUMBER-1               PIC X(10).
           05  OOR-SHIP-LOCATION-1           PIC 9(01).
           05  OOR-LINE-ITEM-1               OCCURS 10 TIMES.
               10  OOR-PRODUCT-CODE-1        PIC X(10).
               10  OOR-QTY-ORDERED-1         PIC S9(07).
               10  OOR-QTY-SHIPPED-1         PIC S9(07).
               10  OOR-UNIT-PRICE-1          PIC S9(07)V99.
               10  OOR-PRICE-SOURCE-1        PIC X(01).
           05  OOR-LINE-COUNT-1              PIC 9(04).
           05  OOR-STATUS-1                  PIC X(01).
           05  OOR-LAST-INVOICE-NUMBER-1     PIC 9(06).
           05  OOR-SHIP-VIA-1                PIC X(03).
           05  OOR-FREIGHT-AMOUNT-1          PIC S9(07)V99.
           05  OOR-DROP-SHIP-SW-1            PIC X(01).
           05  OOR-SUPPLIER-PO-1             PIC 9(06).
           05  OOR-REQUESTED-DATE-1          PIC X(08).
           05  OOR-SHIPTO-CODE-1             PIC X(04).
           05  OOR-OPERATOR-ID-1             PIC X(08).
           05  OOR-LINE-UOM-1                OCCURS 10 TIMES.
               10  OOR-ENTRY-UOM-1           PIC X(02).
               10  OOR-ENTRY-FACTOR-1        PIC 9(05).
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
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  CM-FIRST-NAME                 PIC X(20).
           05  CM-LAST-NAME                  PIC X(30).
           05  FILLER                        PIC X(241).
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY-1.
               10  PRD-PRODUCT-CODE-1        PIC X(10).
           05  PRD-PRODUCT-DESCRIPTION-1     PIC X(20).
           05  FILLER                        PIC X(128).
      *
      * ONE ROW PER ORDER LINE PER SHIPMENT MEASURED IN THE MONTH.
       FD MSR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS MSR-RECORD.
       01  MSR-RECORD.
           05  MSR-CUSTOMER-NUMBER           PIC X(06).
           05  MSR-PRODUCT-CODE              PIC X(10).
           05  MSR-LOCATION                  PIC 9(01).
           05  MSR-ORDER-NUMBER              PIC 9(06).
           05  MSR-FIRST-SHIP-SW             PIC X(01).
           05  MSR-LINE-FILLED-SW            PIC X(01).
           05  MSR-ORDER-LEAD-SW             PIC X(01).
           05  MSR-ORDER-FILLED-SW           PIC X(01).
           05  MSR-UNITS-SHIPPED             PIC S9(07).
           05  MSR-UNITS-ON-TIME             PIC S9(07).
           05  MSR-DAYS-LATE                 PIC S9(05).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SRT-ORDER-NUMBER              PIC 9(06).
           05  SRT-SHIP-DATE                 PIC X(08).
           05  SRT-INVOICE-NUMBER            PIC 9(06).
      *
      * EACH MEASURE ROW IS RELEASED THREE TIMES - BREAK TYPE 1 BY
      * CUSTOMER, 2 BY PRODUCT, 3 BY SHIP-FROM LOCATION.
       SD BRK-SORT-FILE
           DATA RECORD IS BRK-RECORD.
       01  BRK-RECORD.
           05  BRK-TYPE                      PIC X(01).
           05  BRK-KEY                       PIC X(10).
           05  BRK-FIRST-SHIP-SW             PIC X(01).
           05  BRK-LINE-FILLED-SW            PIC X(01).
           05  BRK-ORDER-LEAD-SW             PIC X(01).
           05  BRK-ORDER-FILLED-SW           PIC X(01).
           05  BRK-UNITS-SHIPPED             PIC S9(07).
           05  BRK-UNITS-ON-TIME             PIC S9(07).
           05  BRK-DAYS-LATE                 PIC S9(05).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-TRKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRKFILE-SUCCESS                VALUE '00'.
       01 WS-OORFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OORFILE-SUCCESS                VALUE '00'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-MSRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-MSRFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-FIRST-RECORD-SW                 PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-RECORD                   VALUE 'Y'.
       01 WS-FIRST-DONE-SW                   PIC X(01)  VALUE 'N'.
           88  WS-FIRST-DONE                     VALUE 'Y'.
       01 WS-ORDER-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-ORDER-FOUND                    VALUE 'Y'.
       01 WS-ORDER-FILLED-SW                 PIC X(01)  VALUE 'N'.
       01 WS-ORDER-LEAD-SW                   PIC X(01)  VALUE 'N'.
       01 WS-WORST-PLACED-SW                 PIC X(01)  VALUE 'N'.
           88  WS-WORST-PLACED                   VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
       01 WS-PERIOD-END                      PIC X(08)  VALUE SPACES.
       01 WS-WORK-PERIOD.
           05  WS-WORK-YYYY                  PIC 9(04).
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
      *
       01 WS-SHIP-DATE-GROUP.
           05  WS-SHIP-YYYY                  PIC 9(04).
           05  WS-SHIP-MM                    PIC 9(02).
           05  WS-SHIP-DD                    PIC 9(02).
       01 WS-DUE-DATE-GROUP.
           05  WS-DUE-YYYY                   PIC 9(04).
           05  WS-DUE-MM                     PIC 9(02).
           05  WS-DUE-DD                     PIC 9(02).
       01 WS-SHIP-ORDINAL                    PIC S9(09) COMP-3.
       01 WS-DUE-ORDINAL                     PIC S9(09) COMP-3.
       01 WS-DAYS-LATE                       PIC S9(09) COMP-3.
      *
       COPY BCLDTCOM.
      *
       01 WS-PREV-ORDER-NUMBER               PIC 9(06)  VALUE 0.
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-LINE-SHIP-QTY                   PIC S9(07) VALUE 0.
      *
       01 WS-PREV-TYPE                       PIC X(01)  VALUE SPACE.
       01 WS-PREV-KEY                        PIC X(10)  VALUE SPACES.
       01 WS-SECTION-TITLE                   PIC X(40)  VALUE SPACES.
       01 WS-KEY-TITLE                       PIC X(12)  VALUE SPACES.
      *
      * ONE KEY'S MEASURES AS THE SORT RETURNS THEM, AND THE MONTH'S.
       01 WS-GROUP-TOTALS.
           05  WS-GROUP-LINES                PIC S9(07) COMP-3.
           05  WS-GROUP-LINES-FILLED         PIC S9(07) COMP-3.
           05  WS-GROUP-ORDERS               PIC S9(07) COMP-3.
           05  WS-GROUP-ORDERS-FILLED        PIC S9(07) COMP-3.
           05  WS-GROUP-UNITS                PIC S9(09) COMP-3.
           05  WS-GROUP-UNITS-ON-TIME        PIC S9(09) COMP-3.
           05  WS-GROUP-LATE-LINES           PIC S9(07) COMP-3.
           05  WS-GROUP-LATE-DAYS            PIC S9(09) COMP-3.
       01 WS-GRAND-TOTALS.
           05  WS-GRAND-LINES                PIC S9(07) COMP-3.
           05  WS-GRAND-LINES-FILLED         PIC S9(07) COMP-3.
           05  WS-GRAND-ORDERS               PIC S9(07) COMP-3.
           05  WS-GRAND-ORDERS-FILLED        PIC S9(07) COMP-3.
           05  WS-GRAND-UNITS                PIC S9(09) COMP-3.
           05  WS-GRAND-UNITS-ON-TIME        PIC S9(09) COMP-3.
           05  WS-GRAND-LATE-LINES           PIC S9(07) COMP-3.
           05  WS-GRAND-LATE-DAYS            PIC S9(09) COMP-3.
      *
       01 WS-LINE-FILL-PCT                   PIC 9(03)V9 VALUE 0.
       01 WS-ORDER-FILL-PCT                  PIC 9(03)V9 VALUE 0.
       01 WS-ON-TIME-PCT                     PIC 9(03)V9 VALUE 0.
       01 WS-AVG-DAYS-LATE                   PIC 9(05)V9 VALUE 0.
       01 WS-RANK-KEY                        PIC 9(08)  VALUE 0.
      *
      * THE TEN WORST-SERVED CUSTOMERS SO FAR, WORST FIRST, EACH WITH
      * ITS PRINTED LINE.
       01 WS-WORST-CNT                       PIC S9(04) COMP VALUE 0.
       01 WS-WORST-SUB                       PIC S9(04) COMP VALUE 0.
       01 WS-WORST-PREV                      PIC S9(04) COMP VALUE 0.
       01 WS-WORST-TABLE.
           05  WS-WORST-ENTRY                OCCURS 10 TIMES.
               10  WS-WORST-RANK             PIC 9(08).
               10  WS-WORST-LINE             PIC X(102).
       01 WS-WORST-HOLD.
           05  WS-WORST-HOLD-RANK            PIC 9(08).
           05  WS-WORST-HOLD-LINE            PIC X(102).
      *
       01 WS-TRK-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-SHIP-IN-MONTH-CNT               PIC 9(07)  COMP-3 VALUE 0.
       01 WS-NO-ORDER-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-VOID-CNT                        PIC 9(07)  COMP-3 VALUE 0.
       01 WS-MSR-WRITE-CNT                   PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - ORDER SERVICE-LEVEL REPORT'.
           05  FILLER                        PIC X(07) VALUE 'MONTH '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(53) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  HDG2-SECTION-TITLE            PIC X(40).
      *
       01 HEADING-LINE-3.
           05  HDG3-KEY-TITLE                PIC X(12).
           05  FILLER                        PIC X(22) VALUE
               'NAME'.
           05  FILLER                        PIC X(06) VALUE
               ' LINES'.
           05  FILLER                        PIC X(08) VALUE
               '  LFILL%'.
           05  FILLER                        PIC X(09) VALUE
               '   ORDERS'.
           05  FILLER                        PIC X(08) VALUE
               '  OFILL%'.
           05  FILLER                        PIC X(11) VALUE
               '  UNITS SHP'.
           05  FILLER                        PIC X(08) VALUE
               ' ONTIME%'.
           05  FILLER                        PIC X(09) VALUE
               ' LATE LNS'.
           05  FILLER                        PIC X(09) VALUE
               ' AVG LATE'.
      *
       01 DETAIL-LINE.
           05  DTL-KEY                       PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NAME                      PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-LINES                     PIC ZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-LINE-FILL-PCT             PIC ZZ9.9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-ORDERS                    PIC ZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-ORDER-FILL-PCT            PIC ZZ9.9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-UNITS                     PIC ZZZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-ON-TIME-PCT               PIC ZZ9.9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-LATE-LINES                PIC ZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-AVG-DAYS-LATE             PIC ZZZ9.9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-WORK-PERIOD FROM DATE YYYYMMDD.
      * DEFAULT REPORT MONTH IS LAST MONTH - THE ONE JUST FINISHED.
           SUBTRACT 1 FROM WS-WORK-MM.
           IF WS-WORK-MM = ZERO
               MOVE 12 TO WS-WORK-MM
               SUBTRACT 1 FROM WS-WORK-YYYY
           END-IF.
           MOVE WS-WORK-PERIOD (1:6) TO WS-REPORT-PERIOD.
      *
           PERFORM 050-READ-PARM-CARD.
           MOVE WS-REPORT-PERIOD TO WS-PERIOD-END.
           MOVE '31'             TO WS-PERIOD-END (7:2).
      *
           OPEN INPUT OOR-FILE.
           IF NOT WS-OORFILE-SUCCESS
               DISPLAY "WS-OORFILE-SW=" WS-OORFILE-SW
               DISPLAY "OOR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT INVOICE-FILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CM-FILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT PRD-FILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE ZERO TO WS-GRAND-LINES
                        WS-GRAND-LINES-FILLED
                        WS-GRAND-ORDERS
                        WS-GRAND-ORDERS-FILLED
                        WS-GRAND-UNITS
                        WS-GRAND-UNITS-ON-TIME
                        WS-GRAND-LATE-LINES
                        WS-GRAND-LATE-DAYS.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ORDER-NUMBER
               ON ASCENDING KEY SRT-SHIP-DATE
               ON ASCENDING KEY SRT-INVOICE-NUMBER
               INPUT PROCEDURE IS 100-SELECT-SHIPMENTS
               OUTPUT PROCEDURE IS 200-MEASURE-ALL-ORDERS.
      *
           SORT BRK-SORT-FILE
               ON ASCENDING KEY BRK-TYPE
               ON ASCENDING KEY BRK-KEY
               INPUT PROCEDURE IS 400-RELEASE-ALL-MEASURES
               OUTPUT PROCEDURE IS 500-PRINT-ALL-SECTIONS.
      *
           PERFORM 700-PRINT-MONTH-AND-WORST.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT SVLR-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ SVLR-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS
                       AND SVLR-REPORT-PERIOD NUMERIC
                   MOVE SVLR-REPORT-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY "NO USABLE PARM CARD - REPORT MONTH "
                           "DEFAULTS TO " WS-REPORT-PERIOD
               END-IF
               CLOSE SVLR-PARM-FILE
           ELSE
               DISPLAY "NO SVLR-PARM-FILE FOUND - REPORT MONTH "
                       "DEFAULTS TO " WS-REPORT-PERIOD
           END-IF.
      *
      * EVERY SHIPMENT UP TO THE END OF THE MONTH GOES IN - THE ONES
      * BEFORE IT ONLY TO SHOW WHICH SHIPMENT OF AN ORDER CAME FIRST.
       100-SELECT-SHIPMENTS.
      *
           OPEN INPUT TRK-FILE.
           IF WS-TRKFILE-SUCCESS
               DISPLAY "TRK-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-TRKFILE-SW=" WS-TRKFILE-SW
               DISPLAY "TRK-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ TRK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               PERFORM 110-RELEASE-ONE-SHIPMENT
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN TRK-FILE"
           END-IF.
      *
           CLOSE TRK-FILE.
      *
       110-RELEASE-ONE-SHIPMENT.
      *
           ADD 1 TO WS-TRK-READ-CNT.
      *
           IF TRK-ORDER-NUMBER-1 > ZERO
                   AND TRK-SHIP-DATE-1 NOT > WS-PERIOD-END
               MOVE TRK-ORDER-NUMBER-1   TO SRT-ORDER-NUMBER
               MOVE TRK-SHIP-DATE-1      TO SRT-SHIP-DATE
               MOVE TRK-INVOICE-NUMBER-1 TO SRT-INVOICE-NUMBER
               RELEASE SORT-RECORD
           END-IF.
      *
           READ TRK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-MEASURE-ALL-ORDERS.
      *
           OPEN OUTPUT MSR-FILE.
           IF NOT WS-MSRFILE-SUCCESS
               DISPLAY "WS-MSRFILE-SW=" WS-MSRFILE-SW
               DISPLAY "MSR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-SORT-EOF-SW.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           PERFORM 210-MEASURE-ONE-SHIPMENT
               UNTIL WS-SORT-EOF.
      *
           CLOSE MSR-FILE.
      *
       210-MEASURE-ONE-SHIPMENT.
      *
           IF SRT-ORDER-NUMBER NOT = WS-PREV-ORDER-NUMBER
               MOVE SRT-ORDER-NUMBER TO WS-PREV-ORDER-NUMBER
               MOVE 'N' TO WS-FIRST-DONE-SW
               PERFORM 215-READ-THE-ORDER
           END-IF.
      *
           IF SRT-SHIP-DATE (1:6) = WS-REPORT-PERIOD
               ADD 1 TO WS-SHIP-IN-MONTH-CNT
               IF WS-ORDER-FOUND
                   PERFORM 220-MEASURE-IN-MONTH
               ELSE
                   ADD 1 TO WS-NO-ORDER-CNT
               END-IF
           ELSE
               MOVE 'Y' TO WS-FIRST-DONE-SW
           END-IF.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       215-READ-THE-ORDER.
      *
           MOVE SRT-ORDER-NUMBER TO OOR-ORDER-NUMBER-1.
           MOVE 'Y' TO WS-ORDER-FOUND-SW.
           READ OOR-FILE
               INVALID KEY MOVE 'N' TO WS-ORDER-FOUND-SW.
      *
       220-MEASURE-IN-MONTH.
      *
           MOVE SRT-INVOICE-NUMBER TO INV-INVOICE-NUMBER-1.
           MOVE '00' TO WS-INVFILE-SW.
           READ INVOICE-FILE
               INVALID KEY MOVE '23' TO WS-INVFILE-SW.
      *
      * A RELEASE PARKED FOR CONSOLIDATED BILLING IS KEYED BY ITS
      * ORDER NUMBER, SO WHATEVER INVOICE HAS THAT NUMBER IS NOT ITS
      * OWN - THE CUSTOMER WILL NOT MATCH THE ORDER.
           IF NOT WS-INVFILE-SUCCESS OR INV-IS-VOID-1
                   OR INV-CUSTOMER-NUMBER-1 NOT = OOR-CUSTOMER-NUMBER-1
               ADD 1 TO WS-VOID-CNT
           ELSE
               PERFORM 225-COMPUTE-DAYS-LATE
               IF WS-FIRST-DONE
                   PERFORM 250-MEASURE-LATER-SHIPMENT
               ELSE
                   PERFORM 230-MEASURE-FIRST-SHIPMENT
                   MOVE 'Y' TO WS-FIRST-DONE-SW
               END-IF
           END-IF.
      *
      * AN ORDER WITH NO REQUESTED DATE IS DUE ON ITS ORDER DATE.
       225-COMPUTE-DAYS-LATE.
      *
           MOVE SRT-SHIP-DATE TO WS-SHIP-DATE-GROUP.
           IF OOR-REQUESTED-DATE-1 = SPACES OR ZEROS
               MOVE OOR-ORDER-DATE-1     TO WS-DUE-DATE-GROUP
           ELSE
               MOVE OOR-REQUESTED-DATE-1 TO WS-DUE-DATE-GROUP
           END-IF.
           COMPUTE WS-SHIP-ORDINAL =
               WS-SHIP-YYYY * 360 + WS-SHIP-MM * 30 + WS-SHIP-DD.
           COMPUTE WS-DUE-ORDINAL =
               WS-DUE-YYYY * 360 + WS-DUE-MM * 30 + WS-DUE-DD.
           COMPUTE WS-DAYS-LATE = WS-SHIP-ORDINAL - WS-DUE-ORDINAL.
      *
      * A SHIPMENT IS LATE ONLY ONCE A WORKING DAY HAS PASSED SINCE
      * THE DUE DATE, AND ITS DAYS LATE ARE WORKING DAYS.
           MOVE 'C'                TO BCLDT-FUNCTION.
           MOVE WS-DUE-DATE-GROUP  TO BCLDT-DATE-IN.
           MOVE WS-SHIP-DATE-GROUP TO BCLDT-DATE-TO.
           CALL 'BCLBTFEC' USING BCLDT-COMMAREA.
           IF BCLDT-DATE-USABLE
               IF BCLDT-DAY-COUNT > ZERO
                   MOVE BCLDT-DAY-COUNT TO WS-DAYS-LATE
               ELSE IF WS-DAYS-LATE > ZERO
                   MOVE ZERO TO WS-DAYS-LATE
               END-IF
           END-IF.
      *
      * THE FIRST SHIPMENT MEASURES EVERY LINE ON THE ORDER, SHIPPED
      * OR NOT; THE ORDER ITSELF RIDES ON ITS FIRST LINE'S ROW.
       230-MEASURE-FIRST-SHIPMENT.
      *
           MOVE 'Y' TO WS-ORDER-FILLED-SW.
           PERFORM 232-CHECK-ONE-LINE-FILLED
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
           MOVE 'Y' TO WS-ORDER-LEAD-SW.
           PERFORM 235-MEASURE-ONE-FIRST-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
      * WHAT THIS SHIPMENT CARRIED OF ORDER LINE WS-LINE-SUB.
       231-GET-LINE-SHIP-QTY.
      *
           IF INV-PRODUCT-CODE-1 (WS-LINE-SUB)
                   = OOR-PRODUCT-CODE-1 (WS-LINE-SUB)
                   AND INV-QUANTITY-1 (WS-LINE-SUB) > ZERO
               MOVE INV-QUANTITY-1 (WS-LINE-SUB) TO WS-LINE-SHIP-QTY
           ELSE
               MOVE ZERO TO WS-LINE-SHIP-QTY
           END-IF.
      *
       232-CHECK-ONE-LINE-FILLED.
      *
           IF OOR-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
                   AND OOR-QTY-ORDERED-1 (WS-LINE-SUB) > ZERO
               PERFORM 231-GET-LINE-SHIP-QTY
               IF WS-LINE-SHIP-QTY < OOR-QTY-ORDERED-1 (WS-LINE-SUB)
                   MOVE 'N' TO WS-ORDER-FILLED-SW
               END-IF
           END-IF.
      *
       235-MEASURE-ONE-FIRST-LINE.
      *
           IF OOR-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
                   AND OOR-QTY-ORDERED-1 (WS-LINE-SUB) > ZERO
               PERFORM 231-GET-LINE-SHIP-QTY
               MOVE 'Y' TO MSR-FIRST-SHIP-SW
               IF WS-LINE-SHIP-QTY < OOR-QTY-ORDERED-1 (WS-LINE-SUB)
                   MOVE 'N' TO MSR-LINE-FILLED-SW
               ELSE
                   MOVE 'Y' TO MSR-LINE-FILLED-SW
               END-IF
               MOVE WS-ORDER-LEAD-SW   TO MSR-ORDER-LEAD-SW
               MOVE WS-ORDER-FILLED-SW TO MSR-ORDER-FILLED-SW
               MOVE 'N'                TO WS-ORDER-LEAD-SW
               PERFORM 240-WRITE-MEASURE-ROW
           END-IF.
      *
       240-WRITE-MEASURE-ROW.
      *
           MOVE OOR-CUSTOMER-NUMBER-1            TO MSR-CUSTOMER-NUMBER.
           MOVE OOR-PRODUCT-CODE-1 (WS-LINE-SUB) TO MSR-PRODUCT-CODE.
           MOVE OOR-SHIP-LOCATION-1              TO MSR-LOCATION.
           MOVE OOR-ORDER-NUMBER-1               TO MSR-ORDER-NUMBER.
           MOVE WS-LINE-SHIP-QTY                 TO MSR-UNITS-SHIPPED.
           IF WS-DAYS-LATE > ZERO AND WS-LINE-SHIP-QTY > ZERO
               MOVE ZERO         TO MSR-UNITS-ON-TIME
               MOVE WS-DAYS-LATE TO MSR-DAYS-LATE
           ELSE
               MOVE WS-LINE-SHIP-QTY TO MSR-UNITS-ON-TIME
               MOVE ZERO             TO MSR-DAYS-LATE
           END-IF.
      *
           WRITE MSR-RECORD.
           IF NOT WS-MSRFILE-SUCCESS
               DISPLAY "WS-MSRFILE-SW=" WS-MSRFILE-SW
               DISPLAY "MSR-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           ADD 1 TO WS-MSR-WRITE-CNT.
      *
      * A LATER SHIPMENT ONLY COUNTS THE UNITS IT CARRIED.
       250-MEASURE-LATER-SHIPMENT.
      *
           PERFORM 255-MEASURE-ONE-LATER-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
       255-MEASURE-ONE-LATER-LINE.
      *
           IF OOR-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               PERFORM 231-GET-LINE-SHIP-QTY
               IF WS-LINE-SHIP-QTY > ZERO
                   MOVE 'N' TO MSR-FIRST-SHIP-SW
                               MSR-LINE-FILLED-SW
                               MSR-ORDER-LEAD-SW
                               MSR-ORDER-FILLED-SW
                   PERFORM 240-WRITE-MEASURE-ROW
               END-IF
           END-IF.
      *
       400-RELEASE-ALL-MEASURES.
      *
           OPEN INPUT MSR-FILE.
           IF NOT WS-MSRFILE-SUCCESS
               DISPLAY "WS-MSRFILE-SW=" WS-MSRFILE-SW
               DISPLAY "MSR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ MSR-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 410-RELEASE-ONE-MEASURE
               UNTIL WS-EOF-YES.
      *
           CLOSE MSR-FILE.
      *
       410-RELEASE-ONE-MEASURE.
      *
           MOVE MSR-FIRST-SHIP-SW   TO BRK-FIRST-SHIP-SW.
           MOVE MSR-LINE-FILLED-SW  TO BRK-LINE-FILLED-SW.
           MOVE MSR-ORDER-LEAD-SW   TO BRK-ORDER-LEAD-SW.
           MOVE MSR-ORDER-FILLED-SW TO BRK-ORDER-FILLED-SW.
           MOVE MSR-UNITS-SHIPPED   TO BRK-UNITS-SHIPPED.
           MOVE MSR-UNITS-ON-TIME   TO BRK-UNITS-ON-TIME.
           MOVE MSR-DAYS-LATE       TO BRK-DAYS-LATE.
      *
           MOVE '1'                 TO BRK-TYPE.
           MOVE MSR-CUSTOMER-NUMBER TO BRK-KEY.
           RELEASE BRK-RECORD.
      *
           MOVE '2'                 TO BRK-TYPE.
           MOVE MSR-PRODUCT-CODE    TO BRK-KEY.
           RELEASE BRK-RECORD.
      *
           MOVE '3'                 TO BRK-TYPE.
           MOVE MSR-LOCATION        TO BRK-KEY.
           RELEASE BRK-RECORD.
      *
           READ MSR-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       500-PRINT-ALL-SECTIONS.
      *
           MOVE 'N' TO WS-SORT-EOF-SW.
           RETURN BRK-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           IF NOT WS-SORT-EOF
               PERFORM 510-PROCESS-ONE-MEASURE
                   UNTIL WS-SORT-EOF
               PERFORM 560-PRINT-GROUP-LINE
           ELSE
               DISPLAY "NO SHIPMENTS IN REPORT MONTH"
           END-IF.
      *
       510-PROCESS-ONE-MEASURE.
      *
           IF WS-FIRST-RECORD
               PERFORM 520-START-NEW-SECTION
               PERFORM 530-START-NEW-GROUP
           ELSE IF BRK-TYPE NOT = WS-PREV-TYPE
               PERFORM 560-PRINT-GROUP-LINE
               PERFORM 520-START-NEW-SECTION
               PERFORM 530-START-NEW-GROUP
           ELSE IF BRK-KEY NOT = WS-PREV-KEY
               PERFORM 560-PRINT-GROUP-LINE
               PERFORM 530-START-NEW-GROUP
           END-IF.
      *
           IF BRK-FIRST-SHIP-SW = 'Y'
               ADD 1 TO WS-GROUP-LINES
               IF BRK-LINE-FILLED-SW = 'Y'
                   ADD 1 TO WS-GROUP-LINES-FILLED
               END-IF
           END-IF.
      *
      * BY PRODUCT, AN ORDER COUNTS ON EACH OF ITS PRODUCTS' LINES.
           IF BRK-TYPE = '2'
               IF BRK-FIRST-SHIP-SW = 'Y'
                   ADD 1 TO WS-GROUP-ORDERS
                   IF BRK-ORDER-FILLED-SW = 'Y'
                       ADD 1 TO WS-GROUP-ORDERS-FILLED
                   END-IF
               END-IF
           ELSE IF BRK-ORDER-LEAD-SW = 'Y'
               ADD 1 TO WS-GROUP-ORDERS
               IF BRK-ORDER-FILLED-SW = 'Y'
                   ADD 1 TO WS-GROUP-ORDERS-FILLED
               END-IF
           END-IF.
      *
           ADD BRK-UNITS-SHIPPED TO WS-GROUP-UNITS.
           ADD BRK-UNITS-ON-TIME TO WS-GROUP-UNITS-ON-TIME.
           IF BRK-DAYS-LATE > ZERO
               ADD 1             TO WS-GROUP-LATE-LINES
               ADD BRK-DAYS-LATE TO WS-GROUP-LATE-DAYS
           END-IF.
      *
           RETURN BRK-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       520-START-NEW-SECTION.
      *
           MOVE BRK-TYPE TO WS-PREV-TYPE.
           MOVE 'N'      TO WS-FIRST-RECORD-SW.
           EVALUATE BRK-TYPE
               WHEN '1'
                   MOVE 'SERVICE LEVEL BY CUSTOMER' TO WS-SECTION-TITLE
                   MOVE 'CUSTOMER'                  TO WS-KEY-TITLE
               WHEN '2'
                   MOVE 'SERVICE LEVEL BY PRODUCT'  TO WS-SECTION-TITLE
                   MOVE 'PRODUCT'                   TO WS-KEY-TITLE
               WHEN OTHER
                   MOVE 'SERVICE LEVEL BY SHIP-FROM LOCATION'
                     TO WS-SECTION-TITLE
                   MOVE 'LOCATION'                  TO WS-KEY-TITLE
           END-EVALUATE.
           PERFORM 600-PRINT-HEADINGS.
      *
       530-START-NEW-GROUP.
      *
           MOVE BRK-KEY TO WS-PREV-KEY.
           MOVE ZERO    TO WS-GROUP-LINES
                           WS-GROUP-LINES-FILLED
                           WS-GROUP-ORDERS
                           WS-GROUP-ORDERS-FILLED
                           WS-GROUP-UNITS
                           WS-GROUP-UNITS-ON-TIME
                           WS-GROUP-LATE-LINES
                           WS-GROUP-LATE-DAYS.
      *
       560-PRINT-GROUP-LINE.
      *
           MOVE SPACES      TO DETAIL-LINE.
           MOVE WS-PREV-KEY TO DTL-KEY.
           EVALUATE WS-PREV-TYPE
               WHEN '1'
                   PERFORM 565-GET-CUSTOMER-NAME
               WHEN '2'
                   PERFORM 567-GET-PRODUCT-NAME
               WHEN OTHER
                   STRING 'SHIP-FROM LOCATION ' DELIMITED BY SIZE
                          WS-PREV-KEY (1:1)     DELIMITED BY SIZE
                       INTO DTL-NAME
           END-EVALUATE.
           PERFORM 570-EDIT-GROUP-RATES.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
      * THE CUSTOMER SECTION SEES EVERY MEASURE ONCE, SO IT ALONE
      * FEEDS THE MONTH TOTAL AND THE WORST-SERVED LIST.
           IF WS-PREV-TYPE = '1'
               ADD WS-GROUP-LINES         TO WS-GRAND-LINES
               ADD WS-GROUP-LINES-FILLED  TO WS-GRAND-LINES-FILLED
               ADD WS-GROUP-ORDERS        TO WS-GRAND-ORDERS
               ADD WS-GROUP-ORDERS-FILLED TO WS-GRAND-ORDERS-FILLED
               ADD WS-GROUP-UNITS         TO WS-GRAND-UNITS
               ADD WS-GROUP-UNITS-ON-TIME TO WS-GRAND-UNITS-ON-TIME
               ADD WS-GROUP-LATE-LINES    TO WS-GRAND-LATE-LINES
               ADD WS-GROUP-LATE-DAYS     TO WS-GRAND-LATE-DAYS
               IF WS-GROUP-LINES > ZERO
                   PERFORM 650-RANK-THE-CUSTOMER
               END-IF
           END-IF.
      *
       565-GET-CUSTOMER-NAME.
      *
           MOVE WS-PREV-KEY TO CM-CUSTOMER-NUMBER.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
           IF WS-CMFFILE-SUCCESS
               STRING CM-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY '  '
                   INTO DTL-NAME
           ELSE
               MOVE '*NOT ON CM-FILE*' TO DTL-NAME
           END-IF.
      *
       567-GET-PRODUCT-NAME.
      *
           MOVE WS-PREV-KEY TO PRD-PRODUCT-CODE-1.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW.
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-PRODUCT-DESCRIPTION-1 TO DTL-NAME
           ELSE
               MOVE '** NOT ON MASTER **' TO DTL-NAME
           END-IF.
      *
      * A RATE WITH NOTHING TO MEASURE PRINTS AS ZERO.
       570-EDIT-GROUP-RATES.
      *
           MOVE ZERO TO WS-LINE-FILL-PCT
                        WS-ORDER-FILL-PCT
                        WS-ON-TIME-PCT
                        WS-AVG-DAYS-LATE.
           IF WS-GROUP-LINES > ZERO
               COMPUTE WS-LINE-FILL-PCT ROUNDED =
                   WS-GROUP-LINES-FILLED * 100 / WS-GROUP-LINES
           END-IF.
           IF WS-GROUP-ORDERS > ZERO
               COMPUTE WS-ORDER-FILL-PCT ROUNDED =
                   WS-GROUP-ORDERS-FILLED * 100 / WS-GROUP-ORDERS
           END-IF.
           IF WS-GROUP-UNITS > ZERO
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-GROUP-UNITS-ON-TIME * 100 / WS-GROUP-UNITS
           END-IF.
           IF WS-GROUP-LATE-LINES > ZERO
               COMPUTE WS-AVG-DAYS-LATE ROUNDED =
                   WS-GROUP-LATE-DAYS / WS-GROUP-LATE-LINES
           END-IF.
      *
           MOVE WS-GROUP-LINES      TO DTL-LINES.
           MOVE WS-LINE-FILL-PCT    TO DTL-LINE-FILL-PCT.
           MOVE WS-GROUP-ORDERS     TO DTL-ORDERS.
           MOVE WS-ORDER-FILL-PCT   TO DTL-ORDER-FILL-PCT.
           MOVE WS-GROUP-UNITS      TO DTL-UNITS.
           MOVE WS-ON-TIME-PCT      TO DTL-ON-TIME-PCT.
           MOVE WS-GROUP-LATE-LINES TO DTL-LATE-LINES.
           MOVE WS-AVG-DAYS-LATE    TO DTL-AVG-DAYS-LATE.
      *
      * KEEP THE TEN LOWEST RANKS, WORST FIRST. A NEW CUSTOMER GOES IN
      * AT THE BOTTOM AND MOVES UP PAST EVERY BETTER-SERVED ONE; A TIE
      * STAYS BEHIND THE CUSTOMER ALREADY LISTED.
       650-RANK-THE-CUSTOMER.
      *
           COMPUTE WS-RANK-KEY =
               WS-LINE-FILL-PCT * 100000 + WS-ON-TIME-PCT * 10.
      *
           IF WS-WORST-CNT < 10
               ADD 1 TO WS-WORST-CNT
               MOVE WS-WORST-CNT TO WS-WORST-SUB
           ELSE IF WS-RANK-KEY < WS-WORST-RANK (10)
               MOVE 10 TO WS-WORST-SUB
           ELSE
               MOVE ZERO TO WS-WORST-SUB
           END-IF.
      *
           IF WS-WORST-SUB > ZERO
               MOVE WS-RANK-KEY TO WS-WORST-RANK (WS-WORST-SUB)
               MOVE DETAIL-LINE TO WS-WORST-LINE (WS-WORST-SUB)
               MOVE 'N' TO WS-WORST-PLACED-SW
               PERFORM 655-MOVE-ONE-PLACE-UP
                   UNTIL WS-WORST-PLACED
           END-IF.
      *
       655-MOVE-ONE-PLACE-UP.
      *
           IF WS-WORST-SUB = 1
               MOVE 'Y' TO WS-WORST-PLACED-SW
           ELSE
               COMPUTE WS-WORST-PREV = WS-WORST-SUB - 1
               IF WS-WORST-RANK (WS-WORST-PREV)
                       > WS-WORST-RANK (WS-WORST-SUB)
                   MOVE WS-WORST-ENTRY (WS-WORST-PREV)
                     TO WS-WORST-HOLD
                   MOVE WS-WORST-ENTRY (WS-WORST-SUB)
                     TO WS-WORST-ENTRY (WS-WORST-PREV)
                   MOVE WS-WORST-HOLD
                     TO WS-WORST-ENTRY (WS-WORST-SUB)
                   MOVE WS-WORST-PREV TO WS-WORST-SUB
               ELSE
                   MOVE 'Y' TO WS-WORST-PLACED-SW
               END-IF
           END-IF.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR      TO HDG1-PAGE-NBR.
           MOVE WS-REPORT-PERIOD TO HDG1-PERIOD.
           MOVE WS-SECTION-TITLE TO HDG2-SECTION-TITLE.
           MOVE WS-KEY-TITLE     TO HDG3-KEY-TITLE.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-MONTH-AND-WORST.
      *
           MOVE 'MONTH TOTAL AND WORST-SERVED CUSTOMERS'
             TO WS-SECTION-TITLE.
           MOVE 'CUSTOMER' TO WS-KEY-TITLE.
           PERFORM 600-PRINT-HEADINGS.
      *
           MOVE WS-GRAND-TOTALS TO WS-GROUP-TOTALS.
           MOVE SPACES          TO DETAIL-LINE.
           MOVE 'ALL'           TO DTL-KEY.
           MOVE 'MONTH TOTAL'   TO DTL-NAME.
           PERFORM 570-EDIT-GROUP-RATES.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           PERFORM 710-PRINT-ONE-WORST
               VARYING WS-WORST-SUB FROM 1 BY 1
               UNTIL WS-WORST-SUB > WS-WORST-CNT.
      *
       710-PRINT-ONE-WORST.
      *
           MOVE WS-WORST-LINE (WS-WORST-SUB) TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE OOR-FILE
                 INVOICE-FILE
                 CM-FILE
                 PRD-FILE
                 PRINT-FILE.
           DISPLAY "TRACKING ROWS READ       = " WS-TRK-READ-CNT.
           DISPLAY "SHIPMENTS IN MONTH       = " WS-SHIP-IN-MONTH-CNT.
           DISPLAY "  ORDER NO LONGER ON FILE= " WS-NO-ORDER-CNT.
           DISPLAY "  NOT ON ITS OWN INVOICE = " WS-VOID-CNT.
           DISPLAY "LINE MEASURES WRITTEN    = " WS-MSR-WRITE-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
