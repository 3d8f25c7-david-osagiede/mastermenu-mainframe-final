       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLFWDFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Month-end inventory roll-forward for finance. For the period
      *on the RFWPARM parameter card (the last closed period on the
      *PERFEC control record when the card is missing) it proves,
      *product by product, that the opening valuation snapshot plus
      *the month's INVMVFEC movements lands on the closing snapshot
      *PERCLFEC took - in units and at cost. The window is exactly
      *the movements stamped after the prior close's snapshot and
      *up to this close's, so nothing falls between two months.
      *Receipts are valued at what RCPFEC says was paid for them,
      *sales net of customer returns at the INV-UNIT-COST the
      *invoices carried - the same figure INVGLFEC journals to cost
      *of goods sold - and everything else (adjustments, vendor
      *returns, transfers) at the closing average cost. A product
      *whose units do not roll forward, whose value misses by more
      *than the tolerance on the card (default 1.00), whose ledger
      *sales do not match the units invoiced, whose ledger receipts
      *do not match RCPFEC, or that has activity but no closing
      *snapshot prints with an EXCEPTION line under it. The opening
      *snapshot, closing snapshot, invoice lines and receipts are
      *gathered in one sort by product; the ledger is then browsed
      *product by product the way CYCSCFEC checks the day's moves.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  TYPE O ORDER-COMMITMENT ROWS ARE SKIPPED - THEY
      *                 MOVED NO STOCK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RFW-PARM-FILE ASSIGN TO RFWPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT PER-FILE ASSIGN TO PERMSTR
               RECORD KEY IS PER-RECORD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PERFILE-SW.

           SELECT VSN-FILE ASSIGN TO VSNMSTR
               RECORD KEY IS VSN-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-VSNFILE-SW.

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

           SELECT RCP-FILE ASSIGN TO RCPMSTR
               RECORD KEY IS RCP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RCPFILE-SW.

           SELECT MOV-FILE ASSIGN TO MOVMSTR
               RECORD KEY IS MOV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MOVFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWORK.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RFW-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS RFW-PARM-RECORD.
       01  RFW-PARM-RECORD.
           05  RFW-PERIOD                        PIC X(06).
           05  RFW-TOLERANCE                     PIC 9(05)V99.
           05  FILLER                            PIC X(03).
      *
       FD PER-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS PER-FILE-RECORD.
       01  PER-FILE-RECORD.
           05  PER-KEY-1.
               10  PER-RECORD-KEY-1          PIC 9(01).
           05  PER-OPEN-PERIOD-1             PIC X(06).
           05  PER-CLOSED-THRU-1             PIC X(06).
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
               10  INVX-INVOICE-NUMBER-1     PIC 9(06).
               10  INVX-LINE-NUMBER-1        PIC 9(04).
           05  INVX-PRODUCT-CODE-1           PIC X(10).
           05  INVX-QUANTITY-1               PIC S9(07).
           05  INVX-UNIT-PRICE-1             PIC S9(07)V99.
           05  INVX-AMOUNT-1                 PIC S9(07)V99.
           05  INVX-PRICE-SOURCE-1           PIC X(01).
           05  INVX-UNIT-COST-1              PIC S9(07)V99.
      *
       FD RCP-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS RCP-FILE-RECORD.
       01  RCP-FILE-RECORD.
           05  RCP-KEY-1.
               10  RCP-RECEIPT-DATE-1        PIC X(08).
               10  RCP-TASK-NUMBER-1         PIC 9(07).
           05  RCP-PRODUCT-CODE-1            PIC X(10).
           05  RCP-PO-NUMBER-1               PIC 9(06).
           05  RCP-QTY-RECEIVED-1            PIC S9(07).
           05  RCP-RECEIPT-TIME-1            PIC X(06).
           05  RCP-OPERATOR-ID-1             PIC X(08).
           05  RCP-UNIT-COST-1               PIC S9(07)V99.
      *
       FD MOV-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS MOV-FILE-RECORD.
       01  MOV-FILE-RECORD.
           05  MOV-KEY-1.
               10  MOV-PRODUCT-CODE-1        PIC X(10).
               10  MOV-MOVEMENT-DATE-1       PIC X(08).
               10  MOV-MOVEMENT-TIME-1       PIC X(06).
               10  MOV-TASK-NUMBER-1         PIC 9(07).
               10  MOV-LINE-SEQ-1            PIC 9(02).
           05  MOV-TYPE-1                    PIC X(01).
           05  MOV-QUANTITY-1                PIC S9(07).
           05  MOV-OPERATOR-ID-1             PIC X(08).
           05  MOV-REFERENCE-1               PIC X(10).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-SOURCE                    PIC X(01).
               88  SRT-OPENING-SNAPSHOT          VALUE 'B'.
               88  SRT-CLOSING-SNAPSHOT          VALUE 'E'.
               88  SRT-INVOICE-LINE              VALUE 'I'.
               88  SRT-RECEIPT                   VALUE 'R'.
           05  SRT-QUANTITY                  PIC S9(07).
           05  SRT-UNIT-COST                 PIC S9(07)V99.
           05  SRT-AMOUNT                    PIC S9(09)V99.
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
       01 WS-PERFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PERFILE-SUCCESS                VALUE '00'.
       01 WS-VSNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VSNFILE-SUCCESS                VALUE '00'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-INVXFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVXFILE-SUCCESS               VALUE '00'.
       01 WS-RCPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RCPFILE-SUCCESS                VALUE '00'.
       01 WS-MOVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-MOVFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-VSN-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-VSN-EOF                        VALUE 'Y'.
       01 WS-INV-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-INV-EOF                        VALUE 'Y'.
       01 WS-INVX-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-INVX-EOF                       VALUE 'Y'.
       01 WS-RCP-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-RCP-EOF                        VALUE 'Y'.
       01 WS-MOV-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-MOV-EOF                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-OPENING-SW                      PIC X(01)  VALUE 'N'.
           88  WS-HAVE-OPENING                   VALUE 'Y'.
       01 WS-CLOSING-SW                      PIC X(01)  VALUE 'N'.
           88  WS-HAVE-CLOSING                   VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 50.
       01 WS-TODAY-DATE                      PIC X(08).
      *
      * THE PERIOD BEING PROVED AND THE ONE BEFORE IT, WHOSE CLOSING
      * SNAPSHOT IS THIS PERIOD'S OPENING.
       01 WS-PERIOD                          PIC X(06)  VALUE SPACES.
       01 WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-YYYY                PIC 9(04).
           05  WS-PERIOD-MM                  PIC 9(02).
       01 WS-PRIOR-PERIOD                    PIC X(06)  VALUE SPACES.
       01 WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YYYY                 PIC 9(04).
           05  WS-PRIOR-MM                   PIC 9(02).
       01 WS-BROWSE-PERIOD                   PIC X(06)  VALUE SPACES.
       01 WS-BROWSE-SOURCE                   PIC X(01)  VALUE SPACE.
       01 WS-TOLERANCE                       PIC 9(05)V99 VALUE 1.00.
      *
      * A MOVEMENT BELONGS TO THE PERIOD WHEN ITS DATE AND TIME FALL
      * AFTER THE OPENING STAMP AND NOT AFTER THE CLOSING STAMP.
       01 WS-BEGIN-STAMP.
           05  WS-BEGIN-DATE                 PIC X(08).
           05  WS-BEGIN-TIME                 PIC X(06).
       01 WS-END-STAMP.
           05  WS-END-DATE                   PIC X(08).
           05  WS-END-TIME                   PIC X(06).
       01 WS-ROW-STAMP.
           05  WS-ROW-DATE                   PIC X(08).
           05  WS-ROW-TIME                   PIC X(06).
      *
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-COL-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-REASON-SUB                      PIC S9(04) COMP VALUE 0.
       01 WS-CUR-PRODUCT                     PIC X(10)  VALUE SPACES.
      *
      * ONE PRODUCT'S DETAIL AS IT COMES BACK FROM THE SORT AND THE
      * LEDGER.
       01 WS-CLOSE-COST                      PIC S9(07)V99 COMP-3
                                              VALUE 0.
       01 WS-INV-UNITS                       PIC S9(09) COMP-3 VALUE 0.
       01 WS-INV-COGS                        PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-RCP-UNITS                       PIC S9(09) COMP-3 VALUE 0.
       01 WS-RCP-COSTED-UNITS                PIC S9(09) COMP-3 VALUE 0.
       01 WS-RCP-VALUE                       PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-LDG-RECEIPT-UNITS               PIC S9(09) COMP-3 VALUE 0.
       01 WS-LDG-SALES-UNITS                 PIC S9(09) COMP-3 VALUE 0.
       01 WS-LDG-ADJUST-UNITS                PIC S9(09) COMP-3 VALUE 0.
       01 WS-LDG-OTHER-UNITS                 PIC S9(09) COMP-3 VALUE 0.
       01 WS-ABS-DIFF                        PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
      * THE EIGHT REPORT COLUMNS - 1 OPENING, 2 RECEIPTS, 3 NET
      * SALES, 4 ADJUSTMENTS, 5 OTHER, 6 CALCULATED CLOSING, 7
      * SNAPSHOT CLOSING, 8 DIFFERENCE - FOR THE PRODUCT AND THE RUN.
       01 WS-PRODUCT-COLUMNS.
           05  WS-PRD-COLUMN                 OCCURS 8 TIMES.
               10  WS-PRD-UNITS              PIC S9(09) COMP-3.
               10  WS-PRD-VALUE              PIC S9(11)V99 COMP-3.
       01 WS-RUN-COLUMNS.
           05  WS-RUN-COLUMN                 OCCURS 8 TIMES.
               10  WS-RUN-UNITS              PIC S9(09) COMP-3.
               10  WS-RUN-VALUE              PIC S9(11)V99 COMP-3.
      *
       01 WS-REASON-CNT                      PIC S9(04) COMP VALUE 0.
       01 WS-REASON-TABLE.
           05  WS-REASON-TEXT                OCCURS 5 TIMES
                                             PIC X(40).
      *
       01 WS-SNAPSHOT-ROW-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-INVOICE-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-RECEIPT-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-MOVEMENT-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CARRY-SKIP-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PRODUCT-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PRINTED-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-EXCEPTION-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-GL-COGS-TOTAL                   PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(35)
               VALUE 'KC03FEC - INVENTORY ROLL-FORWARD'.
           05  FILLER                        PIC X(07)
               VALUE 'PERIOD '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'RUN DATE '.
           05  HDG1-RUN-DATE                 PIC X(08).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(23)
               VALUE 'MOVEMENTS STAMPED AFTER'.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  HDG2-BEGIN-DATE               PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  HDG2-BEGIN-TIME               PIC X(06).
           05  FILLER                        PIC X(09)
               VALUE ' THROUGH '.
           05  HDG2-END-DATE                 PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  HDG2-END-TIME                 PIC X(06).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  HDG2-OPENING-NOTE             PIC X(50).
      *
       01 HEADING-LINE-3.
           05  FILLER                        PIC X(16) VALUE
               'PRODUCT'.
           05  FILLER                        PIC X(14) VALUE
               '       OPENING'.
           05  FILLER                        PIC X(14) VALUE
               '      RECEIPTS'.
           05  FILLER                        PIC X(14) VALUE
               '     NET SALES'.
           05  FILLER                        PIC X(14) VALUE
               '   ADJUSTMENTS'.
           05  FILLER                        PIC X(14) VALUE
               '         OTHER'.
           05  FILLER                        PIC X(14) VALUE
               '    CALCULATED'.
           05  FILLER                        PIC X(14) VALUE
               '      SNAPSHOT'.
           05  FILLER                        PIC X(14) VALUE
               '    DIFFERENCE'.
      *
       01 UNITS-LINE.
           05  UNL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(01).
           05  UNL-KIND                      PIC X(05).
           05  UNL-COLUMN                    OCCURS 8 TIMES.
               10  FILLER                    PIC X(01).
               10  UNL-UNITS                 PIC -(12)9.
      *
       01 VALUE-LINE.
           05  VAL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(01).
           05  VAL-KIND                      PIC X(05).
           05  VAL-COLUMN                    OCCURS 8 TIMES.
               10  FILLER                    PIC X(01).
               10  VAL-AMOUNT                PIC -(9)9.99.
      *
       01 EXCEPTION-LINE.
           05  FILLER                        PIC X(16) VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE '*** EXCEPTION: '.
           05  EXC-REASON                    PIC X(40).
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(44)
               VALUE 'PRODUCTS PROVED:'.
           05  SL1-PRODUCT-CNT               PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(44)
               VALUE 'PRODUCTS WITH ACTIVITY OR STOCK PRINTED:'.
           05  SL2-PRINTED-CNT               PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(44)
               VALUE 'PRODUCTS THAT DO NOT TIE:'.
           05  SL3-EXCEPTION-CNT             PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(44)
               VALUE 'LEDGER MOVEMENTS IN THE WINDOW:'.
           05  SL4-MOVEMENT-CNT              PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(44)
               VALUE 'CARRY-FORWARD ROWS LEFT OUT:'.
           05  SL5-CARRY-SKIP-CNT            PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-6.
           05  FILLER                        PIC X(44)
               VALUE 'INVOICES IN THE WINDOW:'.
           05  SL6-INVOICE-CNT               PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-7.
           05  FILLER                        PIC X(44)
               VALUE 'RECEIPTS IN THE WINDOW:'.
           05  SL7-RECEIPT-CNT               PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-8.
           05  FILLER                        PIC X(44)
               VALUE 'COST OF SALES JOURNALED (INVGLFEC BASIS):'.
           05  SL8-GL-COGS-TOTAL             PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-9.
           05  FILLER                        PIC X(44)
               VALUE 'COST OF SALES IN THE ROLL-FORWARD:'.
           05  SL9-RFW-COGS-TOTAL            PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-10.
           05  FILLER                        PIC X(44)
               VALUE 'VALUE TOLERANCE PER PRODUCT:'.
           05  SL10-TOLERANCE                PIC ZZZZ9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
           OPEN INPUT PER-FILE.
           IF NOT WS-PERFILE-SUCCESS
               DISPLAY "WS-PERFILE-SW=" WS-PERFILE-SW
               DISPLAY "PER-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           MOVE 0 TO PER-RECORD-KEY-1.
           MOVE '00' TO WS-PERFILE-SW.
           READ PER-FILE
               INVALID KEY MOVE '23' TO WS-PERFILE-SW.
           IF NOT WS-PERFILE-SUCCESS
               DISPLAY "NO PERIOD CONTROL RECORD ON PER-FILE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           OPEN INPUT VSN-FILE.
           IF NOT WS-VSNFILE-SUCCESS
               DISPLAY "WS-VSNFILE-SW=" WS-VSNFILE-SW
               DISPLAY "VSN-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT INVOICE-FILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT INVX-FILE.
           IF NOT WS-INVXFILE-SUCCESS
               DISPLAY "WS-INVXFILE-SW=" WS-INVXFILE-SW
               DISPLAY "INVX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT RCP-FILE.
           IF NOT WS-RCPFILE-SUCCESS
               DISPLAY "WS-RCPFILE-SW=" WS-RCPFILE-SW
               DISPLAY "RCP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT MOV-FILE.
           IF NOT WS-MOVFILE-SUCCESS
               DISPLAY "WS-MOVFILE-SW=" WS-MOVFILE-SW
               DISPLAY "MOV-FILE OPEN ERROR"
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
           PERFORM 060-SET-THE-WINDOW.
      *
           PERFORM 070-CLEAR-ONE-RUN-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 8.
      *
           PERFORM 600-PRINT-HEADINGS.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PRODUCT-CODE
               INPUT PROCEDURE IS 100-GATHER-PERIOD-DETAIL
               OUTPUT PROCEDURE IS 300-ROLL-FORWARD-PRODUCTS.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           MOVE PER-CLOSED-THRU-1 TO WS-PERIOD.
           OPEN INPUT RFW-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ RFW-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND RFW-PERIOD NUMERIC
                   MOVE RFW-PERIOD TO WS-PERIOD
               END-IF
               IF WS-PARMFILE-SUCCESS AND RFW-TOLERANCE NUMERIC
                   MOVE RFW-TOLERANCE TO WS-TOLERANCE
               END-IF
               CLOSE RFW-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO RFW-PARM-FILE FOUND - PROVING THE LAST "
                       "CLOSED PERIOD"
           END-IF.
      *
           IF WS-PERIOD NOT NUMERIC
               DISPLAY "NO PERIOD HAS BEEN CLOSED YET"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE WS-PERIOD TO WS-PRIOR-PERIOD.
           IF WS-PRIOR-MM = 1
               MOVE 12 TO WS-PRIOR-MM
               SUBTRACT 1 FROM WS-PRIOR-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.
           DISPLAY "ROLLING FORWARD PERIOD " WS-PERIOD
                   " FROM " WS-PRIOR-PERIOD.
      *
       060-SET-THE-WINDOW.
      *
      *    THE CLOSING SNAPSHOT MUST EXIST - WITHOUT IT THERE IS
      *    NOTHING TO PROVE AGAINST.
           MOVE WS-PERIOD  TO WS-BROWSE-PERIOD.
           PERFORM 065-FIND-SNAPSHOT-STAMP.
           IF WS-VSN-EOF
               DISPLAY "NO VALUATION SNAPSHOT ON VSN-FILE FOR PERIOD "
                       WS-PERIOD
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           MOVE VSN-AS-OF-DATE-1 TO WS-END-DATE.
           MOVE VSN-AS-OF-TIME-1 TO WS-END-TIME.
      *
      *    WITHOUT AN OPENING SNAPSHOT (THE FIRST MONTH THE CLOSE
      *    TOOK ONE) THE OPENING IS ZERO AND THE WINDOW STARTS AT
      *    THE FIRST OF THE MONTH.
           MOVE WS-PRIOR-PERIOD TO WS-BROWSE-PERIOD.
           PERFORM 065-FIND-SNAPSHOT-STAMP.
           IF WS-VSN-EOF
               MOVE 'N' TO WS-OPENING-SW
               STRING WS-PERIOD DELIMITED BY SIZE
                      '00'      DELIMITED BY SIZE
                   INTO WS-BEGIN-DATE
               MOVE '000000' TO WS-BEGIN-TIME
               MOVE 'NO OPENING SNAPSHOT - OPENING TAKEN AS ZERO'
                 TO HDG2-OPENING-NOTE
           ELSE
               MOVE 'Y' TO WS-OPENING-SW
               MOVE VSN-AS-OF-DATE-1 TO WS-BEGIN-DATE
               MOVE VSN-AS-OF-TIME-1 TO WS-BEGIN-TIME
               MOVE SPACES TO HDG2-OPENING-NOTE
           END-IF.
      *
           MOVE WS-PERIOD      TO HDG1-PERIOD.
           MOVE WS-BEGIN-DATE  TO HDG2-BEGIN-DATE.
           MOVE WS-BEGIN-TIME  TO HDG2-BEGIN-TIME.
           MOVE WS-END-DATE    TO HDG2-END-DATE.
           MOVE WS-END-TIME    TO HDG2-END-TIME.
           DISPLAY "WINDOW AFTER " WS-BEGIN-STAMP
                   " THROUGH " WS-END-STAMP.
      *
       065-FIND-SNAPSHOT-STAMP.
      *
      *    EVERY ROW OF ONE CLOSE CARRIES THE SAME STAMP - THE FIRST
      *    ROW OF THE PERIOD IS ENOUGH.
           MOVE 'N' TO WS-VSN-EOF-SW.
           MOVE WS-BROWSE-PERIOD TO VSN-PERIOD-1.
           MOVE LOW-VALUES       TO VSN-PRODUCT-CODE-1.
           MOVE ZERO             TO VSN-LOCATION-1.
           START VSN-FILE KEY IS NOT LESS THAN VSN-KEY-1
               INVALID KEY MOVE 'Y' TO WS-VSN-EOF-SW.
           IF NOT WS-VSN-EOF
               READ VSN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-VSN-EOF-SW
               END-READ
           END-IF.
           IF NOT WS-VSN-EOF
               IF VSN-PERIOD-1 NOT = WS-BROWSE-PERIOD
                   MOVE 'Y' TO WS-VSN-EOF-SW
               END-IF
           END-IF.
      *
       070-CLEAR-ONE-RUN-COLUMN.
      *
           MOVE ZERO TO WS-RUN-UNITS (WS-COL-SUB)
                        WS-RUN-VALUE (WS-COL-SUB).
      *
       100-GATHER-PERIOD-DETAIL.
      *
           IF WS-HAVE-OPENING
               MOVE WS-PRIOR-PERIOD TO WS-BROWSE-PERIOD
               MOVE 'B'             TO WS-BROWSE-SOURCE
               PERFORM 110-RELEASE-SNAPSHOT-ROWS
           END-IF.
           MOVE WS-PERIOD TO WS-BROWSE-PERIOD.
           MOVE 'E'       TO WS-BROWSE-SOURCE.
           PERFORM 110-RELEASE-SNAPSHOT-ROWS.
      *
           PERFORM 130-RELEASE-INVOICE-LINES.
           PERFORM 170-RELEASE-RECEIPTS.
      *
       110-RELEASE-SNAPSHOT-ROWS.
      *
           MOVE 'N' TO WS-VSN-EOF-SW.
           MOVE WS-BROWSE-PERIOD TO VSN-PERIOD-1.
           MOVE LOW-VALUES       TO VSN-PRODUCT-CODE-1.
           MOVE ZERO             TO VSN-LOCATION-1.
           START VSN-FILE KEY IS NOT LESS THAN VSN-KEY-1
               INVALID KEY MOVE 'Y' TO WS-VSN-EOF-SW.
      *
           PERFORM 115-RELEASE-ONE-SNAPSHOT-ROW
               UNTIL WS-VSN-EOF.
      *
       115-RELEASE-ONE-SNAPSHOT-ROW.
      *
           READ VSN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-VSN-EOF-SW.
      *
           IF WS-VSN-EOF
               CONTINUE
           ELSE IF VSN-PERIOD-1 NOT = WS-BROWSE-PERIOD
               MOVE 'Y' TO WS-VSN-EOF-SW
           ELSE
               ADD 1 TO WS-SNAPSHOT-ROW-CNT
               MOVE VSN-PRODUCT-CODE-1 TO SRT-PRODUCT-CODE
               MOVE WS-BROWSE-SOURCE   TO SRT-SOURCE
               MOVE VSN-QUANTITY-1     TO SRT-QUANTITY
               MOVE VSN-UNIT-COST-1    TO SRT-UNIT-COST
               MOVE VSN-VALUE-1        TO SRT-AMOUNT
               RELEASE SORT-RECORD
           END-IF.
      *
       130-RELEASE-INVOICE-LINES.
      *
      *    INVOICES CARRY A DATE BUT NO TIME, SO THEY ARE TAKEN BY
      *    DATE - AFTER THE OPENING CLOSE'S DATE THROUGH THE CLOSING
      *    CLOSE'S. THE CLOSE RUNS AFTER THE DAY'S SHIPPING, SO THE
      *    TWO WINDOWS COVER THE SAME SHIPMENTS.
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INV-EOF-SW.
      *
           PERFORM 140-CHECK-ONE-INVOICE
               UNTIL WS-INV-EOF.
      *
       140-CHECK-ONE-INVOICE.
      *
           IF NOT INV-IS-VOID-1
                   AND INV-INVOICE-DATE-1 > WS-BEGIN-DATE
                   AND INV-INVOICE-DATE-1 NOT > WS-END-DATE
               ADD 1 TO WS-INVOICE-CNT
               PERFORM 145-RELEASE-ONE-INLINE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
               IF INV-OVERFLOW-SW-1 = 'Y'
                   PERFORM 150-RELEASE-OVERFLOW-LINES
               END-IF
           END-IF.
      *
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INV-EOF-SW.
      *
       145-RELEASE-ONE-INLINE-LINE.
      *
           IF INV-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               MOVE INV-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO SRT-PRODUCT-CODE
               MOVE 'I' TO SRT-SOURCE
               MOVE INV-QUANTITY-1 (WS-LINE-SUB)  TO SRT-QUANTITY
               MOVE INV-UNIT-COST-1 (WS-LINE-SUB) TO SRT-UNIT-COST
               COMPUTE SRT-AMOUNT = INV-QUANTITY-1 (WS-LINE-SUB)
                                  * INV-UNIT-COST-1 (WS-LINE-SUB)
               ADD SRT-AMOUNT TO WS-GL-COGS-TOTAL
               RELEASE SORT-RECORD
           END-IF.
      *
       150-RELEASE-OVERFLOW-LINES.
      *
           MOVE 'N' TO WS-INVX-EOF-SW.
           MOVE INV-INVOICE-NUMBER-1 TO INVX-INVOICE-NUMBER-1.
           MOVE ZERO                 TO INVX-LINE-NUMBER-1.
           START INVX-FILE KEY IS NOT LESS THAN INVX-KEY-1
               INVALID KEY MOVE 'Y' TO WS-INVX-EOF-SW.
      *
           PERFORM 155-RELEASE-ONE-OVERFLOW-LINE
               UNTIL WS-INVX-EOF.
      *
       155-RELEASE-ONE-OVERFLOW-LINE.
      *
           READ INVX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INVX-EOF-SW.
      *
           IF WS-INVX-EOF
               CONTINUE
           ELSE IF INVX-INVOICE-NUMBER-1 NOT = INV-INVOICE-NUMBER-1
               MOVE 'Y' TO WS-INVX-EOF-SW
           ELSE
               MOVE INVX-PRODUCT-CODE-1 TO SRT-PRODUCT-CODE
               MOVE 'I'                 TO SRT-SOURCE
               MOVE INVX-QUANTITY-1     TO SRT-QUANTITY
               MOVE INVX-UNIT-COST-1    TO SRT-UNIT-COST
               COMPUTE SRT-AMOUNT = INVX-QUANTITY-1 * INVX-UNIT-COST-1
               ADD SRT-AMOUNT TO WS-GL-COGS-TOTAL
               RELEASE SORT-RECORD
           END-IF.
      *
       170-RELEASE-RECEIPTS.
      *
           MOVE WS-BEGIN-DATE TO RCP-RECEIPT-DATE-1.
           MOVE ZERO          TO RCP-TASK-NUMBER-1.
           START RCP-FILE KEY IS NOT LESS THAN RCP-KEY-1
               INVALID KEY MOVE 'Y' TO WS-RCP-EOF-SW.
      *
           PERFORM 175-RELEASE-ONE-RECEIPT
               UNTIL WS-RCP-EOF.
      *
       175-RELEASE-ONE-RECEIPT.
      *
           READ RCP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RCP-EOF-SW.
      *
           IF WS-RCP-EOF
               CONTINUE
           ELSE IF RCP-RECEIPT-DATE-1 > WS-END-DATE
               MOVE 'Y' TO WS-RCP-EOF-SW
           ELSE
               MOVE RCP-RECEIPT-DATE-1 TO WS-ROW-DATE
               MOVE RCP-RECEIPT-TIME-1 TO WS-ROW-TIME
               IF WS-ROW-STAMP > WS-BEGIN-STAMP
                       AND WS-ROW-STAMP NOT > WS-END-STAMP
                   ADD 1 TO WS-RECEIPT-CNT
                   MOVE RCP-PRODUCT-CODE-1 TO SRT-PRODUCT-CODE
                   MOVE 'R'                TO SRT-SOURCE
                   MOVE RCP-QTY-RECEIVED-1 TO SRT-QUANTITY
                   MOVE RCP-UNIT-COST-1    TO SRT-UNIT-COST
                   COMPUTE SRT-AMOUNT =
                       RCP-QTY-RECEIVED-1 * RCP-UNIT-COST-1
                   RELEASE SORT-RECORD
               END-IF
           END-IF.
      *
       300-ROLL-FORWARD-PRODUCTS.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           PERFORM 310-PROVE-ONE-PRODUCT
               UNTIL WS-SORT-EOF.
      *
       310-PROVE-ONE-PRODUCT.
      *
           ADD 1 TO WS-PRODUCT-CNT.
           MOVE SRT-PRODUCT-CODE TO WS-CUR-PRODUCT.
           MOVE 'N' TO WS-CLOSING-SW.
           MOVE ZERO TO WS-CLOSE-COST
                        WS-INV-UNITS
                        WS-INV-COGS
                        WS-RCP-UNITS
                        WS-RCP-COSTED-UNITS
                        WS-RCP-VALUE
                        WS-LDG-RECEIPT-UNITS
                        WS-LDG-SALES-UNITS
                        WS-LDG-ADJUST-UNITS
                        WS-LDG-OTHER-UNITS.
           PERFORM 315-CLEAR-ONE-PRODUCT-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 8.
      *
           PERFORM 320-ADD-ONE-SORT-ROW
               UNTIL WS-SORT-EOF
                  OR SRT-PRODUCT-CODE NOT = WS-CUR-PRODUCT.
      *
           PERFORM 330-SUM-THE-LEDGER.
           PERFORM 340-COMPUTE-THE-PROOF.
           PERFORM 350-CHECK-THE-EXCEPTIONS.
      *
           PERFORM 345-ADD-ONE-RUN-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 8.
      *
      *    A PRODUCT WITH NO STOCK EITHER END AND NOTHING IN BETWEEN
      *    HAS NOTHING TO SHOW.
           IF WS-REASON-CNT > ZERO
                   OR WS-PRD-UNITS (1) NOT = ZERO
                   OR WS-PRD-UNITS (7) NOT = ZERO
                   OR WS-PRD-VALUE (1) NOT = ZERO
                   OR WS-PRD-VALUE (7) NOT = ZERO
                   OR WS-LDG-RECEIPT-UNITS NOT = ZERO
                   OR WS-LDG-SALES-UNITS NOT = ZERO
                   OR WS-LDG-ADJUST-UNITS NOT = ZERO
                   OR WS-LDG-OTHER-UNITS NOT = ZERO
               PERFORM 360-PRINT-ONE-PRODUCT
           END-IF.
      *
       315-CLEAR-ONE-PRODUCT-COLUMN.
      *
           MOVE ZERO TO WS-PRD-UNITS (WS-COL-SUB)
                        WS-PRD-VALUE (WS-COL-SUB).
      *
       320-ADD-ONE-SORT-ROW.
      *
           EVALUATE TRUE
               WHEN SRT-OPENING-SNAPSHOT
                   ADD SRT-QUANTITY TO WS-PRD-UNITS (1)
                   ADD SRT-AMOUNT   TO WS-PRD-VALUE (1)
               WHEN SRT-CLOSING-SNAPSHOT
                   MOVE 'Y' TO WS-CLOSING-SW
                   MOVE SRT-UNIT-COST TO WS-CLOSE-COST
                   ADD SRT-QUANTITY TO WS-PRD-UNITS (7)
                   ADD SRT-AMOUNT   TO WS-PRD-VALUE (7)
               WHEN SRT-INVOICE-LINE
                   ADD SRT-QUANTITY TO WS-INV-UNITS
                   ADD SRT-AMOUNT   TO WS-INV-COGS
               WHEN SRT-RECEIPT
                   ADD SRT-QUANTITY TO WS-RCP-UNITS
                   IF SRT-UNIT-COST NOT = ZERO
                       ADD SRT-QUANTITY TO WS-RCP-COSTED-UNITS
                       ADD SRT-AMOUNT   TO WS-RCP-VALUE
                   END-IF
           END-EVALUATE.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       330-SUM-THE-LEDGER.
      *
      *    POSITION JUST PAST THE OPENING STAMP AND READ FORWARD TO
      *    THE CLOSING ONE.
           MOVE 'N' TO WS-MOV-EOF-SW.
           MOVE WS-CUR-PRODUCT TO MOV-PRODUCT-CODE-1.
           MOVE WS-BEGIN-DATE  TO MOV-MOVEMENT-DATE-1.
           MOVE WS-BEGIN-TIME  TO MOV-MOVEMENT-TIME-1.
           MOVE 9999999        TO MOV-TASK-NUMBER-1.
           MOVE 99             TO MOV-LINE-SEQ-1.
           START MOV-FILE KEY IS NOT LESS THAN MOV-KEY-1
               INVALID KEY MOVE 'Y' TO WS-MOV-EOF-SW.
      *
           PERFORM 335-ADD-ONE-MOVEMENT
               UNTIL WS-MOV-EOF.
      *
       335-ADD-ONE-MOVEMENT.
      *
           READ MOV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-MOV-EOF-SW.
      *
           IF NOT WS-MOV-EOF
               MOVE MOV-MOVEMENT-DATE-1 TO WS-ROW-DATE
               MOVE MOV-MOVEMENT-TIME-1 TO WS-ROW-TIME
               IF MOV-PRODUCT-CODE-1 NOT = WS-CUR-PRODUCT
                       OR WS-ROW-STAMP > WS-END-STAMP
                   MOVE 'Y' TO WS-MOV-EOF-SW
               END-IF
           END-IF.
      *
      *    A CARRY-FORWARD ROW STANDS IN FOR DETAIL THAT WAS ALREADY
      *    IN AN EARLIER MONTH'S SNAPSHOT - IT IS NEVER THIS MONTH'S
      *    ACTIVITY. A CUSTOMER RETURN COMES BACK ON A CREDIT MEMO AT
      *    COST, SO IT NETS WITH THE SALES. A COMMITMENT ROW MOVED
      *    NO STOCK AT ALL.
           IF NOT WS-MOV-EOF
               ADD 1 TO WS-MOVEMENT-CNT
               EVALUATE MOV-TYPE-1
                   WHEN 'C'
                       ADD 1 TO WS-CARRY-SKIP-CNT
                   WHEN 'O'
                       CONTINUE
                   WHEN 'R'
                       ADD MOV-QUANTITY-1 TO WS-LDG-RECEIPT-UNITS
                   WHEN 'S'
                   WHEN 'T'
                       ADD MOV-QUANTITY-1 TO WS-LDG-SALES-UNITS
                   WHEN 'A'
                       ADD MOV-QUANTITY-1 TO WS-LDG-ADJUST-UNITS
                   WHEN OTHER
                       ADD MOV-QUANTITY-1 TO WS-LDG-OTHER-UNITS
               END-EVALUATE
           END-IF.
      *
       340-COMPUTE-THE-PROOF.
      *
      *    RECEIPTS AT WHAT WAS PAID; ANY RECEIPT RCPFEC HAS NO COST
      *    FOR, OR ANY LEDGER RECEIPT RCPFEC DOES NOT HOLD, AT THE
      *    CLOSING AVERAGE COST.
           MOVE WS-LDG-RECEIPT-UNITS TO WS-PRD-UNITS (2).
           COMPUTE WS-PRD-VALUE (2) ROUNDED = WS-RCP-VALUE
               + (WS-LDG-RECEIPT-UNITS - WS-RCP-COSTED-UNITS)
                 * WS-CLOSE-COST.
      *
      *    SALES NET OF RETURNS AT THE INVOICED COST - THE LEDGER
      *    CARRIES THEM NEGATIVE, THE INVOICES POSITIVE.
           MOVE WS-LDG-SALES-UNITS TO WS-PRD-UNITS (3).
           COMPUTE WS-PRD-VALUE (3) = WS-INV-COGS * -1.
      *
           MOVE WS-LDG-ADJUST-UNITS TO WS-PRD-UNITS (4).
           COMPUTE WS-PRD-VALUE (4) ROUNDED =
               WS-LDG-ADJUST-UNITS * WS-CLOSE-COST.
           MOVE WS-LDG-OTHER-UNITS TO WS-PRD-UNITS (5).
           COMPUTE WS-PRD-VALUE (5) ROUNDED =
               WS-LDG-OTHER-UNITS * WS-CLOSE-COST.
      *
           COMPUTE WS-PRD-UNITS (6) = WS-PRD-UNITS (1)
               + WS-PRD-UNITS (2) + WS-PRD-UNITS (3)
               + WS-PRD-UNITS (4) + WS-PRD-UNITS (5).
           COMPUTE WS-PRD-VALUE (6) = WS-PRD-VALUE (1)
               + WS-PRD-VALUE (2) + WS-PRD-VALUE (3)
               + WS-PRD-VALUE (4) + WS-PRD-VALUE (5).
      *
           COMPUTE WS-PRD-UNITS (8) =
               WS-PRD-UNITS (7) - WS-PRD-UNITS (6).
           COMPUTE WS-PRD-VALUE (8) =
               WS-PRD-VALUE (7) - WS-PRD-VALUE (6).
      *
       345-ADD-ONE-RUN-COLUMN.
      *
           ADD WS-PRD-UNITS (WS-COL-SUB) TO WS-RUN-UNITS (WS-COL-SUB).
           ADD WS-PRD-VALUE (WS-COL-SUB) TO WS-RUN-VALUE (WS-COL-SUB).
      *
       350-CHECK-THE-EXCEPTIONS.
      *
           MOVE ZERO TO WS-REASON-CNT.
           MOVE SPACES TO WS-REASON-TABLE.
      *
           IF NOT WS-HAVE-CLOSING
               ADD 1 TO WS-REASON-CNT
               MOVE 'ACTIVITY BUT NO CLOSING SNAPSHOT'
                 TO WS-REASON-TEXT (WS-REASON-CNT)
           END-IF.
           IF WS-PRD-UNITS (8) NOT = ZERO
               ADD 1 TO WS-REASON-CNT
               MOVE 'UNITS DO NOT ROLL FORWARD TO SNAPSHOT'
                 TO WS-REASON-TEXT (WS-REASON-CNT)
           END-IF.
      *
           MOVE WS-PRD-VALUE (8) TO WS-ABS-DIFF.
           IF WS-ABS-DIFF < ZERO
               COMPUTE WS-ABS-DIFF = WS-ABS-DIFF * -1
           END-IF.
           IF WS-ABS-DIFF > WS-TOLERANCE
               ADD 1 TO WS-REASON-CNT
               MOVE 'VALUE OFF FROM SNAPSHOT BEYOND TOLERANCE'
                 TO WS-REASON-TEXT (WS-REASON-CNT)
           END-IF.
      *
           IF WS-LDG-SALES-UNITS + WS-INV-UNITS NOT = ZERO
               ADD 1 TO WS-REASON-CNT
               MOVE 'LEDGER SALES DO NOT MATCH UNITS INVOICED'
                 TO WS-REASON-TEXT (WS-REASON-CNT)
           END-IF.
           IF WS-LDG-RECEIPT-UNITS NOT = WS-RCP-UNITS
               ADD 1 TO WS-REASON-CNT
               MOVE 'LEDGER RECEIPTS DO NOT MATCH RCPFEC'
                 TO WS-REASON-TEXT (WS-REASON-CNT)
           END-IF.
      *
           IF WS-REASON-CNT > ZERO
               ADD 1 TO WS-EXCEPTION-CNT
           END-IF.
      *
       360-PRINT-ONE-PRODUCT.
      *
           IF WS-LINE-CNT + 2 + WS-REASON-CNT > WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           ADD 1 TO WS-PRINTED-CNT.
           MOVE SPACES TO UNITS-LINE.
           MOVE SPACES TO VALUE-LINE.
           MOVE WS-CUR-PRODUCT TO UNL-PRODUCT-CODE.
           MOVE 'UNITS'        TO UNL-KIND.
           MOVE 'VALUE'        TO VAL-KIND.
           PERFORM 365-EDIT-ONE-PRODUCT-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 8.
      *
           WRITE PRINT-LINE FROM UNITS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM VALUE-LINE
               AFTER ADVANCING 1 LINES.
           ADD 3 TO WS-LINE-CNT.
      *
           PERFORM 370-PRINT-ONE-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > WS-REASON-CNT.
      *
       365-EDIT-ONE-PRODUCT-COLUMN.
      *
           MOVE WS-PRD-UNITS (WS-COL-SUB) TO UNL-UNITS (WS-COL-SUB).
           MOVE WS-PRD-VALUE (WS-COL-SUB) TO VAL-AMOUNT (WS-COL-SUB).
      *
       370-PRINT-ONE-REASON.
      *
           MOVE WS-REASON-TEXT (WS-REASON-SUB) TO EXC-REASON.
           WRITE PRINT-LINE FROM EXCEPTION-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR   TO HDG1-PAGE-NBR.
           MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           MOVE SPACES TO UNITS-LINE.
           MOVE SPACES TO VALUE-LINE.
           MOVE 'TOTAL'        TO UNL-PRODUCT-CODE.
           MOVE 'UNITS'        TO UNL-KIND.
           MOVE 'VALUE'        TO VAL-KIND.
           PERFORM 710-EDIT-ONE-RUN-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 8.
           WRITE PRINT-LINE FROM UNITS-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-LINE FROM VALUE-LINE
               AFTER ADVANCING 1 LINES.
      *
           MOVE WS-PRODUCT-CNT      TO SL1-PRODUCT-CNT.
           MOVE WS-PRINTED-CNT      TO SL2-PRINTED-CNT.
           MOVE WS-EXCEPTION-CNT    TO SL3-EXCEPTION-CNT.
           MOVE WS-MOVEMENT-CNT     TO SL4-MOVEMENT-CNT.
           MOVE WS-CARRY-SKIP-CNT   TO SL5-CARRY-SKIP-CNT.
           MOVE WS-INVOICE-CNT      TO SL6-INVOICE-CNT.
           MOVE WS-RECEIPT-CNT      TO SL7-RECEIPT-CNT.
           MOVE WS-GL-COGS-TOTAL    TO SL8-GL-COGS-TOTAL.
           COMPUTE SL9-RFW-COGS-TOTAL = WS-RUN-VALUE (3) * -1.
           MOVE WS-TOLERANCE        TO SL10-TOLERANCE.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-5
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-6
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-7
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-8
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-9
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-10
               AFTER ADVANCING 1 LINES.
      *
       710-EDIT-ONE-RUN-COLUMN.
      *
           MOVE WS-RUN-UNITS (WS-COL-SUB) TO UNL-UNITS (WS-COL-SUB).
           MOVE WS-RUN-VALUE (WS-COL-SUB) TO VAL-AMOUNT (WS-COL-SUB).
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE PER-FILE
                 VSN-FILE
                 INVOICE-FILE
                 INVX-FILE
                 RCP-FILE
                 MOV-FILE
                 PRINT-FILE.
           DISPLAY "PRODUCTS PROVED       = " WS-PRODUCT-CNT.
           DISPLAY "PRODUCTS NOT TIED     = " WS-EXCEPTION-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
