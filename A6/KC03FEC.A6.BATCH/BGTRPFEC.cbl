       IDENTIFICATION DIVISION.
       PROGRAM-ID. BGTRPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Monthly sales budget-versus-actual report, run after PERCLFEC
      *has closed the month. The report month is PER-CLOSED-THRU off
      *the PERFEC period control record and the year runs from that
      *January. Each rep's budget is the sum of its BGTFEC rows for
      *the month and for the year to date; the actuals are the
      *PERCLFEC CM-MTD-SALES and CM-YTD-SALES buckets (total plus
      *tax) of the customers assigned to the rep on CMFFEC, with
      *CM-LASTYR-SALES beside them for last year. For each rep and
      *for the company it prints budget, actual, variance (actual
      *less budget) and percent attained, month and year to date.
      *A rep budgeted by customer or by product category gets one
      *line per split row under the rep line: a customer row shows
      *that customer's buckets and last year, a category row shows
      *the year's non-void invoice line amounts for that rep in that
      *PRD-CATEGORY, inline and INVXFEC overflow lines alike - line
      *amounts only, so tax and freight are not in a category actual
      *and the category rows will not add up to the rep line.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PER-FILE ASSIGN TO PERMSTR
               RECORD KEY IS PER-RECORD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PERFILE-SW.

           SELECT REP-FILE ASSIGN TO REPMSTR
               RECORD KEY IS REP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPFILE-SW.

           SELECT BGT-FILE ASSIGN TO BGTMSTR
               RECORD KEY IS BGT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BGTFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CMFFILE-SW.

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
       FD PER-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS PER-FILE-RECORD.
       01  PER-FILE-RECORD.
           05  PER-KEY-1.
               10  PER-RECORD-KEY-1          PIC 9(01).
           05  PER-OPEN-PERIOD-1             PIC X(06).
           05  PER-CLOSED-THRU-1             PIC X(06).
      *
       FD REP-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS REP-FILE-RECORD.
       01  REP-FILE-RECORD.
           05  REP-KEY-1.
               10  REP-CODE-1                PIC X(03).
           05  REP-NAME-1                    PIC X(30).
           05  REP-COMMISSION-RATE-1         PIC S9V9(4).
           05  REP-ACTIVE-SW-1               PIC X(01).
      *
       FD BGT-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS BGT-FILE-RECORD.
       01  BGT-FILE-RECORD.
           05  BGT-KEY-1.
               10  BGT-REP-CODE-1            PIC X(03).
               10  BGT-PERIOD-1              PIC X(06).
               10  BGT-SPLIT-TYPE-1          PIC X(01).
                   88  BGT-WHOLE-REP-1           VALUE SPACE.
               10  BGT-SPLIT-CODE-1          PIC X(06).
           05  BGT-AMOUNT-1                  PIC S9(09)V99.
           05  BGT-LOADED-DATE-1             PIC X(08).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  FILLER                        PIC X(239).
           05  CM-MTD-SALES                  PIC S9(09)V99.
           05  CM-YTD-SALES                  PIC S9(09)V99.
           05  FILLER                        PIC X(11).
           05  CM-REP-CODE                   PIC X(03).
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF              PIC X(01).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
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
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY-1.
               10  PRD-PRODUCT-CODE-1        PIC X(10).
           05  FILLER                        PIC X(144).
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
       01 WS-PERFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PERFILE-SUCCESS                VALUE '00'.
       01 WS-REPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-REPFILE-SUCCESS                VALUE '00'.
       01 WS-BGTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BGTFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-INVXFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVXFILE-SUCCESS               VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-INVX-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-INVX-EOF                       VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
      *
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
       01 WS-YEAR-START.
           05  WS-YEAR-START-YYYY            PIC X(04).
           05  WS-YEAR-START-MM              PIC X(02)  VALUE '01'.
      *
       01 WS-REP-FOR-ROW                     PIC X(03)  VALUE SPACES.
       01 WS-SPLIT-TYPE-FOR-ROW              PIC X(01)  VALUE SPACES.
       01 WS-SPLIT-CODE-FOR-ROW              PIC X(06)  VALUE SPACES.
       01 WS-LINE-PRODUCT                    PIC X(10)  VALUE SPACES.
       01 WS-LINE-AMOUNT                     PIC S9(07)V99 COMP-3
                                              VALUE 0.
       01 WS-LOADING-REPS-SW                 PIC X(01)  VALUE 'N'.
           88  WS-LOADING-REPS                   VALUE 'Y'.
       01 WS-CATEGORY-ROWS-SW                PIC X(01)  VALUE 'N'.
           88  WS-HAVE-CATEGORY-ROWS             VALUE 'Y'.
       01 WS-IN-REPORT-MONTH-SW              PIC X(01)  VALUE 'N'.
           88  WS-IN-REPORT-MONTH                VALUE 'Y'.
      *
      * ONE SLOT PER REP - REPFEC FIRST, THEN ANY REP CODE FOUND ONLY
      * ON A BUDGET ROW OR A CUSTOMER (A BLANK CODE IS UNASSIGNED).
       01 WS-REP-TABLE.
           05  WS-REPT-ENTRY                 OCCURS 200 TIMES.
               10  WS-REPT-CODE              PIC X(03).
               10  WS-REPT-NAME              PIC X(20).
               10  WS-REPT-MTD-BUDGET        PIC S9(11)V99 COMP-3.
               10  WS-REPT-YTD-BUDGET        PIC S9(11)V99 COMP-3.
               10  WS-REPT-MTD-ACTUAL        PIC S9(11)V99 COMP-3.
               10  WS-REPT-YTD-ACTUAL        PIC S9(11)V99 COMP-3.
               10  WS-REPT-LASTYR            PIC S9(11)V99 COMP-3.
       01 WS-REPT-COUNT                      PIC S9(04) COMP VALUE 0.
       01 WS-REPT-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-REPT-HIT-SUB                    PIC S9(04) COMP VALUE 0.
      *
      * ONE SLOT PER CUSTOMER OR CATEGORY SPLIT BUDGETED IN THE YEAR.
       01 WS-SPLIT-TABLE.
           05  WS-SPLT-ENTRY                 OCCURS 1000 TIMES.
               10  WS-SPLT-REP               PIC X(03).
               10  WS-SPLT-TYPE              PIC X(01).
                   88  WS-SPLT-BY-CUSTOMER       VALUE 'C'.
                   88  WS-SPLT-BY-CATEGORY       VALUE 'P'.
               10  WS-SPLT-CODE              PIC X(06).
               10  WS-SPLT-MTD-BUDGET        PIC S9(11)V99 COMP-3.
               10  WS-SPLT-YTD-BUDGET        PIC S9(11)V99 COMP-3.
               10  WS-SPLT-MTD-ACTUAL        PIC S9(11)V99 COMP-3.
               10  WS-SPLT-YTD-ACTUAL        PIC S9(11)V99 COMP-3.
               10  WS-SPLT-LASTYR            PIC S9(11)V99 COMP-3.
       01 WS-SPLT-COUNT                      PIC S9(04) COMP VALUE 0.
       01 WS-SPLT-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-SPLT-HIT-SUB                    PIC S9(04) COMP VALUE 0.
      *
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
      *
      * FIGURES FOR THE LINE BEING PRINTED - REP, SPLIT OR COMPANY.
       01 WS-PRT-FIGURES.
           05  WS-PRT-MTD-BUDGET             PIC S9(11)V99 COMP-3.
           05  WS-PRT-YTD-BUDGET             PIC S9(11)V99 COMP-3.
           05  WS-PRT-MTD-ACTUAL             PIC S9(11)V99 COMP-3.
           05  WS-PRT-YTD-ACTUAL             PIC S9(11)V99 COMP-3.
           05  WS-PRT-LASTYR                 PIC S9(11)V99 COMP-3.
       01 WS-VARIANCE                        PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-PCT-ATTAINED                    PIC S9(04)V9 COMP-3
                                              VALUE 0.
      *
       01 WS-COMPANY-FIGURES.
           05  WS-CO-MTD-BUDGET              PIC S9(11)V99 COMP-3
                                              VALUE 0.
           05  WS-CO-YTD-BUDGET              PIC S9(11)V99 COMP-3
                                              VALUE 0.
           05  WS-CO-MTD-ACTUAL              PIC S9(11)V99 COMP-3
                                              VALUE 0.
           05  WS-CO-YTD-ACTUAL              PIC S9(11)V99 COMP-3
                                              VALUE 0.
           05  WS-CO-LASTYR                  PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
       01 WS-BGT-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-BGT-USED-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CM-READ-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-INV-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-REP-PRINTED-CNT                 PIC 9(05)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'SALES BUDGET VERSUS ACTUAL BY REP'.
           05  FILLER                        PIC X(07)
               VALUE 'MONTH '.
           05  HL1-PERIOD                    PIC X(06).
           05  FILLER                        PIC X(17)
               VALUE '   YEAR FROM '.
           05  HL1-YEAR-START                PIC X(06).
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(26) VALUE SPACES.
           05  FILLER                        PIC X(47)
               VALUE '----------------- MONTH TO DATE ---------------'.
           05  FILLER                        PIC X(47)
               VALUE '------------------ YEAR TO DATE ---------------'.
           05  FILLER                        PIC X(12)
               VALUE '   LAST YEAR'.
      *
       01 HEADING-LINE-3.
           05  FILLER                        PIC X(26)
               VALUE 'REP NAME'.
           05  FILLER                        PIC X(47)
               VALUE '      BUDGET       ACTUAL     VARIANCE    PCT'.
           05  FILLER                        PIC X(47)
               VALUE '      BUDGET       ACTUAL     VARIANCE    PCT'.
           05  FILLER                        PIC X(12)
               VALUE '       SALES'.
      *
       01 DETAIL-LINE.
           05  DTL-REP-CODE                  PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NAME                      PIC X(20).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-MTD-BUDGET                PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-MTD-ACTUAL                PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-MTD-VARIANCE              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-MTD-PCT                   PIC ZZZ9.9.
           05  DTL-MTD-PCT-X REDEFINES DTL-MTD-PCT
                                             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-YTD-BUDGET                PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-YTD-ACTUAL                PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-YTD-VARIANCE              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-YTD-PCT                   PIC ZZZ9.9.
           05  DTL-YTD-PCT-X REDEFINES DTL-YTD-PCT
                                             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-LASTYR                    PIC ZZZ,ZZZ,ZZ9-.
      *
       01 SPLIT-NAME.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SPN-LABEL                     PIC X(09).
           05  SPN-CODE                      PIC X(06).
           05  FILLER                        PIC X(03) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           OPEN INPUT PER-FILE.
           IF NOT WS-PERFILE-SUCCESS
               DISPLAY "WS-PERFILE-SW=" WS-PERFILE-SW
               DISPLAY "PER-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 0 TO PER-RECORD-KEY-1.
           MOVE '00' TO WS-PERFILE-SW.
           READ PER-FILE
               INVALID KEY MOVE '23' TO WS-PERFILE-SW.
           IF NOT WS-PERFILE-SUCCESS
               DISPLAY "NO PERIOD CONTROL RECORD ON PER-FILE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF PER-CLOSED-THRU-1 = SPACES OR PER-CLOSED-THRU-1 = ZERO
               DISPLAY "NO MONTH CLOSED YET ON PER-FILE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           MOVE PER-CLOSED-THRU-1       TO WS-REPORT-PERIOD.
           MOVE PER-CLOSED-THRU-1 (1:4) TO WS-YEAR-START-YYYY.
           CLOSE PER-FILE.
           DISPLAY "REPORT MONTH " WS-REPORT-PERIOD
                   " YEAR FROM " WS-YEAR-START.
      *
           OPEN INPUT REP-FILE.
           IF NOT WS-REPFILE-SUCCESS
               DISPLAY "WS-REPFILE-SW=" WS-REPFILE-SW
               DISPLAY "REP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT BGT-FILE.
           IF NOT WS-BGTFILE-SUCCESS
               DISPLAY "WS-BGTFILE-SW=" WS-BGTFILE-SW
               DISPLAY "BGT-FILE OPEN ERROR"
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
           OPEN INPUT INVOICE-FILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT INVX-FILE.
           IF NOT WS-INVXFILE-SUCCESS
               DISPLAY "WS-INVXFILE-SW=" WS-INVXFILE-SW
               DISPLAY "INVX-FILE OPEN ERROR"
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
           PERFORM 100-LOAD-THE-REPS.
           PERFORM 200-LOAD-THE-BUDGETS.
           PERFORM 300-SWEEP-THE-CUSTOMERS.
      *
           IF WS-HAVE-CATEGORY-ROWS
               PERFORM 400-SWEEP-THE-INVOICES
           END-IF.
      *
           PERFORM 500-PRINT-THE-REPORT.
           PERFORM 900-COMPLETED-OK.
      *
       100-LOAD-THE-REPS.
      *
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'Y' TO WS-LOADING-REPS-SW.
           READ REP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 110-LOAD-ONE-REP
               UNTIL WS-EOF-YES.
           MOVE 'N' TO WS-LOADING-REPS-SW.
      *
       110-LOAD-ONE-REP.
      *
           MOVE REP-CODE-1 TO WS-REP-FOR-ROW.
           PERFORM 150-FIND-THE-REP-SLOT.
      *
           READ REP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       150-FIND-THE-REP-SLOT.
      *
           MOVE ZERO TO WS-REPT-HIT-SUB.
           PERFORM 160-CHECK-ONE-REP-SLOT
               VARYING WS-REPT-SUB FROM 1 BY 1
               UNTIL WS-REPT-SUB > WS-REPT-COUNT
                  OR WS-REPT-HIT-SUB > ZERO.
      *
           IF WS-REPT-HIT-SUB = ZERO
               IF WS-REPT-COUNT < 200
                   ADD 1 TO WS-REPT-COUNT
                   MOVE WS-REPT-COUNT TO WS-REPT-HIT-SUB
                   PERFORM 170-OPEN-A-REP-SLOT
               ELSE
                   DISPLAY "REP TABLE FULL - FIGURES SKIPPED FOR REP "
                       WS-REP-FOR-ROW
               END-IF
           END-IF.
      *
       160-CHECK-ONE-REP-SLOT.
      *
           IF WS-REPT-CODE (WS-REPT-SUB) = WS-REP-FOR-ROW
               MOVE WS-REPT-SUB TO WS-REPT-HIT-SUB
           END-IF.
      *
       170-OPEN-A-REP-SLOT.
      *
           MOVE WS-REP-FOR-ROW TO WS-REPT-CODE (WS-REPT-HIT-SUB).
      *
      * THE REPS ARE LOADED STRAIGHT OFF REP-FILE - A SLOT OPENED
      * AFTER THAT IS A CODE REPFEC DOES NOT KNOW.
           IF WS-LOADING-REPS
               MOVE REP-NAME-1 TO WS-REPT-NAME (WS-REPT-HIT-SUB)
           ELSE IF WS-REP-FOR-ROW = SPACES
               MOVE '*NO REP ASSIGNED*'
                 TO WS-REPT-NAME (WS-REPT-HIT-SUB)
           ELSE
               MOVE '*NOT ON REP MASTER*'
                 TO WS-REPT-NAME (WS-REPT-HIT-SUB)
           END-IF.
      *
           MOVE ZERO TO WS-REPT-MTD-BUDGET (WS-REPT-HIT-SUB)
                        WS-REPT-YTD-BUDGET (WS-REPT-HIT-SUB)
                        WS-REPT-MTD-ACTUAL (WS-REPT-HIT-SUB)
                        WS-REPT-YTD-ACTUAL (WS-REPT-HIT-SUB)
                        WS-REPT-LASTYR (WS-REPT-HIT-SUB).
      *
       200-LOAD-THE-BUDGETS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ BGT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-YES
               DISPLAY "NO DATA IN BGT-FILE"
           END-IF.
      *
           PERFORM 210-LOAD-ONE-BUDGET
               UNTIL WS-EOF-YES.
      *
       210-LOAD-ONE-BUDGET.
      *
           ADD 1 TO WS-BGT-READ-CNT.
      *
           IF       BGT-PERIOD-1 NOT < WS-YEAR-START
                AND BGT-PERIOD-1 NOT > WS-REPORT-PERIOD
               ADD 1 TO WS-BGT-USED-CNT
               PERFORM 220-POST-ONE-BUDGET
           END-IF.
      *
           READ BGT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       220-POST-ONE-BUDGET.
      *
           MOVE BGT-REP-CODE-1 TO WS-REP-FOR-ROW.
           PERFORM 150-FIND-THE-REP-SLOT.
      *
           IF WS-REPT-HIT-SUB > ZERO
               ADD BGT-AMOUNT-1 TO WS-REPT-YTD-BUDGET (WS-REPT-HIT-SUB)
               IF BGT-PERIOD-1 = WS-REPORT-PERIOD
                   ADD BGT-AMOUNT-1
                     TO WS-REPT-MTD-BUDGET (WS-REPT-HIT-SUB)
               END-IF
           END-IF.
      *
           IF NOT BGT-WHOLE-REP-1
               MOVE BGT-SPLIT-TYPE-1 TO WS-SPLIT-TYPE-FOR-ROW
               MOVE BGT-SPLIT-CODE-1 TO WS-SPLIT-CODE-FOR-ROW
               PERFORM 250-FIND-THE-SPLIT-SLOT
               IF WS-SPLT-HIT-SUB = ZERO
                   PERFORM 270-OPEN-A-SPLIT-SLOT
               END-IF
           END-IF.
      *
           IF NOT BGT-WHOLE-REP-1 AND WS-SPLT-HIT-SUB > ZERO
               ADD BGT-AMOUNT-1 TO WS-SPLT-YTD-BUDGET (WS-SPLT-HIT-SUB)
               IF BGT-PERIOD-1 = WS-REPORT-PERIOD
                   ADD BGT-AMOUNT-1
                     TO WS-SPLT-MTD-BUDGET (WS-SPLT-HIT-SUB)
               END-IF
           END-IF.
      *
       250-FIND-THE-SPLIT-SLOT.
      *
           MOVE ZERO TO WS-SPLT-HIT-SUB.
           PERFORM 260-CHECK-ONE-SPLIT-SLOT
               VARYING WS-SPLT-SUB FROM 1 BY 1
               UNTIL WS-SPLT-SUB > WS-SPLT-COUNT
                  OR WS-SPLT-HIT-SUB > ZERO.
      *
       260-CHECK-ONE-SPLIT-SLOT.
      *
           IF       WS-SPLT-REP (WS-SPLT-SUB)  = WS-REP-FOR-ROW
                AND WS-SPLT-TYPE (WS-SPLT-SUB) = WS-SPLIT-TYPE-FOR-ROW
                AND WS-SPLT-CODE (WS-SPLT-SUB) = WS-SPLIT-CODE-FOR-ROW
               MOVE WS-SPLT-SUB TO WS-SPLT-HIT-SUB
           END-IF.
      *
       270-OPEN-A-SPLIT-SLOT.
      *
           IF WS-SPLT-COUNT < 1000
               ADD 1 TO WS-SPLT-COUNT
               MOVE WS-SPLT-COUNT TO WS-SPLT-HIT-SUB
               MOVE WS-REP-FOR-ROW
                 TO WS-SPLT-REP (WS-SPLT-HIT-SUB)
               MOVE WS-SPLIT-TYPE-FOR-ROW
                 TO WS-SPLT-TYPE (WS-SPLT-HIT-SUB)
               MOVE WS-SPLIT-CODE-FOR-ROW
                 TO WS-SPLT-CODE (WS-SPLT-HIT-SUB)
               MOVE ZERO TO WS-SPLT-MTD-BUDGET (WS-SPLT-HIT-SUB)
                            WS-SPLT-YTD-BUDGET (WS-SPLT-HIT-SUB)
                            WS-SPLT-MTD-ACTUAL (WS-SPLT-HIT-SUB)
                            WS-SPLT-YTD-ACTUAL (WS-SPLT-HIT-SUB)
                            WS-SPLT-LASTYR (WS-SPLT-HIT-SUB)
               IF WS-SPLT-BY-CATEGORY (WS-SPLT-HIT-SUB)
                   MOVE 'Y' TO WS-CATEGORY-ROWS-SW
               END-IF
           ELSE
               DISPLAY "SPLIT TABLE FULL - BUDGET ROW SKIPPED "
                   BGT-KEY-1
           END-IF.
      *
       300-SWEEP-THE-CUSTOMERS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ CM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 310-POST-ONE-CUSTOMER
               UNTIL WS-EOF-YES.
      *
       310-POST-ONE-CUSTOMER.
      *
           ADD 1 TO WS-CM-READ-CNT.
      *
           IF CM-MTD-SALES NOT = ZERO OR CM-YTD-SALES NOT = ZERO
                   OR CM-LASTYR-SALES NOT = ZERO
               MOVE CM-REP-CODE TO WS-REP-FOR-ROW
               PERFORM 150-FIND-THE-REP-SLOT
               PERFORM 320-ADD-THE-CUSTOMER-SALES
           END-IF.
      *
           READ CM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       320-ADD-THE-CUSTOMER-SALES.
      *
           IF WS-REPT-HIT-SUB > ZERO
               ADD CM-MTD-SALES
                 TO WS-REPT-MTD-ACTUAL (WS-REPT-HIT-SUB)
               ADD CM-YTD-SALES
                 TO WS-REPT-YTD-ACTUAL (WS-REPT-HIT-SUB)
               ADD CM-LASTYR-SALES
                 TO WS-REPT-LASTYR (WS-REPT-HIT-SUB)
           END-IF.
      *
           MOVE 'C'                TO WS-SPLIT-TYPE-FOR-ROW.
           MOVE CM-CUSTOMER-NUMBER TO WS-SPLIT-CODE-FOR-ROW.
           PERFORM 250-FIND-THE-SPLIT-SLOT.
      *
           IF WS-SPLT-HIT-SUB > ZERO
               ADD CM-MTD-SALES
                 TO WS-SPLT-MTD-ACTUAL (WS-SPLT-HIT-SUB)
               ADD CM-YTD-SALES
                 TO WS-SPLT-YTD-ACTUAL (WS-SPLT-HIT-SUB)
               ADD CM-LASTYR-SALES
                 TO WS-SPLT-LASTYR (WS-SPLT-HIT-SUB)
           END-IF.
      *
       400-SWEEP-THE-INVOICES.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 410-POST-ONE-INVOICE
               UNTIL WS-EOF-YES.
      *
       410-POST-ONE-INVOICE.
      *
           ADD 1 TO WS-INV-READ-CNT.
      *
           IF       NOT INV-IS-VOID-1
                AND INV-INVOICE-DATE-1 (1:6) NOT < WS-YEAR-START
                AND INV-INVOICE-DATE-1 (1:6) NOT > WS-REPORT-PERIOD
               PERFORM 420-POST-THE-INVOICE-LINES
           END-IF.
      *
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       420-POST-THE-INVOICE-LINES.
      *
           MOVE INV-REP-CODE-1 TO WS-REP-FOR-ROW.
      *
      * OLDER INVOICES PREDATE REP STAMPING - FALL BACK TO THE
      * CUSTOMER'S CURRENT REP THE SAME AS CMSNRFEC.
           IF WS-REP-FOR-ROW = SPACES
               MOVE INV-CUSTOMER-NUMBER-1 TO CM-CUSTOMER-NUMBER
               MOVE '00' TO WS-CMFFILE-SW
               READ CM-FILE
                   INVALID KEY MOVE '23' TO WS-CMFFILE-SW
               END-READ
               IF WS-CMFFILE-SUCCESS
                   MOVE CM-REP-CODE TO WS-REP-FOR-ROW
               END-IF
           END-IF.
      *
           IF INV-INVOICE-DATE-1 (1:6) = WS-REPORT-PERIOD
               MOVE 'Y' TO WS-IN-REPORT-MONTH-SW
           ELSE
               MOVE 'N' TO WS-IN-REPORT-MONTH-SW
           END-IF.
      *
           PERFORM 430-POST-ONE-INLINE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
           IF INV-OVERFLOW-SW-1 = 'Y'
               PERFORM 440-POST-THE-OVERFLOW-LINES
           END-IF.
      *
       430-POST-ONE-INLINE-LINE.
      *
           IF INV-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               MOVE INV-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO WS-LINE-PRODUCT
               MOVE INV-AMOUNT-1 (WS-LINE-SUB) TO WS-LINE-AMOUNT
               PERFORM 460-POST-ONE-LINE
           END-IF.
      *
       440-POST-THE-OVERFLOW-LINES.
      *
           MOVE 'N' TO WS-INVX-EOF-SW.
           MOVE INV-INVOICE-NUMBER-1 TO INVX-INVOICE-NUMBER-1.
           MOVE ZERO                 TO INVX-LINE-NUMBER-1.
           START INVX-FILE KEY IS NOT LESS THAN INVX-KEY-1
               INVALID KEY MOVE 'Y' TO WS-INVX-EOF-SW.
      *
           PERFORM 450-POST-ONE-OVERFLOW-LINE
               UNTIL WS-INVX-EOF.
      *
       450-POST-ONE-OVERFLOW-LINE.
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
               MOVE INVX-AMOUNT-1       TO WS-LINE-AMOUNT
               PERFORM 460-POST-ONE-LINE
           END-IF.
      *
       460-POST-ONE-LINE.
      *
           MOVE WS-LINE-PRODUCT TO PRD-PRODUCT-CODE-1.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW.
      *
           IF WS-PRDFILE-SUCCESS AND PRD-CATEGORY-1 NOT = SPACES
               MOVE 'P'            TO WS-SPLIT-TYPE-FOR-ROW
               MOVE PRD-CATEGORY-1 TO WS-SPLIT-CODE-FOR-ROW
               PERFORM 250-FIND-THE-SPLIT-SLOT
           ELSE
               MOVE ZERO TO WS-SPLT-HIT-SUB
           END-IF.
      *
           IF WS-SPLT-HIT-SUB > ZERO
               ADD WS-LINE-AMOUNT
                 TO WS-SPLT-YTD-ACTUAL (WS-SPLT-HIT-SUB)
               IF WS-IN-REPORT-MONTH
                   ADD WS-LINE-AMOUNT
                     TO WS-SPLT-MTD-ACTUAL (WS-SPLT-HIT-SUB)
               END-IF
           END-IF.
      *
       500-PRINT-THE-REPORT.
      *
           MOVE WS-REPORT-PERIOD TO HL1-PERIOD.
           MOVE WS-YEAR-START    TO HL1-YEAR-START.
      *
           PERFORM 510-PRINT-ONE-REP
               VARYING WS-REPT-SUB FROM 1 BY 1
               UNTIL WS-REPT-SUB > WS-REPT-COUNT.
      *
           PERFORM 700-PRINT-THE-COMPANY-TOTAL.
      *
       510-PRINT-ONE-REP.
      *
           MOVE WS-REPT-MTD-BUDGET (WS-REPT-SUB) TO WS-PRT-MTD-BUDGET.
           MOVE WS-REPT-YTD-BUDGET (WS-REPT-SUB) TO WS-PRT-YTD-BUDGET.
           MOVE WS-REPT-MTD-ACTUAL (WS-REPT-SUB) TO WS-PRT-MTD-ACTUAL.
           MOVE WS-REPT-YTD-ACTUAL (WS-REPT-SUB) TO WS-PRT-YTD-ACTUAL.
           MOVE WS-REPT-LASTYR (WS-REPT-SUB)     TO WS-PRT-LASTYR.
      *
           ADD WS-PRT-MTD-BUDGET TO WS-CO-MTD-BUDGET.
           ADD WS-PRT-YTD-BUDGET TO WS-CO-YTD-BUDGET.
           ADD WS-PRT-MTD-ACTUAL TO WS-CO-MTD-ACTUAL.
           ADD WS-PRT-YTD-ACTUAL TO WS-CO-YTD-ACTUAL.
           ADD WS-PRT-LASTYR     TO WS-CO-LASTYR.
      *
      * A REP WITH NO BUDGET AND NO SALES THIS YEAR OR LAST IS LEFT
      * OFF THE REPORT.
           IF       WS-PRT-MTD-BUDGET NOT = ZERO
                 OR WS-PRT-YTD-BUDGET NOT = ZERO
                 OR WS-PRT-MTD-ACTUAL NOT = ZERO
                 OR WS-PRT-YTD-ACTUAL NOT = ZERO
                 OR WS-PRT-LASTYR NOT = ZERO
               MOVE WS-REPT-CODE (WS-REPT-SUB) TO DTL-REP-CODE
               MOVE WS-REPT-NAME (WS-REPT-SUB) TO DTL-NAME
               IF WS-LINE-CNT > 50
                   PERFORM 650-PRINT-HEADINGS
               END-IF
               PERFORM 600-EDIT-AND-PRINT-LINE
               ADD 1 TO WS-REP-PRINTED-CNT
               PERFORM 520-PRINT-ONE-SPLIT
                   VARYING WS-SPLT-SUB FROM 1 BY 1
                   UNTIL WS-SPLT-SUB > WS-SPLT-COUNT
           END-IF.
      *
       520-PRINT-ONE-SPLIT.
      *
           IF WS-SPLT-REP (WS-SPLT-SUB) = WS-REPT-CODE (WS-REPT-SUB)
               MOVE WS-SPLT-MTD-BUDGET (WS-SPLT-SUB)
                 TO WS-PRT-MTD-BUDGET
               MOVE WS-SPLT-YTD-BUDGET (WS-SPLT-SUB)
                 TO WS-PRT-YTD-BUDGET
               MOVE WS-SPLT-MTD-ACTUAL (WS-SPLT-SUB)
                 TO WS-PRT-MTD-ACTUAL
               MOVE WS-SPLT-YTD-ACTUAL (WS-SPLT-SUB)
                 TO WS-PRT-YTD-ACTUAL
               MOVE WS-SPLT-LASTYR (WS-SPLT-SUB) TO WS-PRT-LASTYR
               IF WS-SPLT-BY-CUSTOMER (WS-SPLT-SUB)
                   MOVE 'CUSTOMER' TO SPN-LABEL
               ELSE
                   MOVE 'CATEGORY' TO SPN-LABEL
               END-IF
               MOVE WS-SPLT-CODE (WS-SPLT-SUB) TO SPN-CODE
               MOVE SPACES     TO DTL-REP-CODE
               MOVE SPLIT-NAME TO DTL-NAME
               IF WS-LINE-CNT > 50
                   PERFORM 650-PRINT-HEADINGS
               END-IF
               PERFORM 600-EDIT-AND-PRINT-LINE
           END-IF.
      *
       600-EDIT-AND-PRINT-LINE.
      *
           MOVE WS-PRT-MTD-BUDGET TO DTL-MTD-BUDGET.
           MOVE WS-PRT-MTD-ACTUAL TO DTL-MTD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-PRT-MTD-ACTUAL - WS-PRT-MTD-BUDGET.
           MOVE WS-VARIANCE TO DTL-MTD-VARIANCE.
      *
           IF WS-PRT-MTD-BUDGET = ZERO
               MOVE SPACES TO DTL-MTD-PCT-X
           ELSE
               COMPUTE WS-PCT-ATTAINED ROUNDED =
                   WS-PRT-MTD-ACTUAL * 100 / WS-PRT-MTD-BUDGET
                   ON SIZE ERROR MOVE 9999.9 TO WS-PCT-ATTAINED
               END-COMPUTE
               MOVE WS-PCT-ATTAINED TO DTL-MTD-PCT
           END-IF.
      *
           MOVE WS-PRT-YTD-BUDGET TO DTL-YTD-BUDGET.
           MOVE WS-PRT-YTD-ACTUAL TO DTL-YTD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-PRT-YTD-ACTUAL - WS-PRT-YTD-BUDGET.
           MOVE WS-VARIANCE TO DTL-YTD-VARIANCE.
      *
           IF WS-PRT-YTD-BUDGET = ZERO
               MOVE SPACES TO DTL-YTD-PCT-X
           ELSE
               COMPUTE WS-PCT-ATTAINED ROUNDED =
                   WS-PRT-YTD-ACTUAL * 100 / WS-PRT-YTD-BUDGET
                   ON SIZE ERROR MOVE 9999.9 TO WS-PCT-ATTAINED
               END-COMPUTE
               MOVE WS-PCT-ATTAINED TO DTL-YTD-PCT
           END-IF.
      *
           MOVE WS-PRT-LASTYR TO DTL-LASTYR.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
      *
       650-PRINT-HEADINGS.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 5 TO WS-LINE-CNT.
      *
       700-PRINT-THE-COMPANY-TOTAL.
      *
           MOVE WS-CO-MTD-BUDGET TO WS-PRT-MTD-BUDGET.
           MOVE WS-CO-YTD-BUDGET TO WS-PRT-YTD-BUDGET.
           MOVE WS-CO-MTD-ACTUAL TO WS-PRT-MTD-ACTUAL.
           MOVE WS-CO-YTD-ACTUAL TO WS-PRT-YTD-ACTUAL.
           MOVE WS-CO-LASTYR     TO WS-PRT-LASTYR.
      *
           IF WS-LINE-CNT > 48
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE SPACES          TO DTL-REP-CODE.
           MOVE 'COMPANY TOTAL' TO DTL-NAME.
           PERFORM 600-EDIT-AND-PRINT-LINE.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE REP-FILE
                 BGT-FILE
                 CM-FILE
                 INVOICE-FILE
                 INVX-FILE
                 PRD-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL BUDGET ROWS READ  = " WS-BGT-READ-CNT.
           DISPLAY "BUDGET ROWS IN THE YEAR = " WS-BGT-USED-CNT.
           DISPLAY "TOTAL CUSTOMERS READ    = " WS-CM-READ-CNT.
           DISPLAY "TOTAL INVOICES READ     = " WS-INV-READ-CNT.
           DISPLAY "REPS PRINTED            = " WS-REP-PRINTED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
