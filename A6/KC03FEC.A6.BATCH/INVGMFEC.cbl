      *prints per invoice, and the same revenue/cost/margin is
      *accumulated by product and by customer into tables printed as
      *summary sections at the end, so "what did we actually make on
      *that order" finally has an answer. The product section prints
      *grouped by product category (PRD-CATEGORY, described from the
      *CATFEC category master), categories in code order, each closed
      *by a category revenue/cost/margin total.
      *
      *MOD HISTORY
      *2026-08-22  DAO  ORIGINAL PROGRAM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  MARGIN BY PRODUCT PRINTS GROUPED BY PRODUCT
      *                 CATEGORY WITH A CATEGORY TOTAL LINE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT CAT-FILE ASSIGN TO CATMSTR
               RECORD KEY IS CAT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CATFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
       DATA DIVISION.
       FILE SECTION.
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
       FD CAT-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS CAT-FILE-RECORD.
       01  CAT-FILE-RECORD.
           05  CAT-KEY-1.
               10  CAT-CATEGORY-CODE-1       PIC X(04).
           05  CAT-DESCRIPTION-1             PIC X(20).
           05  CAT-SALES-GL-SOURCE-1         PIC X(04).
           05  CAT-COGS-GL-SOURCE-1          PIC X(04).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFND                 VALUE '23'.
       01 WS-CATFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CATFILE-SUCCESS                VALUE '00'.
           88  WS-CATFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
       01 WS-LINE-REVENUE                    PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-LINE-PRODUCT                    PIC X(10)  VALUE SPACES.
       01 WS-LINE-CATEGORY                   PIC X(04)  VALUE SPACES.
       01 WS-COST-QTY                        PIC S9(07) COMP-3 VALUE 0.
      *
      * BY-PRODUCT AND BY-CUSTOMER ACCUMULATORS, PRINTED AS SUMMARY
       01 WS-PRD-TABLE.
           05  WS-PRD-ENTRY                  OCCURS 300 TIMES.
               10  WS-PT-PRODUCT-CODE        PIC X(10).
               10  WS-PT-CATEGORY            PIC X(04).
               10  WS-PT-REVENUE             PIC S9(11)V99 COMP-3.
               10  WS-PT-COST                PIC S9(11)V99 COMP-3.
      *
      * BY-CATEGORY ACCUMULATORS FOR THE BREAKS IN THE PRODUCT SECTION.
      * ENTRY 1 IS SEEDED AS THE BLANK (UNCATEGORIZED) CATEGORY, WHICH
      * ALSO CATCHES ANY CATEGORY THAT ARRIVES AFTER THE TABLE IS FULL.
       01 WS-CAT-MAX                         PIC S9(04) COMP VALUE 100.
       01 WS-CAT-CNT                         PIC S9(04) COMP VALUE 0.
       01 WS-CAT-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-NEXT-CAT-SUB                    PIC S9(04) COMP VALUE 0.
       01 WS-CAT-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-CAT-FOUND                      VALUE 'Y'.
       01 WS-CUR-CATEGORY                    PIC X(04)  VALUE SPACES.
       01 WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY             OCCURS 100 TIMES.
               10  WS-CG-CATEGORY            PIC X(04).
               10  WS-CG-PRODUCTS            PIC S9(04) COMP.
               10  WS-CG-REVENUE             PIC S9(11)V99 COMP-3.
               10  WS-CG-COST                PIC S9(11)V99 COMP-3.
               10  WS-CG-PRINTED-SW          PIC X(01).
      *
       01 WS-CUS-CNT                         PIC S9(04) COMP VALUE 0.
       01 WS-CUS-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-CUS-FOUND-SW                    PIC X(01)  VALUE 'N'.
      *
       01 SECTION-HEADING-LINE.
           05  SHL-TEXT                      PIC X(40).
      *
       01 CATEGORY-HEADING-LINE.
           05  FILLER                        PIC X(10)
               VALUE 'CATEGORY: '.
           05  CHL-CATEGORY                  PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CHL-DESCRIPTION               PIC X(20).
      *
       01 CATEGORY-TOTAL-LINE.
           05  FILLER                        PIC X(09)
               VALUE 'CATEGORY '.
           05  CTL-CATEGORY                  PIC X(04).
           05  FILLER                        PIC X(17)
               VALUE ' TOTAL'.
           05  CTL-REVENUE                   PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  CTL-COST                      PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  CTL-MARGIN                    PIC ZZZ,ZZZ,ZZ9.99CR.
      *
       01 TOTAL-LINE.
           05  FILLER                        PIC X(28)
               DISPLAY "PRD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CAT-FILE.
           IF WS-CATFILE-SUCCESS
               DISPLAY "CAT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CATFILE-SW=" WS-CATFILE-SW
               DISPLAY "CAT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 050-SEED-CATEGORY-TABLE.
      *
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 550-PRINT-CUSTOMER-SUMMARY.
           PERFORM 700-PRINT-GRAND-TOTAL.
           PERFORM 900-COMPLETED-OK.
      *
       050-SEED-CATEGORY-TABLE.
      *
           MOVE 1      TO WS-CAT-CNT.
           MOVE SPACES TO WS-CG-CATEGORY (1).
           MOVE ZERO   TO WS-CG-PRODUCTS (1)
                          WS-CG-REVENUE (1)
                          WS-CG-COST (1).
           MOVE 'N'    TO WS-CG-PRINTED-SW (1).
      *
       100-PROCESS-ONE-INVOICE.
      *
           IF WS-PRDFILE-SUCCESS
               COMPUTE WS-LINE-COST =
                   WS-COST-QTY * PRD-UNIT-COST-1
               MOVE PRD-CATEGORY-1 TO WS-LINE-CATEGORY
           ELSE
               MOVE ZERO TO WS-LINE-COST
               MOVE SPACES TO WS-LINE-CATEGORY
           END-IF.
      *
           ADD WS-LINE-REVENUE TO WS-INV-REVENUE.
           ADD 1 TO WS-LINE-CNT.
      *
       400-ADD-TO-PRODUCT-TABLE.
      *
           PERFORM 430-FIND-CATEGORY-ENTRY.
           ADD WS-LINE-REVENUE TO WS-CG-REVENUE (WS-CAT-SUB).
           ADD WS-LINE-COST    TO WS-CG-COST (WS-CAT-SUB).
      *
           MOVE 'N' TO WS-PRD-FOUND-SW.
           PERFORM 410-MATCH-ONE-PRODUCT-ENTRY
               MOVE WS-LINE-PRODUCT TO WS-PT-PRODUCT-CODE (WS-PRD-CNT)
               MOVE WS-LINE-REVENUE TO WS-PT-REVENUE (WS-PRD-CNT)
               MOVE WS-LINE-COST    TO WS-PT-COST (WS-PRD-CNT)
               MOVE WS-LINE-CATEGORY
                 TO WS-PT-CATEGORY (WS-PRD-CNT)
               ADD 1 TO WS-CG-PRODUCTS (WS-CAT-SUB)
           ELSE
               DISPLAY "PRODUCT SUMMARY TABLE FULL - "
                   WS-LINE-PRODUCT " NOT SUMMARIZED"
           IF WS-PT-PRODUCT-CODE (WS-PRD-SUB) = WS-LINE-PRODUCT
               MOVE 'Y' TO WS-PRD-FOUND-SW
           END-IF.
      *
       430-FIND-CATEGORY-ENTRY.
      *
           MOVE 'N' TO WS-CAT-FOUND-SW.
           PERFORM 440-MATCH-ONE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-CNT
                  OR WS-CAT-FOUND.
      *
           IF WS-CAT-FOUND
               SUBTRACT 1 FROM WS-CAT-SUB
           ELSE IF WS-CAT-CNT < WS-CAT-MAX
               ADD 1 TO WS-CAT-CNT
               MOVE WS-CAT-CNT       TO WS-CAT-SUB
               MOVE WS-LINE-CATEGORY TO WS-CG-CATEGORY (WS-CAT-SUB)
               MOVE ZERO             TO WS-CG-PRODUCTS (WS-CAT-SUB)
                                        WS-CG-REVENUE (WS-CAT-SUB)
                                        WS-CG-COST (WS-CAT-SUB)
               MOVE 'N'              TO WS-CG-PRINTED-SW (WS-CAT-SUB)
           ELSE
               DISPLAY "CATEGORY TABLE FULL - " WS-LINE-CATEGORY
                   " REPORTED AS UNCATEGORIZED"
               MOVE SPACES TO WS-LINE-CATEGORY
               MOVE 1      TO WS-CAT-SUB
           END-IF.
      *
       440-MATCH-ONE-CATEGORY.
      *
           IF WS-CG-CATEGORY (WS-CAT-SUB) = WS-LINE-CATEGORY
               MOVE 'Y' TO WS-CAT-FOUND-SW
           END-IF.
      *
       450-ADD-TO-CUSTOMER-TABLE.
      *
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           PERFORM 520-PRINT-NEXT-CATEGORY
               WS-CAT-CNT TIMES.
      *
       505-CHECK-ONE-PRODUCT-LINE.
      *
           IF WS-PT-CATEGORY (WS-PRD-SUB) = WS-CUR-CATEGORY
               PERFORM 510-PRINT-ONE-PRODUCT-LINE
           END-IF.
      *
       510-PRINT-ONE-PRODUCT-LINE.
      *
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       520-PRINT-NEXT-CATEGORY.
      *
      * CATEGORIES PRINT IN CODE ORDER, PICKING THE LOWEST UNPRINTED
      * CODE EACH PASS; THE CATEGORY'S PRODUCTS PRINT IN THE ORDER
      * THEY FIRST TURNED UP, THEN ITS TOTAL LINE.
           MOVE ZERO TO WS-NEXT-CAT-SUB.
           PERFORM 525-FIND-LOWEST-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-CNT.
      *
           IF WS-NEXT-CAT-SUB = ZERO
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-CG-PRINTED-SW (WS-NEXT-CAT-SUB)
               PERFORM 530-PRINT-ONE-CATEGORY
           END-IF.
      *
       525-FIND-LOWEST-CATEGORY.
      *
           IF       WS-CG-PRINTED-SW (WS-CAT-SUB) = 'N'
                AND (WS-CG-PRODUCTS (WS-CAT-SUB) > ZERO
                  OR WS-CG-REVENUE (WS-CAT-SUB) NOT = ZERO
                  OR WS-CG-COST (WS-CAT-SUB) NOT = ZERO)
               IF WS-NEXT-CAT-SUB = ZERO
                       OR WS-CG-CATEGORY (WS-CAT-SUB)
                        < WS-CG-CATEGORY (WS-NEXT-CAT-SUB)
                   MOVE WS-CAT-SUB TO WS-NEXT-CAT-SUB
               END-IF
           END-IF.
      *
       530-PRINT-ONE-CATEGORY.
      *
           MOVE WS-CG-CATEGORY (WS-NEXT-CAT-SUB) TO WS-CUR-CATEGORY.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-CUR-CATEGORY TO CHL-CATEGORY.
           PERFORM 540-LOOKUP-CATEGORY.
           WRITE PRINT-LINE FROM CATEGORY-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CNT.
      *
           PERFORM 505-CHECK-ONE-PRODUCT-LINE
               VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > WS-PRD-CNT.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-CUR-CATEGORY TO CTL-CATEGORY.
           MOVE WS-CG-REVENUE (WS-NEXT-CAT-SUB) TO CTL-REVENUE.
           MOVE WS-CG-COST (WS-NEXT-CAT-SUB)    TO CTL-COST.
           COMPUTE WS-SUMMARY-MARGIN =
               WS-CG-REVENUE (WS-NEXT-CAT-SUB)
             - WS-CG-COST (WS-NEXT-CAT-SUB).
           MOVE WS-SUMMARY-MARGIN TO CTL-MARGIN.
           WRITE PRINT-LINE FROM CATEGORY-TOTAL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       540-LOOKUP-CATEGORY.
      *
           MOVE 'UNCATEGORIZED' TO CHL-DESCRIPTION.
           IF WS-CUR-CATEGORY NOT = SPACES
               MOVE WS-CUR-CATEGORY TO CAT-CATEGORY-CODE-1
               MOVE '00' TO WS-CATFILE-SW
               READ CAT-FILE
                   INVALID KEY MOVE '23' TO WS-CATFILE-SW
               END-READ
               IF WS-CATFILE-SUCCESS
                   MOVE CAT-DESCRIPTION-1      TO CHL-DESCRIPTION
               ELSE
                   MOVE 'CATEGORY NOT ON FILE' TO CHL-DESCRIPTION
               END-IF
           END-IF.
      *
       550-PRINT-CUSTOMER-SUMMARY.
      *
           CLOSE INVOICE-FILE
                 INVX-FILE
                 PRD-FILE
                 CAT-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
