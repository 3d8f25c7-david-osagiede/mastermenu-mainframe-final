      *exercise off the raw register. The ranking walks the table
      *picking the largest unprinted dollar figure each time - the
      *same simple selection pass INVTPFEC uses to rank customers.
      *The ranking runs within each product category (PRD-CATEGORY,
      *described from the CATFEC category master), categories in
      *code order, each closed by a category total line with its
      *percent of the grand total.
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
      *2026-10-15  DAO  RANK WITHIN PRODUCT CATEGORY, WITH A CATEGORY
      *                 TOTAL LINE AFTER EACH CATEGORY.
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
           05  SLS-TO-DATE                       PIC X(08).
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
       01 WS-SALES-TABLE.
           05  WS-SALES-ENTRY                OCCURS 300 TIMES.
               10  WS-ST-PRODUCT-CODE        PIC X(10).
               10  WS-ST-CATEGORY            PIC X(04).
               10  WS-ST-UNITS               PIC S9(09) COMP-3.
               10  WS-ST-DOLLARS             PIC S9(11)V99 COMP-3.
               10  WS-ST-PRINTED-SW          PIC X(01).
      *
      *
      * ONE ENTRY PER PRODUCT CATEGORY SEEN. ENTRY 1 IS SEEDED AS THE
      * BLANK (UNCATEGORIZED) CATEGORY, WHICH ALSO CATCHES ANY
      * CATEGORY THAT ARRIVES AFTER THE TABLE IS FULL.
       01 WS-CAT-MAX                         PIC S9(04) COMP VALUE 100.
       01 WS-CAT-CNT                         PIC S9(04) COMP VALUE 0.
       01 WS-CAT-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-NEXT-CAT-SUB                    PIC S9(04) COMP VALUE 0.
       01 WS-CAT-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-CAT-FOUND                      VALUE 'Y'.
       01 WS-ADD-CATEGORY                    PIC X(04)  VALUE SPACES.
       01 WS-CUR-CATEGORY                    PIC X(04)  VALUE SPACES.
       01 WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY             OCCURS 100 TIMES.
               10  WS-CG-CATEGORY            PIC X(04).
               10  WS-CG-PRODUCTS            PIC S9(04) COMP.
               10  WS-CG-UNITS               PIC S9(09) COMP-3.
               10  WS-CG-DOLLARS             PIC S9(11)V99 COMP-3.
               10  WS-CG-PRINTED-SW          PIC X(01).
      *
       01 WS-GRAND-DOLLARS                   PIC S9(11)V99 COMP-3
                                              VALUE 0.
           05  DTL-DOLLARS                   PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PCT                       PIC ZZ9.99.
      *
       01 CATEGORY-HEADING-LINE.
           05  FILLER                        PIC X(10)
               VALUE 'CATEGORY: '.
           05  CHL-CATEGORY                  PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CHL-DESCRIPTION               PIC X(20).
      *
       01 CATEGORY-TOTAL-LINE.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'CATEGORY '.
           05  CTL-CATEGORY                  PIC X(04).
           05  FILLER                        PIC X(21)
               VALUE ' TOTAL'.
           05  CTL-UNITS                     PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CTL-DOLLARS                   PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CTL-PCT                       PIC ZZ9.99.
      *
       01 TOTAL-LINE.
           05  FILLER                        PIC X(25)
               DISPLAY "PRD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT CAT-FILE.
           IF NOT WS-CATFILE-SUCCESS
               DISPLAY "WS-CATFILE-SW=" WS-CATFILE-SW
               DISPLAY "CAT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 060-SEED-CATEGORY-TABLE.
      *
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
               DISPLAY "NO DATE-RANGE PARAMETER SUPPLIED - "
                       "ANALYZING ALL DATES"
           END-IF.
      *
       060-SEED-CATEGORY-TABLE.
      *
           MOVE 1      TO WS-CAT-CNT.
           MOVE SPACES TO WS-CG-CATEGORY (1).
           MOVE ZERO   TO WS-CG-PRODUCTS (1)
                          WS-CG-UNITS (1)
                          WS-CG-DOLLARS (1).
           MOVE 'N'    TO WS-CG-PRINTED-SW (1).
      *
       100-PROCESS-ONE-INVOICE.
      *
               MOVE WS-ADD-QTY     TO WS-ST-UNITS (WS-TAB-CNT)
               MOVE WS-ADD-AMOUNT  TO WS-ST-DOLLARS (WS-TAB-CNT)
               MOVE 'N'            TO WS-ST-PRINTED-SW (WS-TAB-CNT)
               PERFORM 320-CATEGORIZE-NEW-PRODUCT
           ELSE
               DISPLAY "SALES TABLE FULL - " WS-ADD-PRODUCT
                   " NOT ANALYZED"
           IF WS-ST-PRODUCT-CODE (WS-TAB-SUB) = WS-ADD-PRODUCT
               MOVE 'Y' TO WS-TAB-FOUND-SW
           END-IF.
      *
       320-CATEGORIZE-NEW-PRODUCT.
      *
           MOVE WS-ADD-PRODUCT TO PRD-PRODUCT-CODE-1.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW.
      *
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-CATEGORY-1 TO WS-ADD-CATEGORY
           ELSE
               MOVE SPACES         TO WS-ADD-CATEGORY
           END-IF.
      *
           PERFORM 330-FIND-CATEGORY-ENTRY.
           MOVE WS-ADD-CATEGORY TO WS-ST-CATEGORY (WS-TAB-CNT).
           ADD 1 TO WS-CG-PRODUCTS (WS-CAT-SUB).
      *
       330-FIND-CATEGORY-ENTRY.
      *
           MOVE 'N' TO WS-CAT-FOUND-SW.
           PERFORM 340-MATCH-ONE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-CNT
                  OR WS-CAT-FOUND.
      *
           IF WS-CAT-FOUND
               SUBTRACT 1 FROM WS-CAT-SUB
           ELSE IF WS-CAT-CNT < WS-CAT-MAX
               ADD 1 TO WS-CAT-CNT
               MOVE WS-CAT-CNT      TO WS-CAT-SUB
               MOVE WS-ADD-CATEGORY TO WS-CG-CATEGORY (WS-CAT-SUB)
               MOVE ZERO            TO WS-CG-PRODUCTS (WS-CAT-SUB)
                                       WS-CG-UNITS (WS-CAT-SUB)
                                       WS-CG-DOLLARS (WS-CAT-SUB)
               MOVE 'N'             TO WS-CG-PRINTED-SW (WS-CAT-SUB)
           ELSE
               DISPLAY "CATEGORY TABLE FULL - " WS-ADD-CATEGORY
                   " REPORTED AS UNCATEGORIZED"
               MOVE SPACES TO WS-ADD-CATEGORY
               MOVE 1      TO WS-CAT-SUB
           END-IF.
      *
       340-MATCH-ONE-CATEGORY.
      *
           IF WS-CG-CATEGORY (WS-CAT-SUB) = WS-ADD-CATEGORY
               MOVE 'Y' TO WS-CAT-FOUND-SW
           END-IF.
      *
       450-TOTAL-ONE-PRODUCT.
      *
           MOVE WS-ST-CATEGORY (WS-TAB-SUB) TO WS-ADD-CATEGORY.
           PERFORM 330-FIND-CATEGORY-ENTRY.
           ADD WS-ST-UNITS (WS-TAB-SUB)   TO WS-CG-UNITS (WS-CAT-SUB).
           ADD WS-ST-DOLLARS (WS-TAB-SUB) TO WS-CG-DOLLARS (WS-CAT-SUB).
      *
       500-PRINT-RANKED-REPORT.
      *
           PERFORM 450-TOTAL-ONE-PRODUCT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-TAB-CNT.
      *
           PERFORM 550-PRINT-NEXT-CATEGORY
               WS-CAT-CNT TIMES.
      *
       510-PRINT-NEXT-BEST-PRODUCT.
      *
      *
       520-FIND-ONE-BEST-ENTRY.
      *
           IF       WS-ST-PRINTED-SW (WS-TAB-SUB) = 'N'
                AND WS-ST-CATEGORY (WS-TAB-SUB) = WS-CUR-CATEGORY
               IF WS-BEST-SUB = ZERO
                       OR WS-ST-DOLLARS (WS-TAB-SUB) > WS-BEST-DOLLARS
                   MOVE WS-TAB-SUB TO WS-BEST-SUB
           ELSE
               MOVE 'PRODUCT NOT ON FILE' TO DTL-DESCRIPTION
           END-IF.
      *
       550-PRINT-NEXT-CATEGORY.
      *
      * CATEGORIES PRINT IN CODE ORDER - THE SAME SELECTION PASS AS
      * THE PRODUCT RANKING, PICKING THE LOWEST UNPRINTED CODE.
           MOVE ZERO TO WS-NEXT-CAT-SUB.
           PERFORM 555-FIND-LOWEST-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-CNT.
      *
           IF WS-NEXT-CAT-SUB = ZERO
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-CG-PRINTED-SW (WS-NEXT-CAT-SUB)
               PERFORM 560-PRINT-ONE-CATEGORY
           END-IF.
      *
       555-FIND-LOWEST-CATEGORY.
      *
           IF       WS-CG-PRINTED-SW (WS-CAT-SUB) = 'N'
                AND WS-CG-PRODUCTS (WS-CAT-SUB) > ZERO
               IF WS-NEXT-CAT-SUB = ZERO
                       OR WS-CG-CATEGORY (WS-CAT-SUB)
                        < WS-CG-CATEGORY (WS-NEXT-CAT-SUB)
                   MOVE WS-CAT-SUB TO WS-NEXT-CAT-SUB
               END-IF
           END-IF.
      *
       560-PRINT-ONE-CATEGORY.
      *
           MOVE WS-CG-CATEGORY (WS-NEXT-CAT-SUB) TO WS-CUR-CATEGORY.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-CUR-CATEGORY TO CHL-CATEGORY.
           PERFORM 570-LOOKUP-CATEGORY.
           WRITE PRINT-LINE FROM CATEGORY-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CNT.
      *
           MOVE ZERO TO WS-RANK-NBR.
           PERFORM 510-PRINT-NEXT-BEST-PRODUCT
               WS-CG-PRODUCTS (WS-NEXT-CAT-SUB) TIMES.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-CUR-CATEGORY TO CTL-CATEGORY.
           MOVE WS-CG-UNITS (WS-NEXT-CAT-SUB)   TO CTL-UNITS.
           MOVE WS-CG-DOLLARS (WS-NEXT-CAT-SUB) TO CTL-DOLLARS.
           IF WS-GRAND-DOLLARS = ZERO
               MOVE ZERO TO CTL-PCT
           ELSE
               COMPUTE WS-PCT-OF-TOTAL ROUNDED =
                   WS-CG-DOLLARS (WS-NEXT-CAT-SUB) * 100
                   / WS-GRAND-DOLLARS
               MOVE WS-PCT-OF-TOTAL TO CTL-PCT
           END-IF.
           WRITE PRINT-LINE FROM CATEGORY-TOTAL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       570-LOOKUP-CATEGORY.
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
       600-PRINT-HEADINGS.
      *
           CLOSE INVOICE-FILE
                 INVX-FILE
                 PRD-FILE
                 CAT-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
