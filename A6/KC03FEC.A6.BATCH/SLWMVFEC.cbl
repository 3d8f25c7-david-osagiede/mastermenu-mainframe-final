      *totals per bucket. Months are counted on the same 30/360
      *day-count approximation INVARFEC ages with. The valuation
      *report says what inventory is worth; this says which part of
      *it is dead. A closing section breaks the same buckets out by
      *product category (PRD-CATEGORY, described from the CATFEC
      *category master), one line per category in code order, so
      *each product line's dead stock is visible at a glance.
      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  ADD THE SLOW-MOVING STOCK BY CATEGORY
      *                 SECTION, EACH BUCKET BROKEN OUT BY PRODUCT
      *                 CATEGORY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MOVFILE-SW.

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
       FD MOV-FILE
           RECORD CONTAINS 59 CHARACTERS
           05  MOV-QUANTITY-1                PIC S9(07).
           05  MOV-OPERATOR-ID-1             PIC X(08).
           05  MOV-REFERENCE-1               PIC X(10).
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
           88  WS-MOVFILE-SUCCESS                VALUE '00'.
           88  WS-MOVFILE-NOTFND                 VALUE '23'.
           88  WS-MOVFILE-EOF                    VALUE '10'.
       01 WS-CATFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CATFILE-SUCCESS                VALUE '00'.
           88  WS-CATFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
                                              VALUE 0.
       01 WS-NEVER-TOTAL                     PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
      * SLOW STOCK BY CATEGORY, BUCKETS 1-4 IN THE SAME ORDER AS THE
      * BUCKET TOTAL LINES (3-6, 6-12, OVER 12, NEVER SOLD). ENTRY 1
      * IS SEEDED AS THE BLANK (UNCATEGORIZED) CATEGORY, WHICH ALSO
      * CATCHES ANY CATEGORY THAT ARRIVES AFTER THE TABLE IS FULL.
       01 WS-BUCKET-SUB                      PIC S9(04) COMP VALUE 0.
       01 WS-CAT-MAX                         PIC S9(04) COMP VALUE 100.
       01 WS-CAT-CNT                         PIC S9(04) COMP VALUE 0.
       01 WS-CAT-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-NEXT-CAT-SUB                    PIC S9(04) COMP VALUE 0.
       01 WS-CAT-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-CAT-FOUND                      VALUE 'Y'.
       01 WS-ADD-CATEGORY                    PIC X(04)  VALUE SPACES.
       01 WS-CATEGORY-VALUE                  PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY             OCCURS 100 TIMES.
               10  WS-CG-CATEGORY            PIC X(04).
               10  WS-CG-PRODUCTS            PIC S9(05) COMP-3.
               10  WS-CG-BUCKET              OCCURS 4 TIMES
                                             PIC S9(11)V99 COMP-3.
               10  WS-CG-PRINTED-SW          PIC X(01).
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
           05  FILLER                        PIC X(30)
               VALUE 'NEVER SOLD AT COST:'.
           05  BT4-NEVER-TOTAL               PIC ZZZ,ZZZ,ZZ9.99CR.
      *
       01 CATEGORY-SECTION-LINE.
           05  FILLER                        PIC X(40)
               VALUE 'SLOW-MOVING STOCK BY CATEGORY AT COST'.
      *
       01 CATEGORY-HEADING-LINE.
           05  FILLER                        PIC X(06) VALUE 'CATG'.
           05  FILLER                        PIC X(20) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(07) VALUE
               ' ITEMS'.
           05  FILLER                        PIC X(16) VALUE
               '      3-6 MONTHS'.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               '     6-12 MONTHS'.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               '  OVER 12 MONTHS'.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               '      NEVER SOLD'.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               '   TOTAL AT COST'.
      *
       01 CATEGORY-LINE.
           05  CL-CATEGORY                   PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CL-DESCRIPTION                PIC X(20).
           05  CL-PRODUCTS                   PIC ZZZZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  CL-BUCKET                     OCCURS 4 TIMES.
               10  CL-BUCKET-VALUE           PIC ZZZ,ZZZ,ZZ9.99CR.
               10  FILLER                    PIC X(01).
           05  CL-TOTAL                      PIC ZZZ,ZZZ,ZZ9.99CR.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
               DISPLAY "MOV-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CAT-FILE.
           IF NOT WS-CATFILE-SUCCESS
               DISPLAY "WS-CATFILE-SW=" WS-CATFILE-SW
               DISPLAY "CAT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 050-SEED-CATEGORY-TABLE.
      *
           READ PRD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           END-IF.
      *
           PERFORM 700-PRINT-BUCKET-TOTALS.
           PERFORM 750-PRINT-CATEGORY-TOTALS.
           PERFORM 900-COMPLETED-OK.
      *
       050-SEED-CATEGORY-TABLE.
      *
           MOVE 1      TO WS-CAT-CNT.
           MOVE SPACES TO WS-ADD-CATEGORY.
           PERFORM 460-CLEAR-CATEGORY-ENTRY.
      *
       100-PROCESS-ONE-PRODUCT.
      *
                   CONTINUE
               WHEN WS-LAST-SALE-DATE = SPACES
                   ADD WS-EXTENDED-VALUE TO WS-NEVER-TOTAL
                   MOVE 4 TO WS-BUCKET-SUB
                   PERFORM 400-PRINT-SLOW-LINE
               WHEN WS-MONTHS-SINCE < 6
                   ADD WS-EXTENDED-VALUE TO WS-3-6-TOTAL
                   MOVE 1 TO WS-BUCKET-SUB
                   PERFORM 400-PRINT-SLOW-LINE
               WHEN WS-MONTHS-SINCE < 12
                   ADD WS-EXTENDED-VALUE TO WS-6-12-TOTAL
                   MOVE 2 TO WS-BUCKET-SUB
                   PERFORM 400-PRINT-SLOW-LINE
               WHEN OTHER
                   ADD WS-EXTENDED-VALUE TO WS-OVER-12-TOTAL
                   MOVE 3 TO WS-BUCKET-SUB
                   PERFORM 400-PRINT-SLOW-LINE
           END-EVALUATE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-SLOW-CNT.
      *
           MOVE PRD-CATEGORY-1 TO WS-ADD-CATEGORY.
           PERFORM 450-FIND-CATEGORY-ENTRY.
           ADD 1 TO WS-CG-PRODUCTS (WS-CAT-SUB).
           ADD WS-EXTENDED-VALUE
             TO WS-CG-BUCKET (WS-CAT-SUB, WS-BUCKET-SUB).
      *
       450-FIND-CATEGORY-ENTRY.
      *
           MOVE 'N' TO WS-CAT-FOUND-SW.
           PERFORM 455-MATCH-ONE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-CNT
                  OR WS-CAT-FOUND.
      *
           IF WS-CAT-FOUND
               SUBTRACT 1 FROM WS-CAT-SUB
           ELSE IF WS-CAT-CNT < WS-CAT-MAX
               ADD 1 TO WS-CAT-CNT
               MOVE WS-CAT-CNT TO WS-CAT-SUB
               PERFORM 460-CLEAR-CATEGORY-ENTRY
           ELSE
               DISPLAY "CATEGORY TABLE FULL - " WS-ADD-CATEGORY
                   " REPORTED AS UNCATEGORIZED"
               MOVE 1 TO WS-CAT-SUB
           END-IF.
      *
       455-MATCH-ONE-CATEGORY.
      *
           IF WS-CG-CATEGORY (WS-CAT-SUB) = WS-ADD-CATEGORY
               MOVE 'Y' TO WS-CAT-FOUND-SW
           END-IF.
      *
       460-CLEAR-CATEGORY-ENTRY.
      *
           MOVE WS-ADD-CATEGORY TO WS-CG-CATEGORY (WS-CAT-CNT).
           MOVE ZERO            TO WS-CG-PRODUCTS (WS-CAT-CNT)
                                   WS-CG-BUCKET (WS-CAT-CNT, 1)
                                   WS-CG-BUCKET (WS-CAT-CNT, 2)
                                   WS-CG-BUCKET (WS-CAT-CNT, 3)
                                   WS-CG-BUCKET (WS-CAT-CNT, 4).
           MOVE 'N'             TO WS-CG-PRINTED-SW (WS-CAT-CNT).
      *
       600-PRINT-HEADINGS.
      *
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       650-PRINT-CATEGORY-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM CATEGORY-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM CATEGORY-HEADING-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-BUCKET-TOTALS.
      *
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM BUCKET-TOTAL-LINE-4
               AFTER ADVANCING 1 LINES.
      *
       750-PRINT-CATEGORY-TOTALS.
      *
           PERFORM 650-PRINT-CATEGORY-HEADINGS.
           PERFORM 760-PRINT-NEXT-CATEGORY
               WS-CAT-CNT TIMES.
      *
       760-PRINT-NEXT-CATEGORY.
      *
      * CATEGORIES PRINT IN CODE ORDER, PICKING THE LOWEST UNPRINTED
      * CODE EACH PASS.
           MOVE ZERO TO WS-NEXT-CAT-SUB.
           PERFORM 765-FIND-LOWEST-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-CNT.
      *
           IF WS-NEXT-CAT-SUB = ZERO
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-CG-PRINTED-SW (WS-NEXT-CAT-SUB)
               PERFORM 770-PRINT-ONE-CATEGORY
           END-IF.
      *
       765-FIND-LOWEST-CATEGORY.
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
       770-PRINT-ONE-CATEGORY.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-CATEGORY-HEADINGS
           END-IF.
      *
           MOVE SPACES TO CATEGORY-LINE.
           MOVE WS-CG-CATEGORY (WS-NEXT-CAT-SUB) TO CL-CATEGORY.
           PERFORM 780-LOOKUP-CATEGORY.
           MOVE WS-CG-PRODUCTS (WS-NEXT-CAT-SUB) TO CL-PRODUCTS.
           MOVE ZERO TO WS-CATEGORY-VALUE.
           PERFORM 775-MOVE-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE WS-CATEGORY-VALUE TO CL-TOTAL.
      *
           WRITE PRINT-LINE FROM CATEGORY-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       775-MOVE-ONE-BUCKET.
      *
           MOVE WS-CG-BUCKET (WS-NEXT-CAT-SUB, WS-BUCKET-SUB)
             TO CL-BUCKET-VALUE (WS-BUCKET-SUB).
           ADD WS-CG-BUCKET (WS-NEXT-CAT-SUB, WS-BUCKET-SUB)
             TO WS-CATEGORY-VALUE.
      *
       780-LOOKUP-CATEGORY.
      *
           MOVE 'UNCATEGORIZED' TO CL-DESCRIPTION.
           IF CL-CATEGORY NOT = SPACES
               MOVE CL-CATEGORY TO CAT-CATEGORY-CODE-1
               MOVE '00' TO WS-CATFILE-SW
               READ CAT-FILE
                   INVALID KEY MOVE '23' TO WS-CATFILE-SW
               END-READ
               IF WS-CATFILE-SUCCESS
                   MOVE CAT-DESCRIPTION-1      TO CL-DESCRIPTION
               ELSE
                   MOVE 'CATEGORY NOT ON FILE' TO CL-DESCRIPTION
               END-IF
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
       900-COMPLETED-OK.
           CLOSE PRD-FILE
                 MOV-FILE
                 CAT-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL PRODUCTS READ = " WS-PRODUCT-READ-CNT.
           DISPLAY "TOTAL SLOW PRODUCTS = " WS-SLOW-CNT.
