       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSCFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-13.
      *PROGRAM DESCRIPTION:
      *Nightly cycle count scheduler. ABCRKFEC classes every product
      *and PHYCTFEC posts counts, but nothing decided what to count
      *when, so the building still shut for a wall-to-wall count.
      *This run sweeps the product master and finds every product
      *that is due - never counted, or last counted (CYCFEC) at
      *least one interval ago for its PRD-ABC-CLASS: A every 30
      *days, B every 90, C every 360 (30/360 day count, as ABCRKFEC
      *ages its sales; an unclassed product counts as C). A product
      *already on an uncounted sheet from the last week is left off,
      *and so is one with an INVMVFEC row dated today - stock still
      *moving is not counted. The due products are SORTed oldest
      *count first within class and each class is cut to its daily
      *quota - the class population spread over 21, 63 or 250
      *counting days - so the whole range turns over on schedule
      *without a spike. The day's pick is stamped on CYCFEC and the
      *count sheets print in PRD-BIN-LOCATION order for a walk of
      *the shelves, with a blank for the counted quantity and
      *deliberately no system quantity, so the counter counts what
      *is there instead of confirming what the system says.
      *
      *MOD HISTORY
      *2026-10-13  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  A PRODUCT WITH A SHORT-PICK RECOUNT REQUEST ON
      *                 CYCFEC (SET BY PCKCFFEC) IS DUE WHATEVER ITS
      *                 INTERVAL AND IS SHEETED EVEN OVER THE CLASS
      *                 QUOTA; MOVED-TODAY AND ON-SHEET STILL APPLY.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT CYC-FILE ASSIGN TO CYCMSTR
               RECORD KEY IS CYC-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CYCFILE-SW.

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
       FD CYC-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS CYC-FILE-RECORD.
       01  CYC-FILE-RECORD.
           05  CYC-KEY-1.
               10  CYC-PRODUCT-CODE-1        PIC X(10).
           05  CYC-ABC-CLASS-1               PIC X(01).
           05  CYC-LAST-SCHEDULED-DATE-1     PIC X(08).
           05  CYC-LAST-COUNT-DATE-1         PIC X(08).
           05  CYC-LAST-COUNTER-ID-1         PIC X(08).
           05  CYC-RECOUNT-REQUEST-DATE-1    PIC X(08).
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
           05  SRT-CLASS-SUB                 PIC 9(01).
           05  SRT-LAST-COUNT-DATE           PIC X(08).
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-DESCRIPTION               PIC X(20).
           05  SRT-BIN-LOCATION              PIC X(06).
           05  SRT-ABC-CLASS                 PIC X(01).
           05  SRT-RECOUNT-SW                PIC X(01).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-EOF                    VALUE '10'.
       01 WS-CYCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CYCFILE-SUCCESS                VALUE '00'.
           88  WS-CYCFILE-NOTFND                 VALUE '23'.
       01 WS-MOVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-MOVFILE-SUCCESS                VALUE '00'.
           88  WS-MOVFILE-NOTFND                 VALUE '23'.
           88  WS-MOVFILE-EOF                    VALUE '10'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-DUE-SW                          PIC X(01)  VALUE 'N'.
           88  WS-PRODUCT-DUE                    VALUE 'Y'.
       01 WS-RECOUNT-SW                      PIC X(01)  VALUE 'N'.
           88  WS-RECOUNT-REQUESTED              VALUE 'Y'.
       01 WS-MOVED-TODAY-SW                  PIC X(01)  VALUE 'N'.
           88  WS-MOVED-TODAY                    VALUE 'Y'.
       01 WS-SWAPPED-SW                      PIC X(01)  VALUE 'N'.
           88  WS-SWAPPED                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 40.
      *
       01 WS-TODAY-DATE-GROUP.
           05  WS-TODAY-YYYY                 PIC 9(04).
           05  WS-TODAY-MM                   PIC 9(02).
           05  WS-TODAY-DD                   PIC 9(02).
       01 WS-TODAY-DATE REDEFINES WS-TODAY-DATE-GROUP
                                             PIC X(08).
       01 WS-WORK-DATE-GROUP.
           05  WS-WORK-YYYY                  PIC 9(04).
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
       01 WS-TODAY-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-WORK-ORDINAL                    PIC S9(09) COMP-3.
      *
      * A PRODUCT PUT ON A SHEET THIS MANY DAYS AGO AND STILL NOT
      * COUNTED IS ASSUMED MISSED AND MAY BE SCHEDULED AGAIN.
       01 WS-SHEET-GRACE-DAYS                PIC S9(03) COMP-3
                                              VALUE 7.
      *
      * ONE ENTRY PER CLASS - 1 A, 2 B, 3 C AND UNCLASSED. THE
      * INTERVAL IS IN 30/360 DAYS; THE COUNTING DAYS ARE THE WORKING
      * DAYS IN THAT INTERVAL THE CLASS POPULATION IS SPREAD OVER.
       01 WS-CLASS-VALUES.
           05  FILLER                        PIC X(07) VALUE 'A030021'.
           05  FILLER                        PIC X(07) VALUE 'B090063'.
           05  FILLER                        PIC X(07) VALUE 'C360250'.
       01 WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
           05  WS-CLASS-ENTRY                OCCURS 3 TIMES.
               10  WS-CLASS-CODE             PIC X(01).
               10  WS-CLASS-INTERVAL         PIC 9(03).
               10  WS-CLASS-COUNT-DAYS       PIC 9(03).
       01 WS-CLASS-TOTALS.
           05  WS-CLASS-TOTAL-ENTRY          OCCURS 3 TIMES.
               10  WS-CLASS-POPULATION       PIC 9(05)  COMP-3.
               10  WS-CLASS-DUE              PIC 9(05)  COMP-3.
               10  WS-CLASS-QUOTA            PIC 9(05)  COMP-3.
               10  WS-CLASS-PICKED           PIC 9(05)  COMP-3.
       01 WS-CLASS-SUB                       PIC S9(04) COMP VALUE 0.
      *
      * THE DAY'S PICK, HELD IN STORAGE AND BUBBLE-SORTED INTO BIN
      * ORDER THE WAY ABCRKFEC RANKS ITS USAGE TABLE.
       01 WS-PICK-TABLE.
           05  WS-PICK-ENTRY                 OCCURS 500 TIMES.
               10  WS-PICK-BIN               PIC X(06).
               10  WS-PICK-PRODUCT           PIC X(10).
               10  WS-PICK-DESCRIPTION       PIC X(20).
               10  WS-PICK-CLASS             PIC X(01).
               10  WS-PICK-LAST-COUNT        PIC X(08).
       01 WS-PICK-COUNT                      PIC S9(04) COMP VALUE 0.
       01 WS-PICK-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-PICK-HOLD                       PIC X(45).
      *
       01 WS-PRODUCT-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-MOVED-SKIP-CNT                  PIC 9(05)  COMP-3 VALUE 0.
       01 WS-ON-SHEET-SKIP-CNT               PIC 9(05)  COMP-3 VALUE 0.
       01 WS-DEFERRED-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-RECOUNT-CNT                     PIC 9(05)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - CYCLE COUNT SHEET'.
           05  FILLER                        PIC X(11)
               VALUE 'COUNT DATE '.
           05  HDG1-COUNT-DATE               PIC X(08).
           05  FILLER                        PIC X(51) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(06) VALUE 'BIN'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'CLASS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               'LAST COUNT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               'COUNTED QTY'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE
               'COUNTER'.
      *
       01 DETAIL-LINE.
           05  DTL-BIN-LOCATION              PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION               PIC X(20).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-CLASS                     PIC X(01).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-LAST-COUNT                PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14)
               VALUE '______________'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(12)
               VALUE '____________'.
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(08) VALUE 'CLASS '.
           05  SL1-CLASS                     PIC X(01).
           05  FILLER                        PIC X(13)
               VALUE '  PRODUCTS '.
           05  SL1-POPULATION                PIC ZZZZ9.
           05  FILLER                        PIC X(07) VALUE '  DUE '.
           05  SL1-DUE                       PIC ZZZZ9.
           05  FILLER                        PIC X(09)
               VALUE '  QUOTA '.
           05  SL1-QUOTA                     PIC ZZZZ9.
           05  FILLER                        PIC X(11)
               VALUE '  SHEETED '.
           05  SL1-PICKED                    PIC ZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(36)
               VALUE 'DUE BUT MOVED TODAY - LEFT OFF:'.
           05  SL2-MOVED-SKIP-CNT            PIC ZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(36)
               VALUE 'STILL ON AN UNCOUNTED SHEET:'.
           05  SL3-ON-SHEET-SKIP-CNT         PIC ZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(36)
               VALUE 'DUE BUT OVER QUOTA - DEFERRED:'.
           05  SL4-DEFERRED-CNT              PIC ZZZZ9.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(36)
               VALUE 'SHORT-PICK RECOUNTS SHEETED:'.
           05  SL5-RECOUNT-CNT               PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE-GROUP FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-ORDINAL =
               WS-TODAY-YYYY * 360 + WS-TODAY-MM * 30 + WS-TODAY-DD.
      *
           PERFORM 010-CLEAR-ONE-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.
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
           OPEN I-O CYC-FILE.
           IF NOT WS-CYCFILE-SUCCESS
               DISPLAY "WS-CYCFILE-SW=" WS-CYCFILE-SW
               DISPLAY "CYC-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
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
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CLASS-SUB
               ON ASCENDING KEY SRT-LAST-COUNT-DATE
               ON ASCENDING KEY SRT-PRODUCT-CODE
               INPUT PROCEDURE IS 100-SELECT-DUE-PRODUCTS
               OUTPUT PROCEDURE IS 300-PICK-TODAYS-LIST.
      *
           PERFORM 400-ORDER-BY-BIN.
           PERFORM 500-PRINT-COUNT-SHEETS.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       010-CLEAR-ONE-CLASS.
      *
           MOVE ZERO TO WS-CLASS-POPULATION (WS-CLASS-SUB)
                        WS-CLASS-DUE (WS-CLASS-SUB)
                        WS-CLASS-QUOTA (WS-CLASS-SUB)
                        WS-CLASS-PICKED (WS-CLASS-SUB).
      *
       100-SELECT-DUE-PRODUCTS.
      *
           READ PRD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               PERFORM 110-CHECK-ONE-PRODUCT
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN PRD-FILE"
           END-IF.
      *
       110-CHECK-ONE-PRODUCT.
      *
           ADD 1 TO WS-PRODUCT-READ-CNT.
      *
           EVALUATE PRD-ABC-CLASS-1
               WHEN 'A'   MOVE 1 TO WS-CLASS-SUB
               WHEN 'B'   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE.
           ADD 1 TO WS-CLASS-POPULATION (WS-CLASS-SUB).
      *
           PERFORM 120-TEST-IF-DUE.
      *
           IF WS-PRODUCT-DUE
               PERFORM 150-CHECK-TODAYS-MOVEMENT
               IF WS-MOVED-TODAY
                   ADD 1 TO WS-MOVED-SKIP-CNT
               ELSE
                   ADD 1 TO WS-CLASS-DUE (WS-CLASS-SUB)
                   MOVE WS-CLASS-SUB              TO SRT-CLASS-SUB
                   MOVE CYC-LAST-COUNT-DATE-1     TO SRT-LAST-COUNT-DATE
                   MOVE PRD-PRODUCT-CODE-1        TO SRT-PRODUCT-CODE
                   MOVE PRD-PRODUCT-DESCRIPTION-1 TO SRT-DESCRIPTION
                   MOVE PRD-BIN-LOCATION-1        TO SRT-BIN-LOCATION
                   MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO SRT-ABC-CLASS
                   MOVE WS-RECOUNT-SW             TO SRT-RECOUNT-SW
                   RELEASE SORT-RECORD
               END-IF
           END-IF.
      *
           READ PRD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-TEST-IF-DUE.
      *
           MOVE 'N' TO WS-DUE-SW.
           MOVE 'N' TO WS-RECOUNT-SW.
           MOVE PRD-PRODUCT-CODE-1 TO CYC-PRODUCT-CODE-1.
           MOVE '00' TO WS-CYCFILE-SW.
           READ CYC-FILE
               INVALID KEY MOVE '23' TO WS-CYCFILE-SW.
      *
           IF WS-CYCFILE-NOTFND
               MOVE SPACES TO CYC-LAST-SCHEDULED-DATE-1
                              CYC-LAST-COUNT-DATE-1
                              CYC-RECOUNT-REQUEST-DATE-1
               MOVE 'Y' TO WS-DUE-SW
           ELSE IF NOT WS-CYCFILE-SUCCESS
               DISPLAY "WS-CYCFILE-SW=" WS-CYCFILE-SW
               DISPLAY "CYC-FILE READ ERROR KEY=" CYC-KEY-1
               PERFORM 800-PROGRAM-FAILED
           ELSE IF CYC-LAST-COUNT-DATE-1 = SPACES
               MOVE 'Y' TO WS-DUE-SW
           ELSE
               MOVE CYC-LAST-COUNT-DATE-1 TO WS-WORK-DATE-GROUP
               COMPUTE WS-WORK-ORDINAL =
                   WS-WORK-YYYY * 360 + WS-WORK-MM * 30 + WS-WORK-DD
               IF WS-TODAY-ORDINAL - WS-WORK-ORDINAL
                       NOT < WS-CLASS-INTERVAL (WS-CLASS-SUB)
                   MOVE 'Y' TO WS-DUE-SW
               END-IF
           END-IF.
      *
      * A PICKER FOUND THE SHELF SHORT - COUNT IT WHATEVER THE
      * INTERVAL SAYS. PHYCTFEC CLEARS THE REQUEST ON THE COUNT.
           IF WS-CYCFILE-SUCCESS
                   AND CYC-RECOUNT-REQUEST-DATE-1 NOT = SPACES
               MOVE 'Y' TO WS-DUE-SW
               MOVE 'Y' TO WS-RECOUNT-SW
           END-IF.
      *
      * DUE, BUT ALREADY PUT ON A SHEET SINCE ITS LAST COUNT AND
      * INSIDE THE GRACE PERIOD - THE COUNTER HAS NOT GOT TO IT YET.
           IF WS-PRODUCT-DUE
                   AND CYC-LAST-SCHEDULED-DATE-1 NOT = SPACES
                   AND (CYC-LAST-COUNT-DATE-1 = SPACES
                    OR CYC-LAST-SCHEDULED-DATE-1
                         > CYC-LAST-COUNT-DATE-1)
               MOVE CYC-LAST-SCHEDULED-DATE-1 TO WS-WORK-DATE-GROUP
               COMPUTE WS-WORK-ORDINAL =
                   WS-WORK-YYYY * 360 + WS-WORK-MM * 30 + WS-WORK-DD
               IF WS-TODAY-ORDINAL - WS-WORK-ORDINAL
                       < WS-SHEET-GRACE-DAYS
                   MOVE 'N' TO WS-DUE-SW
                   ADD 1 TO WS-ON-SHEET-SKIP-CNT
               END-IF
           END-IF.
      *
       150-CHECK-TODAYS-MOVEMENT.
      *
      * POSITION ON THE FIRST LEDGER ROW FOR THE PRODUCT DATED TODAY;
      * IF THE ROW FOUND IS STILL THIS PRODUCT AND TODAY, IT MOVED.
           MOVE 'N'                TO WS-MOVED-TODAY-SW.
           MOVE PRD-PRODUCT-CODE-1 TO MOV-PRODUCT-CODE-1.
           MOVE WS-TODAY-DATE      TO MOV-MOVEMENT-DATE-1.
           MOVE LOW-VALUES         TO MOV-MOVEMENT-TIME-1.
           MOVE ZERO               TO MOV-TASK-NUMBER-1
                                      MOV-LINE-SEQ-1.
      *
           MOVE '00' TO WS-MOVFILE-SW.
           START MOV-FILE KEY IS NOT LESS THAN MOV-KEY-1
               INVALID KEY MOVE '23' TO WS-MOVFILE-SW.
      *
           IF WS-MOVFILE-SUCCESS
               READ MOV-FILE NEXT RECORD
                   AT END MOVE '10' TO WS-MOVFILE-SW
               END-READ
               IF WS-MOVFILE-SUCCESS
                       AND MOV-PRODUCT-CODE-1 = PRD-PRODUCT-CODE-1
                       AND MOV-MOVEMENT-DATE-1 = WS-TODAY-DATE
                   MOVE 'Y' TO WS-MOVED-TODAY-SW
               END-IF
           END-IF.
      *
       300-PICK-TODAYS-LIST.
      *
      * DAILY QUOTA PER CLASS - THE POPULATION OVER THE COUNTING
      * DAYS, ROUNDED UP SO EVERY PRODUCT IS REACHED IN ITS INTERVAL.
           PERFORM 305-SET-ONE-QUOTA
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           PERFORM 310-TAKE-ONE-CANDIDATE
               UNTIL WS-SORT-EOF.
      *
       305-SET-ONE-QUOTA.
      *
           COMPUTE WS-CLASS-QUOTA (WS-CLASS-SUB) =
               (WS-CLASS-POPULATION (WS-CLASS-SUB)
                + WS-CLASS-COUNT-DAYS (WS-CLASS-SUB) - 1)
               / WS-CLASS-COUNT-DAYS (WS-CLASS-SUB).
      *
       310-TAKE-ONE-CANDIDATE.
      *
           MOVE SRT-CLASS-SUB TO WS-CLASS-SUB.
      *
      * A RECOUNT REQUEST IS NEVER DEFERRED FOR QUOTA.
           IF WS-CLASS-PICKED (WS-CLASS-SUB)
                   NOT < WS-CLASS-QUOTA (WS-CLASS-SUB)
                   AND SRT-RECOUNT-SW NOT = 'Y'
               ADD 1 TO WS-DEFERRED-CNT
           ELSE IF WS-PICK-COUNT NOT < 500
               DISPLAY "PICK TABLE FULL - PRODUCT DEFERRED: "
                   SRT-PRODUCT-CODE
               ADD 1 TO WS-DEFERRED-CNT
           ELSE
               ADD 1 TO WS-CLASS-PICKED (WS-CLASS-SUB)
               ADD 1 TO WS-PICK-COUNT
               IF SRT-RECOUNT-SW = 'Y'
                   ADD 1 TO WS-RECOUNT-CNT
               END-IF
               MOVE SRT-BIN-LOCATION TO WS-PICK-BIN (WS-PICK-COUNT)
               MOVE SRT-PRODUCT-CODE
                 TO WS-PICK-PRODUCT (WS-PICK-COUNT)
               MOVE SRT-DESCRIPTION
                 TO WS-PICK-DESCRIPTION (WS-PICK-COUNT)
               MOVE SRT-ABC-CLASS    TO WS-PICK-CLASS (WS-PICK-COUNT)
               MOVE SRT-LAST-COUNT-DATE
                 TO WS-PICK-LAST-COUNT (WS-PICK-COUNT)
               PERFORM 350-STAMP-SCHEDULED-DATE
           END-IF.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       350-STAMP-SCHEDULED-DATE.
      *
           MOVE SRT-PRODUCT-CODE TO CYC-PRODUCT-CODE-1.
           MOVE '00' TO WS-CYCFILE-SW.
           READ CYC-FILE
               INVALID KEY MOVE '23' TO WS-CYCFILE-SW.
      *
           IF WS-CYCFILE-NOTFND
               MOVE SPACES           TO CYC-FILE-RECORD
               MOVE SRT-PRODUCT-CODE TO CYC-PRODUCT-CODE-1
           ELSE IF NOT WS-CYCFILE-SUCCESS
               DISPLAY "WS-CYCFILE-SW=" WS-CYCFILE-SW
               DISPLAY "CYC-FILE READ ERROR KEY=" CYC-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE SRT-ABC-CLASS TO CYC-ABC-CLASS-1.
           MOVE WS-TODAY-DATE TO CYC-LAST-SCHEDULED-DATE-1.
      *
           IF WS-CYCFILE-NOTFND
               MOVE '00' TO WS-CYCFILE-SW
               WRITE CYC-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-CYCFILE-SW
               END-WRITE
           ELSE
               REWRITE CYC-FILE-RECORD
           END-IF.
           IF NOT WS-CYCFILE-SUCCESS
               DISPLAY "WS-CYCFILE-SW=" WS-CYCFILE-SW
               DISPLAY "CYC-FILE UPDATE ERROR KEY=" CYC-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       400-ORDER-BY-BIN.
      *
      * BIN THEN PRODUCT, SO ONE WALK OF THE SHELVES COVERS THE SHEET.
           MOVE 'Y' TO WS-SWAPPED-SW.
           PERFORM 410-ONE-SORT-PASS
               UNTIL NOT WS-SWAPPED.
      *
       410-ONE-SORT-PASS.
      *
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 420-COMPARE-ONE-PAIR
               VARYING WS-PICK-SUB FROM 1 BY 1
               UNTIL WS-PICK-SUB NOT < WS-PICK-COUNT.
      *
       420-COMPARE-ONE-PAIR.
      *
           IF WS-PICK-BIN (WS-PICK-SUB) > WS-PICK-BIN (WS-PICK-SUB + 1)
              OR (WS-PICK-BIN (WS-PICK-SUB)
                    = WS-PICK-BIN (WS-PICK-SUB + 1)
                  AND WS-PICK-PRODUCT (WS-PICK-SUB)
                    > WS-PICK-PRODUCT (WS-PICK-SUB + 1))
               MOVE WS-PICK-ENTRY (WS-PICK-SUB)     TO WS-PICK-HOLD
               MOVE WS-PICK-ENTRY (WS-PICK-SUB + 1)
                 TO WS-PICK-ENTRY (WS-PICK-SUB)
               MOVE WS-PICK-HOLD
                 TO WS-PICK-ENTRY (WS-PICK-SUB + 1)
               MOVE 'Y' TO WS-SWAPPED-SW
           END-IF.
      *
       500-PRINT-COUNT-SHEETS.
      *
           IF WS-PICK-COUNT = ZERO
               PERFORM 600-PRINT-HEADINGS
               DISPLAY "NOTHING DUE FOR COUNTING TODAY"
           ELSE
               PERFORM 510-PRINT-ONE-SHEET-LINE
                   VARYING WS-PICK-SUB FROM 1 BY 1
                   UNTIL WS-PICK-SUB > WS-PICK-COUNT
           END-IF.
      *
       510-PRINT-ONE-SHEET-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-PICK-BIN (WS-PICK-SUB)     TO DTL-BIN-LOCATION.
           MOVE WS-PICK-PRODUCT (WS-PICK-SUB) TO DTL-PRODUCT-CODE.
           MOVE WS-PICK-DESCRIPTION (WS-PICK-SUB)
             TO DTL-DESCRIPTION.
           MOVE WS-PICK-CLASS (WS-PICK-SUB)   TO DTL-CLASS.
           IF WS-PICK-LAST-COUNT (WS-PICK-SUB) = SPACES
               MOVE 'NEVER'                   TO DTL-LAST-COUNT
           ELSE
               MOVE WS-PICK-LAST-COUNT (WS-PICK-SUB)
                 TO DTL-LAST-COUNT
           END-IF.
      *
      *    DOUBLE-SPACED SO THERE IS ROOM TO WRITE.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR   TO HDG1-PAGE-NBR.
           MOVE WS-TODAY-DATE TO HDG1-COUNT-DATE.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           PERFORM 710-PRINT-ONE-CLASS-LINE
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.
      *
           MOVE WS-MOVED-SKIP-CNT    TO SL2-MOVED-SKIP-CNT.
           MOVE WS-ON-SHEET-SKIP-CNT TO SL3-ON-SHEET-SKIP-CNT.
           MOVE WS-DEFERRED-CNT      TO SL4-DEFERRED-CNT.
           MOVE WS-RECOUNT-CNT       TO SL5-RECOUNT-CNT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-5
               AFTER ADVANCING 1 LINES.
      *
       710-PRINT-ONE-CLASS-LINE.
      *
           MOVE WS-CLASS-CODE (WS-CLASS-SUB)       TO SL1-CLASS.
           MOVE WS-CLASS-POPULATION (WS-CLASS-SUB) TO SL1-POPULATION.
           MOVE WS-CLASS-DUE (WS-CLASS-SUB)        TO SL1-DUE.
           MOVE WS-CLASS-QUOTA (WS-CLASS-SUB)      TO SL1-QUOTA.
           MOVE WS-CLASS-PICKED (WS-CLASS-SUB)     TO SL1-PICKED.
      *
           IF WS-CLASS-SUB = 1
               WRITE PRINT-LINE FROM SUMMARY-LINE-1
                   AFTER ADVANCING 3 LINES
           ELSE
               WRITE PRINT-LINE FROM SUMMARY-LINE-1
                   AFTER ADVANCING 1 LINES
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE PRD-FILE
                 CYC-FILE
                 MOV-FILE
                 PRINT-FILE.
           DISPLAY "PRODUCTS READ       = " WS-PRODUCT-READ-CNT.
           DISPLAY "PRODUCTS SHEETED    = " WS-PICK-COUNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
