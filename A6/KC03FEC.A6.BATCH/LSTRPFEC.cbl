       IDENTIFICATION DIVISION.
       PROGRAM-ID. LSTRPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Monthly lost-sales report. The parameter card names the
      *YYYYMM to report (default: the month before today). One pass
      *of the LSTFEC lost-sale file, which is keyed product first,
      *totals the units of every row dated in that month by product
      *and by reason - backorder declined, substitute declined,
      *refused as discontinued or blocked, phase-out refused, and
      *cut or cancelled (at the desk or as a rejected import) - and
      *prints one line per product with the five reason columns,
      *the product's lost units and their value at today's list
      *price, then the same figures for the month as a whole. It
      *shows buying and sales what the sales history leaves out.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT LSTR-PARM-FILE ASSIGN TO LSTRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT LST-FILE ASSIGN TO LSTMSTR
               RECORD KEY IS LST-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LSTFILE-SW.

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
       FD LSTR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS LSTR-PARM-RECORD.
       01  LSTR-PARM-RECORD.
           05  LSTR-REPORT-PERIOD               PIC X(06).
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
       01 WS-LSTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LSTFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
       01 WS-WORK-PERIOD.
           05  WS-WORK-YYYY                  PIC 9(04).
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
      *
       01 WS-CURRENT-PRODUCT                 PIC X(10)  VALUE SPACES.
       01 WS-REASON-SUB                      PIC S9(04) COMP VALUE 0.
      *
      * ONE BUCKET PER REASON, IN THE ORDER THE COLUMNS PRINT:
      * B DECLINED BACKORDER, S DECLINED SUBSTITUTE, N NOT SOLD,
      * P PHASE-OUT, C CUT OR CANCELLED.
       01 WS-PRODUCT-TOTALS.
           05  WS-PRODUCT-REASON             OCCURS 5 TIMES
                                             PIC S9(09) COMP-3.
       01 WS-PRODUCT-UNITS                   PIC S9(09) COMP-3 VALUE 0.
       01 WS-PRODUCT-VALUE                   PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-GRAND-TOTALS.
           05  WS-GRAND-REASON               OCCURS 5 TIMES
                                             PIC S9(09) COMP-3.
       01 WS-GRAND-UNITS                     PIC S9(09) COMP-3 VALUE 0.
       01 WS-GRAND-VALUE                     PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
       01 WS-ROW-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ROW-USED-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PRODUCT-CNT                     PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - LOST SALES BY PRODUCT AND REASON'.
           05  FILLER                        PIC X(07) VALUE 'MONTH '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(53) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(20) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(09) VALUE
               'DECL BKO '.
           05  FILLER                        PIC X(09) VALUE
               'DECL SUB '.
           05  FILLER                        PIC X(09) VALUE
               'NOT SOLD '.
           05  FILLER                        PIC X(09) VALUE
               'PHASEOUT '.
           05  FILLER                        PIC X(09) VALUE
               'CANCELED '.
           05  FILLER                        PIC X(10) VALUE
               'LOST UNITS'.
           05  FILLER                        PIC X(16) VALUE
               '      LOST VALUE'.
      *
       01 DETAIL-LINE.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION               PIC X(20).
           05  DTL-REASON                    OCCURS 5 TIMES.
               10  FILLER                    PIC X(01).
               10  DTL-REASON-UNITS          PIC ZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-UNITS                     PIC ZZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-VALUE                     PIC ZZZ,ZZZ,ZZ9.99-.
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
      *
           OPEN INPUT LST-FILE.
           IF WS-LSTFILE-SUCCESS
               DISPLAY "LST-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-LSTFILE-SW=" WS-LSTFILE-SW
               DISPLAY "LST-FILE OPEN ERROR"
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
           MOVE ZERO TO WS-GRAND-UNITS.
           MOVE ZERO TO WS-GRAND-VALUE.
           PERFORM 060-CLEAR-ONE-GRAND-BUCKET
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 5.
           PERFORM 600-PRINT-HEADINGS.
      *
           READ LST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-PROCESS-ONE-ROW
                   UNTIL WS-EOF-YES
               IF WS-CURRENT-PRODUCT NOT = SPACES
                   PERFORM 300-PRINT-PRODUCT-LINE
               END-IF
           ELSE
               DISPLAY "NO DATA IN LST-FILE"
           END-IF.
      *
           PERFORM 700-PRINT-REPORT-TOTALS.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT LSTR-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ LSTR-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS
                       AND LSTR-REPORT-PERIOD NUMERIC
                   MOVE LSTR-REPORT-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY "NO USABLE PARM CARD - REPORT MONTH "
                           "DEFAULTS TO " WS-REPORT-PERIOD
               END-IF
               CLOSE LSTR-PARM-FILE
           ELSE
               DISPLAY "NO LSTR-PARM-FILE FOUND - REPORT MONTH "
                       "DEFAULTS TO " WS-REPORT-PERIOD
           END-IF.
      *
       060-CLEAR-ONE-GRAND-BUCKET.
      *
           MOVE ZERO TO WS-GRAND-REASON (WS-REASON-SUB).
      *
       100-PROCESS-ONE-ROW.
      *
           ADD 1 TO WS-ROW-READ-CNT.
      *
           IF LST-DATE-1 (1:6) = WS-REPORT-PERIOD
               IF LST-PRODUCT-CODE-1 NOT = WS-CURRENT-PRODUCT
                   IF WS-CURRENT-PRODUCT NOT = SPACES
                       PERFORM 300-PRINT-PRODUCT-LINE
                   END-IF
                   PERFORM 200-START-NEW-PRODUCT
               END-IF
               PERFORM 250-ADD-ONE-ROW
           END-IF.
      *
           READ LST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-START-NEW-PRODUCT.
      *
           MOVE LST-PRODUCT-CODE-1 TO WS-CURRENT-PRODUCT.
           MOVE ZERO TO WS-PRODUCT-UNITS.
           PERFORM 210-CLEAR-ONE-PRODUCT-BUCKET
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 5.
      *
       210-CLEAR-ONE-PRODUCT-BUCKET.
      *
           MOVE ZERO TO WS-PRODUCT-REASON (WS-REASON-SUB).
      *
       250-ADD-ONE-ROW.
      *
           ADD 1 TO WS-ROW-USED-CNT.
           EVALUATE LST-REASON-1
               WHEN 'B'
                   MOVE 1 TO WS-REASON-SUB
               WHEN 'S'
                   MOVE 2 TO WS-REASON-SUB
               WHEN 'N'
                   MOVE 3 TO WS-REASON-SUB
               WHEN 'P'
                   MOVE 4 TO WS-REASON-SUB
               WHEN OTHER
                   MOVE 5 TO WS-REASON-SUB
           END-EVALUATE.
      *
           ADD LST-QUANTITY-1 TO WS-PRODUCT-REASON (WS-REASON-SUB).
           ADD LST-QUANTITY-1 TO WS-GRAND-REASON (WS-REASON-SUB).
           ADD LST-QUANTITY-1 TO WS-PRODUCT-UNITS.
      *
       300-PRINT-PRODUCT-LINE.
      *
           MOVE WS-CURRENT-PRODUCT TO PRD-PRODUCT-CODE-1.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW.
      *
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-CURRENT-PRODUCT TO DTL-PRODUCT-CODE.
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-PRODUCT-DESCRIPTION-1 TO DTL-DESCRIPTION
               COMPUTE WS-PRODUCT-VALUE =
                   WS-PRODUCT-UNITS * PRD-UNIT-PRICE-1
           ELSE
               MOVE '** NOT ON MASTER **' TO DTL-DESCRIPTION
               MOVE ZERO TO WS-PRODUCT-VALUE
           END-IF.
      *
           PERFORM 310-EDIT-ONE-PRODUCT-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 5.
           MOVE WS-PRODUCT-UNITS TO DTL-UNITS.
           MOVE WS-PRODUCT-VALUE TO DTL-VALUE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD 1                TO WS-PRODUCT-CNT.
           ADD WS-PRODUCT-UNITS TO WS-GRAND-UNITS.
           ADD WS-PRODUCT-VALUE TO WS-GRAND-VALUE.
      *
       310-EDIT-ONE-PRODUCT-REASON.
      *
           MOVE WS-PRODUCT-REASON (WS-REASON-SUB)
             TO DTL-REASON-UNITS (WS-REASON-SUB).
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR      TO HDG1-PAGE-NBR.
           MOVE WS-REPORT-PERIOD TO HDG1-PERIOD.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-REPORT-TOTALS.
      *
           MOVE SPACES TO DETAIL-LINE.
           MOVE 'MONTH TOTAL' TO DTL-DESCRIPTION.
           PERFORM 710-EDIT-ONE-GRAND-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 5.
           MOVE WS-GRAND-UNITS TO DTL-UNITS.
           MOVE WS-GRAND-VALUE TO DTL-VALUE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES.
      *
       710-EDIT-ONE-GRAND-REASON.
      *
           MOVE WS-GRAND-REASON (WS-REASON-SUB)
             TO DTL-REASON-UNITS (WS-REASON-SUB).
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE LST-FILE
                 PRD-FILE
                 PRINT-FILE.
           DISPLAY "LOST-SALE ROWS READ      = " WS-ROW-READ-CNT.
           DISPLAY "ROWS IN REPORT MONTH     = " WS-ROW-USED-CNT.
           DISPLAY "PRODUCTS REPORTED        = " WS-PRODUCT-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
