       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Weekly expiring stock report. Sweeps the LOTFEC lot balances
      *and lists every lot with stock on hand whose
      *LOT-EXPIRATION-DATE falls within the number of days on the
      *parameter card (30 when the card is blank), in product and
      *lot order with the days left. Each lot is valued at the
      *product's PRD-UNIT-COST so sales can see what is at stake and
      *push it before it is lost. Lots already past their date are
      *listed too, flagged EXPIRED and totalled apart - SHPCFFEC will
      *not ship them, so they are waiting to be scrapped. A lot with
      *no expiration date never appears. Days are counted 30/360, as
      *ABCRKFEC and CYCSCFEC count them.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
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
           SELECT EXPR-PARM-FILE ASSIGN TO EXPRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT LOT-FILE ASSIGN TO LOTMSTR
               RECORD KEY IS LOT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOTFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD EXPR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EXPR-PARM-RECORD.
       01  EXPR-PARM-RECORD.
           05  EXPR-DAYS-AHEAD                  PIC X(03).
           05  FILLER                           PIC X(77).
      *
       FD LOT-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS LOT-FILE-RECORD.
       01  LOT-FILE-RECORD.
           05  LOT-KEY-1.
               10  LOT-PRODUCT-CODE-1        PIC X(10).
               10  LOT-NUMBER-1              PIC X(10).
           05  LOT-QTY-ON-HAND-1             PIC S9(07).
           05  LOT-RECEIPT-DATE-1            PIC X(08).
           05  LOT-PO-NUMBER-1               PIC 9(06).
           05  LOT-EXPIRATION-DATE-1         PIC X(08).
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
      *
           05  PRD-KEY.
               10  PRD-PRODUCT-CODE            PIC X(10).
           05  PRD-PRODUCT-DESCRIPTION         PIC X(20).
           05  PRD-UNIT-PRICE                  PIC S9(07)V99.
           05  PRD-QUANTITY-ON-HAND            PIC S9(07).
           05  PRD-REORDER-POINT               PIC S9(07).
           05  PRD-UNIT-COST                   PIC S9(07)V99.
           05  PRD-QTY-LOCATION                OCCURS 2 TIMES
                                               PIC S9(07).
           05  PRD-MTD-UNITS                   PIC S9(07).
           05  PRD-YTD-UNITS                   PIC S9(07).
           05  PRD-BIN-LOCATION                PIC X(06).
           05  PRD-ABC-CLASS                   PIC X(01).
           05  PRD-UNIT-WEIGHT                 PIC S9(03)V99.
           05  PRD-LASTYR-UNITS                PIC S9(07).
           05  PRD-QTY-COMMITTED               OCCURS 2 TIMES
                                               PIC S9(07).
           05  PRD-STOCKING-UOM                PIC X(02).
           05  PRD-LOC-STOCK-LEVELS            OCCURS 2 TIMES.
               10  PRD-LOC-MIN-QTY             PIC S9(07).
               10  PRD-LOC-MAX-QTY             PIC S9(07).
           05  PRD-STATUS                      PIC X(01).
           05  PRD-CATEGORY                    PIC X(04).
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
       01 WS-LOTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LOTFILE-SUCCESS                VALUE '00'.
           88  WS-LOTFILE-EOF                    VALUE '10'.
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
       01 WS-DAYS-AHEAD                      PIC 9(03)  VALUE 30.
       01 WS-DAYS-LEFT                       PIC S9(05) COMP-3 VALUE 0.
       01 WS-LOT-VALUE                       PIC S9(09)V99 COMP-3
                                                        VALUE 0.
       01 WS-LAST-PRODUCT-CODE               PIC X(10)  VALUE SPACES.
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
       01 WS-WORK-DATE REDEFINES WS-WORK-DATE-GROUP
                                             PIC X(08).
       01 WS-TODAY-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-WORK-ORDINAL                    PIC S9(09) COMP-3.
      *
       01 WS-LOT-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-EXPIRING-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-EXPIRED-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-EXPIRING-VALUE                  PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-EXPIRED-VALUE                   PIC S9(11)V99 COMP-3
                                                        VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(34)
               VALUE 'KC03FEC - EXPIRING STOCK REPORT'.
           05  FILLER                        PIC X(09)
               VALUE 'RUN DATE '.
           05  HDG1-RUN-DATE                 PIC X(08).
           05  FILLER                        PIC X(15)
               VALUE '   WITHIN DAYS '.
           05  HDG1-DAYS-AHEAD               PIC ZZ9.
           05  FILLER                        PIC X(50) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(22) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(12) VALUE 'LOT'.
           05  FILLER                        PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                        PIC X(08) VALUE
               'DAYS'.
           05  FILLER                        PIC X(10) VALUE
               '  ON HAND'.
           05  FILLER                        PIC X(13) VALUE
               '   UNIT COST'.
           05  FILLER                        PIC X(18) VALUE
               '        VALUE'.
      *
       01 DETAIL-LINE.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION               PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-LOT-NUMBER                PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-EXPIRATION-DATE           PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DAYS-LEFT                 PIC ZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-QTY-ON-HAND               PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-UNIT-COST                 PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-LOT-VALUE                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-EXPIRED-FLAG              PIC X(07).
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(30)
               VALUE 'LOTS READ:'.
           05  SL1-LOT-READ-CNT              PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(30)
               VALUE 'LOTS EXPIRING IN THE WINDOW:'.
           05  SL2-EXPIRING-CNT              PIC ZZZZZZ9.
           05  FILLER                        PIC X(10)
               VALUE '  AT COST '.
           05  SL2-EXPIRING-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(30)
               VALUE 'LOTS ALREADY EXPIRED:'.
           05  SL3-EXPIRED-CNT               PIC ZZZZZZ9.
           05  FILLER                        PIC X(10)
               VALUE '  AT COST '.
           05  SL3-EXPIRED-VALUE             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE-GROUP FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-ORDINAL =
               WS-TODAY-YYYY * 360 + WS-TODAY-MM * 30 + WS-TODAY-DD.
      *
           OPEN INPUT EXPR-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ EXPR-PARM-FILE
                   AT END MOVE SPACES TO EXPR-PARM-RECORD
               END-READ
               IF EXPR-DAYS-AHEAD NUMERIC
                       AND EXPR-DAYS-AHEAD > ZERO
                   MOVE EXPR-DAYS-AHEAD TO WS-DAYS-AHEAD
               END-IF
               CLOSE EXPR-PARM-FILE
           END-IF.
           DISPLAY "EXPIRING WITHIN DAYS = " WS-DAYS-AHEAD.
      *
           OPEN INPUT LOT-FILE.
           IF WS-LOTFILE-SUCCESS
               DISPLAY "LOT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-LOTFILE-SW=" WS-LOTFILE-SW
               DISPLAY "LOT-FILE OPEN ERROR"
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
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 100-READ-LOT-FILE.
           PERFORM 200-CHECK-ONE-LOT
               UNTIL WS-EOF-YES.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       100-READ-LOT-FILE.
      *
           READ LOT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               ADD 1 TO WS-LOT-READ-CNT
           END-IF.
      *
       200-CHECK-ONE-LOT.
      *
           IF LOT-QTY-ON-HAND-1 > ZERO
                   AND LOT-EXPIRATION-DATE-1 NOT = SPACES
                   AND LOT-EXPIRATION-DATE-1 NOT = LOW-VALUES
                   AND LOT-EXPIRATION-DATE-1 NUMERIC
               MOVE LOT-EXPIRATION-DATE-1 TO WS-WORK-DATE
               COMPUTE WS-WORK-ORDINAL =
                   WS-WORK-YYYY * 360 + WS-WORK-MM * 30 + WS-WORK-DD
               COMPUTE WS-DAYS-LEFT =
                   WS-WORK-ORDINAL - WS-TODAY-ORDINAL
               IF WS-DAYS-LEFT NOT > WS-DAYS-AHEAD
                   PERFORM 300-PRINT-ONE-LOT
               END-IF
           END-IF.
      *
           PERFORM 100-READ-LOT-FILE.
      *
       300-PRINT-ONE-LOT.
      *
           IF LOT-PRODUCT-CODE-1 NOT = WS-LAST-PRODUCT-CODE
               PERFORM 400-READ-THE-PRODUCT
           END-IF.
      *
           COMPUTE WS-LOT-VALUE =
               LOT-QTY-ON-HAND-1 * PRD-UNIT-COST.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE LOT-PRODUCT-CODE-1    TO DTL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESCRIPTION TO DTL-DESCRIPTION.
           MOVE LOT-NUMBER-1          TO DTL-LOT-NUMBER.
           MOVE LOT-EXPIRATION-DATE-1 TO DTL-EXPIRATION-DATE.
           MOVE WS-DAYS-LEFT          TO DTL-DAYS-LEFT.
           MOVE LOT-QTY-ON-HAND-1     TO DTL-QTY-ON-HAND.
           MOVE PRD-UNIT-COST         TO DTL-UNIT-COST.
           MOVE WS-LOT-VALUE          TO DTL-LOT-VALUE.
      *
           IF LOT-EXPIRATION-DATE-1 < WS-TODAY-DATE
               MOVE 'EXPIRED' TO DTL-EXPIRED-FLAG
               ADD 1            TO WS-EXPIRED-CNT
               ADD WS-LOT-VALUE TO WS-EXPIRED-VALUE
           ELSE
               MOVE SPACES TO DTL-EXPIRED-FLAG
               ADD 1            TO WS-EXPIRING-CNT
               ADD WS-LOT-VALUE TO WS-EXPIRING-VALUE
           END-IF.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       400-READ-THE-PRODUCT.
      *
           MOVE LOT-PRODUCT-CODE-1 TO PRD-PRODUCT-CODE.
           MOVE LOT-PRODUCT-CODE-1 TO WS-LAST-PRODUCT-CODE.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW.
      *
           IF NOT WS-PRDFILE-SUCCESS
               MOVE '*NOT ON PRD-FILE*' TO PRD-PRODUCT-DESCRIPTION
               MOVE ZERO                TO PRD-UNIT-COST
           END-IF.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR   TO HDG1-PAGE-NBR.
           MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
           MOVE WS-DAYS-AHEAD TO HDG1-DAYS-AHEAD.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE 3 TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-LOT-READ-CNT   TO SL1-LOT-READ-CNT.
           MOVE WS-EXPIRING-CNT   TO SL2-EXPIRING-CNT.
           MOVE WS-EXPIRING-VALUE TO SL2-EXPIRING-VALUE.
           MOVE WS-EXPIRED-CNT    TO SL3-EXPIRED-CNT.
           MOVE WS-EXPIRED-VALUE  TO SL3-EXPIRED-VALUE.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE LOT-FILE
                 PRD-FILE
                 PRINT-FILE.
           DISPLAY "LOTS READ            = " WS-LOT-READ-CNT.
           DISPLAY "LOTS EXPIRING        = " WS-EXPIRING-CNT.
           DISPLAY "LOTS ALREADY EXPIRED = " WS-EXPIRED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
