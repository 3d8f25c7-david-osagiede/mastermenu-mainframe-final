       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPLENFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-14.
      *PROGRAM DESCRIPTION:
      *Pick bin replenishment list. Sweeps the PBNFEC product-bin
      *balances a product at a time and finds every pick bin at or
      *below its replenishment point - PBN-MIN-QTY, or a quarter of
      *the bin's BINFEC capacity when no minimum is set - then
      *lists the moves that bring it back up to PBN-MAX-QTY (the
      *full capacity when no maximum is set) from the same
      *product's reserve bins in the same building, in reserve bin
      *order. A pick bin the reserve cannot fill prints the rest
      *against bin '*NONE*' so purchasing sees it. The list prints
      *in from-bin sequence so the stocker walks the reserve racks
      *once. When the RPLPARM parameter card says APPLY, the moves
      *are also posted to PBNFEC and the BINFEC on-hand totals on
      *the assumption that the list is worked that shift, the way a
      *signed PHYCTFEC count is applied; without it the run only
      *reports.
      *
      *MOD HISTORY
      *2026-10-14  DAO  ORIGINAL PROGRAM.
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
           SELECT RPL-PARM-FILE ASSIGN TO RPLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT PBN-FILE ASSIGN TO PBNMSTR
               RECORD KEY IS PBN-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PBNFILE-SW.

           SELECT BIN-FILE ASSIGN TO BINMSTR
               RECORD KEY IS BIN-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-BINFILE-SW.

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
       FD RPL-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS RPL-PARM-RECORD.
       01  RPL-PARM-RECORD.
           05  RPL-RUN-MODE                      PIC X(08).
               88  RPL-MODE-APPLY                    VALUE 'APPLY'.
           05  FILLER                            PIC X(08).
      *
       FD PBN-FILE
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS PBN-FILE-RECORD.
       01  PBN-FILE-RECORD.
           05  PBN-KEY-1.
               10  PBN-PRODUCT-CODE-1        PIC X(10).
               10  PBN-BIN-CODE-1            PIC X(06).
           05  PBN-LOCATION-1                PIC 9(01).
           05  PBN-BIN-TYPE-1                PIC X(01).
               88  PBN-BIN-TYPE-PICK-1           VALUE 'P'.
               88  PBN-BIN-TYPE-RESERVE-1        VALUE 'R'.
           05  PBN-QTY-ON-HAND-1             PIC S9(07).
           05  PBN-MIN-QTY-1                 PIC S9(07).
           05  PBN-MAX-QTY-1                 PIC S9(07).
           05  PBN-LAST-PUTAWAY-DATE-1       PIC X(08).
      *
       FD BIN-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS BIN-FILE-RECORD.
       01  BIN-FILE-RECORD.
           05  BIN-KEY-1.
               10  BIN-CODE-1                PIC X(06).
           05  BIN-LOCATION-1                PIC 9(01).
           05  BIN-ZONE-1                    PIC X(02).
           05  BIN-TYPE-1                    PIC X(01).
           05  BIN-CAPACITY-1                PIC S9(07).
           05  BIN-QTY-ON-HAND-1             PIC S9(07).
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
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-PBNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PBNFILE-SUCCESS                VALUE '00'.
           88  WS-PBNFILE-NOTFND                 VALUE '23'.
       01 WS-BINFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BINFILE-SUCCESS                VALUE '00'.
           88  WS-BINFILE-NOTFND                 VALUE '23'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-APPLY-SW                        PIC X(01)  VALUE 'N'.
           88  WS-APPLY-MODE                     VALUE 'Y'.
       01 WS-SWAPPED-SW                      PIC X(01)  VALUE 'N'.
           88  WS-SWAPPED                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 50.
       01 WS-TODAY-DATE                      PIC X(08).
      *
      * ONE PRODUCT'S BIN ROWS, HELD UNTIL THE PRODUCT CODE BREAKS.
      * THE CAPACITY IS FILLED FROM BINFEC FOR PICK BINS ONLY.
       01 WS-BUF-PRODUCT                     PIC X(10)  VALUE SPACES.
       01 WS-BUF-TABLE.
           05  WS-BUF-ENTRY                  OCCURS 20 TIMES.
               10  WS-BUF-BIN                PIC X(06).
               10  WS-BUF-LOCATION           PIC 9(01).
               10  WS-BUF-TYPE               PIC X(01).
               10  WS-BUF-QTY                PIC S9(07) COMP-3.
               10  WS-BUF-MIN                PIC S9(07) COMP-3.
               10  WS-BUF-MAX                PIC S9(07) COMP-3.
               10  WS-BUF-CAPACITY           PIC S9(07) COMP-3.
       01 WS-BUF-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-BUF-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-RES-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-BUF-MAX-ENTRIES                 PIC S9(04) COMP VALUE 20.
      *
       01 WS-TRIGGER-QTY                     PIC S9(07) COMP-3 VALUE 0.
       01 WS-TARGET-QTY                      PIC S9(07) COMP-3 VALUE 0.
       01 WS-NEED-QTY                        PIC S9(07) COMP-3 VALUE 0.
       01 WS-TAKE-QTY                        PIC S9(07) COMP-3 VALUE 0.
       01 WS-PRODUCT-DESC                    PIC X(20)  VALUE SPACES.
       01 WS-FROM-BIN                        PIC X(06)  VALUE SPACES.
      *
      * THE MOVES, HELD IN STORAGE AND BUBBLE-SORTED INTO FROM-BIN
      * ORDER THE WAY CYCSCFEC ORDERS ITS COUNT SHEET.
       01 WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY                 OCCURS 500 TIMES.
               10  WS-MOVE-FROM-BIN          PIC X(06).
               10  WS-MOVE-TO-BIN            PIC X(06).
               10  WS-MOVE-PRODUCT           PIC X(10).
               10  WS-MOVE-DESC              PIC X(20).
               10  WS-MOVE-PICK-QTY          PIC S9(07) COMP-3.
               10  WS-MOVE-QTY               PIC S9(07) COMP-3.
       01 WS-MOVE-COUNT                      PIC S9(04) COMP VALUE 0.
       01 WS-MOVE-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-MOVE-MAX                        PIC S9(04) COMP VALUE 500.
       01 WS-MOVE-HOLD                       PIC X(50).
      *
       01 WS-PBN-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PICK-BIN-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-LOW-BIN-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-UNITS-TO-MOVE                   PIC 9(09)  COMP-3 VALUE 0.
       01 WS-UNITS-SHORT                     PIC 9(09)  COMP-3 VALUE 0.
       01 WS-MOVES-POSTED-CNT                PIC 9(05)  COMP-3 VALUE 0.
       01 WS-DROPPED-CNT                     PIC 9(05)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - PICK BIN REPLENISHMENT LIST'.
           05  FILLER                        PIC X(09)
               VALUE 'RUN DATE '.
           05  HDG1-RUN-DATE                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  HDG1-RUN-MODE                 PIC X(20).
           05  FILLER                        PIC X(31) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(08) VALUE 'FROM'.
           05  FILLER                        PIC X(08) VALUE 'TO'.
           05  FILLER                        PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(22) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(10) VALUE
               '  PICK NOW'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               '  MOVE QTY'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'MOVED'.
      *
       01 DETAIL-LINE.
           05  DTL-FROM-BIN                  PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TO-BIN                    PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION               PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PICK-QTY                  PIC ZZZZZZ9-.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-MOVE-QTY                  PIC ZZZZZZ9-.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-MOVED                     PIC X(10).
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'PICK BINS CHECKED:'.
           05  SL1-PICK-BIN-CNT              PIC ZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(36)
               VALUE 'AT OR BELOW REPLENISHMENT POINT:'.
           05  SL2-LOW-BIN-CNT               PIC ZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(36)
               VALUE 'UNITS TO MOVE FROM RESERVE:'.
           05  SL3-UNITS-TO-MOVE             PIC ZZZZZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(36)
               VALUE 'UNITS SHORT - NO RESERVE STOCK:'.
           05  SL4-UNITS-SHORT               PIC ZZZZZZZZ9.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(36)
               VALUE 'MOVES POSTED TO BIN BALANCES:'.
           05  SL5-MOVES-POSTED-CNT          PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 050-READ-PARM-CARD.
      *
           IF WS-APPLY-MODE
               OPEN I-O PBN-FILE
           ELSE
               OPEN INPUT PBN-FILE
           END-IF.
           IF WS-PBNFILE-SUCCESS
               DISPLAY "PBN-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PBNFILE-SW=" WS-PBNFILE-SW
               DISPLAY "PBN-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF WS-APPLY-MODE
               OPEN I-O BIN-FILE
           ELSE
               OPEN INPUT BIN-FILE
           END-IF.
           IF NOT WS-BINFILE-SUCCESS
               DISPLAY "WS-BINFILE-SW=" WS-BINFILE-SW
               DISPLAY "BIN-FILE OPEN ERROR"
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
           READ PBN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-HOLD-ONE-PBN-ROW
                   UNTIL WS-EOF-YES
               PERFORM 200-REPLENISH-ONE-PRODUCT
           ELSE
               DISPLAY "NO DATA IN PBN-FILE"
           END-IF.
      *
           PERFORM 400-ORDER-BY-FROM-BIN.
           PERFORM 500-PRINT-THE-LIST.
           IF WS-APPLY-MODE
               PERFORM 550-POST-ONE-MOVE
                   VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
           END-IF.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT RPL-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ RPL-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND RPL-MODE-APPLY
                   MOVE 'Y' TO WS-APPLY-SW
                   DISPLAY "APPLY MODE - MOVES WILL BE POSTED TO "
                           "THE BIN BALANCES"
               ELSE
                   DISPLAY "REPORT-ONLY MODE - NO BIN BALANCES "
                           "CHANGED"
               END-IF
               CLOSE RPL-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO RUN-MODE PARAMETER SUPPLIED - REPORT ONLY"
           END-IF.
      *
           IF WS-APPLY-MODE
               MOVE 'APPLY - POSTED'      TO HDG1-RUN-MODE
           ELSE
               MOVE 'REPORT ONLY'         TO HDG1-RUN-MODE
           END-IF.
      *
       100-HOLD-ONE-PBN-ROW.
      *
           ADD 1 TO WS-PBN-READ-CNT.
      *
           IF PBN-PRODUCT-CODE-1 NOT = WS-BUF-PRODUCT
               IF WS-BUF-COUNT > ZERO
                   PERFORM 200-REPLENISH-ONE-PRODUCT
               END-IF
               MOVE PBN-PRODUCT-CODE-1 TO WS-BUF-PRODUCT
               MOVE ZERO TO WS-BUF-COUNT
           END-IF.
      *
           IF WS-BUF-COUNT < WS-BUF-MAX-ENTRIES
               ADD 1 TO WS-BUF-COUNT
               MOVE PBN-BIN-CODE-1    TO WS-BUF-BIN (WS-BUF-COUNT)
               MOVE PBN-LOCATION-1    TO WS-BUF-LOCATION (WS-BUF-COUNT)
               MOVE PBN-BIN-TYPE-1    TO WS-BUF-TYPE (WS-BUF-COUNT)
               MOVE PBN-QTY-ON-HAND-1 TO WS-BUF-QTY (WS-BUF-COUNT)
               MOVE PBN-MIN-QTY-1     TO WS-BUF-MIN (WS-BUF-COUNT)
               MOVE PBN-MAX-QTY-1     TO WS-BUF-MAX (WS-BUF-COUNT)
               MOVE ZERO              TO WS-BUF-CAPACITY (WS-BUF-COUNT)
               IF PBN-BIN-TYPE-PICK-1
                   PERFORM 110-GET-BIN-CAPACITY
               END-IF
           ELSE
               DISPLAY "PRODUCT " PBN-PRODUCT-CODE-1 " IN MORE THAN "
                       "20 BINS - BIN " PBN-BIN-CODE-1 " IGNORED"
           END-IF.
      *
           READ PBN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       110-GET-BIN-CAPACITY.
      *
           MOVE PBN-BIN-CODE-1 TO BIN-CODE-1.
           MOVE '00' TO WS-BINFILE-SW.
           READ BIN-FILE
               INVALID KEY MOVE '23' TO WS-BINFILE-SW
           END-READ.
           IF WS-BINFILE-SUCCESS
               MOVE BIN-CAPACITY-1 TO WS-BUF-CAPACITY (WS-BUF-COUNT)
           ELSE
               DISPLAY "BIN " PBN-BIN-CODE-1 " NOT ON BIN-FILE - "
                       "NO CAPACITY FOR PRODUCT " PBN-PRODUCT-CODE-1
           END-IF.
      *
       200-REPLENISH-ONE-PRODUCT.
      *
           MOVE WS-BUF-PRODUCT TO PRD-PRODUCT-CODE-1.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW
           END-READ.
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-PRODUCT-DESCRIPTION-1 TO WS-PRODUCT-DESC
           ELSE
               MOVE '*NOT ON PRD-FILE*'       TO WS-PRODUCT-DESC
           END-IF.
      *
           PERFORM 210-CHECK-ONE-PICK-BIN
               VARYING WS-BUF-SUB FROM 1 BY 1
               UNTIL WS-BUF-SUB > WS-BUF-COUNT.
      *
       210-CHECK-ONE-PICK-BIN.
      *
           IF WS-BUF-TYPE (WS-BUF-SUB) = 'P'
               ADD 1 TO WS-PICK-BIN-CNT
               IF WS-BUF-MIN (WS-BUF-SUB) > ZERO
                   MOVE WS-BUF-MIN (WS-BUF-SUB) TO WS-TRIGGER-QTY
               ELSE
                   COMPUTE WS-TRIGGER-QTY =
                       WS-BUF-CAPACITY (WS-BUF-SUB) / 4
               END-IF
               IF WS-BUF-MAX (WS-BUF-SUB) > ZERO
                   MOVE WS-BUF-MAX (WS-BUF-SUB) TO WS-TARGET-QTY
               ELSE
                   MOVE WS-BUF-CAPACITY (WS-BUF-SUB) TO WS-TARGET-QTY
               END-IF
               IF WS-BUF-QTY (WS-BUF-SUB) NOT > WS-TRIGGER-QTY
                       AND WS-TARGET-QTY > WS-BUF-QTY (WS-BUF-SUB)
                   ADD 1 TO WS-LOW-BIN-CNT
                   COMPUTE WS-NEED-QTY =
                       WS-TARGET-QTY - WS-BUF-QTY (WS-BUF-SUB)
                   PERFORM 220-DRAW-FROM-ONE-RESERVE
                       VARYING WS-RES-SUB FROM 1 BY 1
                       UNTIL WS-RES-SUB > WS-BUF-COUNT
                          OR WS-NEED-QTY NOT > ZERO
                   IF WS-NEED-QTY > ZERO
                       MOVE '*NONE*' TO WS-FROM-BIN
                       MOVE WS-NEED-QTY TO WS-TAKE-QTY
                       ADD WS-NEED-QTY TO WS-UNITS-SHORT
                       PERFORM 230-ADD-ONE-MOVE
                   END-IF
               END-IF
           END-IF.
      *
       220-DRAW-FROM-ONE-RESERVE.
      *
           IF WS-BUF-TYPE (WS-RES-SUB) = 'R'
                   AND WS-BUF-LOCATION (WS-RES-SUB)
                     = WS-BUF-LOCATION (WS-BUF-SUB)
                   AND WS-BUF-QTY (WS-RES-SUB) > ZERO
               IF WS-BUF-QTY (WS-RES-SUB) < WS-NEED-QTY
                   MOVE WS-BUF-QTY (WS-RES-SUB) TO WS-TAKE-QTY
               ELSE
                   MOVE WS-NEED-QTY             TO WS-TAKE-QTY
               END-IF
      *        TAKEN OFF THE HELD RESERVE SO A SECOND PICK BIN OF THE
      *        SAME PRODUCT IS NOT PROMISED THE SAME UNITS.
               SUBTRACT WS-TAKE-QTY FROM WS-BUF-QTY (WS-RES-SUB)
               SUBTRACT WS-TAKE-QTY FROM WS-NEED-QTY
               ADD WS-TAKE-QTY TO WS-UNITS-TO-MOVE
               MOVE WS-BUF-BIN (WS-RES-SUB) TO WS-FROM-BIN
               PERFORM 230-ADD-ONE-MOVE
           END-IF.
      *
       230-ADD-ONE-MOVE.
      *
           IF WS-MOVE-COUNT < WS-MOVE-MAX
               ADD 1 TO WS-MOVE-COUNT
               MOVE WS-FROM-BIN TO WS-MOVE-FROM-BIN (WS-MOVE-COUNT)
               MOVE WS-BUF-BIN (WS-BUF-SUB)
                 TO WS-MOVE-TO-BIN (WS-MOVE-COUNT)
               MOVE WS-BUF-PRODUCT TO WS-MOVE-PRODUCT (WS-MOVE-COUNT)
               MOVE WS-PRODUCT-DESC TO WS-MOVE-DESC (WS-MOVE-COUNT)
               MOVE WS-BUF-QTY (WS-BUF-SUB)
                 TO WS-MOVE-PICK-QTY (WS-MOVE-COUNT)
               MOVE WS-TAKE-QTY TO WS-MOVE-QTY (WS-MOVE-COUNT)
           ELSE
               ADD 1 TO WS-DROPPED-CNT
               DISPLAY "MOVE TABLE FULL - " WS-BUF-PRODUCT " TO BIN "
                       WS-BUF-BIN (WS-BUF-SUB) " LEFT OFF"
           END-IF.
      *
       400-ORDER-BY-FROM-BIN.
      *
      * FROM-BIN THEN TO-BIN, SO ONE WALK OF THE RESERVE RACKS COVERS
      * THE LIST.
           MOVE 'Y' TO WS-SWAPPED-SW.
           PERFORM 410-ONE-SORT-PASS
               UNTIL NOT WS-SWAPPED.
      *
       410-ONE-SORT-PASS.
      *
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 420-COMPARE-ONE-PAIR
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB NOT < WS-MOVE-COUNT.
      *
       420-COMPARE-ONE-PAIR.
      *
           IF WS-MOVE-FROM-BIN (WS-MOVE-SUB)
                   > WS-MOVE-FROM-BIN (WS-MOVE-SUB + 1)
              OR (WS-MOVE-FROM-BIN (WS-MOVE-SUB)
                    = WS-MOVE-FROM-BIN (WS-MOVE-SUB + 1)
                  AND WS-MOVE-TO-BIN (WS-MOVE-SUB)
                    > WS-MOVE-TO-BIN (WS-MOVE-SUB + 1))
               MOVE WS-MOVE-ENTRY (WS-MOVE-SUB)     TO WS-MOVE-HOLD
               MOVE WS-MOVE-ENTRY (WS-MOVE-SUB + 1)
                 TO WS-MOVE-ENTRY (WS-MOVE-SUB)
               MOVE WS-MOVE-HOLD
                 TO WS-MOVE-ENTRY (WS-MOVE-SUB + 1)
               MOVE 'Y' TO WS-SWAPPED-SW
           END-IF.
      *
       500-PRINT-THE-LIST.
      *
           IF WS-MOVE-COUNT = ZERO
               PERFORM 600-PRINT-HEADINGS
               DISPLAY "NO PICK BIN NEEDS REPLENISHING"
           ELSE
               PERFORM 510-PRINT-ONE-MOVE-LINE
                   VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
           END-IF.
      *
       510-PRINT-ONE-MOVE-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-MOVE-FROM-BIN (WS-MOVE-SUB) TO DTL-FROM-BIN.
           MOVE WS-MOVE-TO-BIN (WS-MOVE-SUB)   TO DTL-TO-BIN.
           MOVE WS-MOVE-PRODUCT (WS-MOVE-SUB)  TO DTL-PRODUCT-CODE.
           MOVE WS-MOVE-DESC (WS-MOVE-SUB)     TO DTL-DESCRIPTION.
           MOVE WS-MOVE-PICK-QTY (WS-MOVE-SUB) TO DTL-PICK-QTY.
           MOVE WS-MOVE-QTY (WS-MOVE-SUB)      TO DTL-MOVE-QTY.
           IF WS-MOVE-FROM-BIN (WS-MOVE-SUB) = '*NONE*'
               MOVE 'SHORT'                    TO DTL-MOVED
           ELSE
               MOVE '______'                   TO DTL-MOVED
           END-IF.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
      *
       550-POST-ONE-MOVE.
      *
           IF WS-MOVE-FROM-BIN (WS-MOVE-SUB) NOT = '*NONE*'
               MOVE WS-MOVE-PRODUCT (WS-MOVE-SUB) TO PBN-PRODUCT-CODE-1
               MOVE WS-MOVE-FROM-BIN (WS-MOVE-SUB) TO PBN-BIN-CODE-1
               MOVE WS-MOVE-FROM-BIN (WS-MOVE-SUB) TO BIN-CODE-1
               COMPUTE WS-TAKE-QTY = 0 - WS-MOVE-QTY (WS-MOVE-SUB)
               PERFORM 560-POST-ONE-BIN-SIDE
               MOVE WS-MOVE-PRODUCT (WS-MOVE-SUB) TO PBN-PRODUCT-CODE-1
               MOVE WS-MOVE-TO-BIN (WS-MOVE-SUB)   TO PBN-BIN-CODE-1
               MOVE WS-MOVE-TO-BIN (WS-MOVE-SUB)   TO BIN-CODE-1
               MOVE WS-MOVE-QTY (WS-MOVE-SUB)      TO WS-TAKE-QTY
               PERFORM 560-POST-ONE-BIN-SIDE
               ADD 1 TO WS-MOVES-POSTED-CNT
           END-IF.
      *
       560-POST-ONE-BIN-SIDE.
      *
      *    WS-TAKE-QTY IS SIGNED - LESS ON THE RESERVE SIDE, MORE ON
      *    THE PICK SIDE.
           MOVE '00' TO WS-PBNFILE-SW.
           READ PBN-FILE
               INVALID KEY MOVE '23' TO WS-PBNFILE-SW
           END-READ.
           IF NOT WS-PBNFILE-SUCCESS
               DISPLAY "WS-PBNFILE-SW=" WS-PBNFILE-SW
               DISPLAY "PBN-FILE READ ERROR KEY=" PBN-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           ADD WS-TAKE-QTY TO PBN-QTY-ON-HAND-1.
           REWRITE PBN-FILE-RECORD.
           IF NOT WS-PBNFILE-SUCCESS
               DISPLAY "WS-PBNFILE-SW=" WS-PBNFILE-SW
               DISPLAY "PBN-FILE REWRITE ERROR KEY=" PBN-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE '00' TO WS-BINFILE-SW.
           READ BIN-FILE
               INVALID KEY MOVE '23' TO WS-BINFILE-SW
           END-READ.
           IF WS-BINFILE-SUCCESS
               ADD WS-TAKE-QTY TO BIN-QTY-ON-HAND-1
               REWRITE BIN-FILE-RECORD
               IF NOT WS-BINFILE-SUCCESS
                   DISPLAY "WS-BINFILE-SW=" WS-BINFILE-SW
                   DISPLAY "BIN-FILE REWRITE ERROR KEY=" BIN-KEY-1
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           ELSE
               DISPLAY "BIN " BIN-CODE-1 " NOT ON BIN-FILE - "
                       "PRODUCT-BIN ROW POSTED ONLY"
           END-IF.
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
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           MOVE WS-PICK-BIN-CNT     TO SL1-PICK-BIN-CNT.
           MOVE WS-LOW-BIN-CNT      TO SL2-LOW-BIN-CNT.
           MOVE WS-UNITS-TO-MOVE    TO SL3-UNITS-TO-MOVE.
           MOVE WS-UNITS-SHORT      TO SL4-UNITS-SHORT.
           MOVE WS-MOVES-POSTED-CNT TO SL5-MOVES-POSTED-CNT.
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
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE PBN-FILE
                 BIN-FILE
                 PRD-FILE
                 PRINT-FILE.
           DISPLAY "PRODUCT-BIN ROWS READ = " WS-PBN-READ-CNT.
           DISPLAY "MOVES LISTED          = " WS-MOVE-COUNT.
           DISPLAY "MOVES LEFT OFF        = " WS-DROPPED-CNT.
           DISPLAY "MOVES POSTED          = " WS-MOVES-POSTED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
