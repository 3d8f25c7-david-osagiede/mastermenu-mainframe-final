       IDENTIFICATION DIVISION.
       PROGRAM-ID. LXFERFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Nightly inter-location transfer worksheet. Reads the product
      *master in key order and, for every location that has a
      *minimum set (PRD-LOC-MIN-QTY), works out what it can really
      *promise - the location quantity less what open orders have
      *committed there and, for the main building, less the open
      *backorder shortages BKRLFEC will release from it. A location
      *below its minimum is brought back up to its maximum (its
      *minimum when no maximum is set) from whatever the other
      *building holds above its own minimum. A location the other
      *building cannot help prints with NO STOCK so purchasing sees
      *it. When the XFRPARM parameter card says APPLY, each proposed
      *transfer is also posted the way STKTRFEC posts one - the two
      *location quantities move, the company on-hand does not, and a
      *pair of type X INVMVFEC rows nets to zero; without it the run
      *only reports.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT XFR-PARM-FILE ASSIGN TO XFRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT BKO-FILE ASSIGN TO BKOMSTR
               RECORD KEY IS BKO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BKOFILE-SW.

           SELECT MOV-FILE ASSIGN TO MOVMSTR
               RECORD KEY IS MOV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-MOVFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD XFR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS XFR-PARM-RECORD.
       01  XFR-PARM-RECORD.
           05  XFR-RUN-MODE                      PIC X(08).
               88  XFR-MODE-APPLY                    VALUE 'APPLY'.
           05  FILLER                            PIC X(08).
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
       FD BKO-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS BKO-FILE-RECORD.
       01  BKO-FILE-RECORD.
           05  BKO-KEY-1.
               10  BKO-PRODUCT-CODE-1        PIC X(10).
               10  BKO-INVOICE-NUMBER-1      PIC 9(06).
           05  BKO-CUSTOMER-NUMBER-1         PIC X(06).
           05  BKO-ORDER-DATE-1              PIC X(08).
           05  BKO-QUANTITY-ORDERED-1        PIC S9(07).
           05  BKO-QUANTITY-SHORT-1          PIC S9(07).
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
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-BKOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BKOFILE-SUCCESS                VALUE '00'.
       01 WS-MOVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-MOVFILE-SUCCESS                VALUE '00'.
           88  WS-MOVFILE-DUPKEY                 VALUE '22'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-BKO-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-BKO-EOF                        VALUE 'Y'.
       01 WS-APPLY-SW                        PIC X(01)  VALUE 'N'.
           88  WS-APPLY-MODE                     VALUE 'Y'.
       01 WS-MOV-WRITTEN-SW                  PIC X(01)  VALUE 'N'.
           88  WS-MOV-WRITTEN                    VALUE 'Y'.
       01 WS-PRD-CHANGED-SW                  PIC X(01)  VALUE 'N'.
           88  WS-PRD-CHANGED                    VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 50.
       01 WS-TODAY-DATE                      PIC X(08).
       01 WS-RUN-TIME-GROUP.
           05  WS-RUN-TIME                   PIC 9(06).
           05  FILLER                        PIC 9(02).
      *
      * THE LOCATION BEING TOPPED UP AND THE ONE IT DRAWS FROM.
       01 WS-TO-LOC                          PIC 9(01)  VALUE 0.
       01 WS-FROM-LOC                        PIC 9(01)  VALUE 0.
      *
      * WHAT EACH LOCATION CAN STILL PROMISE - ON THE SHELF, LESS
      * COMMITTED TO OPEN ORDERS, LESS BACKORDER SHORTAGES WAITING
      * ON IT.
       01 WS-AVAIL-TABLE.
           05  WS-AVAIL-QTY                  OCCURS 2 TIMES
                                             PIC S9(09) COMP-3.
       01 WS-BKO-SHORT-QTY                   PIC S9(09) COMP-3 VALUE 0.
       01 WS-TARGET-QTY                      PIC S9(09) COMP-3 VALUE 0.
       01 WS-NEED-QTY                        PIC S9(09) COMP-3 VALUE 0.
       01 WS-SURPLUS-QTY                     PIC S9(09) COMP-3 VALUE 0.
       01 WS-XFR-QTY                         PIC S9(07) COMP-3 VALUE 0.
       01 WS-MOV-QUANTITY                    PIC S9(07) VALUE 0.
       01 WS-MOV-REFERENCE                   PIC X(10)  VALUE SPACES.
      *
       01 WS-PRD-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-MANAGED-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-BELOW-MIN-CNT                   PIC 9(05)  COMP-3 VALUE 0.
       01 WS-PROPOSED-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-UNITS-TO-MOVE                   PIC 9(09)  COMP-3 VALUE 0.
       01 WS-UNITS-SHORT                     PIC 9(09)  COMP-3 VALUE 0.
       01 WS-POSTED-CNT                      PIC 9(05)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - LOCATION TRANSFER WORKSHEET'.
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
           05  FILLER                        PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(22) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(04) VALUE 'FR'.
           05  FILLER                        PIC X(04) VALUE 'TO'.
           05  FILLER                        PIC X(10) VALUE
               '  TO AVAIL'.
           05  FILLER                        PIC X(10) VALUE
               '    TO MIN'.
           05  FILLER                        PIC X(10) VALUE
               '    TO MAX'.
           05  FILLER                        PIC X(10) VALUE
               ' BACKORDER'.
           05  FILLER                        PIC X(10) VALUE
               'FROM AVAIL'.
           05  FILLER                        PIC X(10) VALUE
               '  FROM MIN'.
           05  FILLER                        PIC X(10) VALUE
               '  XFER QTY'.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'MOVED'.
      *
       01 DETAIL-LINE.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION               PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-FROM-LOC                  PIC 9(01).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-TO-LOC                    PIC 9(01).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TO-AVAIL                  PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TO-MIN                    PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TO-MAX                    PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BACKORDER                 PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-FROM-AVAIL                PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-FROM-MIN                  PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-XFER-QTY                  PIC ZZZZZZ9-.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-MOVED                     PIC X(10).
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'PRODUCTS READ:'.
           05  SL1-PRD-READ-CNT              PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(36)
               VALUE 'PRODUCTS WITH A LOCATION MINIMUM:'.
           05  SL2-MANAGED-CNT               PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(36)
               VALUE 'LOCATIONS BELOW MINIMUM:'.
           05  SL3-BELOW-MIN-CNT             PIC ZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(36)
               VALUE 'TRANSFERS PROPOSED:'.
           05  SL4-PROPOSED-CNT              PIC ZZZZ9.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(36)
               VALUE 'UNITS TO TRANSFER:'.
           05  SL5-UNITS-TO-MOVE             PIC ZZZZZZZZ9.
      *
       01 SUMMARY-LINE-6.
           05  FILLER                        PIC X(36)
               VALUE 'UNITS SHORT - NO STOCK TO DRAW ON:'.
           05  SL6-UNITS-SHORT               PIC ZZZZZZZZ9.
      *
       01 SUMMARY-LINE-7.
           05  FILLER                        PIC X(36)
               VALUE 'TRANSFERS POSTED:'.
           05  SL7-POSTED-CNT                PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-GROUP FROM TIME.
           PERFORM 050-READ-PARM-CARD.
      *
           IF WS-APPLY-MODE
               OPEN I-O PRD-FILE
           ELSE
               OPEN INPUT PRD-FILE
           END-IF.
           IF WS-PRDFILE-SUCCESS
               DISPLAY "PRD-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT BKO-FILE.
           IF NOT WS-BKOFILE-SUCCESS
               DISPLAY "WS-BKOFILE-SW=" WS-BKOFILE-SW
               DISPLAY "BKO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF WS-APPLY-MODE
               OPEN I-O MOV-FILE
               IF NOT WS-MOVFILE-SUCCESS
                   DISPLAY "WS-MOVFILE-SW=" WS-MOVFILE-SW
                   DISPLAY "MOV-FILE OPEN ERROR"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 600-PRINT-HEADINGS.
      *
           READ BKO-FILE
               AT END MOVE 'Y' TO WS-BKO-EOF-SW.
           READ PRD-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-CHECK-ONE-PRODUCT
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN PRD-FILE"
           END-IF.
      *
           IF WS-BELOW-MIN-CNT = ZERO
               DISPLAY "NO LOCATION IS BELOW ITS MINIMUM"
           END-IF.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT XFR-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ XFR-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND XFR-MODE-APPLY
                   MOVE 'Y' TO WS-APPLY-SW
                   DISPLAY "APPLY MODE - TRANSFERS WILL BE POSTED TO "
                           "THE LOCATION QUANTITIES"
               ELSE
                   DISPLAY "REPORT-ONLY MODE - NO LOCATION "
                           "QUANTITIES CHANGED"
               END-IF
               CLOSE XFR-PARM-FILE
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
       100-CHECK-ONE-PRODUCT.
      *
           ADD 1 TO WS-PRD-READ-CNT.
      *
      *    BOTH FILES ARE IN PRODUCT ORDER - SKIP BACKORDERS FOR
      *    PRODUCTS NO LONGER ON FILE, THEN TOTAL THIS PRODUCT'S.
           PERFORM 150-SKIP-ONE-BACKORDER
               UNTIL WS-BKO-EOF
                  OR BKO-PRODUCT-CODE-1 NOT < PRD-PRODUCT-CODE-1.
           MOVE ZERO TO WS-BKO-SHORT-QTY.
           PERFORM 160-ADD-ONE-BACKORDER
               UNTIL WS-BKO-EOF
                  OR BKO-PRODUCT-CODE-1 NOT = PRD-PRODUCT-CODE-1.
      *
           IF PRD-LOC-MIN-QTY-1 (1) > ZERO
                   OR PRD-LOC-MIN-QTY-1 (2) > ZERO
               ADD 1 TO WS-MANAGED-CNT
               MOVE 'N' TO WS-PRD-CHANGED-SW
               PERFORM 200-CHECK-ONE-LOCATION
                   VARYING WS-TO-LOC FROM 1 BY 1
                   UNTIL WS-TO-LOC > 2
               IF WS-PRD-CHANGED
                   REWRITE PRD-FILE-RECORD
                   IF NOT WS-PRDFILE-SUCCESS
                       DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
                       DISPLAY "PRD-FILE REWRITE ERROR KEY="
                               PRD-KEY-1
                       PERFORM 800-PROGRAM-FAILED
                   END-IF
               END-IF
           END-IF.
      *
           READ PRD-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       150-SKIP-ONE-BACKORDER.
      *
           READ BKO-FILE
               AT END MOVE 'Y' TO WS-BKO-EOF-SW.
      *
       160-ADD-ONE-BACKORDER.
      *
           ADD BKO-QUANTITY-SHORT-1 TO WS-BKO-SHORT-QTY.
           READ BKO-FILE
               AT END MOVE 'Y' TO WS-BKO-EOF-SW.
      *
       200-CHECK-ONE-LOCATION.
      *
           IF WS-TO-LOC = 1
               MOVE 2 TO WS-FROM-LOC
           ELSE
               MOVE 1 TO WS-FROM-LOC
           END-IF.
      *
      *    RECOMPUTED EACH TIME SO A TRANSFER ALREADY POSTED FOR THIS
      *    PRODUCT IS SEEN BY THE OTHER LOCATION'S CHECK.
      *    BKRLFEC RELEASES BACKORDERS FROM THE MAIN BUILDING ONLY,
      *    SO THE SHORTAGES WEIGH ON LOCATION 1.
           COMPUTE WS-AVAIL-QTY (1) = PRD-QTY-LOCATION-1 (1)
                                    - PRD-QTY-COMMITTED-1 (1)
                                    - WS-BKO-SHORT-QTY.
           COMPUTE WS-AVAIL-QTY (2) = PRD-QTY-LOCATION-1 (2)
                                    - PRD-QTY-COMMITTED-1 (2).
      *
           IF PRD-LOC-MIN-QTY-1 (WS-TO-LOC) > ZERO
                   AND WS-AVAIL-QTY (WS-TO-LOC)
                     < PRD-LOC-MIN-QTY-1 (WS-TO-LOC)
               ADD 1 TO WS-BELOW-MIN-CNT
               IF PRD-LOC-MAX-QTY-1 (WS-TO-LOC)
                       > PRD-LOC-MIN-QTY-1 (WS-TO-LOC)
                   MOVE PRD-LOC-MAX-QTY-1 (WS-TO-LOC) TO WS-TARGET-QTY
               ELSE
                   MOVE PRD-LOC-MIN-QTY-1 (WS-TO-LOC) TO WS-TARGET-QTY
               END-IF
               COMPUTE WS-NEED-QTY =
                   WS-TARGET-QTY - WS-AVAIL-QTY (WS-TO-LOC)
      *        THE OTHER BUILDING ONLY GIVES WHAT IT HOLDS ABOVE ITS
      *        OWN MINIMUM, AND NEVER MORE THAN IS ON ITS SHELF.
               COMPUTE WS-SURPLUS-QTY =
                   WS-AVAIL-QTY (WS-FROM-LOC)
                 - PRD-LOC-MIN-QTY-1 (WS-FROM-LOC)
               IF WS-SURPLUS-QTY > PRD-QTY-LOCATION-1 (WS-FROM-LOC)
                   MOVE PRD-QTY-LOCATION-1 (WS-FROM-LOC)
                     TO WS-SURPLUS-QTY
               END-IF
               IF WS-SURPLUS-QTY < ZERO
                   MOVE ZERO TO WS-SURPLUS-QTY
               END-IF
               IF WS-SURPLUS-QTY < WS-NEED-QTY
                   MOVE WS-SURPLUS-QTY TO WS-XFR-QTY
                   COMPUTE WS-UNITS-SHORT = WS-UNITS-SHORT
                                          + WS-NEED-QTY
                                          - WS-SURPLUS-QTY
               ELSE
                   MOVE WS-NEED-QTY    TO WS-XFR-QTY
               END-IF
               PERFORM 300-PRINT-ONE-TRANSFER
               IF WS-XFR-QTY > ZERO
                   ADD 1 TO WS-PROPOSED-CNT
                   ADD WS-XFR-QTY TO WS-UNITS-TO-MOVE
                   IF WS-APPLY-MODE
                       PERFORM 400-POST-ONE-TRANSFER
                   END-IF
               END-IF
           END-IF.
      *
       300-PRINT-ONE-TRANSFER.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE PRD-PRODUCT-CODE-1             TO DTL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESCRIPTION-1      TO DTL-DESCRIPTION.
           MOVE WS-FROM-LOC                    TO DTL-FROM-LOC.
           MOVE WS-TO-LOC                      TO DTL-TO-LOC.
           MOVE WS-AVAIL-QTY (WS-TO-LOC)       TO DTL-TO-AVAIL.
           MOVE PRD-LOC-MIN-QTY-1 (WS-TO-LOC)  TO DTL-TO-MIN.
           MOVE PRD-LOC-MAX-QTY-1 (WS-TO-LOC)  TO DTL-TO-MAX.
           MOVE WS-BKO-SHORT-QTY               TO DTL-BACKORDER.
           MOVE WS-AVAIL-QTY (WS-FROM-LOC)     TO DTL-FROM-AVAIL.
           MOVE PRD-LOC-MIN-QTY-1 (WS-FROM-LOC) TO DTL-FROM-MIN.
           MOVE WS-XFR-QTY                     TO DTL-XFER-QTY.
           IF WS-XFR-QTY = ZERO
               MOVE 'NO STOCK'                 TO DTL-MOVED
           ELSE IF WS-APPLY-MODE
               MOVE 'POSTED'                   TO DTL-MOVED
           ELSE
               MOVE '______'                   TO DTL-MOVED
           END-IF.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
      *
       400-POST-ONE-TRANSFER.
      *
      *    SAME POSTING AS A STKTRFEC TRANSFER - THE BUILDINGS CHANGE,
      *    THE COMPANY TOTAL DOES NOT. THE RECORD IS REWRITTEN ONCE
      *    BOTH LOCATIONS HAVE BEEN CHECKED.
           SUBTRACT WS-XFR-QTY FROM PRD-QTY-LOCATION-1 (WS-FROM-LOC).
           ADD WS-XFR-QTY TO PRD-QTY-LOCATION-1 (WS-TO-LOC).
           MOVE 'Y' TO WS-PRD-CHANGED-SW.
      *
           COMPUTE WS-MOV-QUANTITY = WS-XFR-QTY * -1.
           MOVE SPACES TO WS-MOV-REFERENCE.
           STRING 'XFR OUT ' DELIMITED BY SIZE
                  WS-FROM-LOC DELIMITED BY SIZE
               INTO WS-MOV-REFERENCE.
           PERFORM 450-WRITE-MOVEMENT-ROW.
      *
           MOVE WS-XFR-QTY TO WS-MOV-QUANTITY.
           MOVE SPACES TO WS-MOV-REFERENCE.
           STRING 'XFR IN  ' DELIMITED BY SIZE
                  WS-TO-LOC DELIMITED BY SIZE
               INTO WS-MOV-REFERENCE.
           PERFORM 450-WRITE-MOVEMENT-ROW.
      *
           ADD 1 TO WS-POSTED-CNT.
      *
       450-WRITE-MOVEMENT-ROW.
      *
           MOVE SPACE             TO MOV-FILE-RECORD.
           MOVE PRD-PRODUCT-CODE-1 TO MOV-PRODUCT-CODE-1.
           MOVE WS-TODAY-DATE     TO MOV-MOVEMENT-DATE-1.
           MOVE WS-RUN-TIME       TO MOV-MOVEMENT-TIME-1.
           MOVE ZERO              TO MOV-TASK-NUMBER-1.
           MOVE 1                 TO MOV-LINE-SEQ-1.
           MOVE 'X'               TO MOV-TYPE-1.
           MOVE WS-MOV-QUANTITY   TO MOV-QUANTITY-1.
           MOVE 'LXFERFEC'        TO MOV-OPERATOR-ID-1.
           MOVE WS-MOV-REFERENCE  TO MOV-REFERENCE-1.
      *
           MOVE 'N' TO WS-MOV-WRITTEN-SW.
           PERFORM 460-WRITE-ONE-MOVEMENT-ROW
               UNTIL WS-MOV-WRITTEN
                  OR MOV-LINE-SEQ-1 > 99.
      *
       460-WRITE-ONE-MOVEMENT-ROW.
      *
           MOVE '00' TO WS-MOVFILE-SW.
           WRITE MOV-FILE-RECORD
               INVALID KEY MOVE '22' TO WS-MOVFILE-SW.
      *
           IF WS-MOVFILE-SUCCESS
               MOVE 'Y' TO WS-MOV-WRITTEN-SW
           ELSE IF WS-MOVFILE-DUPKEY
               ADD 1 TO MOV-LINE-SEQ-1
           ELSE
               DISPLAY "WS-MOVFILE-SW=" WS-MOVFILE-SW
               DISPLAY "MOV-FILE WRITE ERROR KEY=" MOV-KEY-1
               PERFORM 800-PROGRAM-FAILED
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
           MOVE WS-PRD-READ-CNT     TO SL1-PRD-READ-CNT.
           MOVE WS-MANAGED-CNT      TO SL2-MANAGED-CNT.
           MOVE WS-BELOW-MIN-CNT    TO SL3-BELOW-MIN-CNT.
           MOVE WS-PROPOSED-CNT     TO SL4-PROPOSED-CNT.
           MOVE WS-UNITS-TO-MOVE    TO SL5-UNITS-TO-MOVE.
           MOVE WS-UNITS-SHORT      TO SL6-UNITS-SHORT.
           MOVE WS-POSTED-CNT       TO SL7-POSTED-CNT.
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
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           IF WS-APPLY-MODE
               CLOSE MOV-FILE
           END-IF.
           CLOSE PRD-FILE
                 BKO-FILE
                 PRINT-FILE.
           DISPLAY "PRODUCTS READ         = " WS-PRD-READ-CNT.
           DISPLAY "TRANSFERS PROPOSED    = " WS-PROPOSED-CNT.
           DISPLAY "TRANSFERS POSTED      = " WS-POSTED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
