      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-09-01  DAO  SKIP DROP-SHIP ORDERS - THERE IS NOTHING IN
      *                 THE BUILDING TO PICK.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-14  DAO  PICK FROM THE BINS THAT HOLD THE STOCK. A
      *                 PRODUCT WITH PBNFEC PRODUCT-BIN ROWS IS PICKED
      *                 FROM ITS PICK BINS IN THE SHIP-FROM BUILDING
      *                 FIRST, THEN ITS RESERVE BINS, ONE PICK LINE PER
      *                 BIN TOUCHED, AND EACH BIN (PBNFEC AND BINFEC
      *                 ON-HAND) IS RELIEVED AS THE LIST PRINTS. WHAT
      *                 THE BINS CANNOT COVER PRINTS AGAINST BIN
      *                 '*NONE*' SO THE SHORT IS SEEN AT THE DESK, NOT
      *                 IN THE AISLE. A PRODUCT WITH NO ROWS IS STILL
      *                 PICKED FROM PRD-BIN-LOCATION. PICK TABLE GROWS
      *                 10 TO 50 LINES.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-15  DAO  OOR LAYOUT GROWS 421 TO 491 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

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

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD OOR-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OOR-FILE-RECORD.
       01  OOR-FILE-RECORD.
           05  OOR-KEY-1.
           05  OOR-REQUESTED-DATE-1          PIC X(08).
           05  OOR-SHIPTO-CODE-1             PIC X(04).
           05  OOR-OPERATOR-ID-1             PIC X(08).
           05  OOR-LINE-UOM-1                OCCURS 10 TIMES.
               10  OOR-ENTRY-UOM-1           PIC X(02).
               10  OOR-ENTRY-FACTOR-1        PIC 9(05).
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
       FD PBN-FILE
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS PBN-FILE-RECORD.
       01  PBN-FILE-RECORD.
           05  PBN-KEY-1.
               10  PBN-PRODUCT-CODE-1        PIC X(10).
               10  PBN-BIN-CODE-1            PIC X(06).
           05  PBN-LOCATION-1                PIC 9(01).
           05  PBN-BIN-TYPE-1                PIC X(01).
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
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFND                 VALUE '23'.
       01 WS-PBNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PBNFILE-SUCCESS                VALUE '00'.
       01 WS-BINFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BINFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-SWAPPED                        VALUE 'Y'.
      *
      * THE ORDER'S PICKABLE LINES COLLECTED AND BUBBLE-SORTED INTO
      * BIN SEQUENCE BEFORE PRINTING - ONE ENTRY PER BIN TOUCHED, SO
      * ONE ORDER LINE MAY TAKE SEVERAL.
       01 WS-PICK-MAX                        PIC S9(04) COMP VALUE 50.
       01 WS-PICK-TABLE.
           05  WS-PICK-ENTRY                 OCCURS 50 TIMES.
               10  WS-PICK-BIN               PIC X(06).
               10  WS-PICK-PRODUCT           PIC X(10).
               10  WS-PICK-DESC              PIC X(20).
               10  WS-PICK-QTY               PIC S9(07) COMP-3.
       01 WS-PICK-COUNT                      PIC S9(04) COMP VALUE 0.
       01 WS-QTY-TO-PICK                     PIC S9(07) COMP-3 VALUE 0.
       01 WS-QTY-FROM-BIN                    PIC S9(07) COMP-3 VALUE 0.
       01 WS-PASS-TYPE                       PIC X(01)  VALUE SPACES.
       01 WS-PRIMARY-BIN                     PIC X(06)  VALUE SPACES.
       01 WS-PRODUCT-DESC                    PIC X(20)  VALUE SPACES.
       01 WS-PBN-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PBN-EOF                        VALUE 'Y'.
       01 WS-HAS-BINS-SW                     PIC X(01)  VALUE 'N'.
           88  WS-PRODUCT-HAS-BINS               VALUE 'Y'.
       01 WS-PICK-HOLD.
           05  WS-HOLD-BIN                   PIC X(06).
           05  WS-HOLD-PRODUCT               PIC X(10).
      *
       01 WS-ORDER-READ-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PICKED-CNT                      PIC 9(05)  COMP-3 VALUE 0.
       01 WS-SHORT-CNT                       PIC 9(05)  COMP-3 VALUE 0.
      *
       01 PICK-HEADER-LINE-1.
           05  FILLER                        PIC X(21)
           05  FILLER                        PIC X(20)
               VALUE 'PICK LISTS PRINTED:'.
           05  SL2-PICKED-CNT                PIC ZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(20)
               VALUE 'LINES SHORT IN BINS:'.
           05  SL3-SHORT-CNT                 PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
               DISPLAY "PRD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O PBN-FILE.
           IF NOT WS-PBNFILE-SUCCESS
               DISPLAY "WS-PBNFILE-SW=" WS-PBNFILE-SW
               DISPLAY "PBN-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O BIN-FILE.
           IF NOT WS-BINFILE-SUCCESS
               DISPLAY "WS-BINFILE-SW=" WS-BINFILE-SW
               DISPLAY "BIN-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
           IF OOR-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
                   AND OOR-QTY-ORDERED-1 (WS-LINE-SUB) >
                       OOR-QTY-SHIPPED-1 (WS-LINE-SUB)
               COMPUTE WS-QTY-TO-PICK =
                   OOR-QTY-ORDERED-1 (WS-LINE-SUB)
                   - OOR-QTY-SHIPPED-1 (WS-LINE-SUB)
               MOVE 'N' TO WS-HAS-BINS-SW
               MOVE OOR-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO PRD-PRODUCT-CODE-1
               MOVE '00' TO WS-PRDFILE-SW
                   INVALID KEY MOVE '23' TO WS-PRDFILE-SW
               END-READ
               IF WS-PRDFILE-SUCCESS
                   MOVE PRD-BIN-LOCATION-1        TO WS-PRIMARY-BIN
                   MOVE PRD-PRODUCT-DESCRIPTION-1 TO WS-PRODUCT-DESC
                   MOVE 'P' TO WS-PASS-TYPE
                   PERFORM 220-PICK-FROM-THE-BINS
                   MOVE 'R' TO WS-PASS-TYPE
                   PERFORM 220-PICK-FROM-THE-BINS
               ELSE
                   MOVE SPACES TO WS-PRIMARY-BIN
                   MOVE '*NOT ON PRD-FILE*' TO WS-PRODUCT-DESC
               END-IF
      *
      *        WHAT IS LEFT GOES TO THE PRIMARY BIN FOR A PRODUCT THAT
      *        HAS NEVER BEEN BINNED, AND SHOWS AS SHORT FOR ONE WHOSE
      *        BINS RAN OUT.
               IF WS-QTY-TO-PICK > ZERO
                       AND WS-PICK-COUNT < WS-PICK-MAX
                   ADD 1 TO WS-PICK-COUNT
                   MOVE OOR-PRODUCT-CODE-1 (WS-LINE-SUB)
                     TO WS-PICK-PRODUCT (WS-PICK-COUNT)
                   MOVE WS-PRODUCT-DESC
                     TO WS-PICK-DESC (WS-PICK-COUNT)
                   MOVE WS-QTY-TO-PICK
                     TO WS-PICK-QTY (WS-PICK-COUNT)
                   IF WS-PRODUCT-HAS-BINS
                       MOVE '*NONE*' TO WS-PICK-BIN (WS-PICK-COUNT)
                       ADD 1 TO WS-SHORT-CNT
                   ELSE
                       MOVE WS-PRIMARY-BIN
                         TO WS-PICK-BIN (WS-PICK-COUNT)
                   END-IF
               END-IF
           END-IF.
      *
       220-PICK-FROM-THE-BINS.
      *
           MOVE 'N' TO WS-PBN-EOF-SW.
           MOVE OOR-PRODUCT-CODE-1 (WS-LINE-SUB) TO PBN-PRODUCT-CODE-1.
           MOVE LOW-VALUES TO PBN-BIN-CODE-1.
           START PBN-FILE KEY IS NOT LESS THAN PBN-KEY-1
               INVALID KEY MOVE 'Y' TO WS-PBN-EOF-SW
           END-START.
      *
           PERFORM 230-TAKE-FROM-ONE-BIN
               UNTIL WS-PBN-EOF
                  OR WS-QTY-TO-PICK NOT > ZERO
                  OR WS-PICK-COUNT NOT < WS-PICK-MAX.
      *
       230-TAKE-FROM-ONE-BIN.
      *
           READ PBN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PBN-EOF-SW
           END-READ.
      *
           IF WS-PBN-EOF
               NEXT SENTENCE
           ELSE IF PBN-PRODUCT-CODE-1
                   NOT = OOR-PRODUCT-CODE-1 (WS-LINE-SUB)
               MOVE 'Y' TO WS-PBN-EOF-SW
           ELSE
               MOVE 'Y' TO WS-HAS-BINS-SW
               IF PBN-LOCATION-1 = OOR-SHIP-LOCATION-1
                       AND PBN-BIN-TYPE-1 = WS-PASS-TYPE
                       AND PBN-QTY-ON-HAND-1 > ZERO
                   PERFORM 240-RELIEVE-THE-BIN
               END-IF
           END-IF.
      *
       240-RELIEVE-THE-BIN.
      *
           IF PBN-QTY-ON-HAND-1 < WS-QTY-TO-PICK
               MOVE PBN-QTY-ON-HAND-1 TO WS-QTY-FROM-BIN
           ELSE
               MOVE WS-QTY-TO-PICK    TO WS-QTY-FROM-BIN
           END-IF.
      *
           ADD 1 TO WS-PICK-COUNT.
           MOVE PBN-BIN-CODE-1   TO WS-PICK-BIN (WS-PICK-COUNT).
           MOVE PBN-PRODUCT-CODE-1
             TO WS-PICK-PRODUCT (WS-PICK-COUNT).
           MOVE WS-PRODUCT-DESC  TO WS-PICK-DESC (WS-PICK-COUNT).
           MOVE WS-QTY-FROM-BIN  TO WS-PICK-QTY (WS-PICK-COUNT).
           SUBTRACT WS-QTY-FROM-BIN FROM WS-QTY-TO-PICK.
      *
           SUBTRACT WS-QTY-FROM-BIN FROM PBN-QTY-ON-HAND-1.
           REWRITE PBN-FILE-RECORD.
           IF NOT WS-PBNFILE-SUCCESS
               DISPLAY "WS-PBNFILE-SW=" WS-PBNFILE-SW
               DISPLAY "PBN-FILE REWRITE ERROR KEY=" PBN-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE PBN-BIN-CODE-1 TO BIN-CODE-1.
           MOVE '00' TO WS-BINFILE-SW.
           READ BIN-FILE
               INVALID KEY MOVE '23' TO WS-BINFILE-SW
           END-READ.
           IF WS-BINFILE-SUCCESS
               SUBTRACT WS-QTY-FROM-BIN FROM BIN-QTY-ON-HAND-1
               REWRITE BIN-FILE-RECORD
               IF NOT WS-BINFILE-SUCCESS
                   DISPLAY "WS-BINFILE-SW=" WS-BINFILE-SW
                   DISPLAY "BIN-FILE REWRITE ERROR KEY=" BIN-KEY-1
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           ELSE
               DISPLAY "BIN " PBN-BIN-CODE-1 " NOT ON BIN-FILE - "
                       "PRODUCT-BIN ROW RELIEVED ONLY"
           END-IF.
      *
       300-SORT-BY-BIN.
      *
      * A FIFTY-SLOT BUBBLE SORT - TEN ORDER LINES SPREAD OVER A
      * HANDFUL OF BINS EACH.
           MOVE 'Y' TO WS-SWAPPED-SW.
           PERFORM 310-ONE-SORT-PASS
               UNTIL NOT WS-SWAPPED.
      *
           MOVE WS-ORDER-READ-CNT TO SL1-ORDER-READ-CNT.
           MOVE WS-PICKED-CNT     TO SL2-PICKED-CNT.
           MOVE WS-SHORT-CNT      TO SL3-SHORT-CNT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
      *
       010-CHECK-JOB-DEPENDENCIES.
      *
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - RUN WILL NOT BE "
           END-IF.
           CLOSE OOR-FILE
                 PRD-FILE
                 PBN-FILE
                 BIN-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL ORDERS READ       = " WS-ORDER-READ-CNT.
           DISPLAY "TOTAL PICK LISTS PRINTED = " WS-PICKED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
       940-WRITE-RUNHIST-START.
      *
      * THE STARTED ROW CARRIES NO END, SO THE BATCH STATUS SCREEN
      * SHOWS THE JOB AS RUNNING UNTIL ITS FINISH ROW FOLLOWS.
           MOVE WS-OWN-JOB-NAME       TO RUNHIST-JOB-NAME.
           MOVE WS-JOB-START-DATE     TO RUNHIST-START-DATE.
           MOVE WS-JOB-START-TIME     TO RUNHIST-START-TIME.
           MOVE ZERO                  TO RUNHIST-END-DATE
                                         RUNHIST-END-TIME
                                         RUNHIST-RECORD-COUNT.
           MOVE 'R'                   TO RUNHIST-STATUS.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
      *
       950-WRITE-RUNHIST-RECORD.
      *
