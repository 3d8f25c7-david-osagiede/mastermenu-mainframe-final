      *someone's desk.
      *
      *MOD HISTORY
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PO LAYOUT GROWS 399 TO 469 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-09  DAO  PO LAYOUT GROWS 393 TO 399 FOR THE NEW
      *                 PO-BLANKET-NUMBER ON A BLANKET RELEASE.
      *2026-10-02  DAO  CARRY THE NEW PO-UNIT-COST ON EACH PO LINE
      *                 (RECORD GROWS 303 TO 393) AND PRINT IT NEXT TO
      *                 THE QUANTITIES.
      *2026-09-01  DAO  CARRY THE NEW PO-VENDOR-NUMBER ON THE PO
      *                 LAYOUT (RECORD GROWS 297 TO 303) AND PRINT IT
      *                 AHEAD OF THE VENDOR NAME ON THE HEADER LINE.
       DATA DIVISION.
       FILE SECTION.
       FD PO-FILE
           RECORD CONTAINS 469 CHARACTERS
           DATA RECORD IS PO-FILE-RECORD.
       01  PO-FILE-RECORD.
           05  PO-KEY-1.
               10  PO-PRODUCT-CODE-1         PIC X(10).
               10  PO-QTY-ORDERED-1          PIC S9(07).
               10  PO-QTY-RECEIVED-1         PIC S9(07).
               10  PO-UNIT-COST-1            PIC S9(07)V99.
           05  PO-LINE-COUNT-1               PIC 9(04).
           05  PO-BLANKET-NUMBER-1           PIC 9(06).
           05  PO-LINE-UOM-1                 OCCURS 10 TIMES.
               10  PO-ENTRY-UOM-1            PIC X(02).
               10  PO-ENTRY-FACTOR-1         PIC 9(05).
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
       FD PRINT-FILE
           RECORDING MODE IS F
           05  FILLER                        PIC X(08) VALUE 'RECEIVED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'DUE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               ' UNIT COST'.
      *
       01 DETAIL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-QTY-RECEIVED              PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-QTY-DUE                   PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-UNIT-COST                 PIC ZZZZZZ9.99.
      *
       01 TOTAL-LINE.
           05  FILLER                        PIC X(25)
                   PO-QTY-ORDERED-1 (WS-LINE-SUB)
                   - PO-QTY-RECEIVED-1 (WS-LINE-SUB)
               MOVE WS-QTY-DUE TO DTL-QTY-DUE
               MOVE PO-UNIT-COST-1 (WS-LINE-SUB)
                 TO DTL-UNIT-COST
               WRITE PRINT-LINE FROM DETAIL-LINE
               ADD 1 TO WS-LINE-CNT
           END-IF.
