      *
      *MOD HISTORY
      *2026-08-22  DAO  ORIGINAL PROGRAM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  TYPE O ORDER-COMMITMENT ROWS ARE SKIPPED - THEY
      *                 MOVED NO STOCK.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  MOV-TASK-NUMBER-1         PIC 9(07).
               10  MOV-LINE-SEQ-1            PIC 9(02).
           05  MOV-TYPE-1                    PIC X(01).
               88  MOV-TYPE-COMMIT-1             VALUE 'O'.
           05  MOV-QUANTITY-1                PIC S9(07).
           05  MOV-OPERATOR-ID-1             PIC X(08).
           05  MOV-REFERENCE-1               PIC X(10).
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
               MOVE 'N'  TO WS-FIRST-RECORD-SW
           END-IF.
      *
      *    A COMMITMENT ROW NEVER MOVED ANY STOCK.
           IF NOT MOV-TYPE-COMMIT-1
               ADD MOV-QUANTITY-1 TO WS-NET-MOVEMENT
           END-IF.
      *
           READ MOV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
