      *it already had data loaded previously or if it failed
      *
      *MOD HISTORY
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *2026-10-15  DAO  CARRY THE NEW PRD-CATEGORY ON BOTH LAYOUTS,
      *                 BLANK (UNCATEGORIZED) WHEN THE EXTRACT DOES
      *                 NOT SUPPLY IT - RECORDS GROW FROM 154 TO 158
      *                 BYTES, EXCEPTIONS 194 TO 198.
      *2026-10-15  DAO  CARRY THE NEW PRD-STATUS ON BOTH LAYOUTS,
      *                 DEFAULTED TO A (ACTIVE) WHEN THE EXTRACT
      *                 LEAVES IT BLANK AND REJECTED WHEN IT IS NOT
      *                 A, P, D OR B - RECORDS GROW FROM 153 TO 154
      *                 BYTES, EXCEPTIONS 193 TO 194.
      *2026-10-15  DAO  CARRY THE NEW PER-LOCATION MINIMUM AND
      *                 MAXIMUM ON BOTH LAYOUTS, ZEROED WHEN THE
      *                 EXTRACT DOES NOT SUPPLY THEM - RECORDS GROW
      *                 FROM 125 TO 153 BYTES, EXCEPTIONS 165 TO 193.
      *2026-10-15  DAO  CARRY THE NEW PRD-STOCKING-UOM ON BOTH
      *                 LAYOUTS, DEFAULTED TO EA WHEN THE EXTRACT
      *                 LEAVES IT BLANK - RECORDS GROW FROM 123 TO 125
      *                 BYTES, EXCEPTION RECORDS FROM 163 TO 165.
      *2026-10-11  DAO  CARRY THE NEW PRD-QTY-COMMITTED ON BOTH
      *                 LAYOUTS, ZEROED ON EVERY LOADED RECORD -
      *                 RECORDS GROW FROM 109 TO 123 BYTES, EXCEPTION
      *                 RECORDS FROM 149 TO 163.
      *2026-09-01  DAO  CARRY THE NEW PRD-UNIT-WEIGHT ON BOTH LAYOUTS
      *                 - RECORDS GROW FROM 97 TO 102 BYTES.
      *2026-09-01  DAO  CARRY THE NEW PRD-ABC-CLASS ON BOTH LAYOUTS -
       FILE SECTION.
       FD INVCTL-INPUT
           RECORDING MODE IS F
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-INPUT-RECORD.
       01  PRODUCT-MASTER-INPUT-RECORD.
      *
           05  PRD-ABC-CLASS                   PIC X(01).
           05  PRD-UNIT-WEIGHT                 PIC S9(03)V99.
           05  PRD-LASTYR-UNITS                  PIC S9(07).
           05  PRD-QTY-COMMITTED               OCCURS 2 TIMES
                                               PIC S9(07).
           05  PRD-STOCKING-UOM                PIC X(02).
           05  PRD-LOC-STOCK-LEVELS            OCCURS 2 TIMES.
               10  PRD-LOC-MIN-QTY             PIC S9(07).
               10  PRD-LOC-MAX-QTY             PIC S9(07).
           05  PRD-STATUS                      PIC X(01).
           05  PRD-CATEGORY                    PIC X(04).
      *
       01  PRODUCT-MASTER-TRAILER-RECORD REDEFINES
               PRODUCT-MASTER-INPUT-RECORD.
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD INVCTL-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-FILE-RECORD.
       01  PRODUCT-MASTER-FILE-RECORD.
      *
           05  PRD-ABC-CLASS-1                   PIC X(01).
           05  PRD-UNIT-WEIGHT-1                 PIC S9(03)V99.
           05  PRD-LASTYR-UNITS-1                 PIC S9(07).
           05  PRD-QTY-COMMITTED-1               OCCURS 2 TIMES
                                                 PIC S9(07).
           05  PRD-STOCKING-UOM-1                PIC X(02).
           05  PRD-LOC-STOCK-LEVELS-1            OCCURS 2 TIMES.
               10  PRD-LOC-MIN-QTY-1             PIC S9(07).
               10  PRD-LOC-MAX-QTY-1             PIC S9(07).
           05  PRD-STATUS-1                      PIC X(01).
           05  PRD-CATEGORY-1                    PIC X(04).
      *
       FD PRD-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 198 CHARACTERS
           DATA RECORD IS PRD-EXCEPTION-RECORD.
       01  PRD-EXCEPTION-RECORD.
      *
           05  PRDEXCP-INPUT-RECORD          PIC X(158).
           05  PRDEXCP-REASON                PIC X(40).
      *
       WORKING-STORAGE SECTION.
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR"
                   PERFORM 130-WRITE-EXCEPTION-RECORD
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
      *            A FRESHLY LOADED PRODUCT HAS NO OPEN ORDERS
      *            RESERVING AGAINST IT YET.
                   MOVE ZERO TO PRD-QTY-COMMITTED (1)
                   MOVE ZERO TO PRD-QTY-COMMITTED (2)
                   IF PRD-STOCKING-UOM = SPACE OR LOW-VALUE
                       MOVE 'EA' TO PRD-STOCKING-UOM
                   END-IF
                   IF PRD-LOC-STOCK-LEVELS (1) NOT NUMERIC
                       MOVE ZERO TO PRD-LOC-MIN-QTY (1)
                       MOVE ZERO TO PRD-LOC-MAX-QTY (1)
                   END-IF
                   IF PRD-LOC-STOCK-LEVELS (2) NOT NUMERIC
                       MOVE ZERO TO PRD-LOC-MIN-QTY (2)
                       MOVE ZERO TO PRD-LOC-MAX-QTY (2)
                   END-IF
                   IF PRD-STATUS = SPACE OR LOW-VALUE
                       MOVE 'A' TO PRD-STATUS
                   END-IF
                   IF PRD-CATEGORY = LOW-VALUE
                       MOVE SPACES TO PRD-CATEGORY
                   END-IF
                   WRITE PRODUCT-MASTER-FILE-RECORD FROM
                   PRODUCT-MASTER-INPUT-RECORD
      *
               MOVE 'N' TO WS-VALID-SW
               MOVE "QUANTITY ON HAND NOT NUMERIC" TO WS-EXCP-REASON
           END-IF.
      *
           IF       WS-RECORD-VALID
                AND PRD-STATUS NOT = SPACE AND LOW-VALUE
                AND PRD-STATUS NOT = 'A' AND 'P' AND 'D' AND 'B'
               MOVE 'N' TO WS-VALID-SW
               MOVE "STATUS NOT A, P, D OR B" TO WS-EXCP-REASON
           END-IF.
      *
       130-WRITE-EXCEPTION-RECORD.
      *
           DISPLAY "TOTAL RECORDS REJECTED = " WS-REJECT-COUNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
       940-WRITE-RUNHIST-START.
      *
      * THE STARTED ROW CARRIES NO END, SO THE BATCH STATUS SCREEN
      * SHOWS THE JOB AS RUNNING UNTIL ITS FINISH ROW FOLLOWS.
           MOVE 'PRDLOFEC'            TO RUNHIST-JOB-NAME.
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
