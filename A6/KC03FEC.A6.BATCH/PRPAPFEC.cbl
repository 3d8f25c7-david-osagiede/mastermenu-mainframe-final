      *prints as an exception and is deleted so it stops reappearing.
      *
      *MOD HISTORY
      *2026-10-15  DAO  PRD LAYOUT AND AUDIT IMAGES GROW 154 TO 158 FOR
      *                 THE NEW PRD-CATEGORY.
      *2026-10-15  DAO  PRD LAYOUT AND AUDIT IMAGES GROW 153 TO 154 FOR
      *                 THE NEW PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT AND AUDIT IMAGES GROW 125 TO 153 FOR
      *                 THE NEW PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PRD LAYOUT AND AUDIT IMAGES GROW 123 TO 125 FOR
      *                 THE NEW PRD-STOCKING-UOM.
      *2026-10-11  DAO  PRD LAYOUT AND AUDIT IMAGES GROW 109 TO 123 FOR
      *                 THE NEW PRD-QTY-COMMITTED BY LOCATION.
      *2026-09-01  DAO  WRITE A PRDADFEC BEFORE/AFTER AUDIT ROW FOR
      *                 EVERY PRICE APPLIED, THE SAME TRAIL PRDMNFEC
      *                 LEAVES FOR A KEYED CHANGE, SO THE PRDARFEC
           05  PRP-NEW-PRICE-1               PIC S9(07)V99.
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
       FD PAD-FILE
           RECORD CONTAINS 356 CHARACTERS
           DATA RECORD IS PAD-FILE-RECORD.
       01  PAD-FILE-RECORD.
           05  PAUD-KEY-1.
           05  PAUD-OPERATOR-ID-1            PIC X(08).
           05  PAUD-CHANGE-DATE-1            PIC X(08).
           05  PAUD-CHANGE-TIME-1            PIC X(06).
           05  PAUD-BEFORE-IMAGE-1           PIC X(158).
           05  PAUD-AFTER-IMAGE-1            PIC X(158).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-RUN-TIME-GROUP.
           05  WS-RUN-TIME                   PIC 9(06).
           05  FILLER                        PIC 9(02).
       01 WS-BEFORE-IMAGE-HOLD               PIC X(158) VALUE SPACES.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
