      *oldest first, with the product's annual total. A period with
      *no row prints zero. Buying reads seasonality off one line
      *instead of ordering Christmas stock in August off memory.
      *An L in column 7 of the parameter card adds each month's
      *lost-sale units (demand refused, declined or cancelled and so
      *never sold) to the buckets, so buying sees what customers
      *asked for rather than only what shipped.
      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  DMHFEC GROWS 23 TO 30 FOR DMH-LOST-UNITS. AN L
      *                 IN PARM COLUMN 7 ADDS THE LOST-SALE UNITS TO
      *                 EACH MONTH'S DEMAND.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD DMHR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 07 CHARACTERS
           DATA RECORD IS DMHR-PARM-RECORD.
       01  DMHR-PARM-RECORD.
           05  DMHR-END-PERIOD                  PIC X(06).
           05  DMHR-LOST-OPTION                 PIC X(01).
               88  DMHR-INCLUDE-LOST                VALUE 'L'.
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
       FD DMH-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS DMH-FILE-RECORD.
       01  DMH-FILE-RECORD.
           05  DMH-KEY-1.
               10  DMH-PRODUCT-CODE-1        PIC X(10).
               10  DMH-PERIOD-1              PIC X(06).
           05  DMH-UNITS-1                   PIC S9(07).
           05  DMH-LOST-UNITS-1              PIC S9(07).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
       01 WS-INCLUDE-LOST-SW                 PIC X(01)  VALUE 'N'.
           88  WS-INCLUDE-LOST                   VALUE 'Y'.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
               VALUE 'KC03FEC - TWELVE-MONTH DEMAND TREND'.
           05  FILLER                        PIC X(06) VALUE 'THRU '.
           05  HDG1-END-PERIOD               PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  HDG1-BASIS                    PIC X(25) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
                   DISPLAY "NO USABLE PARM CARD - ENDING PERIOD "
                           "DEFAULTS TO " WS-END-PERIOD
               END-IF
               IF WS-PARMFILE-SUCCESS AND DMHR-INCLUDE-LOST
                   MOVE 'Y' TO WS-INCLUDE-LOST-SW
                   MOVE 'INCLUDING LOST DEMAND' TO HDG1-BASIS
                   DISPLAY "LOST-SALE UNITS INCLUDED IN DEMAND"
               END-IF
               CLOSE DMHR-PARM-FILE
           ELSE
               DISPLAY "NO DMHR-PARM-FILE FOUND - ENDING PERIOD "
      *
           IF WS-DMHFILE-SUCCESS
               MOVE DMH-UNITS-1 TO WS-BUCKET (WS-PERIOD-SUB)
               IF WS-INCLUDE-LOST
                   ADD DMH-LOST-UNITS-1 TO WS-BUCKET (WS-PERIOD-SUB)
               END-IF
               ADD WS-BUCKET (WS-PERIOD-SUB) TO WS-ANNUAL-TOTAL
           ELSE
               MOVE ZERO TO WS-BUCKET (WS-PERIOD-SUB)
           END-IF.
