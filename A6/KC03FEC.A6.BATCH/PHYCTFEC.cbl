      *2026-08-22  DAO  BOOK THE APPLIED VARIANCE TO LOCATION 1 NOW
      *                 THAT PRD-QTY-LOCATION SPLITS ON-HAND BY
      *                 BUILDING.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-13  DAO  AN APPLY RUN NOW APPENDS A CCHFEC COUNT
      *                 HISTORY ROW FOR EVERY POSTED CARD, MATCH OR
      *                 VARIANCE, AND STAMPS THE PRODUCT'S CYCFEC LAST
      *                 COUNT DATE SO THE CYCSCFEC SCHEDULER KNOWS IT
      *                 WAS COUNTED AND CYCACFEC CAN REPORT ACCURACY
      *                 BY ABC CLASS.
      *2026-10-15  DAO  THE POSTED COUNT ALSO CLEARS ANY SHORT-PICK
      *                 RECOUNT REQUEST ON CYCFEC.
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
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-MOVFILE-SW.

           SELECT CCH-FILE ASSIGN TO CNTHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCHFILE-SW.

           SELECT CYC-FILE ASSIGN TO CYCMSTR
               RECORD KEY IS CYC-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CYCFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
           05  FILLER                            PIC X(24).
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
       FD MOV-FILE
           RECORD CONTAINS 59 CHARACTERS
           05  MOV-QUANTITY-1                PIC S9(07).
           05  MOV-OPERATOR-ID-1             PIC X(08).
           05  MOV-REFERENCE-1               PIC X(10).
      *
       FD CCH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS CCH-FILE-RECORD.
       01  CCH-FILE-RECORD.
           05  CCH-COUNT-DATE-1              PIC X(08).
           05  CCH-PRODUCT-CODE-1            PIC X(10).
           05  CCH-ABC-CLASS-1               PIC X(01).
           05  CCH-SYSTEM-QTY-1              PIC S9(07).
           05  CCH-COUNTED-QTY-1             PIC S9(07).
           05  CCH-VARIANCE-QTY-1            PIC S9(07).
           05  CCH-UNIT-COST-1               PIC S9(07)V99.
           05  CCH-COUNTER-ID-1              PIC X(08).
      *
       FD CYC-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS CYC-FILE-RECORD.
       01  CYC-FILE-RECORD.
           05  CYC-KEY-1.
               10  CYC-PRODUCT-CODE-1        PIC X(10).
           05  CYC-ABC-CLASS-1               PIC X(01).
           05  CYC-LAST-SCHEDULED-DATE-1     PIC X(08).
           05  CYC-LAST-COUNT-DATE-1         PIC X(08).
           05  CYC-LAST-COUNTER-ID-1         PIC X(08).
           05  CYC-RECOUNT-REQUEST-DATE-1    PIC X(08).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-MOVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-MOVFILE-SUCCESS                VALUE '00'.
           88  WS-MOVFILE-DUPKEY                 VALUE '22'.
       01 WS-CCHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CCHFILE-SUCCESS                VALUE '00'.
       01 WS-CYCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CYCFILE-SUCCESS                VALUE '00'.
           88  WS-CYCFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
                   DISPLAY "MOV-FILE OPEN ERROR"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
               OPEN EXTEND CCH-FILE
               IF NOT WS-CCHFILE-SUCCESS
                   DISPLAY "WS-CCHFILE-SW=" WS-CCHFILE-SW
                   DISPLAY "CCH-FILE OPEN ERROR"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
               OPEN I-O CYC-FILE
               IF NOT WS-CYCFILE-SUCCESS
                   DISPLAY "WS-CYCFILE-SW=" WS-CYCFILE-SW
                   DISPLAY "CYC-FILE OPEN ERROR"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           ELSE
               COMPUTE WS-VARIANCE-QTY =
                   CNT-COUNTED-QTY - PRD-QUANTITY-ON-HAND-1
               IF WS-APPLY-MODE
                   PERFORM 350-RECORD-THE-COUNT
               END-IF
               IF WS-VARIANCE-QTY = ZERO
                   CONTINUE
               ELSE
                   PERFORM 500-PRINT-VARIANCE-LINE
               END-IF
           END-IF.
      *
       350-RECORD-THE-COUNT.
      *
      * WRITTEN BEFORE THE ADJUSTMENT SO THE ROW CARRIES THE SYSTEM
      * QUANTITY THE COUNT WAS MEASURED AGAINST.
           MOVE WS-TODAY-DATE          TO CCH-COUNT-DATE-1.
           MOVE CNT-PRODUCT-CODE       TO CCH-PRODUCT-CODE-1.
           MOVE PRD-ABC-CLASS-1        TO CCH-ABC-CLASS-1.
           MOVE PRD-QUANTITY-ON-HAND-1 TO CCH-SYSTEM-QTY-1.
           MOVE CNT-COUNTED-QTY        TO CCH-COUNTED-QTY-1.
           MOVE WS-VARIANCE-QTY        TO CCH-VARIANCE-QTY-1.
           MOVE PRD-UNIT-COST-1        TO CCH-UNIT-COST-1.
           MOVE CNT-COUNTER-ID         TO CCH-COUNTER-ID-1.
      *
           WRITE CCH-FILE-RECORD.
           IF NOT WS-CCHFILE-SUCCESS
               DISPLAY "WS-CCHFILE-SW=" WS-CCHFILE-SW
               DISPLAY "CCH-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE CNT-PRODUCT-CODE TO CYC-PRODUCT-CODE-1.
           MOVE '00' TO WS-CYCFILE-SW.
           READ CYC-FILE
               INVALID KEY MOVE '23' TO WS-CYCFILE-SW.
      *
           IF WS-CYCFILE-NOTFND
               MOVE SPACES           TO CYC-FILE-RECORD
               MOVE CNT-PRODUCT-CODE TO CYC-PRODUCT-CODE-1
           ELSE IF NOT WS-CYCFILE-SUCCESS
               DISPLAY "WS-CYCFILE-SW=" WS-CYCFILE-SW
               DISPLAY "CYC-FILE READ ERROR KEY=" CYC-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE PRD-ABC-CLASS-1  TO CYC-ABC-CLASS-1.
           MOVE WS-TODAY-DATE    TO CYC-LAST-COUNT-DATE-1.
           MOVE CNT-COUNTER-ID   TO CYC-LAST-COUNTER-ID-1.
           MOVE SPACES           TO CYC-RECOUNT-REQUEST-DATE-1.
      *
           IF WS-CYCFILE-NOTFND
               MOVE '00' TO WS-CYCFILE-SW
               WRITE CYC-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-CYCFILE-SW
               END-WRITE
           ELSE
               REWRITE CYC-FILE-RECORD
           END-IF.
           IF NOT WS-CYCFILE-SUCCESS
               DISPLAY "WS-CYCFILE-SW=" WS-CYCFILE-SW
               DISPLAY "CYC-FILE UPDATE ERROR KEY=" CYC-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       400-APPLY-ONE-ADJUSTMENT.
      *
       900-COMPLETED-OK.
           IF WS-APPLY-MODE
               CLOSE MOV-FILE
                     CCH-FILE
                     CYC-FILE
           END-IF.
           CLOSE COUNT-FILE
                 PRD-FILE
