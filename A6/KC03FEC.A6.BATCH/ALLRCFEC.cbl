      *business.
      *
      *MOD HISTORY
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-09-01  DAO  CHECK THE JOBDEP DEPENDENCY FILE AT STARTUP -
      *                 REFUSE TO RUN UNLESS EVERY LISTED PREDECESSOR
      *                 POSTED A SUCCESSFUL FINISH TO RUNHIST TODAY -
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF              PIC X(01).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
      *
           05  INV-FREIGHT-AMOUNT-1              PIC S9(07)V99.
           05  INV-REP-CODE-1                  PIC X(03).
           05  INV-SHIPTO-CODE-1               PIC X(04).
           05  INV-LINE-UOM-1                  OCCURS 10 TIMES.
               10  INV-ENTRY-UOM-1             PIC X(02).
               10  INV-ENTRY-FACTOR-1          PIC 9(05).
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
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
       FD INVCTL-FILE
           RECORD CONTAINS 7 CHARACTERS
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - RUN WILL NOT BE "
               WS-PROD-XREF-EXCEPTION-CNT.
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
