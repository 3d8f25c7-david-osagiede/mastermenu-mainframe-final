      *it already had data loaded previously or if it failed
      *
      *MOD HISTORY
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *2026-10-15  DAO  CARRY THE NEW PER-LINE ENTRY UNIT OF MEASURE
      *                 ON BOTH LAYOUTS - RECORDS GROW FROM 583 TO 653
      *                 BYTES, EXCEPTION RECORDS FROM 623 TO 693.
      *2026-09-01  DAO  CARRY THE NEW PER-LINE INV-UNIT-COST ON BOTH
      *                 LAYOUTS - RECORDS GROW FROM 489 TO 579 BYTES.
      *2026-09-01  DAO  CARRY THE NEW INV-REP-CODE ON BOTH LAYOUTS -
       FILE SECTION.
       FD INVOICE-INPUT
           RECORDING MODE IS F
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-INPUT-RECORD.
       01  INVOICE-INPUT-RECORD.
      *
           05  INV-FREIGHT-AMOUNT              PIC S9(07)V99.
           05  INV-REP-CODE                    PIC X(03).
           05  INV-SHIPTO-CODE                 PIC X(04).
           05  INV-LINE-UOM                    OCCURS 10 TIMES.
               10  INV-ENTRY-UOM               PIC X(02).
               10  INV-ENTRY-FACTOR            PIC 9(05).
      *
       01  INVOICE-TRAILER-RECORD REDEFINES INVOICE-INPUT-RECORD.
      *
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           05  FILLER                        PIC X(08).
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
      *
           05  INV-FREIGHT-AMOUNT-1               PIC S9(07)V99.
           05  INV-REP-CODE-1                    PIC X(03).
           05  INV-SHIPTO-CODE-1                 PIC X(04).
           05  INV-LINE-UOM-1                    OCCURS 10 TIMES.
               10  INV-ENTRY-UOM-1               PIC X(02).
               10  INV-ENTRY-FACTOR-1            PIC 9(05).
      *
       FD PER-FILE
           RECORD CONTAINS 13 CHARACTERS
      *
       FD INV-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 693 CHARACTERS
           DATA RECORD IS INV-EXCEPTION-RECORD.
       01  INV-EXCEPTION-RECORD.
      *
           05  INVEXCP-INPUT-RECORD          PIC X(653).
           05  INVEXCP-REASON                PIC X(40).
      *
       WORKING-STORAGE SECTION.
           88  WS-OUTFILE-IOERROR                VALUE '37'.
           88  WS-OUTFILE-DUPKEY                 VALUE '22'.
           88  WS-OUTFILE-EOF                    VALUE '10'.
       01 WS-CM-REC                          PIC X(653).
       01 WS-EOF-SW-IN                       PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                      VALUE 'N'.
           88  WS-EOF-IN-YES                     VALUE 'Y'.
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR"
           DISPLAY "TOTAL RECORDS REJECTED = " WS-REJECT-COUNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
       940-WRITE-RUNHIST-START.
      *
      * THE STARTED ROW CARRIES NO END, SO THE BATCH STATUS SCREEN
      * SHOWS THE JOB AS RUNNING UNTIL ITS FINISH ROW FOLLOWS.
           MOVE 'INVLOFEC'            TO RUNHIST-JOB-NAME.
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
