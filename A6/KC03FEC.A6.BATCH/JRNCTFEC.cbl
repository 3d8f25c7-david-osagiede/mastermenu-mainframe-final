      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  JRN LAYOUT GROWS 615 TO 685 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD JRN-FILE
           RECORD CONTAINS 685 CHARACTERS
           DATA RECORD IS JRN-FILE-RECORD.
       01  JRN-FILE-RECORD.
           05  JRN-KEY-1.
               10  JRN-SEQ-1                 PIC 9(02).
           05  JRN-FILE-ID-1                 PIC X(08).
           05  JRN-OPERATION-1               PIC X(01).
           05  JRN-IMAGE-1                   PIC X(653).
      *
       FD JRN-ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 685 CHARACTERS
           DATA RECORD IS JRN-ARCHIVE-RECORD.
       01  JRN-ARCHIVE-RECORD                PIC X(685).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - RUN WILL NOT BE "
           DISPLAY "TOTAL JOURNAL ROWS MOVED = " WS-MOVED-CNT.
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
