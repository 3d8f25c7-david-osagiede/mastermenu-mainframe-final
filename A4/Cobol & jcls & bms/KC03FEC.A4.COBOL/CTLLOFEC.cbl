      *                 REJECT ANY RECORD THAT FAILS TO A NEW
      *                 CTL-EXCEPTION-FILE WITH A REASON INSTEAD OF
      *                 LOADING IT SILENTLY.
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD INVCTL-FILE
           RECORD CONTAINS 7 CHARACTERS
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
           MOVE 'CTLLOFEC'            TO RUNHIST-JOB-NAME.
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
