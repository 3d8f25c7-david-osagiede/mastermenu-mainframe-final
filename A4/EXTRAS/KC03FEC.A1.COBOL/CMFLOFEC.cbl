      *                 REJECT ANY RECORD THAT FAILS TO A NEW
      *                 CM-EXCEPTION-FILE WITH A REASON INSTEAD OF
      *                 LOADING IT SILENTLY.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE; EXCEPTION ROW GROWS 334 TO 337.
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD CM-INPUT
           RECORDING MODE IS F
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-INPUT-RECORD.
       01 CM-INPUT-RECORD.
           05  CM-KEY-IN.
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF              PIC X(01).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
      *
       01 CM-TRAILER-RECORD REDEFINES CM-INPUT-RECORD.
      *
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01 CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF              PIC X(01).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
      *
       FD CM-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 337 CHARACTERS
           DATA RECORD IS CM-EXCEPTION-RECORD.
       01  CM-EXCEPTION-RECORD.
      *
           05  CMEXCP-INPUT-RECORD           PIC X(297).
           05  CMEXCP-REASON                 PIC X(40).
      *
       WORKING-STORAGE SECTION.
           88  WS-OUTFILE-IOERROR                VALUE '37'.
           88  WS-OUTFILE-DUPKEY                 VALUE '22'.
           88  WS-OUTFILE-EOF                    VALUE '10'.
       01 WS-CM-REC                          PIC X(297).
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
           MOVE 'CMFLOFEC'            TO RUNHIST-JOB-NAME.
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
