      *buckets a week at a time going forward (this week, next week,
      *weeks three and four, later). An order with no requested date
      *ages from its order date, which at least says how long it has
      *sat. Days late are working days on the BCLFEC business
      *calendar, counted by BCLBTFEC, so an order due on a Friday is
      *one day late on the Monday, not three; the forward buckets
      *stay in calendar weeks.
      *
      *MOD HISTORY
      *2026-09-01  DAO  CHECK THE JOBDEP DEPENDENCY FILE AT STARTUP -
      *                 AND POST THIS JOB'S OWN START/END/STATUS ROW
      *                 TO RUNHIST.
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  OOR LAYOUT GROWS 421 TO 491 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  COUNT DAYS LATE IN WORKING DAYS ON THE BCLFEC
      *                 CALENDAR THROUGH BCLBTFEC.
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD OOR-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OOR-FILE-RECORD.
       01  OOR-FILE-RECORD.
           05  OOR-KEY-1.
           05  OOR-REQUESTED-DATE-1          PIC X(08).
           05  OOR-SHIPTO-CODE-1             PIC X(04).
           05  OOR-OPERATOR-ID-1             PIC X(08).
           05  OOR-LINE-UOM-1                OCCURS 10 TIMES.
               10  OOR-ENTRY-UOM-1           PIC X(02).
               10  OOR-ENTRY-FACTOR-1        PIC 9(05).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-TODAY-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-AGE-ORDINAL                     PIC S9(09) COMP-3.
       01 WS-DAYS-LATE                       PIC S9(09) COMP-3.
      *
       COPY BCLDTCOM.
      *
       01 WS-OPEN-VALUE                      PIC S9(09)V99 COMP-3
                                              VALUE 0.
           COMPUTE WS-AGE-ORDINAL =
               WS-AGE-YYYY * 360 + WS-AGE-MM * 30 + WS-AGE-DD.
           COMPUTE WS-DAYS-LATE = WS-TODAY-ORDINAL - WS-AGE-ORDINAL.
      *
      * AN ORDER IS LATE ONLY ONCE A WORKING DAY HAS PASSED SINCE IT
      * WAS DUE, AND ITS DAYS LATE ARE WORKING DAYS.
           MOVE 'C'                 TO BCLDT-FUNCTION.
           MOVE WS-AGE-DATE-GROUP   TO BCLDT-DATE-IN.
           MOVE WS-TODAY-DATE-GROUP TO BCLDT-DATE-TO.
           CALL 'BCLBTFEC' USING BCLDT-COMMAREA.
           IF BCLDT-DATE-USABLE
               IF BCLDT-DAY-COUNT > ZERO
                   MOVE BCLDT-DAY-COUNT TO WS-DAYS-LATE
               ELSE IF WS-DAYS-LATE > ZERO
                   MOVE ZERO TO WS-DAYS-LATE
               END-IF
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-DAYS-LATE > ZERO
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - RUN WILL NOT BE "
           DISPLAY "TOTAL LATE ORDERS = " WS-LATE-CNT.
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
