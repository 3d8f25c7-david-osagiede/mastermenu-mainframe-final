      *GAPLOG numbers issued but never returned, each checked
      *against INVFEC so only a gap with NO invoice and NO returned
      *explanation prints as unexplained; last night's loader
      *results from the shared RUNHIST file; the SYSSTFEC
      *system state ALLRCFEC set (the reconciliation's PASS/FAIL);
      *and the online response times from the USGSUMRY record the
      *daily USGRPFEC usage report leaves.
      *A one-line summary of today's counts is appended to the
      *DIGHIST history file and the prior runs print beneath it as
      *the trend line versus the past week. Finally, ERRLOG and
      *                 WITH AN OUTPUT FALLBACK, THE WAY DIGHIST IS
      *                 ALREADY OPENED - AN OUTPUT OPEN WAS WIPING
      *                 EVERY PRIOR MORNING'S ARCHIVED ROWS.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  ADD THE ONLINE RESPONSE-TIME SECTION FROM THE
      *                 USGSUMRY RECORD THE DAILY USGRPFEC REPORT
      *                 LEAVES - TASKS, AVERAGE AND PEAK MS, SLOW HOURS.
      *2026-10-15  DAO  SKIP THE STARTED ROWS RUNHIST NOW CARRIES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SYSFILE-SW.

           SELECT USG-SUMMARY-FILE ASSIGN TO USGSUMRY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USGFILE-SW.

           SELECT DIGHIST-FILE ASSIGN TO DIGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIGFILE-SW.
           05  GAPLOG-RETURNED-REASON-1      PIC X(30).
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
               10  INV-INVOICE-NUMBER-1      PIC 9(06).
           05  FILLER                        PIC X(647).
      *
       FD RUNHIST-FILE
           RECORDING MODE IS F
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD SYS-FILE
           RECORD CONTAINS 25 CHARACTERS
           05  SYS-SET-TIME-1                PIC X(06).
           05  SYS-SET-BY-1                  PIC X(08).
           05  SYS-OVERRIDE-SW-1             PIC X(01).
      *
       FD USG-SUMMARY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS USG-SUMMARY-RECORD.
       01  USG-SUMMARY-RECORD.
           05  USGS-REPORT-DATE              PIC X(08).
           05  USGS-TASK-CNT                 PIC 9(07).
           05  USGS-AVERAGE-MS               PIC 9(07).
           05  USGS-PEAK-MS                  PIC 9(07).
           05  USGS-PEAK-TRANSACTION-ID      PIC X(04).
           05  USGS-SLOW-HOUR-CNT            PIC 9(02).
           05  USGS-THRESHOLD-MS             PIC 9(07).
           05  FILLER                        PIC X(08).
      *
       FD DIGHIST-FILE
           RECORDING MODE IS F
       01 WS-SYSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SYSFILE-SUCCESS                VALUE '00'.
           88  WS-SYSFILE-NOTFND                 VALUE '23'.
       01 WS-USGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-USGFILE-SUCCESS                VALUE '00'.
       01 WS-DIGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DIGFILE-SUCCESS                VALUE '00'.
           88  WS-DIGFILE-EOF                    VALUE '10'.
       01 WS-GAP-PURGED-CNT                  PIC 9(05)  COMP-3 VALUE 0.
       01 WS-RECON-STATE                     PIC X(01)  VALUE '?'.
       01 WS-CNT-EDIT                        PIC ZZZZ9.
       01 WS-MS-EDIT                         PIC ZZZZZZ9.
       01 WS-TASK-EDIT                       PIC ZZZZZZ9.
      *
      * THE LAST SEVEN DIGEST-HISTORY ROWS, FOR THE TREND SECTION.
       01 WS-HIST-CNT                        PIC S9(04) COMP VALUE 0.
           PERFORM 200-DIGEST-THE-GAPS.
           PERFORM 300-DIGEST-THE-LOADER-RUNS.
           PERFORM 400-DIGEST-THE-RECONCILIATION.
           PERFORM 450-DIGEST-THE-RESPONSE-TIMES.
           PERFORM 500-PRINT-THE-TREND.
           PERFORM 600-PURGE-AGED-ROWS.
           PERFORM 900-COMPLETED-OK.
      *
       310-PRINT-ONE-LOADER-RUN.
      *
      * A STARTED ROW IS FOLLOWED BY THE FINISH ROW THAT REPORTS THE
      * RUN, SO IT PRINTS NOTHING HERE.
           IF NOT RUNHIST-STARTED
               MOVE RUNHIST-JOB-NAME     TO RDL-JOB-NAME
               MOVE RUNHIST-END-DATE     TO RDL-END-DATE
               MOVE RUNHIST-RECORD-COUNT TO RDL-RECORD-COUNT
               IF RUNHIST-SUCCESS
                   MOVE 'SUCCESS'  TO RDL-STATUS
               ELSE
                   MOVE '*FAILED*' TO RDL-STATUS
                   ADD 1 TO WS-LOADER-FAIL-CNT
               END-IF
               WRITE PRINT-LINE FROM RUN-DETAIL-LINE
           END-IF.
      *
           READ RUNHIST-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
               END-IF
               CLOSE SYS-FILE
           END-IF.
      *
       450-DIGEST-THE-RESPONSE-TIMES.
      *
           MOVE 'ONLINE RESPONSE TIMES FROM USGRPFEC' TO SEC-TEXT.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
      *
           OPEN INPUT USG-SUMMARY-FILE.
           IF NOT WS-USGFILE-SUCCESS
               DISPLAY "WS-USGFILE-SW=" WS-USGFILE-SW
               DISPLAY "USG-SUMMARY-FILE OPEN ERROR - SECTION SKIPPED"
           ELSE
               READ USG-SUMMARY-FILE
                   AT END MOVE '10' TO WS-USGFILE-SW
               END-READ
               IF WS-USGFILE-SUCCESS
                   PERFORM 460-PRINT-RESPONSE-SUMMARY
               ELSE
                   MOVE '  NO USAGE SUMMARY ON FILE' TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               CLOSE USG-SUMMARY-FILE
           END-IF.
      *
       460-PRINT-RESPONSE-SUMMARY.
      *
           MOVE SPACES TO PRINT-LINE.
           MOVE USGS-TASK-CNT   TO WS-TASK-EDIT.
           MOVE USGS-AVERAGE-MS TO WS-MS-EDIT.
           STRING '  '             DELIMITED BY SIZE
                  USGS-REPORT-DATE DELIMITED BY SIZE
                  '  TASKS '       DELIMITED BY SIZE
                  WS-TASK-EDIT     DELIMITED BY SIZE
                  '  AVERAGE MS '  DELIMITED BY SIZE
                  WS-MS-EDIT       DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE SPACES TO PRINT-LINE.
           MOVE USGS-PEAK-MS TO WS-MS-EDIT.
           STRING '  PEAK MS '              DELIMITED BY SIZE
                  WS-MS-EDIT                DELIMITED BY SIZE
                  ' ON TRANSACTION '        DELIMITED BY SIZE
                  USGS-PEAK-TRANSACTION-ID  DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE SPACES TO PRINT-LINE.
           MOVE USGS-SLOW-HOUR-CNT TO WS-CNT-EDIT.
           MOVE USGS-THRESHOLD-MS  TO WS-MS-EDIT.
           IF USGS-SLOW-HOUR-CNT > ZERO
               STRING '  *** SLOW HOURS: ' DELIMITED BY SIZE
                      WS-CNT-EDIT          DELIMITED BY SIZE
                      ' - AVERAGE OVER'    DELIMITED BY SIZE
                      WS-MS-EDIT           DELIMITED BY SIZE
                      ' MS'                DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING '  NO HOUR AVERAGED OVER' DELIMITED BY SIZE
                      WS-MS-EDIT                DELIMITED BY SIZE
                      ' MS'                     DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
      *
       500-PRINT-THE-TREND.
      *
