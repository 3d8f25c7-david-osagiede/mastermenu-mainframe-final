       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGRPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Daily online usage and response-time report. Reads the
      *USGLGFEC rows USGWRFEC writes for every task run from the
      *UUMENFEC menu and, for one day, prints the task count, the
      *average and the peak response in milliseconds, and the tasks
      *that updated a file - first by transaction, then by hour of
      *the day. An hour whose average response is over the USGPARM
      *threshold is flagged SLOW so a bad hour stands out even when
      *the day as a whole looks fine. The day's totals, the slowest
      *transaction and the number of slow hours are written to the
      *one-record USGSUMRY file for the OPSDGFEC morning digest.
      *
      *USGPARM card (optional):
      *  COLS 1-8   REPORT DATE YYYYMMDD - BLANK FOR TODAY
      *  COLS 9-15  SLOW-HOUR THRESHOLD IN MILLISECONDS - BLANK OR
      *             ZERO FOR 2000
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT USG-PARM-FILE ASSIGN TO USGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT ULG-FILE ASSIGN TO ULGMSTR
               RECORD KEY IS ULG-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ULGFILE-SW.

           SELECT USG-SUMMARY-FILE ASSIGN TO USGSUMRY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD USG-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS USG-PARM-RECORD.
       01  USG-PARM-RECORD.
           05  USGP-REPORT-DATE              PIC X(08).
           05  USGP-THRESHOLD-MS             PIC X(07).
           05  FILLER                        PIC X(65).
      *
       FD ULG-FILE
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS ULG-FILE-RECORD.
       01  ULG-FILE-RECORD.
           05  ULG-KEY-1.
               10  ULG-LOG-DATE-1            PIC X(08).
               10  ULG-TASK-NUMBER-1         PIC 9(07).
           05  ULG-TRANSACTION-ID-1          PIC X(04).
           05  ULG-PROGRAM-NAME-1            PIC X(08).
           05  ULG-OPERATOR-ID-1             PIC X(08).
           05  ULG-TERMINAL-ID-1             PIC X(04).
           05  ULG-START-TIME-1.
               10  ULG-START-HH-1            PIC 9(02).
               10  ULG-START-MMSS-1          PIC 9(04).
           05  ULG-ELAPSED-MS-1              PIC 9(07).
           05  ULG-FILE-COUNT-1              PIC 9(02).
           05  ULG-FILE-NAME-1               PIC X(08) OCCURS 6 TIMES.
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
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-ULGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ULGFILE-SUCCESS                VALUE '00'.
           88  WS-ULGFILE-EOF                    VALUE '10'.
       01 WS-SUMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SUMFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-REPORT-DATE                     PIC X(08).
       01 WS-THRESHOLD-MS                    PIC 9(07)  VALUE 2000.
      *
       01 WS-TASK-CNT                        PIC 9(07)  COMP-3 VALUE 0.
       01 WS-UPDATE-CNT                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-TOTAL-MS                        PIC 9(13)  COMP-3 VALUE 0.
       01 WS-PEAK-MS                         PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PEAK-TRANSACTION-ID             PIC X(04)  VALUE SPACES.
       01 WS-AVERAGE-MS                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-SLOW-HOUR-CNT                   PIC 9(02)  COMP-3 VALUE 0.
       01 WS-TRAN-OVERFLOW-CNT               PIC 9(07)  COMP-3 VALUE 0.
      *
      * ONE ENTRY PER TRANSACTION SEEN, KEPT IN TRANSACTION ORDER.
       01 WS-TRAN-CNT                        PIC S9(04) COMP VALUE 0.
       01 WS-TRAN-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-TRAN-SLOT                       PIC S9(04) COMP VALUE 0.
       01 WS-TRAN-FOUND-SW                   PIC X(01)  VALUE 'N'.
           88  WS-TRAN-FOUND                     VALUE 'Y'.
       01 WS-TRAN-TABLE.
           05  WS-TRAN-ENTRY                 OCCURS 100 TIMES.
               10  WS-TT-TRANSACTION-ID      PIC X(04).
               10  WS-TT-PROGRAM-NAME        PIC X(08).
               10  WS-TT-TASK-CNT            PIC 9(07)  COMP-3.
               10  WS-TT-UPDATE-CNT          PIC 9(07)  COMP-3.
               10  WS-TT-TOTAL-MS            PIC 9(13)  COMP-3.
               10  WS-TT-PEAK-MS             PIC 9(07)  COMP-3.
      *
      * ONE ENTRY PER HOUR OF THE DAY, 00 THROUGH 23.
       01 WS-HOUR-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-HOUR-TABLE.
           05  WS-HOUR-ENTRY                 OCCURS 24 TIMES.
               10  WS-HR-TASK-CNT            PIC 9(07)  COMP-3.
               10  WS-HR-UPDATE-CNT          PIC 9(07)  COMP-3.
               10  WS-HR-TOTAL-MS            PIC 9(13)  COMP-3.
               10  WS-HR-PEAK-MS             PIC 9(07)  COMP-3.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(46)
               VALUE 'KC03FEC - ONLINE USAGE AND RESPONSE TIME FOR '.
           05  HDG1-REPORT-DATE              PIC X(08).
           05  FILLER                        PIC X(61) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 TRAN-HEADING-LINE.
           05  FILLER                        PIC X(06) VALUE 'TRAN'.
           05  FILLER                        PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                        PIC X(10)
               VALUE '    TASKS'.
           05  FILLER                        PIC X(10)
               VALUE '  UPDATES'.
           05  FILLER                        PIC X(10)
               VALUE '   AVG MS'.
           05  FILLER                        PIC X(10)
               VALUE '  PEAK MS'.
      *
       01 HOUR-HEADING-LINE.
           05  FILLER                        PIC X(16) VALUE 'HOUR'.
           05  FILLER                        PIC X(10)
               VALUE '    TASKS'.
           05  FILLER                        PIC X(10)
               VALUE '  UPDATES'.
           05  FILLER                        PIC X(10)
               VALUE '   AVG MS'.
           05  FILLER                        PIC X(10)
               VALUE '  PEAK MS'.
      *
       01 SECTION-LINE.
           05  SEC-TEXT                      PIC X(60).
      *
       01 TRAN-DETAIL-LINE.
           05  TDL-TRANSACTION-ID            PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TDL-PROGRAM-NAME              PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TDL-TASK-CNT                  PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  TDL-UPDATE-CNT                PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  TDL-AVERAGE-MS                PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  TDL-PEAK-MS                   PIC ZZZZZZ9.
      *
       01 HOUR-DETAIL-LINE.
           05  HDL-HOUR                      PIC 9(02).
           05  FILLER                        PIC X(03) VALUE ':00'.
           05  FILLER                        PIC X(11) VALUE SPACES.
           05  HDL-TASK-CNT                  PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  HDL-UPDATE-CNT                PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  HDL-AVERAGE-MS                PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  HDL-PEAK-MS                   PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  HDL-SLOW-FLAG                 PIC X(10).
      *
       01 TOTAL-LINE.
           05  FILLER                        PIC X(16) VALUE 'DAY'.
           05  TL-TASK-CNT                   PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  TL-UPDATE-CNT                 PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  TL-AVERAGE-MS                 PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  TL-PEAK-MS                    PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  TL-PEAK-TRANSACTION-ID        PIC X(04).
      *
       01 SLOW-TOTAL-LINE.
           05  FILLER                        PIC X(22)
               VALUE 'HOURS FLAGGED SLOW:'.
           05  STL-SLOW-HOUR-CNT             PIC Z9.
           05  FILLER                        PIC X(15)
               VALUE ' - AVERAGE OVER'.
           05  STL-THRESHOLD-MS              PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE ' MS'.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           OPEN INPUT ULG-FILE.
           IF WS-ULGFILE-SUCCESS
               DISPLAY "ULG-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ULGFILE-SW=" WS-ULGFILE-SW
               DISPLAY "ULG-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT USG-SUMMARY-FILE.
           IF WS-SUMFILE-SUCCESS
               DISPLAY "USG-SUMMARY-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SUMFILE-SW=" WS-SUMFILE-SW
               DISPLAY "USG-SUMMARY-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 060-CLEAR-HOUR-ROW
               VARYING WS-HOUR-SUB FROM 1 BY 1
               UNTIL WS-HOUR-SUB > 24.
      *
      * THE LOG IS KEYED BY DATE AND TASK, SO THE DAY'S ROWS ARE ONE
      * RUN STARTING AT THE REPORT DATE.
           MOVE WS-REPORT-DATE TO ULG-LOG-DATE-1.
           MOVE ZERO           TO ULG-TASK-NUMBER-1.
           START ULG-FILE KEY IS NOT LESS THAN ULG-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO
               PERFORM 150-READ-NEXT-USAGE-ROW
           END-IF.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-ACCUMULATE-ONE-TASK
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO USAGE ROWS FOR " WS-REPORT-DATE
           END-IF.
      *
           PERFORM 600-PRINT-HEADINGS.
           PERFORM 300-PRINT-TRANSACTIONS.
           PERFORM 400-PRINT-HOURS.
           PERFORM 700-PRINT-RUN-TOTALS.
           PERFORM 750-WRITE-SUMMARY-RECORD.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
      *
           OPEN INPUT USG-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ USG-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS
                   IF USGP-REPORT-DATE NUMERIC
                       MOVE USGP-REPORT-DATE TO WS-REPORT-DATE
                   END-IF
                   IF USGP-THRESHOLD-MS NUMERIC
                           AND USGP-THRESHOLD-MS > ZERO
                       MOVE USGP-THRESHOLD-MS TO WS-THRESHOLD-MS
                   END-IF
               END-IF
               CLOSE USG-PARM-FILE
           ELSE
               DISPLAY "NO USAGE PARAMETER - TODAY AT 2000 MS"
           END-IF.
      *
           DISPLAY "REPORT DATE = " WS-REPORT-DATE
               "  SLOW-HOUR THRESHOLD MS = " WS-THRESHOLD-MS.
      *
       060-CLEAR-HOUR-ROW.
      *
           MOVE ZERO TO WS-HR-TASK-CNT (WS-HOUR-SUB)
                        WS-HR-UPDATE-CNT (WS-HOUR-SUB)
                        WS-HR-TOTAL-MS (WS-HOUR-SUB)
                        WS-HR-PEAK-MS (WS-HOUR-SUB).
      *
       100-ACCUMULATE-ONE-TASK.
      *
           ADD 1                TO WS-TASK-CNT.
           ADD ULG-ELAPSED-MS-1 TO WS-TOTAL-MS.
           IF ULG-FILE-COUNT-1 > ZERO
               ADD 1 TO WS-UPDATE-CNT
           END-IF.
           IF ULG-ELAPSED-MS-1 > WS-PEAK-MS
               MOVE ULG-ELAPSED-MS-1     TO WS-PEAK-MS
               MOVE ULG-TRANSACTION-ID-1 TO WS-PEAK-TRANSACTION-ID
           END-IF.
      *
           PERFORM 110-ACCUMULATE-TRANSACTION.
           PERFORM 120-ACCUMULATE-HOUR.
      *
           PERFORM 150-READ-NEXT-USAGE-ROW.
      *
       110-ACCUMULATE-TRANSACTION.
      *
           MOVE 'N'  TO WS-TRAN-FOUND-SW.
           MOVE ZERO TO WS-TRAN-SLOT.
           PERFORM 115-FIND-TRANSACTION
               VARYING WS-TRAN-SUB FROM 1 BY 1
               UNTIL WS-TRAN-SUB > WS-TRAN-CNT
                  OR WS-TRAN-FOUND
                  OR WS-TRAN-SLOT > ZERO.
      *
           IF NOT WS-TRAN-FOUND AND WS-TRAN-CNT NOT < 100
               ADD 1 TO WS-TRAN-OVERFLOW-CNT
           ELSE
               IF NOT WS-TRAN-FOUND
                   PERFORM 112-ADD-TRANSACTION
               END-IF
               ADD 1 TO WS-TT-TASK-CNT (WS-TRAN-SLOT)
               ADD ULG-ELAPSED-MS-1 TO WS-TT-TOTAL-MS (WS-TRAN-SLOT)
               IF ULG-FILE-COUNT-1 > ZERO
                   ADD 1 TO WS-TT-UPDATE-CNT (WS-TRAN-SLOT)
               END-IF
               IF ULG-ELAPSED-MS-1 > WS-TT-PEAK-MS (WS-TRAN-SLOT)
                   MOVE ULG-ELAPSED-MS-1
                     TO WS-TT-PEAK-MS (WS-TRAN-SLOT)
               END-IF
           END-IF.
      *
       112-ADD-TRANSACTION.
      *
           IF WS-TRAN-SLOT = ZERO
               COMPUTE WS-TRAN-SLOT = WS-TRAN-CNT + 1
           END-IF.
           PERFORM 117-OPEN-TRANSACTION-SLOT
               VARYING WS-TRAN-SUB FROM WS-TRAN-CNT BY -1
               UNTIL WS-TRAN-SUB < WS-TRAN-SLOT.
           ADD 1 TO WS-TRAN-CNT.
      *
           MOVE ULG-TRANSACTION-ID-1
             TO WS-TT-TRANSACTION-ID (WS-TRAN-SLOT).
           MOVE ULG-PROGRAM-NAME-1
             TO WS-TT-PROGRAM-NAME (WS-TRAN-SLOT).
           MOVE ZERO TO WS-TT-TASK-CNT (WS-TRAN-SLOT)
                        WS-TT-UPDATE-CNT (WS-TRAN-SLOT)
                        WS-TT-TOTAL-MS (WS-TRAN-SLOT)
                        WS-TT-PEAK-MS (WS-TRAN-SLOT).
      *
       115-FIND-TRANSACTION.
      *
      * THE TABLE IS IN TRANSACTION ORDER - STOP AT THE MATCH, OR AT
      * THE FIRST HIGHER ONE, WHICH IS WHERE A NEW ENTRY GOES.
           IF WS-TT-TRANSACTION-ID (WS-TRAN-SUB) = ULG-TRANSACTION-ID-1
               MOVE 'Y'         TO WS-TRAN-FOUND-SW
               MOVE WS-TRAN-SUB TO WS-TRAN-SLOT
           ELSE IF WS-TT-TRANSACTION-ID (WS-TRAN-SUB)
                       > ULG-TRANSACTION-ID-1
               MOVE WS-TRAN-SUB TO WS-TRAN-SLOT
           END-IF.
      *
       117-OPEN-TRANSACTION-SLOT.
      *
           MOVE WS-TRAN-ENTRY (WS-TRAN-SUB)
             TO WS-TRAN-ENTRY (WS-TRAN-SUB + 1).
      *
       120-ACCUMULATE-HOUR.
      *
           IF ULG-START-HH-1 NUMERIC AND ULG-START-HH-1 < 24
               COMPUTE WS-HOUR-SUB = ULG-START-HH-1 + 1
           ELSE
               MOVE 1 TO WS-HOUR-SUB
           END-IF.
      *
           ADD 1                TO WS-HR-TASK-CNT (WS-HOUR-SUB).
           ADD ULG-ELAPSED-MS-1 TO WS-HR-TOTAL-MS (WS-HOUR-SUB).
           IF ULG-FILE-COUNT-1 > ZERO
               ADD 1 TO WS-HR-UPDATE-CNT (WS-HOUR-SUB)
           END-IF.
           IF ULG-ELAPSED-MS-1 > WS-HR-PEAK-MS (WS-HOUR-SUB)
               MOVE ULG-ELAPSED-MS-1 TO WS-HR-PEAK-MS (WS-HOUR-SUB)
           END-IF.
      *
       150-READ-NEXT-USAGE-ROW.
      *
           READ ULG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO AND ULG-LOG-DATE-1 NOT = WS-REPORT-DATE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *
       300-PRINT-TRANSACTIONS.
      *
           MOVE 'BY TRANSACTION' TO SEC-TEXT.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM TRAN-HEADING-LINE
               AFTER ADVANCING 1 LINES.
           ADD 3 TO WS-LINE-CNT.
      *
           PERFORM 310-PRINT-ONE-TRANSACTION
               VARYING WS-TRAN-SUB FROM 1 BY 1
               UNTIL WS-TRAN-SUB > WS-TRAN-CNT.
      *
           IF WS-TRAN-OVERFLOW-CNT > ZERO
               DISPLAY "TASKS NOT SHOWN BY TRANSACTION - TABLE FULL = "
                   WS-TRAN-OVERFLOW-CNT
           END-IF.
      *
       310-PRINT-ONE-TRANSACTION.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
               WRITE PRINT-LINE FROM TRAN-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-CNT
           END-IF.
      *
           MOVE WS-TT-TRANSACTION-ID (WS-TRAN-SUB)
             TO TDL-TRANSACTION-ID.
           MOVE WS-TT-PROGRAM-NAME (WS-TRAN-SUB) TO TDL-PROGRAM-NAME.
           MOVE WS-TT-TASK-CNT (WS-TRAN-SUB)     TO TDL-TASK-CNT.
           MOVE WS-TT-UPDATE-CNT (WS-TRAN-SUB)   TO TDL-UPDATE-CNT.
           MOVE WS-TT-PEAK-MS (WS-TRAN-SUB)      TO TDL-PEAK-MS.
           COMPUTE TDL-AVERAGE-MS ROUNDED =
               WS-TT-TOTAL-MS (WS-TRAN-SUB)
                   / WS-TT-TASK-CNT (WS-TRAN-SUB).
      *
           WRITE PRINT-LINE FROM TRAN-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       400-PRINT-HOURS.
      *
           IF WS-LINE-CNT + 28 > WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE 'BY HOUR OF THE DAY' TO SEC-TEXT.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM HOUR-HEADING-LINE
               AFTER ADVANCING 1 LINES.
           ADD 3 TO WS-LINE-CNT.
      *
           PERFORM 410-CHECK-ONE-HOUR
               VARYING WS-HOUR-SUB FROM 1 BY 1
               UNTIL WS-HOUR-SUB > 24.
      *
       410-CHECK-ONE-HOUR.
      *
      * HOURS WITH NO TASKS ARE LEFT OFF.
           IF WS-HR-TASK-CNT (WS-HOUR-SUB) > ZERO
               PERFORM 420-PRINT-ONE-HOUR
           END-IF.
      *
       420-PRINT-ONE-HOUR.
      *
           COMPUTE HDL-HOUR = WS-HOUR-SUB - 1.
           MOVE WS-HR-TASK-CNT (WS-HOUR-SUB)   TO HDL-TASK-CNT.
           MOVE WS-HR-UPDATE-CNT (WS-HOUR-SUB) TO HDL-UPDATE-CNT.
           MOVE WS-HR-PEAK-MS (WS-HOUR-SUB)    TO HDL-PEAK-MS.
           COMPUTE WS-AVERAGE-MS ROUNDED =
               WS-HR-TOTAL-MS (WS-HOUR-SUB)
                   / WS-HR-TASK-CNT (WS-HOUR-SUB).
           MOVE WS-AVERAGE-MS TO HDL-AVERAGE-MS.
      *
           IF WS-AVERAGE-MS > WS-THRESHOLD-MS
               MOVE '*** SLOW' TO HDL-SLOW-FLAG
               ADD 1 TO WS-SLOW-HOUR-CNT
           ELSE
               MOVE SPACES     TO HDL-SLOW-FLAG
           END-IF.
      *
           WRITE PRINT-LINE FROM HOUR-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR    TO HDG1-PAGE-NBR.
           MOVE WS-REPORT-DATE TO HDG1-REPORT-DATE.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
      *
           MOVE 1 TO WS-LINE-CNT.
      *
       700-PRINT-RUN-TOTALS.
      *
      * THE DAY AVERAGE IS OVER EVERY TASK, NOT AN AVERAGE OF THE
      * HOURLY AVERAGES.
           IF WS-TASK-CNT > ZERO
               COMPUTE WS-AVERAGE-MS ROUNDED =
                   WS-TOTAL-MS / WS-TASK-CNT
           ELSE
               MOVE ZERO TO WS-AVERAGE-MS
           END-IF.
      *
           MOVE WS-TASK-CNT            TO TL-TASK-CNT.
           MOVE WS-UPDATE-CNT          TO TL-UPDATE-CNT.
           MOVE WS-AVERAGE-MS          TO TL-AVERAGE-MS.
           MOVE WS-PEAK-MS             TO TL-PEAK-MS.
           MOVE WS-PEAK-TRANSACTION-ID TO TL-PEAK-TRANSACTION-ID.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE WS-SLOW-HOUR-CNT TO STL-SLOW-HOUR-CNT.
           MOVE WS-THRESHOLD-MS  TO STL-THRESHOLD-MS.
           WRITE PRINT-LINE FROM SLOW-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
      *
       750-WRITE-SUMMARY-RECORD.
      *
           MOVE SPACES                 TO USG-SUMMARY-RECORD.
           MOVE WS-REPORT-DATE         TO USGS-REPORT-DATE.
           MOVE WS-TASK-CNT            TO USGS-TASK-CNT.
           MOVE WS-AVERAGE-MS          TO USGS-AVERAGE-MS.
           MOVE WS-PEAK-MS             TO USGS-PEAK-MS.
           MOVE WS-PEAK-TRANSACTION-ID TO USGS-PEAK-TRANSACTION-ID.
           MOVE WS-SLOW-HOUR-CNT       TO USGS-SLOW-HOUR-CNT.
           MOVE WS-THRESHOLD-MS        TO USGS-THRESHOLD-MS.
           WRITE USG-SUMMARY-RECORD.
           IF NOT WS-SUMFILE-SUCCESS
               DISPLAY "WS-SUMFILE-SW=" WS-SUMFILE-SW
               DISPLAY "USG-SUMMARY-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE ULG-FILE
                 USG-SUMMARY-FILE
                 PRINT-FILE.
           DISPLAY "TASKS REPORTED = " WS-TASK-CNT.
           DISPLAY "HOURS FLAGGED SLOW = " WS-SLOW-HOUR-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
