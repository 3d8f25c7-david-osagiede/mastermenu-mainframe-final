       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCACFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-13.
      *PROGRAM DESCRIPTION:
      *Monthly cycle count accuracy report. Reads the CCHFEC count
      *history PHYCTFEC appends in every APPLY run, limited to one
      *YYYYMM period by the parameter card (all history when there
      *is no card), and grades each count against the tolerance for
      *the class the product held when it was counted: A items must
      *agree exactly, B within 2 percent of the system quantity, C
      *within 5 percent (an unclassed product is graded as C). Every
      *count outside tolerance prints as a detail line, and a summary
      *by class gives counts taken, counts within tolerance, the hit
      *rate, and the net and gross variance in units and in dollars
      *at the unit cost carried on the history row - the figures the
      *auditors need to accept cycle counting in place of the annual
      *wall-to-wall count.
      *
      *MOD HISTORY
      *2026-10-13  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CYCA-PARM-FILE ASSIGN TO CYCAPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT CCH-FILE ASSIGN TO CNTHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCHFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CYCA-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS CYCA-PARM-RECORD.
       01  CYCA-PARM-RECORD.
           05  CYCA-PERIOD                      PIC X(06).
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
       01 WS-CCHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CCHFILE-SUCCESS                VALUE '00'.
           88  WS-CCHFILE-EOF                    VALUE '10'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
      *
      * ONE ENTRY PER CLASS - 1 A, 2 B, 3 C AND UNCLASSED - WITH THE
      * TOLERANCE AS A PERCENT OF THE SYSTEM QUANTITY, ONE DECIMAL.
       01 WS-CLASS-VALUES.
           05  FILLER                        PIC X(04) VALUE 'A000'.
           05  FILLER                        PIC X(04) VALUE 'B020'.
           05  FILLER                        PIC X(04) VALUE 'C050'.
       01 WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
           05  WS-CLASS-ENTRY                OCCURS 3 TIMES.
               10  WS-CLASS-CODE             PIC X(01).
               10  WS-CLASS-TOLERANCE-PCT    PIC 9(02)V9.
       01 WS-CLASS-TOTALS.
           05  WS-CLASS-TOTAL-ENTRY          OCCURS 4 TIMES.
               10  WS-CLS-COUNTS             PIC 9(07)  COMP-3.
               10  WS-CLS-HITS               PIC 9(07)  COMP-3.
               10  WS-CLS-NET-UNITS          PIC S9(09) COMP-3.
               10  WS-CLS-ABS-UNITS          PIC S9(09) COMP-3.
               10  WS-CLS-NET-VALUE          PIC S9(11)V99 COMP-3.
               10  WS-CLS-ABS-VALUE          PIC S9(11)V99 COMP-3.
       01 WS-CLASS-SUB                       PIC S9(04) COMP VALUE 0.
      *
       01 WS-ABS-VARIANCE                    PIC S9(07) COMP-3 VALUE 0.
       01 WS-VARIANCE-VALUE                  PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-ABS-VALUE                       PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-TOLERANCE-QTY                   PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-HIT-RATE                        PIC S9(03)V99 COMP-3
                                              VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - CYCLE COUNT ACCURACY REPORT'.
           05  FILLER                        PIC X(09) VALUE ' PERIOD '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(40) VALUE
               'COUNTS OUTSIDE TOLERANCE'.
      *
       01 HEADING-LINE-3.
           05  FILLER                        PIC X(08) VALUE 'DATE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'CLASS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'SYSTEM'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'COUNTED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'VARIANCE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               'VARIANCE $'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'COUNTER'.
      *
       01 DETAIL-LINE.
           05  DTL-COUNT-DATE                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-CLASS                     PIC X(01).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-SYSTEM-QTY                PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-COUNTED-QTY               PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-VARIANCE-QTY              PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-VARIANCE-VALUE            PIC ZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-COUNTER-ID                PIC X(08).
      *
       01 SUMMARY-HEADING-1.
           05  FILLER                        PIC X(05) VALUE 'CLASS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'TOL %'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(07) VALUE 'COUNTS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(07) VALUE 'IN TOL'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(07) VALUE 'HIT %'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               'NET UNITS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               'ABS UNITS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               'NET DOLLARS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               'ABS DOLLARS'.
      *
       01 SUMMARY-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SUM-CLASS                     PIC X(05).
           05  SUM-TOLERANCE                 PIC Z9.9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  SUM-COUNTS                    PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SUM-HITS                      PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SUM-HIT-RATE                  PIC ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  SUM-NET-UNITS                 PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SUM-ABS-UNITS                 PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SUM-NET-VALUE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SUM-ABS-VALUE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99CR.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           PERFORM 010-CLEAR-ONE-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 4.
      *
           OPEN INPUT CCH-FILE.
           IF WS-CCHFILE-SUCCESS
               DISPLAY "CCH-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CCHFILE-SW=" WS-CCHFILE-SW
               DISPLAY "CCH-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 600-PRINT-HEADINGS.
      *
           READ CCH-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-PROCESS-ONE-COUNT
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN CCH-FILE"
           END-IF.
      *
           PERFORM 700-PRINT-CLASS-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       010-CLEAR-ONE-CLASS.
      *
           MOVE ZERO TO WS-CLS-COUNTS (WS-CLASS-SUB)
                        WS-CLS-HITS (WS-CLASS-SUB)
                        WS-CLS-NET-UNITS (WS-CLASS-SUB)
                        WS-CLS-ABS-UNITS (WS-CLASS-SUB)
                        WS-CLS-NET-VALUE (WS-CLASS-SUB)
                        WS-CLS-ABS-VALUE (WS-CLASS-SUB).
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT CYCA-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ CYCA-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND CYCA-PERIOD NOT = SPACES
                   MOVE CYCA-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY "NO USABLE PARM CARD - REPORTING ON "
                           "ALL COUNT HISTORY"
               END-IF
               CLOSE CYCA-PARM-FILE
           ELSE
               DISPLAY "NO CYCA-PARM-FILE FOUND - REPORTING ON "
                       "ALL COUNT HISTORY"
           END-IF.
      *
       100-PROCESS-ONE-COUNT.
      *
           IF WS-REPORT-PERIOD NOT = SPACES
                   AND CCH-COUNT-DATE-1 (1:6) NOT = WS-REPORT-PERIOD
               CONTINUE
           ELSE
               PERFORM 200-GRADE-ONE-COUNT
           END-IF.
      *
           READ CCH-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-GRADE-ONE-COUNT.
      *
           EVALUATE CCH-ABC-CLASS-1
               WHEN 'A'   MOVE 1 TO WS-CLASS-SUB
               WHEN 'B'   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE.
      *
           IF CCH-VARIANCE-QTY-1 < ZERO
               COMPUTE WS-ABS-VARIANCE = CCH-VARIANCE-QTY-1 * -1
           ELSE
               MOVE CCH-VARIANCE-QTY-1 TO WS-ABS-VARIANCE
           END-IF.
           COMPUTE WS-VARIANCE-VALUE =
               CCH-VARIANCE-QTY-1 * CCH-UNIT-COST-1.
           COMPUTE WS-ABS-VALUE = WS-ABS-VARIANCE * CCH-UNIT-COST-1.
      *
           IF CCH-SYSTEM-QTY-1 < ZERO
               COMPUTE WS-TOLERANCE-QTY =
                   CCH-SYSTEM-QTY-1 * -1
                   * WS-CLASS-TOLERANCE-PCT (WS-CLASS-SUB) / 100
           ELSE
               COMPUTE WS-TOLERANCE-QTY =
                   CCH-SYSTEM-QTY-1
                   * WS-CLASS-TOLERANCE-PCT (WS-CLASS-SUB) / 100
           END-IF.
      *
           ADD 1 TO WS-CLS-COUNTS (WS-CLASS-SUB)
                    WS-CLS-COUNTS (4).
           ADD CCH-VARIANCE-QTY-1 TO WS-CLS-NET-UNITS (WS-CLASS-SUB)
                                     WS-CLS-NET-UNITS (4).
           ADD WS-ABS-VARIANCE    TO WS-CLS-ABS-UNITS (WS-CLASS-SUB)
                                     WS-CLS-ABS-UNITS (4).
           ADD WS-VARIANCE-VALUE  TO WS-CLS-NET-VALUE (WS-CLASS-SUB)
                                     WS-CLS-NET-VALUE (4).
           ADD WS-ABS-VALUE       TO WS-CLS-ABS-VALUE (WS-CLASS-SUB)
                                     WS-CLS-ABS-VALUE (4).
      *
           IF WS-ABS-VARIANCE NOT > WS-TOLERANCE-QTY
               ADD 1 TO WS-CLS-HITS (WS-CLASS-SUB)
                        WS-CLS-HITS (4)
           ELSE
               PERFORM 500-PRINT-MISS-LINE
           END-IF.
      *
       500-PRINT-MISS-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE CCH-COUNT-DATE-1             TO DTL-COUNT-DATE.
           MOVE CCH-PRODUCT-CODE-1           TO DTL-PRODUCT-CODE.
           MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO DTL-CLASS.
           MOVE CCH-SYSTEM-QTY-1             TO DTL-SYSTEM-QTY.
           MOVE CCH-COUNTED-QTY-1            TO DTL-COUNTED-QTY.
           MOVE CCH-VARIANCE-QTY-1           TO DTL-VARIANCE-QTY.
           MOVE WS-VARIANCE-VALUE            TO DTL-VARIANCE-VALUE.
           MOVE CCH-COUNTER-ID-1             TO DTL-COUNTER-ID.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
           IF WS-REPORT-PERIOD = SPACES
               MOVE 'ALL   ' TO HDG1-PERIOD
           ELSE
               MOVE WS-REPORT-PERIOD TO HDG1-PERIOD
           END-IF.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-CLASS-SUMMARY.
      *
           WRITE PRINT-LINE FROM SUMMARY-HEADING-1
               AFTER ADVANCING 3 LINES.
      *
           PERFORM 710-PRINT-ONE-CLASS-LINE
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 4.
      *
       710-PRINT-ONE-CLASS-LINE.
      *
           IF WS-CLASS-SUB > 3
               MOVE 'ALL'  TO SUM-CLASS
               MOVE ZERO   TO SUM-TOLERANCE
           ELSE
               MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO SUM-CLASS
               MOVE WS-CLASS-TOLERANCE-PCT (WS-CLASS-SUB)
                 TO SUM-TOLERANCE
           END-IF.
      *
           IF WS-CLS-COUNTS (WS-CLASS-SUB) > ZERO
               COMPUTE WS-HIT-RATE ROUNDED =
                   WS-CLS-HITS (WS-CLASS-SUB) * 100
                   / WS-CLS-COUNTS (WS-CLASS-SUB)
           ELSE
               MOVE ZERO TO WS-HIT-RATE
           END-IF.
      *
           MOVE WS-CLS-COUNTS (WS-CLASS-SUB)    TO SUM-COUNTS.
           MOVE WS-CLS-HITS (WS-CLASS-SUB)      TO SUM-HITS.
           MOVE WS-HIT-RATE                     TO SUM-HIT-RATE.
           MOVE WS-CLS-NET-UNITS (WS-CLASS-SUB) TO SUM-NET-UNITS.
           MOVE WS-CLS-ABS-UNITS (WS-CLASS-SUB) TO SUM-ABS-UNITS.
           MOVE WS-CLS-NET-VALUE (WS-CLASS-SUB) TO SUM-NET-VALUE.
           MOVE WS-CLS-ABS-VALUE (WS-CLASS-SUB) TO SUM-ABS-VALUE.
      *
           IF WS-CLASS-SUB > 3
               WRITE PRINT-LINE FROM SUMMARY-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-LINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE CCH-FILE
                 PRINT-FILE.
           DISPLAY "COUNTS GRADED = " WS-CLS-COUNTS (4).
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
