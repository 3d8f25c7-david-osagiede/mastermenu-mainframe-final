       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLLDGFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Month-end general ledger detail report for the YYYYMM fiscal
      *period on the GLRPARM card (default the current month). Picks
      *the period's lines off the GLDFEC detail file GLPSTFEC appends
      *and SORTs them by account and journal date, keeping the order
      *they were posted in within a day. For each account with
      *activity it prints the opening balance - the GLBFEC activity
      *of every earlier period for an asset, liability or equity
      *account, of the earlier periods of the fiscal year only for a
      *revenue or expense account - then every line with the batch it
      *came from and the running balance, and the period debits,
      *credits and closing balance, which agree with GLTBLFEC.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT GLR-PARM-FILE ASSIGN TO GLRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT GLD-FILE ASSIGN TO GLDETAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLDFILE-SW.

           SELECT GLB-FILE ASSIGN TO GLBMSTR
               RECORD KEY IS GLB-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GLBFILE-SW.

           SELECT COA-FILE ASSIGN TO COAMSTR
               RECORD KEY IS COA-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-COAFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD GLR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS GLR-PARM-RECORD.
       01  GLR-PARM-RECORD.
           05  GLR-PERIOD                       PIC X(06).
      *
       FD GLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS GLD-FILE-RECORD.
       01  GLD-FILE-RECORD.
           05  GLD-ACCOUNT-CODE-1            PIC X(10).
           05  GLD-FISCAL-PERIOD-1           PIC X(06).
           05  GLD-JOURNAL-DATE-1            PIC X(08).
           05  GLD-DR-CR-INDICATOR-1         PIC X(02).
           05  GLD-AMOUNT-1                  PIC S9(09)V99.
           05  GLD-DESCRIPTION-1             PIC X(20).
           05  GLD-BATCH-ID-1.
               10  GLD-SOURCE-JOB-1          PIC X(08).
               10  GLD-BATCH-DATE-1          PIC X(08).
           05  GLD-POSTED-DATE-1             PIC X(08).
      *
       FD GLB-FILE
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS GLB-FILE-RECORD.
       01  GLB-FILE-RECORD.
           05  GLB-KEY-1.
               10  GLB-ACCOUNT-CODE-1        PIC X(10).
               10  GLB-FISCAL-PERIOD-1       PIC X(06).
           05  GLB-PERIOD-DEBITS-1           PIC S9(11)V99.
           05  GLB-PERIOD-CREDITS-1          PIC S9(11)V99.
           05  GLB-LINE-COUNT-1              PIC 9(07).
           05  GLB-LAST-POSTED-DATE-1        PIC X(08).
      *
       FD COA-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS COA-FILE-RECORD.
       01  COA-FILE-RECORD.
           05  COA-KEY-1.
               10  COA-ACCOUNT-CODE-1        PIC X(10).
           05  COA-DESCRIPTION-1             PIC X(30).
           05  COA-ACCOUNT-TYPE-1            PIC X(01).
               88  COA-INCOME-STATEMENT-1        VALUE 'R' 'E'.
           05  COA-STATUS-1                  PIC X(01).
           05  COA-AR-CONTROL-SW-1           PIC X(01).
           05  COA-UPDATED-DATE-1            PIC X(08).
           05  COA-UPDATED-BY-1              PIC X(08).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SRT-ACCOUNT-CODE              PIC X(10).
           05  SRT-JOURNAL-DATE              PIC X(08).
           05  SRT-SEQUENCE                  PIC 9(07).
           05  SRT-DR-CR-INDICATOR           PIC X(02).
               88  SRT-DEBIT                     VALUE 'DR'.
           05  SRT-AMOUNT                    PIC S9(09)V99.
           05  SRT-DESCRIPTION               PIC X(20).
           05  SRT-SOURCE-JOB                PIC X(08).
           05  SRT-BATCH-DATE                PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-GLDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLDFILE-SUCCESS                VALUE '00'.
       01 WS-GLBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLBFILE-SUCCESS                VALUE '00'.
       01 WS-COAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COAFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-GLB-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-GLB-EOF                        VALUE 'Y'.
       01 WS-INCOME-ACCOUNT-SW               PIC X(01)  VALUE 'N'.
           88  WS-INCOME-ACCOUNT                 VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
       01 WS-YEAR-START-PERIOD               PIC X(06)  VALUE SPACES.
       01 WS-ACCOUNT-CODE                    PIC X(10)  VALUE SPACES.
      *
       01 WS-ROW-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ROW-SELECTED-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ACCOUNT-CNT                     PIC 9(05)  COMP-3 VALUE 0.
      *
       01 WS-OPENING-BALANCE                 PIC S9(11)V99 COMP-3.
       01 WS-RUNNING-BALANCE                 PIC S9(11)V99 COMP-3.
       01 WS-ACCT-DEBITS                     PIC S9(11)V99 COMP-3.
       01 WS-ACCT-CREDITS                    PIC S9(11)V99 COMP-3.
       01 WS-TOT-DEBITS                      PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-TOT-CREDITS                     PIC S9(11)V99 COMP-3
                                                        VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'KC03FEC - GENERAL LEDGER DETAIL'.
           05  FILLER                        PIC X(15)
               VALUE 'FISCAL PERIOD '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(54) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(10) VALUE 'DATE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'SOURCE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'BATCH'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               '         DEBIT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               '        CREDIT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               '         BALANCE'.
      *
       01 ACCOUNT-LINE.
           05  FILLER                        PIC X(09) VALUE
               'ACCOUNT: '.
           05  ACT-ACCOUNT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ACT-DESCRIPTION               PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'TYPE: '.
           05  ACT-ACCOUNT-TYPE              PIC X(01).
      *
       01 BALANCE-LINE.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  BAL-LABEL                     PIC X(30).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  BAL-DEBITS                    PIC ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  BAL-CREDITS                   PIC ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  BAL-BALANCE                   PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 DETAIL-LINE.
           05  DTL-JOURNAL-DATE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-SOURCE-JOB                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BATCH-DATE                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION               PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DEBIT                     PIC ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CREDIT                    PIC ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BALANCE                   PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 SUMMARY-LINE.
           05  SL-LABEL                      PIC X(30).
           05  SL-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  SL-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           OPEN INPUT GLD-FILE.
           IF WS-GLDFILE-SUCCESS
               DISPLAY "GLD-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-GLDFILE-SW=" WS-GLDFILE-SW
               DISPLAY "GLD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT GLB-FILE.
           IF NOT WS-GLBFILE-SUCCESS
               DISPLAY "WS-GLBFILE-SW=" WS-GLBFILE-SW
               DISPLAY "GLB-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT COA-FILE.
           IF NOT WS-COAFILE-SUCCESS
               DISPLAY "WS-COAFILE-SW=" WS-COAFILE-SW
               DISPLAY "COA-FILE OPEN ERROR"
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
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT-CODE
                                SRT-JOURNAL-DATE
                                SRT-SEQUENCE
               INPUT PROCEDURE IS 100-SELECT-THE-LINES
               OUTPUT PROCEDURE IS 300-PRINT-THE-LEDGER.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE (1:6) TO WS-REPORT-PERIOD.
      *
           OPEN INPUT GLR-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ GLR-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND GLR-PERIOD NUMERIC
                   MOVE GLR-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY "NO USABLE PARM CARD - REPORTING THE "
                           "CURRENT MONTH " WS-REPORT-PERIOD
               END-IF
               CLOSE GLR-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO GLR-PARM-FILE FOUND - REPORTING THE "
                       "CURRENT MONTH " WS-REPORT-PERIOD
           END-IF.
      *
           MOVE WS-REPORT-PERIOD (1:4) TO WS-YEAR-START-PERIOD (1:4).
           MOVE '01'                   TO WS-YEAR-START-PERIOD (5:2).
      *
       100-SELECT-THE-LINES.
      *
           READ GLD-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               PERFORM 110-SELECT-ONE-LINE
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN GLD-FILE"
           END-IF.
      *
       110-SELECT-ONE-LINE.
      *
      * THE SEQUENCE NUMBER KEEPS A DAY'S LINES IN POSTING ORDER.
           ADD 1 TO WS-ROW-READ-CNT.
      *
           IF GLD-FISCAL-PERIOD-1 = WS-REPORT-PERIOD
               ADD 1 TO WS-ROW-SELECTED-CNT
               MOVE GLD-ACCOUNT-CODE-1    TO SRT-ACCOUNT-CODE
               MOVE GLD-JOURNAL-DATE-1    TO SRT-JOURNAL-DATE
               MOVE WS-ROW-READ-CNT       TO SRT-SEQUENCE
               MOVE GLD-DR-CR-INDICATOR-1 TO SRT-DR-CR-INDICATOR
               MOVE GLD-AMOUNT-1          TO SRT-AMOUNT
               MOVE GLD-DESCRIPTION-1     TO SRT-DESCRIPTION
               MOVE GLD-SOURCE-JOB-1      TO SRT-SOURCE-JOB
               MOVE GLD-BATCH-DATE-1      TO SRT-BATCH-DATE
               RELEASE SORT-RECORD
           END-IF.
      *
           READ GLD-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       300-PRINT-THE-LEDGER.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           IF NOT WS-SORT-EOF
               PERFORM 310-PRINT-ONE-ACCOUNT
                   UNTIL WS-SORT-EOF
           ELSE
               DISPLAY "NO LEDGER LINES FOR " WS-REPORT-PERIOD
           END-IF.
      *
       310-PRINT-ONE-ACCOUNT.
      *
           MOVE SRT-ACCOUNT-CODE TO WS-ACCOUNT-CODE.
           MOVE ZERO TO WS-ACCT-DEBITS
                        WS-ACCT-CREDITS.
           ADD 1 TO WS-ACCOUNT-CNT.
      *
           PERFORM 400-READ-THE-ACCOUNT.
           PERFORM 420-FIND-OPENING-BALANCE.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
           PERFORM 620-PRINT-ACCOUNT-HEADING.
      *
           PERFORM 320-PRINT-ONE-LINE
               UNTIL WS-SORT-EOF
                  OR SRT-ACCOUNT-CODE NOT = WS-ACCOUNT-CODE.
      *
           PERFORM 640-PRINT-ACCOUNT-TOTALS.
      *
       320-PRINT-ONE-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE SPACES TO DETAIL-LINE.
           STRING SRT-JOURNAL-DATE (1:4) '-'
                  SRT-JOURNAL-DATE (5:2) '-'
                  SRT-JOURNAL-DATE (7:2) DELIMITED BY SIZE
                  INTO DTL-JOURNAL-DATE.
           MOVE SRT-SOURCE-JOB  TO DTL-SOURCE-JOB.
           MOVE SRT-BATCH-DATE  TO DTL-BATCH-DATE.
           MOVE SRT-DESCRIPTION TO DTL-DESCRIPTION.
      *
           IF SRT-DEBIT
               MOVE SRT-AMOUNT TO DTL-DEBIT
               MOVE ZERO       TO DTL-CREDIT
               ADD SRT-AMOUNT  TO WS-ACCT-DEBITS
                                  WS-RUNNING-BALANCE
           ELSE
               MOVE ZERO       TO DTL-DEBIT
               MOVE SRT-AMOUNT TO DTL-CREDIT
               ADD SRT-AMOUNT  TO WS-ACCT-CREDITS
               SUBTRACT SRT-AMOUNT FROM WS-RUNNING-BALANCE
           END-IF.
           MOVE WS-RUNNING-BALANCE TO DTL-BALANCE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       400-READ-THE-ACCOUNT.
      *
           MOVE SPACES TO ACT-DESCRIPTION.
           MOVE WS-ACCOUNT-CODE TO ACT-ACCOUNT-CODE
                                   COA-ACCOUNT-CODE-1.
           MOVE '00' TO WS-COAFILE-SW.
           READ COA-FILE
               INVALID KEY MOVE '23' TO WS-COAFILE-SW.
      *
           IF WS-COAFILE-SUCCESS
               MOVE COA-DESCRIPTION-1  TO ACT-DESCRIPTION
               MOVE COA-ACCOUNT-TYPE-1 TO ACT-ACCOUNT-TYPE
               IF COA-INCOME-STATEMENT-1
                   MOVE 'Y' TO WS-INCOME-ACCOUNT-SW
               ELSE
                   MOVE 'N' TO WS-INCOME-ACCOUNT-SW
               END-IF
           ELSE
               MOVE '*** NOT ON THE CHART ***' TO ACT-DESCRIPTION
               MOVE '?' TO ACT-ACCOUNT-TYPE
               MOVE 'N' TO WS-INCOME-ACCOUNT-SW
           END-IF.
      *
       420-FIND-OPENING-BALANCE.
      *
      * AN INCOME ACCOUNT OPENS THE FISCAL YEAR AT ZERO.
           MOVE ZERO TO WS-OPENING-BALANCE.
           MOVE WS-ACCOUNT-CODE TO GLB-ACCOUNT-CODE-1.
           IF WS-INCOME-ACCOUNT
               MOVE WS-YEAR-START-PERIOD TO GLB-FISCAL-PERIOD-1
           ELSE
               MOVE LOW-VALUES TO GLB-FISCAL-PERIOD-1
           END-IF.
      *
           MOVE 'N' TO WS-GLB-EOF-SW.
           START GLB-FILE KEY IS NOT LESS THAN GLB-KEY-1
               INVALID KEY MOVE 'Y' TO WS-GLB-EOF-SW
           END-START.
      *
           IF NOT WS-GLB-EOF
               READ GLB-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GLB-EOF-SW
               END-READ
               PERFORM 430-ADD-ONE-PERIOD
                   UNTIL WS-GLB-EOF
                      OR GLB-ACCOUNT-CODE-1 NOT = WS-ACCOUNT-CODE
                      OR GLB-FISCAL-PERIOD-1 NOT < WS-REPORT-PERIOD
           END-IF.
      *
       430-ADD-ONE-PERIOD.
      *
           COMPUTE WS-OPENING-BALANCE = WS-OPENING-BALANCE
               + GLB-PERIOD-DEBITS-1 - GLB-PERIOD-CREDITS-1.
      *
           READ GLB-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GLB-EOF-SW.
      *
       620-PRINT-ACCOUNT-HEADING.
      *
           IF WS-LINE-CNT + 4 > WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           WRITE PRINT-LINE FROM ACCOUNT-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE 'OPENING BALANCE'  TO BAL-LABEL.
           MOVE ZERO               TO BAL-DEBITS
                                      BAL-CREDITS.
           MOVE WS-OPENING-BALANCE TO BAL-BALANCE.
           WRITE PRINT-LINE FROM BALANCE-LINE.
           ADD 3 TO WS-LINE-CNT.
      *
       640-PRINT-ACCOUNT-TOTALS.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE 'PERIOD TOTALS / CLOSING BALANCE' TO BAL-LABEL.
           MOVE WS-ACCT-DEBITS     TO BAL-DEBITS.
           MOVE WS-ACCT-CREDITS    TO BAL-CREDITS.
           MOVE WS-RUNNING-BALANCE TO BAL-BALANCE.
           WRITE PRINT-LINE FROM BALANCE-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD WS-ACCT-DEBITS  TO WS-TOT-DEBITS.
           ADD WS-ACCT-CREDITS TO WS-TOT-CREDITS.
      *
       650-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR      TO HDG1-PAGE-NBR.
           MOVE WS-REPORT-PERIOD TO HDG1-PERIOD.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE 2 TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'DETAIL LINES READ:'     TO SL-LABEL.
           MOVE WS-ROW-READ-CNT          TO SL-COUNT.
           MOVE ZERO                     TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'LINES IN THE PERIOD:'   TO SL-LABEL.
           MOVE WS-ROW-SELECTED-CNT      TO SL-COUNT.
           MOVE ZERO                     TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ACCOUNTS WITH ACTIVITY:' TO SL-LABEL.
           MOVE WS-ACCOUNT-CNT           TO SL-COUNT.
           MOVE ZERO                     TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'TOTAL PERIOD DEBITS:'   TO SL-LABEL.
           MOVE ZERO                     TO SL-COUNT.
           MOVE WS-TOT-DEBITS            TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'TOTAL PERIOD CREDITS:'  TO SL-LABEL.
           MOVE ZERO                     TO SL-COUNT.
           MOVE WS-TOT-CREDITS           TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE GLD-FILE
                 GLB-FILE
                 COA-FILE
                 PRINT-FILE.
           DISPLAY "DETAIL LINES READ      = " WS-ROW-READ-CNT.
           DISPLAY "LINES IN THE PERIOD    = " WS-ROW-SELECTED-CNT.
           DISPLAY "ACCOUNTS WITH ACTIVITY = " WS-ACCOUNT-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
