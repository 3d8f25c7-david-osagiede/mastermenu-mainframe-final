       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTBLFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Month-end general ledger trial balance for the YYYYMM fiscal
      *period on the GLRPARM card (default the current month), the
      *same card GLLDGFEC and GLARPFEC read. Browses the GLBFEC
      *balance file in account order and, for each account, adds up
      *the period activity GLPSTFEC posted: the debits and credits of
      *the report period itself, and the balance at its end - every
      *period up to it for an asset, liability or equity account,
      *only the periods of the fiscal year for a revenue or expense
      *account, as the account type on COAFEC says. Revenue and
      *expense posted in earlier years has not been closed to
      *retained earnings by any job, so it is carried as one line of
      *prior-year earnings to keep the trial balance whole. Prints
      *one line per account with a balance or activity, the debit
      *and credit balance totals, the net income for the year to
      *date, and whether the ledger is in balance. An account posted
      *before it was taken off the chart prints flagged.
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

           SELECT GLB-FILE ASSIGN TO GLBMSTR
               RECORD KEY IS GLB-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLBFILE-SW.

           SELECT COA-FILE ASSIGN TO COAMSTR
               RECORD KEY IS COA-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-COAFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
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
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-GLBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLBFILE-SUCCESS                VALUE '00'.
       01 WS-COAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COAFILE-SUCCESS                VALUE '00'.
           88  WS-COAFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
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
      *
       01 WS-ACCOUNT-CODE                    PIC X(10)  VALUE SPACES.
       01 WS-ACCOUNT-DESC                    PIC X(30)  VALUE SPACES.
       01 WS-ACCOUNT-TYPE                    PIC X(01)  VALUE SPACES.
       01 WS-ACCT-PERIOD-DEBITS              PIC S9(11)V99 COMP-3.
       01 WS-ACCT-PERIOD-CREDITS             PIC S9(11)V99 COMP-3.
       01 WS-ACCT-BALANCE                    PIC S9(11)V99 COMP-3.
      *
       01 WS-PRIOR-EARNINGS                  PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-YTD-INCOME-NET                  PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-TOT-PERIOD-DEBITS               PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-TOT-PERIOD-CREDITS              PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-TOT-DEBIT-BALANCES              PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-TOT-CREDIT-BALANCES             PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-ACCOUNT-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-NOT-ON-CHART-CNT                PIC 9(05)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'KC03FEC - GENERAL LEDGER TRIAL BALANCE'.
           05  FILLER                        PIC X(15)
               VALUE 'FISCAL PERIOD '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(54) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(01) VALUE 'T'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               '   PERIOD DEBITS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               '  PERIOD CREDITS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               '   DEBIT BALANCE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               '  CREDIT BALANCE'.
      *
       01 DETAIL-LINE.
           05  DTL-ACCOUNT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ACCOUNT-DESC              PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ACCOUNT-TYPE              PIC X(01).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PERIOD-DEBITS             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PERIOD-CREDITS            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DEBIT-BALANCE             PIC Z,ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CREDIT-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
      *
       01 TOTAL-LINE.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(35)
               VALUE 'TOTALS'.
           05  TTL-PERIOD-DEBITS             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TTL-PERIOD-CREDITS            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TTL-DEBIT-BALANCES            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TTL-CREDIT-BALANCES           PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-LINE.
           05  SL-LABEL                      PIC X(30).
           05  SL-COUNT                      PIC ZZZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  SL-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99CR
                                             BLANK WHEN ZERO.
      *
       01 SUMMARY-LINE-IN.
           05  FILLER                        PIC X(30)
               VALUE 'TRIAL BALANCE IN BALANCE'.
      *
       01 SUMMARY-LINE-OUT.
           05  FILLER                        PIC X(30)
               VALUE 'TRIAL BALANCE OUT OF BALANCE'.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           OPEN INPUT GLB-FILE.
           IF WS-GLBFILE-SUCCESS
               DISPLAY "GLB-FILE OPEN SUCCESSFUL"
           ELSE
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
           PERFORM 100-BALANCE-EVERY-ACCOUNT.
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
       100-BALANCE-EVERY-ACCOUNT.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ GLB-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-YES
               DISPLAY "NO DATA IN GLB-FILE"
           END-IF.
      *
           PERFORM 110-BALANCE-ONE-ACCOUNT
               UNTIL WS-EOF-YES.
      *
       110-BALANCE-ONE-ACCOUNT.
      *
           PERFORM 200-START-THE-ACCOUNT.
      *
           PERFORM 120-ADD-ONE-PERIOD
               UNTIL WS-EOF-YES
                  OR GLB-ACCOUNT-CODE-1 NOT = WS-ACCOUNT-CODE.
      *
           IF WS-ACCT-BALANCE NOT = ZERO
                   OR WS-ACCT-PERIOD-DEBITS NOT = ZERO
                   OR WS-ACCT-PERIOD-CREDITS NOT = ZERO
               PERFORM 600-PRINT-ACCOUNT-LINE
           END-IF.
      *
       120-ADD-ONE-PERIOD.
      *
      * PERIODS AFTER THE REPORT PERIOD - A REVERSAL DATED THE FIRST
      * OF NEXT MONTH - ARE NOT YET PART OF THE BALANCE.
           IF GLB-FISCAL-PERIOD-1 NOT > WS-REPORT-PERIOD
               IF GLB-FISCAL-PERIOD-1 = WS-REPORT-PERIOD
                   ADD GLB-PERIOD-DEBITS-1  TO WS-ACCT-PERIOD-DEBITS
                   ADD GLB-PERIOD-CREDITS-1 TO WS-ACCT-PERIOD-CREDITS
               END-IF
               IF WS-INCOME-ACCOUNT
                       AND GLB-FISCAL-PERIOD-1 < WS-YEAR-START-PERIOD
                   COMPUTE WS-PRIOR-EARNINGS = WS-PRIOR-EARNINGS
                       + GLB-PERIOD-DEBITS-1 - GLB-PERIOD-CREDITS-1
               ELSE
                   COMPUTE WS-ACCT-BALANCE = WS-ACCT-BALANCE
                       + GLB-PERIOD-DEBITS-1 - GLB-PERIOD-CREDITS-1
               END-IF
           END-IF.
      *
           READ GLB-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-START-THE-ACCOUNT.
      *
           MOVE GLB-ACCOUNT-CODE-1 TO WS-ACCOUNT-CODE.
           MOVE ZERO TO WS-ACCT-PERIOD-DEBITS
                        WS-ACCT-PERIOD-CREDITS
                        WS-ACCT-BALANCE.
      *
           MOVE WS-ACCOUNT-CODE TO COA-ACCOUNT-CODE-1.
           MOVE '00' TO WS-COAFILE-SW.
           READ COA-FILE
               INVALID KEY MOVE '23' TO WS-COAFILE-SW.
      *
           IF WS-COAFILE-SUCCESS
               MOVE COA-DESCRIPTION-1  TO WS-ACCOUNT-DESC
               MOVE COA-ACCOUNT-TYPE-1 TO WS-ACCOUNT-TYPE
               IF COA-INCOME-STATEMENT-1
                   MOVE 'Y' TO WS-INCOME-ACCOUNT-SW
               ELSE
                   MOVE 'N' TO WS-INCOME-ACCOUNT-SW
               END-IF
           ELSE
               MOVE '*** NOT ON THE CHART ***' TO WS-ACCOUNT-DESC
               MOVE '?' TO WS-ACCOUNT-TYPE
               MOVE 'N' TO WS-INCOME-ACCOUNT-SW
               ADD 1 TO WS-NOT-ON-CHART-CNT
           END-IF.
      *
       600-PRINT-ACCOUNT-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-ACCOUNT-CODE        TO DTL-ACCOUNT-CODE.
           MOVE WS-ACCOUNT-DESC        TO DTL-ACCOUNT-DESC.
           MOVE WS-ACCOUNT-TYPE        TO DTL-ACCOUNT-TYPE.
           MOVE WS-ACCT-PERIOD-DEBITS  TO DTL-PERIOD-DEBITS.
           MOVE WS-ACCT-PERIOD-CREDITS TO DTL-PERIOD-CREDITS.
           PERFORM 610-SPLIT-THE-BALANCE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD 1 TO WS-ACCOUNT-CNT.
           ADD WS-ACCT-PERIOD-DEBITS  TO WS-TOT-PERIOD-DEBITS.
           ADD WS-ACCT-PERIOD-CREDITS TO WS-TOT-PERIOD-CREDITS.
           IF WS-INCOME-ACCOUNT
               ADD WS-ACCT-BALANCE TO WS-YTD-INCOME-NET
           END-IF.
      *
       610-SPLIT-THE-BALANCE.
      *
      * A DEBIT BALANCE PRINTS IN THE DEBIT COLUMN AND A CREDIT
      * BALANCE, AS A POSITIVE FIGURE, IN THE CREDIT COLUMN.
           IF WS-ACCT-BALANCE > ZERO
               MOVE WS-ACCT-BALANCE TO DTL-DEBIT-BALANCE
               MOVE ZERO            TO DTL-CREDIT-BALANCE
               ADD WS-ACCT-BALANCE  TO WS-TOT-DEBIT-BALANCES
           ELSE
               MOVE ZERO            TO DTL-DEBIT-BALANCE
               COMPUTE DTL-CREDIT-BALANCE = ZERO - WS-ACCT-BALANCE
               SUBTRACT WS-ACCT-BALANCE FROM WS-TOT-CREDIT-BALANCES
           END-IF.
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
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
      * EARNINGS OF EARLIER YEARS SIT WITH EQUITY UNTIL CLOSED.
           IF WS-PRIOR-EARNINGS NOT = ZERO
               MOVE SPACES                   TO DETAIL-LINE
               MOVE 'PRIOR-YEAR EARNINGS NOT CLOSED'
                 TO DTL-ACCOUNT-DESC
               MOVE 'Q'                      TO DTL-ACCOUNT-TYPE
               MOVE ZERO                     TO DTL-PERIOD-DEBITS
                                                DTL-PERIOD-CREDITS
               MOVE WS-PRIOR-EARNINGS        TO WS-ACCT-BALANCE
               PERFORM 610-SPLIT-THE-BALANCE
               WRITE PRINT-LINE FROM DETAIL-LINE
           END-IF.
      *
           MOVE WS-TOT-PERIOD-DEBITS   TO TTL-PERIOD-DEBITS.
           MOVE WS-TOT-PERIOD-CREDITS  TO TTL-PERIOD-CREDITS.
           MOVE WS-TOT-DEBIT-BALANCES  TO TTL-DEBIT-BALANCES.
           MOVE WS-TOT-CREDIT-BALANCES TO TTL-CREDIT-BALANCES.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ACCOUNTS LISTED:'       TO SL-LABEL.
           MOVE WS-ACCOUNT-CNT           TO SL-COUNT.
           MOVE ZERO                     TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ACCOUNTS NOT ON THE CHART:' TO SL-LABEL.
           MOVE WS-NOT-ON-CHART-CNT      TO SL-COUNT.
           MOVE ZERO                     TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
      *
      * INCOME IS A NET CREDIT, SO IT PRINTS WITH CR.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'NET INCOME YEAR TO DATE:' TO SL-LABEL.
           MOVE WS-YTD-INCOME-NET        TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
      *
           IF WS-TOT-DEBIT-BALANCES = WS-TOT-CREDIT-BALANCES
               WRITE PRINT-LINE FROM SUMMARY-LINE-IN
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-LINE FROM SUMMARY-LINE-OUT
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE GLB-FILE
                 COA-FILE
                 PRINT-FILE.
           DISPLAY "ACCOUNTS LISTED        = " WS-ACCOUNT-CNT.
           DISPLAY "TOTAL DEBIT BALANCES   = " WS-TOT-DEBIT-BALANCES.
           DISPLAY "TOTAL CREDIT BALANCES  = " WS-TOT-CREDIT-BALANCES.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
