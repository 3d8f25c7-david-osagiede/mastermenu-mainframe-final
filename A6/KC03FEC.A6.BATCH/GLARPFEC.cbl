       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLARPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Month-end accounts receivable control proof for the YYYYMM
      *fiscal period on the GLRPARM card (default the current month).
      *Browses the COAFEC chart of accounts for every account flagged
      *as an AR control account and adds up its GLBFEC balance
      *through the end of the period, printing one line per account.
      *Then adds up the open balance of every invoice on INVFEC that
      *is neither void nor paid, the same way CBSRBFEC does, and the
      *open balances on the CBSFEC customer summary, and prints the
      *difference of each from the ledger. The subledger has no
      *history, so this is run at month end before the next day's
      *billing and cash are posted; a difference is what finance
      *must explain before the period is closed.
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

           SELECT COA-FILE ASSIGN TO COAMSTR
               RECORD KEY IS COA-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COAFILE-SW.

           SELECT GLB-FILE ASSIGN TO GLBMSTR
               RECORD KEY IS GLB-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GLBFILE-SW.

           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVFILE-SW.

           SELECT CBS-FILE ASSIGN TO CBSMSTR
               RECORD KEY IS CBS-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CBSFILE-SW.

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
       FD COA-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS COA-FILE-RECORD.
       01  COA-FILE-RECORD.
           05  COA-KEY-1.
               10  COA-ACCOUNT-CODE-1        PIC X(10).
           05  COA-DESCRIPTION-1             PIC X(30).
           05  COA-ACCOUNT-TYPE-1            PIC X(01).
           05  COA-STATUS-1                  PIC X(01).
           05  COA-AR-CONTROL-SW-1           PIC X(01).
               88  COA-AR-CONTROL-1              VALUE 'Y'.
           05  COA-UPDATED-DATE-1            PIC X(08).
           05  COA-UPDATED-BY-1              PIC X(08).
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
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
               10  INV-INVOICE-NUMBER-1      PIC 9(06).
           05  INV-INVOICE-DATE-1            PIC X(08).
           05  INV-CUSTOMER-NUMBER-1         PIC X(06).
           05  FILLER                        PIC X(450).
           05  INV-INVOICE-TOTAL-1           PIC S9(07)V99.
           05  INV-SALES-TAX-1               PIC S9(07)V99.
           05  INV-LINE-ITEM-COUNT-1         PIC 9(04).
           05  INV-OVERFLOW-SW-1             PIC X(01).
           05  INV-VOID-SW-1                 PIC X(01).
               88  INV-IS-VOID-1                 VALUE 'Y'.
           05  INV-VOID-REASON-CODE-1        PIC X(02).
           05  INV-VOID-DATE-1               PIC X(08).
           05  INV-REFERENCE-INVOICE-NUMBER-1 PIC 9(06).
           05  INV-PAYMENT-AMOUNT-1          PIC S9(07)V99.
           05  INV-PAYMENT-DATE-1            PIC X(08).
           05  INV-OPEN-BALANCE-1            PIC S9(07)V99.
           05  INV-PAID-SW-1                 PIC X(01).
               88  INV-IS-PAID-1                 VALUE 'Y'.
           05  FILLER                        PIC X(116).
      *
       FD CBS-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS CBS-FILE-RECORD.
       01  CBS-FILE-RECORD.
           05  CBS-KEY-1.
               10  CBS-CUSTOMER-NUMBER-1        PIC X(06).
           05  CBS-OPEN-BALANCE-1               PIC S9(09)V99.
           05  CBS-LAST-ACTIVITY-DATE-1         PIC X(08).
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
       01 WS-COAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COAFILE-SUCCESS                VALUE '00'.
       01 WS-GLBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLBFILE-SUCCESS                VALUE '00'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-CBSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CBSFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-GLB-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-GLB-EOF                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
      *
       01 WS-CONTROL-ACCOUNT-CNT             PIC 9(05)  COMP-3 VALUE 0.
       01 WS-OPEN-INVOICE-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CBS-CUSTOMER-CNT                PIC 9(07)  COMP-3 VALUE 0.
      *
       01 WS-ACCT-BALANCE                    PIC S9(11)V99 COMP-3.
       01 WS-GL-AR-BALANCE                   PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-INVOICE-OPEN-TOTAL              PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-CBS-OPEN-TOTAL                  PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-INVOICE-DIFFERENCE              PIC S9(11)V99 COMP-3
                                                        VALUE 0.
       01 WS-CBS-DIFFERENCE                  PIC S9(11)V99 COMP-3
                                                        VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'KC03FEC - AR CONTROL ACCOUNT PROOF'.
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
           05  FILLER                        PIC X(06) VALUE 'STATUS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               '     GL BALANCE'.
      *
       01 DETAIL-LINE.
           05  DTL-ACCOUNT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION               PIC X(30).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-STATUS                    PIC X(01).
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  DTL-BALANCE                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01 PROOF-LINE.
           05  PL-LABEL                      PIC X(40).
           05  PL-COUNT                      PIC Z,ZZZ,ZZ9
                                             BLANK WHEN ZERO.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  PL-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01 RESULT-LINE-AGREES.
           05  FILLER                        PIC X(40)
               VALUE 'AR CONTROL AGREES WITH THE SUBLEDGER'.
      *
       01 RESULT-LINE-DIFFERS.
           05  FILLER                        PIC X(40)
               VALUE 'AR CONTROL DOES NOT AGREE - INVESTIGATE'.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           OPEN INPUT COA-FILE.
           IF WS-COAFILE-SUCCESS
               DISPLAY "COA-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-COAFILE-SW=" WS-COAFILE-SW
               DISPLAY "COA-FILE OPEN ERROR"
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
           OPEN INPUT INVOICE-FILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CBS-FILE.
           IF NOT WS-CBSFILE-SUCCESS
               DISPLAY "WS-CBSFILE-SW=" WS-CBSFILE-SW
               DISPLAY "CBS-FILE OPEN ERROR"
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
           PERFORM 650-PRINT-HEADINGS.
           PERFORM 100-ADD-UP-THE-LEDGER.
           PERFORM 300-ADD-UP-THE-INVOICES.
           PERFORM 400-ADD-UP-THE-SUMMARY.
           PERFORM 700-PRINT-THE-PROOF.
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
       100-ADD-UP-THE-LEDGER.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ COA-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 110-CHECK-ONE-ACCOUNT
               UNTIL WS-EOF-YES.
      *
           IF WS-CONTROL-ACCOUNT-CNT = ZERO
               DISPLAY "NO AR CONTROL ACCOUNT ON THE CHART"
           END-IF.
      *
       110-CHECK-ONE-ACCOUNT.
      *
           IF COA-AR-CONTROL-1
               ADD 1 TO WS-CONTROL-ACCOUNT-CNT
               PERFORM 200-BALANCE-THE-ACCOUNT
               ADD WS-ACCT-BALANCE TO WS-GL-AR-BALANCE
               PERFORM 600-PRINT-ACCOUNT-LINE
           END-IF.
      *
           READ COA-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-BALANCE-THE-ACCOUNT.
      *
      * RECEIVABLES ARE A BALANCE SHEET ACCOUNT - EVERY PERIOD UP TO
      * AND INCLUDING THE REPORT PERIOD COUNTS.
           MOVE ZERO TO WS-ACCT-BALANCE.
           MOVE COA-ACCOUNT-CODE-1 TO GLB-ACCOUNT-CODE-1.
           MOVE LOW-VALUES         TO GLB-FISCAL-PERIOD-1.
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
               PERFORM 210-ADD-ONE-PERIOD
                   UNTIL WS-GLB-EOF
                      OR GLB-ACCOUNT-CODE-1 NOT = COA-ACCOUNT-CODE-1
                      OR GLB-FISCAL-PERIOD-1 > WS-REPORT-PERIOD
           END-IF.
      *
       210-ADD-ONE-PERIOD.
      *
           COMPUTE WS-ACCT-BALANCE = WS-ACCT-BALANCE
               + GLB-PERIOD-DEBITS-1 - GLB-PERIOD-CREDITS-1.
      *
           READ GLB-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GLB-EOF-SW.
      *
       300-ADD-UP-THE-INVOICES.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 310-ADD-ONE-INVOICE
               UNTIL WS-EOF-YES.
      *
       310-ADD-ONE-INVOICE.
      *
           IF INV-IS-VOID-1
                   OR INV-IS-PAID-1
                   OR INV-OPEN-BALANCE-1 = ZERO
               CONTINUE
           ELSE
               ADD 1 TO WS-OPEN-INVOICE-CNT
               ADD INV-OPEN-BALANCE-1 TO WS-INVOICE-OPEN-TOTAL
           END-IF.
      *
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       400-ADD-UP-THE-SUMMARY.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ CBS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 410-ADD-ONE-CUSTOMER
               UNTIL WS-EOF-YES.
      *
       410-ADD-ONE-CUSTOMER.
      *
           ADD 1 TO WS-CBS-CUSTOMER-CNT.
           ADD CBS-OPEN-BALANCE-1 TO WS-CBS-OPEN-TOTAL.
      *
           READ CBS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       600-PRINT-ACCOUNT-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE COA-ACCOUNT-CODE-1 TO DTL-ACCOUNT-CODE.
           MOVE COA-DESCRIPTION-1  TO DTL-DESCRIPTION.
           MOVE COA-STATUS-1       TO DTL-STATUS.
           MOVE WS-ACCT-BALANCE    TO DTL-BALANCE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
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
       700-PRINT-THE-PROOF.
      *
           COMPUTE WS-INVOICE-DIFFERENCE =
               WS-GL-AR-BALANCE - WS-INVOICE-OPEN-TOTAL.
           COMPUTE WS-CBS-DIFFERENCE =
               WS-GL-AR-BALANCE - WS-CBS-OPEN-TOTAL.
      *
           MOVE SPACES TO PROOF-LINE.
           MOVE 'GL AR CONTROL BALANCE - ACCOUNTS:' TO PL-LABEL.
           MOVE WS-CONTROL-ACCOUNT-CNT   TO PL-COUNT.
           MOVE WS-GL-AR-BALANCE         TO PL-AMOUNT.
           WRITE PRINT-LINE FROM PROOF-LINE
               AFTER ADVANCING 3 LINES.
      *
           MOVE SPACES TO PROOF-LINE.
           MOVE 'OPEN INVOICES ON INVFEC:' TO PL-LABEL.
           MOVE WS-OPEN-INVOICE-CNT      TO PL-COUNT.
           MOVE WS-INVOICE-OPEN-TOTAL    TO PL-AMOUNT.
           WRITE PRINT-LINE FROM PROOF-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE SPACES TO PROOF-LINE.
           MOVE '  DIFFERENCE, LEDGER LESS INVOICES:' TO PL-LABEL.
           MOVE ZERO                     TO PL-COUNT.
           MOVE WS-INVOICE-DIFFERENCE    TO PL-AMOUNT.
           WRITE PRINT-LINE FROM PROOF-LINE.
      *
           MOVE SPACES TO PROOF-LINE.
           MOVE 'CUSTOMERS ON CBSFEC:'   TO PL-LABEL.
           MOVE WS-CBS-CUSTOMER-CNT      TO PL-COUNT.
           MOVE WS-CBS-OPEN-TOTAL        TO PL-AMOUNT.
           WRITE PRINT-LINE FROM PROOF-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE SPACES TO PROOF-LINE.
           MOVE '  DIFFERENCE, LEDGER LESS SUMMARY:' TO PL-LABEL.
           MOVE ZERO                     TO PL-COUNT.
           MOVE WS-CBS-DIFFERENCE        TO PL-AMOUNT.
           WRITE PRINT-LINE FROM PROOF-LINE.
      *
           IF WS-INVOICE-DIFFERENCE = ZERO
                   AND WS-CBS-DIFFERENCE = ZERO
               WRITE PRINT-LINE FROM RESULT-LINE-AGREES
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-LINE FROM RESULT-LINE-DIFFERS
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE COA-FILE
                 GLB-FILE
                 INVOICE-FILE
                 CBS-FILE
                 PRINT-FILE.
           DISPLAY "GL AR BALANCE          = " WS-GL-AR-BALANCE.
           DISPLAY "OPEN INVOICE TOTAL     = " WS-INVOICE-OPEN-TOTAL.
           DISPLAY "CBS OPEN TOTAL         = " WS-CBS-OPEN-TOTAL.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
