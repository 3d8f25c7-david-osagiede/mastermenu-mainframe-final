       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCLRFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-07.
      *PROGRAM DESCRIPTION:
      *Monthly AP cleared-check reconciliation - the payables half of
      *what BNKRCFEC does for customer deposits. Reads the bank's
      *paid-items file (one record per check the bank honored -
      *account, check number, paid date, amount) and looks each item
      *up on the ACKFEC issued-check file APCKFEC writes. An item
      *that matches an outstanding check to the penny marks it
      *cleared (status C) with the paid date and amount. An item
      *whose number we never issued, whose amount differs from what
      *we issued, or that pays a check already cleared is left alone
      *and printed as an exception for treasury to take up with the
      *bank. A second pass lists every check still outstanding on
      *the as-of date on the parameter card (default today), aged
      *from its issue date on the same 30/360 arithmetic APAGEFEC
      *uses, with the total in each age bucket.
      *
      *MOD HISTORY
      *2026-10-07  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  ACKFEC CHECK RECORD GROWS 83 TO 91 FOR
      *                 ACK-RUN-OPERATOR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT APCL-PARM-FILE ASSIGN TO APCLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT PAID-FILE ASSIGN TO BANKPAID
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAIDFILE-SW.

           SELECT ACK-FILE ASSIGN TO ACKMSTR
               RECORD KEY IS ACK-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ACKFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD APCL-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS
           DATA RECORD IS APCL-PARM-RECORD.
       01  APCL-PARM-RECORD.
           05  APCL-AS-OF-DATE                  PIC 9(08).
      *
       FD PAID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PAID-RECORD.
       01  PAID-RECORD.
           05  BPD-ACCOUNT-NUMBER            PIC X(12).
           05  BPD-CHECK-NUMBER              PIC 9(10).
           05  BPD-PAID-DATE                 PIC X(08).
           05  BPD-AMOUNT                    PIC 9(08)V99.
      *
       FD ACK-FILE
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS ACK-FILE-RECORD.
       01  ACK-FILE-RECORD.
           05  ACK-KEY-1.
               10  ACK-CHECK-NUMBER-1        PIC 9(06).
           05  ACK-VENDOR-NUMBER-1           PIC X(06).
           05  ACK-VOUCHER-NUMBER-1          PIC 9(06).
           05  ACK-PAYEE-NAME-1              PIC X(30).
           05  ACK-ISSUE-DATE-1              PIC X(08).
           05  ACK-AMOUNT-1                  PIC S9(07)V99.
           05  ACK-STATUS-1                  PIC X(01).
               88  ACK-STATUS-OUTSTANDING-1      VALUE 'O'.
               88  ACK-STATUS-CLEARED-1          VALUE 'C'.
           05  ACK-CLEARED-DATE-1            PIC X(08).
           05  ACK-CLEARED-AMOUNT-1          PIC S9(07)V99.
           05  ACK-RUN-OPERATOR-1            PIC X(08).
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
           88  WS-PARMFILE-EOF                   VALUE '10'.
       01 WS-PAIDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PAIDFILE-SUCCESS               VALUE '00'.
           88  WS-PAIDFILE-EOF                   VALUE '10'.
       01 WS-ACKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ACKFILE-SUCCESS                VALUE '00'.
           88  WS-ACKFILE-EOF                    VALUE '10'.
           88  WS-ACKFILE-NOTFND                 VALUE '23'.
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
       01 WS-AS-OF-DATE                      PIC X(08)  VALUE SPACES.
      *
      * DAYS OUTSTANDING ON 30-DAY MONTHS, AS APAGEFEC AGES.
       01 WS-ORDINAL-DATE-GROUP.
           05  WS-ORD-YYYY                   PIC 9(04).
           05  WS-ORD-MM                     PIC 9(02).
           05  WS-ORD-DD                     PIC 9(02).
       01 WS-ORDINAL                         PIC S9(09) COMP-3.
       01 WS-AS-OF-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-DAYS-OUT                        PIC S9(05) COMP-3.
      *
      * WHY A PAID ITEM WAS NOT CLEARED - PRINTED ON THE EXCEPTION
      * LINE.
       01 WS-EXCEPTION-REASON                PIC X(20)  VALUE SPACES.
      *
      * OUTSTANDING TOTALS BY AGE - 0-30, 31-60, 61-90, OVER 90.
       01 WS-AGE-TABLE.
           05  WS-AGE-ENTRY                  OCCURS 4 TIMES.
               10  WS-AGE-CNT                PIC 9(05)  COMP-3.
               10  WS-AGE-AMOUNT             PIC S9(09)V99 COMP-3.
       01 WS-AGE-SUB                         PIC S9(04) COMP VALUE 0.
      *
       01 WS-PAID-READ-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CLEARED-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CLEARED-TOT                     PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-EXCEPTION-CNT                   PIC 9(05)  COMP-3 VALUE 0.
       01 WS-EXCEPTION-TOT                   PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-OUTSTANDING-CNT                 PIC 9(05)  COMP-3 VALUE 0.
       01 WS-OUTSTANDING-TOT                 PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - AP CLEARED CHECK RECONCILIATION'.
           05  FILLER                        PIC X(10)
               VALUE 'AS OF '.
           05  HDG1-AS-OF-DATE               PIC X(08).
           05  FILLER                        PIC X(52) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 SECTION-LINE                       PIC X(60).
      *
       01 EXC-HEADING-LINE.
           05  FILLER                        PIC X(10) VALUE 'CHECK NO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'PAID ON'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE 'BANK PAID'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE 'WE ISSUED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'EXCEPTION'.
      *
       01 EXC-DETAIL-LINE.
           05  EDL-CHECK-NUMBER              PIC 9(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  EDL-PAID-DATE                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  EDL-PAID-AMOUNT               PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  EDL-ISSUED-AMOUNT             PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  EDL-REASON                    PIC X(20).
      *
       01 OUT-HEADING-LINE.
           05  FILLER                        PIC X(08) VALUE 'CHECK NO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'VENDOR'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE 'PAYEE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'ISSUED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE 'AMOUNT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE ' DAYS'.
      *
       01 OUT-DETAIL-LINE.
           05  ODL-CHECK-NUMBER              PIC 9(06).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  ODL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ODL-PAYEE-NAME                PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ODL-ISSUE-DATE                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ODL-AMOUNT                    PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ODL-DAYS-OUT                  PIC ZZZZ9.
      *
       01 AGE-SUMMARY-LINE.
           05  ASL-LABEL                     PIC X(20).
           05  ASL-CNT                       PIC ZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  ASL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99CR.
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(28)
               VALUE 'PAID ITEMS READ:'.
           05  SL1-PAID-READ-CNT             PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(28)
               VALUE 'CHECKS CLEARED:'.
           05  SL2-CLEARED-CNT               PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  SL2-CLEARED-TOT               PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(28)
               VALUE 'PAID ITEM EXCEPTIONS:'.
           05  SL3-EXCEPTION-CNT             PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  SL3-EXCEPTION-TOT             PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(28)
               VALUE 'CHECKS OUTSTANDING:'.
           05  SL4-OUTSTANDING-CNT           PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  SL4-OUTSTANDING-TOT           PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
           PERFORM 050-READ-PARM-CARD.
      *
           MOVE WS-AS-OF-DATE TO WS-ORDINAL-DATE-GROUP.
           PERFORM 280-COMPUTE-ORDINAL.
           MOVE WS-ORDINAL TO WS-AS-OF-ORDINAL.
           MOVE WS-AS-OF-DATE TO HDG1-AS-OF-DATE.
           PERFORM 060-CLEAR-ONE-AGE-BUCKET
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 4.
      *
           OPEN INPUT PAID-FILE.
           IF WS-PAIDFILE-SUCCESS
               DISPLAY "PAID-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PAIDFILE-SW=" WS-PAIDFILE-SW
               DISPLAY "PAID-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O ACK-FILE.
           IF NOT WS-ACKFILE-SUCCESS
               DISPLAY "WS-ACKFILE-SW=" WS-ACKFILE-SW
               DISPLAY "ACK-FILE OPEN ERROR"
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
           MOVE 'PAID ITEMS THAT DO NOT MATCH A CHECK WE ISSUED'
             TO SECTION-LINE.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM EXC-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           ADD 3 TO WS-LINE-CNT.
      *
           READ PAID-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-CLEAR-ONE-PAID-ITEM
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN PAID-FILE"
           END-IF.
      *
           PERFORM 400-LIST-OUTSTANDING-CHECKS.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT APCL-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ APCL-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND APCL-AS-OF-DATE > 0
                   MOVE APCL-AS-OF-DATE TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "NO USABLE PARM CARD - AS-OF DATE "
                           "DEFAULTS TO TODAY " WS-AS-OF-DATE
               END-IF
               CLOSE APCL-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO APCL-PARM-FILE FOUND - AS-OF DATE "
                       "DEFAULTS TO TODAY " WS-AS-OF-DATE
           END-IF.
      *
       060-CLEAR-ONE-AGE-BUCKET.
      *
           MOVE ZERO TO WS-AGE-CNT (WS-AGE-SUB).
           MOVE ZERO TO WS-AGE-AMOUNT (WS-AGE-SUB).
      *
       100-CLEAR-ONE-PAID-ITEM.
      *
           ADD 1 TO WS-PAID-READ-CNT.
           MOVE SPACES TO WS-EXCEPTION-REASON.
      *
      * OUR CHECK NUMBERS RUN SIX DIGITS - A LONGER ONE CANNOT BE
      * OURS.
           IF BPD-CHECK-NUMBER > 999999
               MOVE 'NOT ISSUED BY US' TO WS-EXCEPTION-REASON
               MOVE ZERO TO ACK-AMOUNT-1
           ELSE
               PERFORM 200-READ-ISSUED-CHECK
           END-IF.
      *
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 300-MARK-CHECK-CLEARED
           ELSE
               PERFORM 350-PRINT-EXCEPTION
           END-IF.
      *
           READ PAID-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-READ-ISSUED-CHECK.
      *
           MOVE BPD-CHECK-NUMBER TO ACK-CHECK-NUMBER-1.
           MOVE '00' TO WS-ACKFILE-SW.
           READ ACK-FILE
               INVALID KEY MOVE '23' TO WS-ACKFILE-SW.
      *
           IF WS-ACKFILE-NOTFND
               MOVE 'NOT ISSUED BY US' TO WS-EXCEPTION-REASON
               MOVE ZERO TO ACK-AMOUNT-1
           ELSE IF NOT WS-ACKFILE-SUCCESS
               DISPLAY "WS-ACKFILE-SW=" WS-ACKFILE-SW
               DISPLAY "ACK-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF ACK-STATUS-CLEARED-1
               MOVE 'ALREADY CLEARED' TO WS-EXCEPTION-REASON
           ELSE IF BPD-AMOUNT NOT = ACK-AMOUNT-1
               MOVE 'AMOUNT MISMATCH' TO WS-EXCEPTION-REASON
           END-IF.
      *
       280-COMPUTE-ORDINAL.
      *
           COMPUTE WS-ORDINAL =
               WS-ORD-YYYY * 360 + WS-ORD-MM * 30 + WS-ORD-DD.
      *
       300-MARK-CHECK-CLEARED.
      *
           MOVE 'C'           TO ACK-STATUS-1.
           MOVE BPD-PAID-DATE TO ACK-CLEARED-DATE-1.
           MOVE BPD-AMOUNT    TO ACK-CLEARED-AMOUNT-1.
      *
           REWRITE ACK-FILE-RECORD.
           IF NOT WS-ACKFILE-SUCCESS
               DISPLAY "WS-ACKFILE-SW=" WS-ACKFILE-SW
               DISPLAY "ACK-FILE REWRITE ERROR KEY=" ACK-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ADD 1          TO WS-CLEARED-CNT.
           ADD BPD-AMOUNT TO WS-CLEARED-TOT.
      *
       350-PRINT-EXCEPTION.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
               WRITE PRINT-LINE FROM EXC-HEADING-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-LINE-CNT
           END-IF.
      *
           MOVE BPD-CHECK-NUMBER    TO EDL-CHECK-NUMBER.
           MOVE BPD-PAID-DATE       TO EDL-PAID-DATE.
           MOVE BPD-AMOUNT          TO EDL-PAID-AMOUNT.
           MOVE ACK-AMOUNT-1        TO EDL-ISSUED-AMOUNT.
           MOVE WS-EXCEPTION-REASON TO EDL-REASON.
      *
           WRITE PRINT-LINE FROM EXC-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1          TO WS-EXCEPTION-CNT.
           ADD BPD-AMOUNT TO WS-EXCEPTION-TOT.
      *
       400-LIST-OUTSTANDING-CHECKS.
      *
           PERFORM 600-PRINT-HEADINGS.
           MOVE 'CHECKS ISSUED AND NOT YET PAID BY THE BANK'
             TO SECTION-LINE.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM OUT-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           ADD 3 TO WS-LINE-CNT.
      *
           MOVE ZERO TO ACK-CHECK-NUMBER-1.
           MOVE '00' TO WS-ACKFILE-SW.
           START ACK-FILE KEY IS NOT LESS THAN ACK-KEY-1
               INVALID KEY MOVE '23' TO WS-ACKFILE-SW.
      *
           MOVE 'N' TO WS-EOF-SW.
           IF WS-ACKFILE-SUCCESS
               READ ACK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           ELSE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *
           PERFORM 410-LIST-ONE-CHECK
               UNTIL WS-EOF-YES.
      *
       410-LIST-ONE-CHECK.
      *
      * A CHECK ISSUED AFTER THE AS-OF DATE WAS NOT YET OUT ON IT.
           IF ACK-STATUS-OUTSTANDING-1
                   AND ACK-ISSUE-DATE-1 NOT > WS-AS-OF-DATE
               MOVE ACK-ISSUE-DATE-1 TO WS-ORDINAL-DATE-GROUP
               PERFORM 280-COMPUTE-ORDINAL
               COMPUTE WS-DAYS-OUT = WS-AS-OF-ORDINAL - WS-ORDINAL
               PERFORM 420-PRINT-OUTSTANDING-LINE
           END-IF.
      *
           READ ACK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       420-PRINT-OUTSTANDING-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
               WRITE PRINT-LINE FROM OUT-HEADING-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-LINE-CNT
           END-IF.
      *
           MOVE ACK-CHECK-NUMBER-1  TO ODL-CHECK-NUMBER.
           MOVE ACK-VENDOR-NUMBER-1 TO ODL-VENDOR-NUMBER.
           MOVE ACK-PAYEE-NAME-1    TO ODL-PAYEE-NAME.
           MOVE ACK-ISSUE-DATE-1    TO ODL-ISSUE-DATE.
           MOVE ACK-AMOUNT-1        TO ODL-AMOUNT.
           MOVE WS-DAYS-OUT         TO ODL-DAYS-OUT.
      *
           WRITE PRINT-LINE FROM OUT-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           IF WS-DAYS-OUT > 90
               MOVE 4 TO WS-AGE-SUB
           ELSE IF WS-DAYS-OUT > 60
               MOVE 3 TO WS-AGE-SUB
           ELSE IF WS-DAYS-OUT > 30
               MOVE 2 TO WS-AGE-SUB
           ELSE
               MOVE 1 TO WS-AGE-SUB
           END-IF.
           ADD 1            TO WS-AGE-CNT (WS-AGE-SUB).
           ADD ACK-AMOUNT-1 TO WS-AGE-AMOUNT (WS-AGE-SUB).
      *
           ADD 1            TO WS-OUTSTANDING-CNT.
           ADD ACK-AMOUNT-1 TO WS-OUTSTANDING-TOT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           MOVE 'OUTSTANDING BY AGE' TO SECTION-LINE.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE '  0 - 30 DAYS:'   TO ASL-LABEL.
           MOVE 1 TO WS-AGE-SUB.
           PERFORM 710-PRINT-ONE-AGE-LINE.
           MOVE ' 31 - 60 DAYS:'   TO ASL-LABEL.
           MOVE 2 TO WS-AGE-SUB.
           PERFORM 710-PRINT-ONE-AGE-LINE.
           MOVE ' 61 - 90 DAYS:'   TO ASL-LABEL.
           MOVE 3 TO WS-AGE-SUB.
           PERFORM 710-PRINT-ONE-AGE-LINE.
           MOVE ' OVER 90 DAYS:'   TO ASL-LABEL.
           MOVE 4 TO WS-AGE-SUB.
           PERFORM 710-PRINT-ONE-AGE-LINE.
      *
           MOVE WS-PAID-READ-CNT   TO SL1-PAID-READ-CNT.
           MOVE WS-CLEARED-CNT     TO SL2-CLEARED-CNT.
           MOVE WS-CLEARED-TOT     TO SL2-CLEARED-TOT.
           MOVE WS-EXCEPTION-CNT   TO SL3-EXCEPTION-CNT.
           MOVE WS-EXCEPTION-TOT   TO SL3-EXCEPTION-TOT.
           MOVE WS-OUTSTANDING-CNT TO SL4-OUTSTANDING-CNT.
           MOVE WS-OUTSTANDING-TOT TO SL4-OUTSTANDING-TOT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 1 LINES.
      *
       710-PRINT-ONE-AGE-LINE.
      *
           MOVE WS-AGE-CNT (WS-AGE-SUB)    TO ASL-CNT.
           MOVE WS-AGE-AMOUNT (WS-AGE-SUB) TO ASL-AMOUNT.
           WRITE PRINT-LINE FROM AGE-SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE PAID-FILE
                 ACK-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL PAID ITEMS READ = " WS-PAID-READ-CNT.
           DISPLAY "TOTAL CHECKS CLEARED  = " WS-CLEARED-CNT.
           DISPLAY "TOTAL EXCEPTIONS      = " WS-EXCEPTION-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
