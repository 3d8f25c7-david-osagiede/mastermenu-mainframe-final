      *another, and the variance totals at the foot - so a short
      *deposit bag surfaces the month it happens instead of forty
      *days later by accident. NSF-reversed payments are skipped;
      *the bank never kept that money. Card payments never reach the
      *bank one by one - the processor funds them in batches, net of
      *its fees - so they are matched instead through the CDPFEC card
      *deposit rows CCFNDFEC writes, each deposit's net against the
      *statement, with any the bank never received in a section of
      *their own.
      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  MATCH THE PROCESSOR'S CARD DEPOSITS (CDPFEC, NET
      *                 OF FEES) TO THE STATEMENT; LIST ANY THE BANK
      *                 NEVER RECEIVED AND CARRY THEM INTO THE VARIANCE.
      *2026-10-15  DAO  PAYMENT HISTORY GROWS 61 TO 75 FOR THE NEW
      *                 CURRENCY CODE AND FOREIGN AMOUNT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYHFILE-SW.

           SELECT CDP-FILE ASSIGN TO CARDDEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CDPFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
           05  FILLER                        PIC X(01).
      *
       FD PAYH-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYH-FILE-RECORD.
       01  PAYH-FILE-RECORD.
           05  PAYH-KEY-1.
           05  PAYH-NSF-SW-1                 PIC X(01).
               88  PAYH-IS-NSF-1                 VALUE 'Y'.
           05  PAYH-NSF-DATE-1               PIC X(08).
           05  PAYH-CURRENCY-CODE-1          PIC X(03).
           05  PAYH-FX-AMOUNT-1              PIC S9(09)V99.
      *
       FD CDP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS CDP-FILE-RECORD.
       01  CDP-FILE-RECORD.
           05  CDP-FUNDING-DATE-1            PIC X(08).
           05  CDP-DEPOSIT-REFERENCE-1       PIC X(12).
           05  CDP-GROSS-AMOUNT-1            PIC S9(09)V99.
           05  CDP-FEE-AMOUNT-1              PIC S9(07)V99.
           05  CDP-NET-AMOUNT-1              PIC S9(09)V99.
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-PAYHFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PAYHFILE-SUCCESS               VALUE '00'.
           88  WS-PAYHFILE-EOF                   VALUE '10'.
       01 WS-CDPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CDPFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
      *
       01 WS-PAYMENT-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-MATCHED-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CARD-DEPOSIT-READ-CNT           PIC 9(07)  COMP-3 VALUE 0.
       01 WS-UNMATCHED-PAY-CNT               PIC 9(05)  COMP-3 VALUE 0.
       01 WS-UNMATCHED-PAY-TOT               PIC S9(11)V99 COMP-3
                                              VALUE 0.
               DISPLAY "PAYH-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CDP-FILE.
           IF NOT WS-CDPFILE-SUCCESS
               DISPLAY "WS-CDPFILE-SW=" WS-CDPFILE-SW
               DISPLAY "CDP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
      *
           PERFORM 200-MATCH-ONE-PAYMENT
               UNTIL WS-EOF-YES.
      *
           MOVE 'CARD DEPOSITS THE BANK NEVER RECEIVED'
             TO SECTION-LINE.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CNT.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ CDP-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 250-MATCH-ONE-CARD-DEPOSIT
               UNTIL WS-EOF-YES.
      *
           PERFORM 400-PRINT-UNMATCHED-DEPOSITS.
           PERFORM 700-PRINT-SUMMARY.
                       = PAYH-PAYMENT-AMOUNT-1
               MOVE WS-BNK-SUB TO WS-BNK-HIT-SUB
           END-IF.
      *
       250-MATCH-ONE-CARD-DEPOSIT.
      *
      * THE PROCESSOR'S DEPOSIT ARRIVES AS ONE LINE ON THE STATEMENT,
      * FOR THE NET OF ITS CHARGES AFTER FEES, ON THE FUNDING DATE.
           ADD 1 TO WS-CARD-DEPOSIT-READ-CNT.
      *
           IF CDP-NET-AMOUNT-1 > ZERO
               MOVE ZERO TO WS-BNK-HIT-SUB
               PERFORM 260-CHECK-ONE-CARD-DEPOSIT
                   VARYING WS-BNK-SUB FROM 1 BY 1
                   UNTIL WS-BNK-SUB > WS-BNK-COUNT
                      OR WS-BNK-HIT-SUB > ZERO
               IF WS-BNK-HIT-SUB > ZERO
                   MOVE 'Y'
                     TO WS-BNK-MATCHED-SW (WS-BNK-HIT-SUB)
                   ADD 1 TO WS-MATCHED-CNT
               ELSE
                   PERFORM 350-PRINT-UNMATCHED-CARD-DEP
               END-IF
           END-IF.
      *
           READ CDP-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       260-CHECK-ONE-CARD-DEPOSIT.
      *
           IF WS-BNK-MATCHED-SW (WS-BNK-SUB) = 'N'
                   AND WS-BNK-DATE (WS-BNK-SUB)
                       = CDP-FUNDING-DATE-1
                   AND WS-BNK-AMOUNT (WS-BNK-SUB)
                       = CDP-NET-AMOUNT-1
               MOVE WS-BNK-SUB TO WS-BNK-HIT-SUB
           END-IF.
      *
       300-PRINT-UNMATCHED-PAYMENT.
      *
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-UNMATCHED-PAY-CNT.
           ADD PAYH-PAYMENT-AMOUNT-1 TO WS-UNMATCHED-PAY-TOT.
      *
       350-PRINT-UNMATCHED-CARD-DEP.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE CDP-DEPOSIT-REFERENCE-1 TO BDL-REFERENCE.
           MOVE CDP-FUNDING-DATE-1      TO BDL-DATE.
           MOVE CDP-NET-AMOUNT-1        TO BDL-AMOUNT.
      *
           WRITE PRINT-LINE FROM BNK-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-UNMATCHED-PAY-CNT.
           ADD CDP-NET-AMOUNT-1 TO WS-UNMATCHED-PAY-TOT.
      *
       400-PRINT-UNMATCHED-DEPOSITS.
      *
       900-COMPLETED-OK.
           CLOSE BANK-FILE
                 PAYH-FILE
                 CDP-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL PAYMENTS READ = " WS-PAYMENT-READ-CNT.
           DISPLAY "CARD DEPOSITS READ  = " WS-CARD-DEPOSIT-READ-CNT.
           DISPLAY "TOTAL MATCHED       = " WS-MATCHED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
