       IDENTIFICATION DIVISION.
       PROGRAM-ID. APJRNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-10.
      *PROGRAM DESCRIPTION:
      *Daily payables and cash disbursement journal - the AP side of
      *what INVGLFEC does for sales. For the journal date on the
      *parameter card (default today) it sweeps APVFEC, APDFEC and
      *ACKFEC and writes balanced entries in the same 80-byte extract
      *layout finance already loads, every account coming from the
      *GLMFEC mapping file:
      *  APVO  PO VOUCHERS ENTERED    DR INVENTORY     CR AP TRADE
      *  APEX  EXPENSE VOUCHERS       DR EACH APDFEC   CR AP TRADE
      *                               LINE'S ACCOUNT
      *  APDM  VENDOR DEBIT MEMOS     DR AP TRADE      CR INVENTORY
      *  APCK  CHECKS ISSUED          DR AP TRADE      CR CASH
      *  APDS  DISCOUNTS TAKEN        DR AP TRADE      CR DISC EARNED
      *A voucher is journalled on its APV-ENTRY-DATE unless it has
      *been rejected (status X). The check run relieves payables for
      *the gross of every voucher APCKFEC marked paid that day (debit
      *memos it netted included, at their negative amount) and pays
      *cash equal to the ACKFEC checks issued that day; the
      *difference is the terms discount taken. Goods received but not
      *yet vouchered stay with the RNIACFEC month-end accrual. A
      *source code missing from GLMFEC fails the run, and a control
      *report lists every journal line with a debit/credit proof.
      *
      *MOD HISTORY
      *2026-10-10  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  ACKFEC CHECK RECORD GROWS 83 TO 91 FOR
      *                 ACK-RUN-OPERATOR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT APJ-PARM-FILE ASSIGN TO APJPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT APV-FILE ASSIGN TO APVMSTR
               RECORD KEY IS APV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APVFILE-SW.

           SELECT APD-FILE ASSIGN TO APDMSTR
               RECORD KEY IS APD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APDFILE-SW.

           SELECT ACK-FILE ASSIGN TO ACKMSTR
               RECORD KEY IS ACK-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACKFILE-SW.

           SELECT GLM-FILE ASSIGN TO GLMMSTR
               RECORD KEY IS GLM-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GLMFILE-SW.

           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTRCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD APJ-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS
           DATA RECORD IS APJ-PARM-RECORD.
       01  APJ-PARM-RECORD.
           05  APJ-JOURNAL-DATE                 PIC X(08).
      *
       FD APV-FILE
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS APV-FILE-RECORD.
       01  APV-FILE-RECORD.
           05  APV-KEY-1.
               10  APV-VOUCHER-NUMBER-1      PIC 9(06).
           05  APV-VENDOR-NUMBER-1           PIC X(06).
           05  APV-VENDOR-INVOICE-1          PIC X(10).
           05  APV-PO-NUMBER-1               PIC 9(06).
           05  APV-PRODUCT-CODE-1            PIC X(10).
           05  APV-QTY-BILLED-1              PIC S9(07).
           05  APV-UNIT-PRICE-1              PIC S9(07)V99.
           05  APV-AMOUNT-1                  PIC S9(07)V99.
           05  APV-INVOICE-DATE-1            PIC X(08).
           05  APV-ENTRY-DATE-1              PIC X(08).
           05  APV-STATUS-1                  PIC X(01).
               88  APV-STATUS-PAID-1             VALUE 'P'.
               88  APV-STATUS-REJECTED-1         VALUE 'X'.
           05  APV-MATCH-SW-1                PIC X(01).
           05  APV-CHECK-NUMBER-1            PIC 9(06).
           05  APV-PAID-DATE-1               PIC X(08).
           05  APV-OPERATOR-ID-1             PIC X(08).
           05  APV-VOUCHER-TYPE-1            PIC X(01).
               88  APV-TYPE-PO-VOUCHER-1         VALUE 'P' ' '.
               88  APV-TYPE-DEBIT-MEMO-1         VALUE 'D'.
               88  APV-TYPE-EXPENSE-1            VALUE 'E'.
      *
       FD APD-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS APD-FILE-RECORD.
       01  APD-FILE-RECORD.
           05  APD-KEY-1.
               10  APD-VOUCHER-NUMBER-1      PIC 9(06).
               10  APD-LINE-NUMBER-1         PIC 9(02).
           05  APD-GL-SOURCE-CODE-1          PIC X(04).
           05  APD-GL-ACCOUNT-1              PIC X(10).
           05  APD-AMOUNT-1                  PIC S9(07)V99.
           05  APD-VENDOR-NUMBER-1           PIC X(06).
           05  APD-ENTRY-DATE-1              PIC X(08).
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
           05  ACK-CLEARED-DATE-1            PIC X(08).
           05  ACK-CLEARED-AMOUNT-1          PIC S9(07)V99.
           05  ACK-RUN-OPERATOR-1            PIC X(08).
      *
       FD GLM-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS GLM-FILE-RECORD.
       01  GLM-FILE-RECORD.
           05  GLM-KEY-1.
               10  GLM-SOURCE-CODE-1             PIC X(04).
           05  GLM-DESCRIPTION-1                 PIC X(20).
           05  GLM-DEBIT-ACCOUNT-1               PIC X(10).
           05  GLM-CREDIT-ACCOUNT-1              PIC X(10).
      *
       FD GL-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-EXTRACT-RECORD.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-CODE                   PIC X(10).
           05  GL-ACCOUNT-DESC                   PIC X(20).
           05  GL-EXTRACT-DATE                   PIC X(08).
           05  GL-DR-CR-INDICATOR                PIC X(02).
           05  GL-AMOUNT                         PIC S9(09)V99.
           05  FILLER                            PIC X(29).
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
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
           88  WS-APVFILE-EOF                    VALUE '10'.
       01 WS-APDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APDFILE-SUCCESS                VALUE '00'.
           88  WS-APDFILE-EOF                    VALUE '10'.
       01 WS-ACKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ACKFILE-SUCCESS                VALUE '00'.
           88  WS-ACKFILE-EOF                    VALUE '10'.
       01 WS-GLMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLMFILE-SUCCESS                VALUE '00'.
           88  WS-GLMFILE-NOTFND                 VALUE '23'.
       01 WS-GLFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-GLFILE-SUCCESS                 VALUE '00'.
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
       01 WS-JOURNAL-DATE                    PIC X(08)  VALUE SPACES.
      *
      * EXPENSE VOUCHERS ENTERED ON THE JOURNAL DATE BUT SINCE
      * REJECTED; THEIR APDFEC LINES ARE LEFT OUT OF THE DEBITS.
       01 WS-REJ-TABLE.
           05  WS-REJ-VOUCHER-NUMBER         PIC 9(06)
                                             OCCURS 500 TIMES.
       01 WS-REJ-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-REJ-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-REJ-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-REJ-FOUND                      VALUE 'Y'.
      *
      * ONE SLOT PER EXPENSE ACCOUNT DEBITED BY THE DAY'S APDFEC
      * DISTRIBUTION LINES.
       01 WS-EXP-TABLE.
           05  WS-EXP-ENTRY                  OCCURS 200 TIMES.
               10  WS-EXP-ACCOUNT            PIC X(10).
               10  WS-EXP-SOURCE-CODE        PIC X(04).
               10  WS-EXP-AMOUNT             PIC S9(09)V99 COMP-3.
       01 WS-EXP-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-EXP-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-EXP-HIT-SUB                     PIC S9(04) COMP VALUE 0.
      *
       01 WS-PO-VOUCHER-TOTAL                PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-EXPENSE-TOTAL                   PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-EXPENSE-DIST-TOTAL              PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-DEBIT-MEMO-TOTAL                PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-PAID-GROSS-TOTAL                PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-CHECK-TOTAL                     PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-DISCOUNT-TOTAL                  PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-JRN-AMOUNT                      PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-TOTAL-DEBITS                    PIC S9(11)V99
                                              COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITS                   PIC S9(11)V99
                                              COMP-3 VALUE 0.
      *
       01 WS-VOUCHER-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PO-VOUCHER-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-EXPENSE-VOUCHER-CNT             PIC 9(07)  COMP-3 VALUE 0.
       01 WS-DEBIT-MEMO-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PAID-VOUCHER-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-DIST-LINE-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CHECK-CNT                       PIC 9(07)  COMP-3 VALUE 0.
       01 WS-JOURNAL-LINE-CNT                PIC 9(07)  COMP-3 VALUE 0.
      *
      * THE ACCOUNTS COME FROM THE GLMFEC MAPPING FILE AT RUN TIME.
      * A SOURCE CODE MISSING FROM THE MAP FAILS THE RUN - A JOURNAL
      * WITH AN UNMAPPED BUCKET IS WORSE THAN NO JOURNAL.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - PAYABLES AND DISBURSEMENTS JOURNAL'.
           05  FILLER                        PIC X(09) VALUE ' DATE '.
           05  HDG1-JOURNAL-DATE             PIC X(08).
           05  FILLER                        PIC X(53) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(06) VALUE 'SOURCE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'DR/CR'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               '          AMOUNT'.
      *
       01 DETAIL-LINE.
           05  DTL-SOURCE-CODE               PIC X(04).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-ACCOUNT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ACCOUNT-DESC              PIC X(20).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-DR-CR-INDICATOR           PIC X(02).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-AMOUNT                    PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(25)
               VALUE 'VOUCHERS READ:'.
           05  SL1-VOUCHER-READ-CNT          PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(25)
               VALUE 'PO VOUCHERS ENTERED:'.
           05  SL2-PO-VOUCHER-CNT            PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL2-PO-VOUCHER-TOTAL          PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(25)
               VALUE 'EXPENSE VOUCHERS ENTERED:'.
           05  SL3-EXPENSE-VOUCHER-CNT       PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL3-EXPENSE-TOTAL             PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(25)
               VALUE 'DISTRIBUTION LINES:'.
           05  SL4-DIST-LINE-CNT             PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL4-EXPENSE-DIST-TOTAL        PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(25)
               VALUE 'DEBIT MEMOS ENTERED:'.
           05  SL5-DEBIT-MEMO-CNT            PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL5-DEBIT-MEMO-TOTAL          PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-6.
           05  FILLER                        PIC X(25)
               VALUE 'VOUCHERS PAID:'.
           05  SL6-PAID-VOUCHER-CNT          PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL6-PAID-GROSS-TOTAL          PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-7.
           05  FILLER                        PIC X(25)
               VALUE 'CHECKS ISSUED:'.
           05  SL7-CHECK-CNT                 PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL7-CHECK-TOTAL               PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-8.
           05  FILLER                        PIC X(25)
               VALUE 'DISCOUNTS TAKEN:'.
           05  FILLER                        PIC X(09) VALUE SPACES.
           05  SL8-DISCOUNT-TOTAL            PIC Z(8)9.99CR.
      *
       01 SUMMARY-LINE-9.
           05  FILLER                        PIC X(25)
               VALUE 'TOTAL DEBITS:'.
           05  SL9-TOTAL-DEBITS              PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-10.
           05  FILLER                        PIC X(25)
               VALUE 'TOTAL CREDITS:'.
           05  SL10-TOTAL-CREDITS            PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-11.
           05  FILLER                        PIC X(30)
               VALUE 'JOURNAL IN BALANCE'.
      *
       01 SUMMARY-LINE-12.
           05  FILLER                        PIC X(30)
               VALUE 'JOURNAL OUT OF BALANCE'.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           OPEN INPUT APV-FILE.
           IF WS-APVFILE-SUCCESS
               DISPLAY "APV-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT APD-FILE.
           IF NOT WS-APDFILE-SUCCESS
               DISPLAY "WS-APDFILE-SW=" WS-APDFILE-SW
               DISPLAY "APD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT ACK-FILE.
           IF NOT WS-ACKFILE-SUCCESS
               DISPLAY "WS-ACKFILE-SW=" WS-ACKFILE-SW
               DISPLAY "ACK-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT GLM-FILE.
           IF NOT WS-GLMFILE-SUCCESS
               DISPLAY "WS-GLMFILE-SW=" WS-GLMFILE-SW
               DISPLAY "GLM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT GL-EXTRACT-FILE.
           IF NOT WS-GLFILE-SUCCESS
               DISPLAY "WS-GLFILE-SW=" WS-GLFILE-SW
               DISPLAY "GL-EXTRACT-FILE OPEN ERROR"
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
           PERFORM 100-SWEEP-VOUCHERS.
           PERFORM 200-SWEEP-DISTRIBUTIONS.
           PERFORM 300-SWEEP-CHECKS.
      *
           COMPUTE WS-DISCOUNT-TOTAL =
               WS-PAID-GROSS-TOTAL - WS-CHECK-TOTAL.
      *
           PERFORM 500-WRITE-JOURNAL.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
      *
           OPEN INPUT APJ-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ APJ-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND APJ-JOURNAL-DATE NUMERIC
                   MOVE APJ-JOURNAL-DATE TO WS-JOURNAL-DATE
               ELSE
                   DISPLAY "NO USABLE PARM CARD - USING TODAY'S DATE "
                           WS-JOURNAL-DATE
               END-IF
               CLOSE APJ-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO APJ-PARM-FILE FOUND - USING TODAY'S DATE "
                       WS-JOURNAL-DATE
           END-IF.
      *
       100-SWEEP-VOUCHERS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 110-SWEEP-ONE-VOUCHER
               UNTIL WS-EOF-YES.
      *
       110-SWEEP-ONE-VOUCHER.
      *
           ADD 1 TO WS-VOUCHER-READ-CNT.
      *
           IF APV-ENTRY-DATE-1 = WS-JOURNAL-DATE
               PERFORM 120-JOURNAL-NEW-VOUCHER
           END-IF.
      *
           IF APV-STATUS-PAID-1 AND APV-PAID-DATE-1 = WS-JOURNAL-DATE
               ADD 1 TO WS-PAID-VOUCHER-CNT
               ADD APV-AMOUNT-1 TO WS-PAID-GROSS-TOTAL
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-JOURNAL-NEW-VOUCHER.
      *
           IF APV-STATUS-REJECTED-1
               IF APV-TYPE-EXPENSE-1
                   IF WS-REJ-COUNT < 500
                       ADD 1 TO WS-REJ-COUNT
                       MOVE APV-VOUCHER-NUMBER-1
                         TO WS-REJ-VOUCHER-NUMBER (WS-REJ-COUNT)
                   ELSE
                       DISPLAY "REJECTED VOUCHER TABLE FULL: "
                           APV-VOUCHER-NUMBER-1
                       PERFORM 800-PROGRAM-FAILED
                   END-IF
               END-IF
           ELSE IF APV-TYPE-DEBIT-MEMO-1
               ADD 1 TO WS-DEBIT-MEMO-CNT
               SUBTRACT APV-AMOUNT-1 FROM WS-DEBIT-MEMO-TOTAL
           ELSE IF APV-TYPE-EXPENSE-1
               ADD 1 TO WS-EXPENSE-VOUCHER-CNT
               ADD APV-AMOUNT-1 TO WS-EXPENSE-TOTAL
           ELSE
               ADD 1 TO WS-PO-VOUCHER-CNT
               ADD APV-AMOUNT-1 TO WS-PO-VOUCHER-TOTAL
           END-IF.
      *
       200-SWEEP-DISTRIBUTIONS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ APD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 210-SWEEP-ONE-DISTRIBUTION
               UNTIL WS-EOF-YES.
      *
       210-SWEEP-ONE-DISTRIBUTION.
      *
           IF APD-ENTRY-DATE-1 = WS-JOURNAL-DATE
               PERFORM 220-CHECK-REJECTED-VOUCHER
               IF NOT WS-REJ-FOUND
                   ADD 1 TO WS-DIST-LINE-CNT
                   ADD APD-AMOUNT-1 TO WS-EXPENSE-DIST-TOTAL
                   PERFORM 400-FIND-EXP-SLOT
                   ADD APD-AMOUNT-1 TO WS-EXP-AMOUNT (WS-EXP-HIT-SUB)
               END-IF
           END-IF.
      *
           READ APD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       220-CHECK-REJECTED-VOUCHER.
      *
           MOVE 'N' TO WS-REJ-FOUND-SW.
           PERFORM 230-CHECK-ONE-REJECTED
               VARYING WS-REJ-SUB FROM 1 BY 1
               UNTIL WS-REJ-SUB > WS-REJ-COUNT
                  OR WS-REJ-FOUND.
      *
       230-CHECK-ONE-REJECTED.
      *
           IF WS-REJ-VOUCHER-NUMBER (WS-REJ-SUB) = APD-VOUCHER-NUMBER-1
               MOVE 'Y' TO WS-REJ-FOUND-SW
           END-IF.
      *
       300-SWEEP-CHECKS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ ACK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 310-SWEEP-ONE-CHECK
               UNTIL WS-EOF-YES.
      *
       310-SWEEP-ONE-CHECK.
      *
           IF ACK-ISSUE-DATE-1 = WS-JOURNAL-DATE
               ADD 1 TO WS-CHECK-CNT
               ADD ACK-AMOUNT-1 TO WS-CHECK-TOTAL
           END-IF.
      *
           READ ACK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       400-FIND-EXP-SLOT.
      *
      * ON EXIT WS-EXP-HIT-SUB POINTS AT THE SLOT FOR THE CURRENT
      * APDFEC LINE'S ACCOUNT, ADDED IF NEW. A FULL TABLE FAILS THE
      * RUN RATHER THAN WRITE AN UNBALANCED JOURNAL.
           MOVE ZERO TO WS-EXP-HIT-SUB.
           PERFORM 410-CHECK-ONE-EXP-SLOT
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXP-COUNT
                  OR WS-EXP-HIT-SUB > ZERO.
      *
           IF WS-EXP-HIT-SUB = ZERO
               IF WS-EXP-COUNT < 200
                   ADD 1 TO WS-EXP-COUNT
                   MOVE WS-EXP-COUNT TO WS-EXP-HIT-SUB
                   MOVE APD-GL-ACCOUNT-1
                     TO WS-EXP-ACCOUNT (WS-EXP-HIT-SUB)
                   MOVE APD-GL-SOURCE-CODE-1
                     TO WS-EXP-SOURCE-CODE (WS-EXP-HIT-SUB)
                   MOVE ZERO TO WS-EXP-AMOUNT (WS-EXP-HIT-SUB)
               ELSE
                   DISPLAY "EXPENSE ACCOUNT TABLE FULL: "
                       APD-GL-ACCOUNT-1
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
       410-CHECK-ONE-EXP-SLOT.
      *
           IF WS-EXP-ACCOUNT (WS-EXP-SUB) = APD-GL-ACCOUNT-1
               MOVE WS-EXP-SUB TO WS-EXP-HIT-SUB
           END-IF.
      *
       500-WRITE-JOURNAL.
      *
           MOVE WS-PO-VOUCHER-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'APVO' TO GLM-SOURCE-CODE-1.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
      * EXPENSE VOUCHERS: ONE DEBIT PER ACCOUNT CHARGED ON APDFEC,
      * DESCRIBED BY THE BUCKET IT WAS KEYED UNDER, AGAINST A SINGLE
      * AP CREDIT FOR THE DISTRIBUTED TOTAL.
           PERFORM 520-WRITE-ONE-EXPENSE-DEBIT
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXP-COUNT.
      *
           MOVE 'APEX' TO GLM-SOURCE-CODE-1.
           PERFORM 530-READ-GL-MAPPING.
           MOVE WS-EXPENSE-DIST-TOTAL TO WS-JRN-AMOUNT.
           MOVE GLM-CREDIT-ACCOUNT-1  TO GL-ACCOUNT-CODE.
           MOVE GLM-DESCRIPTION-1     TO GL-ACCOUNT-DESC.
           MOVE 'CR'                  TO GL-DR-CR-INDICATOR.
           PERFORM 540-WRITE-ONE-JOURNAL-LINE.
      *
           MOVE WS-DEBIT-MEMO-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'APDM' TO GLM-SOURCE-CODE-1.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
           MOVE WS-CHECK-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'APCK' TO GLM-SOURCE-CODE-1.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
           MOVE WS-DISCOUNT-TOTAL TO WS-JRN-AMOUNT.
           MOVE 'APDS' TO GLM-SOURCE-CODE-1.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
       510-WRITE-ONE-JOURNAL-PAIR.
      *
           PERFORM 530-READ-GL-MAPPING.
      *
           MOVE GLM-DEBIT-ACCOUNT-1   TO GL-ACCOUNT-CODE.
           MOVE GLM-DESCRIPTION-1     TO GL-ACCOUNT-DESC.
           MOVE 'DR'                  TO GL-DR-CR-INDICATOR.
           PERFORM 540-WRITE-ONE-JOURNAL-LINE.
      *
           MOVE GLM-CREDIT-ACCOUNT-1  TO GL-ACCOUNT-CODE.
           MOVE GLM-DESCRIPTION-1     TO GL-ACCOUNT-DESC.
           MOVE 'CR'                  TO GL-DR-CR-INDICATOR.
           PERFORM 540-WRITE-ONE-JOURNAL-LINE.
      *
       520-WRITE-ONE-EXPENSE-DEBIT.
      *
           MOVE WS-EXP-SOURCE-CODE (WS-EXP-SUB) TO GLM-SOURCE-CODE-1.
           PERFORM 530-READ-GL-MAPPING.
      *
           MOVE WS-EXP-AMOUNT (WS-EXP-SUB)  TO WS-JRN-AMOUNT.
           MOVE WS-EXP-ACCOUNT (WS-EXP-SUB) TO GL-ACCOUNT-CODE.
           MOVE GLM-DESCRIPTION-1           TO GL-ACCOUNT-DESC.
           MOVE 'DR'                        TO GL-DR-CR-INDICATOR.
           PERFORM 540-WRITE-ONE-JOURNAL-LINE.
      *
       530-READ-GL-MAPPING.
      *
           MOVE '00' TO WS-GLMFILE-SW.
           READ GLM-FILE
               INVALID KEY MOVE '23' TO WS-GLMFILE-SW.
      *
           IF NOT WS-GLMFILE-SUCCESS
               DISPLAY "GL MAPPING MISSING FOR SOURCE "
                   GLM-SOURCE-CODE-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       540-WRITE-ONE-JOURNAL-LINE.
      *
           MOVE WS-JOURNAL-DATE       TO GL-EXTRACT-DATE.
           MOVE WS-JRN-AMOUNT         TO GL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           IF NOT WS-GLFILE-SUCCESS
               DISPLAY "WS-GLFILE-SW=" WS-GLFILE-SW
               DISPLAY "GL-EXTRACT-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF GL-DR-CR-INDICATOR = 'DR'
               ADD WS-JRN-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-JRN-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
           ADD 1 TO WS-JOURNAL-LINE-CNT.
      *
           IF WS-LINE-CNT > WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           MOVE GLM-SOURCE-CODE-1  TO DTL-SOURCE-CODE.
           MOVE GL-ACCOUNT-CODE    TO DTL-ACCOUNT-CODE.
           MOVE GL-ACCOUNT-DESC    TO DTL-ACCOUNT-DESC.
           MOVE GL-DR-CR-INDICATOR TO DTL-DR-CR-INDICATOR.
           MOVE WS-JRN-AMOUNT      TO DTL-AMOUNT.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR     TO HDG1-PAGE-NBR.
           MOVE WS-JOURNAL-DATE TO HDG1-JOURNAL-DATE.
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
           IF WS-LINE-CNT > WS-LINES-PER-PAGE - 16
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-VOUCHER-READ-CNT    TO SL1-VOUCHER-READ-CNT.
           MOVE WS-PO-VOUCHER-CNT      TO SL2-PO-VOUCHER-CNT.
           MOVE WS-PO-VOUCHER-TOTAL    TO SL2-PO-VOUCHER-TOTAL.
           MOVE WS-EXPENSE-VOUCHER-CNT TO SL3-EXPENSE-VOUCHER-CNT.
           MOVE WS-EXPENSE-TOTAL       TO SL3-EXPENSE-TOTAL.
           MOVE WS-DIST-LINE-CNT       TO SL4-DIST-LINE-CNT.
           MOVE WS-EXPENSE-DIST-TOTAL  TO SL4-EXPENSE-DIST-TOTAL.
           MOVE WS-DEBIT-MEMO-CNT      TO SL5-DEBIT-MEMO-CNT.
           MOVE WS-DEBIT-MEMO-TOTAL    TO SL5-DEBIT-MEMO-TOTAL.
           MOVE WS-PAID-VOUCHER-CNT    TO SL6-PAID-VOUCHER-CNT.
           MOVE WS-PAID-GROSS-TOTAL    TO SL6-PAID-GROSS-TOTAL.
           MOVE WS-CHECK-CNT           TO SL7-CHECK-CNT.
           MOVE WS-CHECK-TOTAL         TO SL7-CHECK-TOTAL.
           MOVE WS-DISCOUNT-TOTAL      TO SL8-DISCOUNT-TOTAL.
           MOVE WS-TOTAL-DEBITS        TO SL9-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS       TO SL10-TOTAL-CREDITS.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-5
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-6
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-7
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-8
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-9
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-10
               AFTER ADVANCING 1 LINES.
      *
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               WRITE PRINT-LINE FROM SUMMARY-LINE-11
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-LINE FROM SUMMARY-LINE-12
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE APV-FILE
                 APD-FILE
                 ACK-FILE
                 GLM-FILE
                 GL-EXTRACT-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL VOUCHERS READ    = " WS-VOUCHER-READ-CNT.
           DISPLAY "TOTAL CHECKS JOURNALLED= " WS-CHECK-CNT.
           DISPLAY "TOTAL JOURNAL LINES    = " WS-JOURNAL-LINE-CNT.
           DISPLAY "TOTAL DEBITS           = " WS-TOTAL-DEBITS.
           DISPLAY "TOTAL CREDITS          = " WS-TOTAL-CREDITS.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
