       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTPCKFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Nightly promise-to-pay check. Runs after the day's cash has
      *posted. Sweeps the CTCFEC contact log for open promises (type
      *P, status O, logged by PTPENFEC) and holds them in a table;
      *when a customer has more than one open promise, every one but
      *the newest is marked R - replaced - since the collector took a
      *new promise in its place. Then sweeps PAYHFEC for real
      *payments (type P, not reversed NSF), finds each one's customer
      *through its invoice, and credits it to that customer's open
      *promises when it was paid between the day the promise was
      *taken and the day it was due. A promise paid in full is marked
      *K - kept - even before its date. A promise whose date has gone
      *by without the full amount is marked B - broken - and the
      *COLWLFEC worklist puts the account back in front of the
      *collectors the next morning. Everything else stays open. The
      *report lists every promise kept or broken tonight.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  A CARD PAYMENT (PAYHFEC TYPE K) KEEPS A PROMISE
      *                 THE SAME AS A CHECK.
      *2026-10-15  DAO  PAYMENT HISTORY GROWS 61 TO 75 FOR THE NEW
      *                 CURRENCY CODE AND FOREIGN AMOUNT.
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT JOBDEP-FILE ASSIGN TO JOBDEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBDEP-SW.

           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT CTC-FILE ASSIGN TO CTCMSTR
               RECORD KEY IS CTC-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CTCFILE-SW.

           SELECT PAYH-FILE ASSIGN TO PAYHMSTR
               RECORD KEY IS PAYH-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYHFILE-SW.

           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-INVFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD JOBDEP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS JOBDEP-RECORD.
       01  JOBDEP-RECORD.
           05  JOBDEP-JOB-NAME               PIC X(08).
           05  JOBDEP-PRED-NAME              OCCURS 4 TIMES
                                             PIC X(08).
      *
       FD RUNHIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS RUNHIST-RECORD.
       01  RUNHIST-RECORD.
           05  RUNHIST-JOB-NAME              PIC X(08).
           05  RUNHIST-START-DATE            PIC 9(08).
           05  RUNHIST-START-TIME            PIC 9(06).
           05  RUNHIST-END-DATE              PIC 9(08).
           05  RUNHIST-END-TIME              PIC 9(06).
           05  RUNHIST-RECORD-COUNT          PIC 9(07).
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD CTC-FILE
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS CTC-FILE-RECORD.
       01  CTC-FILE-RECORD.
           05  CTC-KEY-1.
               10  CTC-CUSTOMER-NUMBER-1     PIC X(06).
               10  CTC-CONTACT-DATE-1        PIC X(08).
               10  CTC-CONTACT-TIME-1        PIC X(06).
           05  CTC-OPERATOR-ID-1             PIC X(08).
           05  CTC-CONTACT-TYPE-1            PIC X(01).
               88  CTC-TYPE-PROMISE-1            VALUE 'P'.
           05  CTC-CONTACT-TEXT-1            PIC X(60).
           05  CTC-PROMISE-AMOUNT-1          PIC S9(07)V99.
           05  CTC-PROMISE-DATE-1            PIC X(08).
           05  CTC-PROMISE-STATUS-1          PIC X(01).
               88  CTC-PROMISE-OPEN-1            VALUE 'O'.
      *
       FD PAYH-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYH-FILE-RECORD.
       01  PAYH-FILE-RECORD.
           05  PAYH-KEY-1.
               10  PAYH-INVOICE-NUMBER-1     PIC 9(06).
               10  PAYH-PAYMENT-SEQ-1        PIC 9(04).
           05  PAYH-TYPE-1                   PIC X(01).
               88  PAYH-TYPE-PAYMENT-1           VALUE 'P'.
               88  PAYH-TYPE-CARD-1              VALUE 'K'.
           05  PAYH-PAYMENT-AMOUNT-1         PIC S9(07)V99.
           05  PAYH-PAYMENT-DATE-1           PIC X(08).
           05  PAYH-PAYMENT-TIME-1           PIC X(06).
           05  PAYH-CHECK-NUMBER-1           PIC X(10).
           05  PAYH-OPERATOR-ID-1            PIC X(08).
           05  PAYH-NSF-SW-1                 PIC X(01).
               88  PAYH-IS-NSF-1                 VALUE 'Y'.
           05  PAYH-NSF-DATE-1               PIC X(08).
           05  PAYH-CURRENCY-CODE-1          PIC X(03).
           05  PAYH-FX-AMOUNT-1              PIC S9(09)V99.
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
               10  INV-INVOICE-NUMBER-1      PIC 9(06).
           05  INV-INVOICE-DATE-1            PIC X(08).
           05  INV-CUSTOMER-NUMBER-1         PIC X(06).
           05  FILLER                        PIC X(633).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-JOBDEP-SW                       PIC X(02)  VALUE SPACES.
           88  WS-JOBDEP-SUCCESS                 VALUE '00'.
       01 WS-RUNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RUNFILE-SUCCESS                VALUE '00'.
       01 WS-RUNFILE-OPEN-SW                 PIC X(01)  VALUE 'N'.
           88  WS-RUNFILE-IS-OPEN                VALUE 'Y'.
       01 WS-JOBDEP-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  WS-JOBDEP-EOF-YES                 VALUE 'Y'.
       01 WS-RUNHIST-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  WS-RUNHIST-EOF-YES                VALUE 'Y'.
       01 WS-DEP-ROW-FOUND-SW                PIC X(01)  VALUE 'N'.
           88  WS-DEP-ROW-FOUND                  VALUE 'Y'.
       01 WS-OWN-JOB-NAME                   PIC X(08) VALUE 'PTPCKFEC'.
       01 WS-DEP-TODAY-DATE                  PIC 9(08)  VALUE 0.
       01 WS-DEP-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-PRED-TABLE.
           05  WS-PRED-ENTRY                 OCCURS 4 TIMES.
               10  WS-PRED-NAME              PIC X(08).
               10  WS-PRED-OK-SW             PIC X(01).
       01 WS-JOB-START-DATE                  PIC 9(08)  VALUE 0.
       01 WS-JOB-START-TIME-GROUP.
           05  WS-JOB-START-TIME             PIC 9(06).
           05  FILLER                        PIC 9(02).
       01 WS-JOB-END-DATE                    PIC 9(08)  VALUE 0.
       01 WS-JOB-END-TIME-GROUP.
           05  WS-JOB-END-TIME               PIC 9(06).
           05  FILLER                        PIC 9(02).
       01 WS-CTCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTCFILE-SUCCESS                VALUE '00'.
       01 WS-PAYHFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PAYHFILE-SUCCESS               VALUE '00'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-PAYH-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-PAYH-EOF                       VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-PAY-CUSTOMER                    PIC X(06)  VALUE SPACES.
      *
      * EVERY OPEN PROMISE ON FILE, IN CTCFEC KEY ORDER - SO A
      * CUSTOMER'S PROMISES SIT TOGETHER, OLDEST FIRST.
       01 WS-PROMISE-TABLE.
           05  WS-PTP-ENTRY                  OCCURS 2000 TIMES.
               10  WS-PTP-CUSTOMER           PIC X(06).
               10  WS-PTP-TAKEN-DATE         PIC X(08).
               10  WS-PTP-TAKEN-TIME         PIC X(06).
               10  WS-PTP-OPERATOR           PIC X(08).
               10  WS-PTP-AMOUNT             PIC S9(07)V99 COMP-3.
               10  WS-PTP-DUE-DATE           PIC X(08).
               10  WS-PTP-PAID               PIC S9(09)V99 COMP-3.
               10  WS-PTP-NEW-STATUS         PIC X(01).
       01 WS-PTP-MAX                         PIC S9(04) COMP VALUE 2000.
       01 WS-PTP-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-PTP-SUB                         PIC S9(04) COMP VALUE 0.
      *
      * NO PAYMENT DATED BEFORE THE OLDEST OPEN PROMISE WAS TAKEN CAN
      * COUNT TOWARD ANY OF THEM - THOSE ROWS SKIP THE INVOICE READ.
       01 WS-EARLIEST-TAKEN-DATE             PIC X(08)  VALUE SPACES.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-CTC-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-OPEN-READ-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-TABLE-FULL-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PAYH-READ-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PAY-MATCHED-CNT                 PIC 9(07)  COMP-3 VALUE 0.
       01 WS-KEPT-CNT                        PIC 9(07)  COMP-3 VALUE 0.
       01 WS-BROKEN-CNT                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-REPLACED-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-STILL-OPEN-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-KEPT-AMOUNT                     PIC S9(09)V99 VALUE 0.
       01 WS-BROKEN-AMOUNT                   PIC S9(09)V99 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'KC03FEC - PROMISE-TO-PAY CHECK'.
           05  FILLER                        PIC X(10) VALUE 'RUN DATE'.
           05  HDG1-RUN-DATE                 PIC X(08).
           05  FILLER                        PIC X(50) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(08) VALUE 'CUST'.
           05  FILLER                        PIC X(10) VALUE 'TAKEN'.
           05  FILLER                        PIC X(10) VALUE 'TAKEN BY'.
           05  FILLER                        PIC X(10) VALUE 'DUE'.
           05  FILLER                        PIC X(14) VALUE
               '     PROMISED'.
           05  FILLER                        PIC X(15) VALUE
               '          PAID'.
           05  FILLER                        PIC X(08) VALUE 'RESULT'.
      *
       01 DETAIL-LINE.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TAKEN-DATE                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-OPERATOR                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DUE-DATE                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PROMISED                  PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PAID                      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-RESULT                    PIC X(06).
      *
       01 SUMMARY-LINE.
           05  SL-LABEL                      PIC X(40).
           05  SL-COUNT                      PIC ZZZZZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  SL-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 010-CHECK-JOB-DEPENDENCIES.
           PERFORM 015-OPEN-RUNHIST-TRAIL.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE HIGH-VALUES TO WS-EARLIEST-TAKEN-DATE.
      *
           OPEN I-O CTC-FILE.
           IF NOT WS-CTCFILE-SUCCESS
               DISPLAY "WS-CTCFILE-SW=" WS-CTCFILE-SW
               DISPLAY "CTC-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT PAYH-FILE.
           IF NOT WS-PAYHFILE-SUCCESS
               DISPLAY "WS-PAYHFILE-SW=" WS-PAYHFILE-SW
               DISPLAY "PAYH-FILE OPEN ERROR"
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
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 100-LOAD-OPEN-PROMISES.
      *
           IF WS-PTP-COUNT > ZERO
               PERFORM 200-MATCH-PAYMENTS
           END-IF.
      *
           PERFORM 300-JUDGE-ONE-PROMISE
               VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-COUNT.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       100-LOAD-OPEN-PROMISES.
      *
           READ CTC-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 110-SCREEN-ONE-CONTACT
               UNTIL WS-EOF-YES.
      *
       110-SCREEN-ONE-CONTACT.
      *
           ADD 1 TO WS-CTC-READ-CNT.
      *
           IF CTC-TYPE-PROMISE-1 AND CTC-PROMISE-OPEN-1
               ADD 1 TO WS-OPEN-READ-CNT
               PERFORM 120-HOLD-ONE-PROMISE
           END-IF.
      *
           READ CTC-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-HOLD-ONE-PROMISE.
      *
           IF WS-PTP-COUNT NOT < WS-PTP-MAX
               DISPLAY "PROMISE TABLE FULL - LEFT OPEN: " CTC-KEY-1
               ADD 1 TO WS-TABLE-FULL-CNT
           ELSE
      *        THE ROW BEFORE IT IS THE SAME CUSTOMER'S OLDER PROMISE
      *        - THIS ONE TAKES ITS PLACE.
               IF WS-PTP-COUNT > ZERO
                  AND WS-PTP-CUSTOMER (WS-PTP-COUNT)
                        = CTC-CUSTOMER-NUMBER-1
                   MOVE 'R' TO WS-PTP-NEW-STATUS (WS-PTP-COUNT)
               END-IF
               ADD 1 TO WS-PTP-COUNT
               MOVE CTC-CUSTOMER-NUMBER-1
                 TO WS-PTP-CUSTOMER (WS-PTP-COUNT)
               MOVE CTC-CONTACT-DATE-1
                 TO WS-PTP-TAKEN-DATE (WS-PTP-COUNT)
               MOVE CTC-CONTACT-TIME-1
                 TO WS-PTP-TAKEN-TIME (WS-PTP-COUNT)
               MOVE CTC-OPERATOR-ID-1
                 TO WS-PTP-OPERATOR (WS-PTP-COUNT)
               MOVE CTC-PROMISE-AMOUNT-1
                 TO WS-PTP-AMOUNT (WS-PTP-COUNT)
               MOVE CTC-PROMISE-DATE-1
                 TO WS-PTP-DUE-DATE (WS-PTP-COUNT)
               MOVE ZERO TO WS-PTP-PAID (WS-PTP-COUNT)
               MOVE 'O'  TO WS-PTP-NEW-STATUS (WS-PTP-COUNT)
               IF CTC-CONTACT-DATE-1 < WS-EARLIEST-TAKEN-DATE
                   MOVE CTC-CONTACT-DATE-1 TO WS-EARLIEST-TAKEN-DATE
               END-IF
           END-IF.
      *
       200-MATCH-PAYMENTS.
      *
           READ PAYH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PAYH-EOF-SW.
           PERFORM 210-SCREEN-ONE-PAYMENT
               UNTIL WS-PAYH-EOF.
      *
       210-SCREEN-ONE-PAYMENT.
      *
           ADD 1 TO WS-PAYH-READ-CNT.
      *
      *    ONLY MONEY THAT STAYED IN THE BANK KEEPS A PROMISE -
      *    DISCOUNTS, WRITE-OFFS, AND BOUNCED CHECKS DO NOT.
           IF (PAYH-TYPE-PAYMENT-1 OR PAYH-TYPE-CARD-1)
                   AND NOT PAYH-IS-NSF-1
                   AND PAYH-PAYMENT-DATE-1 NOT < WS-EARLIEST-TAKEN-DATE
               MOVE PAYH-INVOICE-NUMBER-1 TO INV-INVOICE-NUMBER-1
               MOVE '00' TO WS-INVFILE-SW
               READ INVOICE-FILE
                   INVALID KEY MOVE '23' TO WS-INVFILE-SW
               END-READ
               IF WS-INVFILE-SUCCESS
                   MOVE INV-CUSTOMER-NUMBER-1 TO WS-PAY-CUSTOMER
                   PERFORM 220-CREDIT-ONE-PROMISE
                       VARYING WS-PTP-SUB FROM 1 BY 1
                       UNTIL WS-PTP-SUB > WS-PTP-COUNT
               END-IF
           END-IF.
      *
           READ PAYH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PAYH-EOF-SW.
      *
       220-CREDIT-ONE-PROMISE.
      *
           IF WS-PTP-CUSTOMER (WS-PTP-SUB) = WS-PAY-CUSTOMER
                   AND WS-PTP-NEW-STATUS (WS-PTP-SUB) = 'O'
                   AND PAYH-PAYMENT-DATE-1
                       NOT < WS-PTP-TAKEN-DATE (WS-PTP-SUB)
                   AND PAYH-PAYMENT-DATE-1
                       NOT > WS-PTP-DUE-DATE (WS-PTP-SUB)
               ADD PAYH-PAYMENT-AMOUNT-1 TO WS-PTP-PAID (WS-PTP-SUB)
               ADD 1 TO WS-PAY-MATCHED-CNT
           END-IF.
      *
       300-JUDGE-ONE-PROMISE.
      *
           IF WS-PTP-NEW-STATUS (WS-PTP-SUB) = 'R'
               ADD 1 TO WS-REPLACED-CNT
               PERFORM 400-REWRITE-THE-PROMISE
           ELSE IF WS-PTP-PAID (WS-PTP-SUB)
                       NOT < WS-PTP-AMOUNT (WS-PTP-SUB)
               MOVE 'K' TO WS-PTP-NEW-STATUS (WS-PTP-SUB)
               ADD 1 TO WS-KEPT-CNT
               ADD WS-PTP-AMOUNT (WS-PTP-SUB) TO WS-KEPT-AMOUNT
               PERFORM 400-REWRITE-THE-PROMISE
               MOVE 'KEPT' TO DTL-RESULT
               PERFORM 500-PRINT-PROMISE-LINE
           ELSE IF WS-PTP-DUE-DATE (WS-PTP-SUB) < WS-TODAY-DATE
               MOVE 'B' TO WS-PTP-NEW-STATUS (WS-PTP-SUB)
               ADD 1 TO WS-BROKEN-CNT
               ADD WS-PTP-AMOUNT (WS-PTP-SUB) TO WS-BROKEN-AMOUNT
               PERFORM 400-REWRITE-THE-PROMISE
               MOVE 'BROKEN' TO DTL-RESULT
               PERFORM 500-PRINT-PROMISE-LINE
           ELSE
               ADD 1 TO WS-STILL-OPEN-CNT
           END-IF.
      *
       400-REWRITE-THE-PROMISE.
      *
           MOVE WS-PTP-CUSTOMER (WS-PTP-SUB)   TO CTC-CUSTOMER-NUMBER-1.
           MOVE WS-PTP-TAKEN-DATE (WS-PTP-SUB) TO CTC-CONTACT-DATE-1.
           MOVE WS-PTP-TAKEN-TIME (WS-PTP-SUB) TO CTC-CONTACT-TIME-1.
      *
           READ CTC-FILE
               INVALID KEY MOVE '23' TO WS-CTCFILE-SW
           END-READ.
      *
           IF NOT WS-CTCFILE-SUCCESS
               DISPLAY "WS-CTCFILE-SW=" WS-CTCFILE-SW
               DISPLAY "CTC-FILE READ ERROR " CTC-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE WS-PTP-NEW-STATUS (WS-PTP-SUB) TO CTC-PROMISE-STATUS-1.
           REWRITE CTC-FILE-RECORD.
           IF NOT WS-CTCFILE-SUCCESS
               DISPLAY "WS-CTCFILE-SW=" WS-CTCFILE-SW
               DISPLAY "CTC-FILE REWRITE ERROR " CTC-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       500-PRINT-PROMISE-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-PTP-CUSTOMER (WS-PTP-SUB)   TO DTL-CUSTOMER-NUMBER.
           MOVE WS-PTP-TAKEN-DATE (WS-PTP-SUB) TO DTL-TAKEN-DATE.
           MOVE WS-PTP-OPERATOR (WS-PTP-SUB)   TO DTL-OPERATOR.
           MOVE WS-PTP-DUE-DATE (WS-PTP-SUB)   TO DTL-DUE-DATE.
           MOVE WS-PTP-AMOUNT (WS-PTP-SUB)     TO DTL-PROMISED.
           MOVE WS-PTP-PAID (WS-PTP-SUB)       TO DTL-PAID.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR   TO HDG1-PAGE-NBR.
           MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
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
           IF WS-PAGE-NBR = ZERO
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE 'CONTACT ROWS READ:'               TO SL-LABEL.
           MOVE WS-CTC-READ-CNT                    TO SL-COUNT.
           MOVE ZERO                               TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'OPEN PROMISES CHECKED:'           TO SL-LABEL.
           MOVE WS-OPEN-READ-CNT                   TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  KEPT:'                          TO SL-LABEL.
           MOVE WS-KEPT-CNT                        TO SL-COUNT.
           MOVE WS-KEPT-AMOUNT                     TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  BROKEN:'                        TO SL-LABEL.
           MOVE WS-BROKEN-CNT                      TO SL-COUNT.
           MOVE WS-BROKEN-AMOUNT                   TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE ZERO                               TO SL-AMOUNT.
           MOVE '  REPLACED BY A NEWER PROMISE:'   TO SL-LABEL.
           MOVE WS-REPLACED-CNT                    TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  STILL OPEN:'                    TO SL-LABEL.
           MOVE WS-STILL-OPEN-CNT                  TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LEFT OPEN - TABLE FULL:'        TO SL-LABEL.
           MOVE WS-TABLE-FULL-CNT                  TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'PAYMENT ROWS READ:'               TO SL-LABEL.
           MOVE WS-PAYH-READ-CNT                   TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '  CREDITED TO A PROMISE:'         TO SL-LABEL.
           MOVE WS-PAY-MATCHED-CNT                 TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
      *
       010-CHECK-JOB-DEPENDENCIES.
      *
      *    THE NIGHTLY ORDER OF THE STREAM IS DATA, NOT JUST JCL: A
      *    JOB REFUSES TO START UNLESS EVERY PREDECESSOR LISTED FOR
      *    IT ON JOBDEP POSTED A SUCCESSFUL FINISH TO RUNHIST TODAY.
      *
           ACCEPT WS-DEP-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-DEP-ROW-FOUND-SW.
           MOVE 'N' TO WS-JOBDEP-EOF-SW.
      *
           OPEN INPUT JOBDEP-FILE.
           IF NOT WS-JOBDEP-SUCCESS
               DISPLAY "NO JOBDEP-FILE FOUND - DEPENDENCY CHECK "
                       "SKIPPED"
           ELSE
               READ JOBDEP-FILE
                   AT END MOVE 'Y' TO WS-JOBDEP-EOF-SW
               END-READ
               PERFORM 011-FIND-OWN-DEP-ROW
                   UNTIL WS-JOBDEP-EOF-YES OR WS-DEP-ROW-FOUND
               CLOSE JOBDEP-FILE
               IF WS-DEP-ROW-FOUND
                   PERFORM 013-VERIFY-THE-PREDECESSORS
               END-IF
           END-IF.
      *
       011-FIND-OWN-DEP-ROW.
      *
           IF JOBDEP-JOB-NAME = WS-OWN-JOB-NAME
               MOVE 'Y' TO WS-DEP-ROW-FOUND-SW
               PERFORM 012-HOLD-ONE-PREDECESSOR
                   VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > 4
           ELSE
               READ JOBDEP-FILE
                   AT END MOVE 'Y' TO WS-JOBDEP-EOF-SW
               END-READ
           END-IF.
      *
       012-HOLD-ONE-PREDECESSOR.
      *
           MOVE JOBDEP-PRED-NAME (WS-DEP-SUB)
             TO WS-PRED-NAME (WS-DEP-SUB).
           MOVE 'N' TO WS-PRED-OK-SW (WS-DEP-SUB).
      *
       013-VERIFY-THE-PREDECESSORS.
      *
           MOVE 'N' TO WS-RUNHIST-EOF-SW.
           OPEN INPUT RUNHIST-FILE.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - JOB REFUSED"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ RUNHIST-FILE
               AT END MOVE 'Y' TO WS-RUNHIST-EOF-SW.
           PERFORM 014-SCAN-ONE-RUNHIST-ROW
               UNTIL WS-RUNHIST-EOF-YES.
           CLOSE RUNHIST-FILE.
      *
           PERFORM 0145-JUDGE-ONE-PREDECESSOR
               VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > 4.
      *
       014-SCAN-ONE-RUNHIST-ROW.
      *
           PERFORM 0141-MATCH-ONE-PREDECESSOR
               VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > 4.
           READ RUNHIST-FILE
               AT END MOVE 'Y' TO WS-RUNHIST-EOF-SW.
      *
       0141-MATCH-ONE-PREDECESSOR.
      *
           IF WS-PRED-NAME (WS-DEP-SUB) NOT = SPACES
                   AND RUNHIST-JOB-NAME = WS-PRED-NAME (WS-DEP-SUB)
                   AND RUNHIST-END-DATE = WS-DEP-TODAY-DATE
                   AND RUNHIST-SUCCESS
               MOVE 'Y' TO WS-PRED-OK-SW (WS-DEP-SUB)
           END-IF.
      *
       0145-JUDGE-ONE-PREDECESSOR.
      *
           IF WS-PRED-NAME (WS-DEP-SUB) NOT = SPACES
                   AND WS-PRED-OK-SW (WS-DEP-SUB) NOT = 'Y'
               DISPLAY "PREDECESSOR " WS-PRED-NAME (WS-DEP-SUB)
                       " HAS NOT POSTED A SUCCESSFUL FINISH TO "
                       "RUNHIST TODAY - JOB REFUSED"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       015-OPEN-RUNHIST-TRAIL.
      *
           OPEN EXTEND RUNHIST-FILE.
           IF WS-RUNFILE-SUCCESS
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - RUN WILL NOT BE "
                       "RECORDED"
           END-IF.
      *
       800-PROGRAM-FAILED.
           IF WS-RUNFILE-IS-OPEN
               MOVE 'N' TO WS-RUNFILE-OPEN-SW
               MOVE 'F' TO RUNHIST-STATUS
               PERFORM 950-WRITE-RUNHIST-RECORD
           END-IF.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           IF WS-RUNFILE-IS-OPEN
               MOVE 'N' TO WS-RUNFILE-OPEN-SW
               MOVE 'S' TO RUNHIST-STATUS
               PERFORM 950-WRITE-RUNHIST-RECORD
           END-IF.
           CLOSE CTC-FILE
                 PAYH-FILE
                 INVOICE-FILE
                 PRINT-FILE.
           DISPLAY "OPEN PROMISES CHECKED    = " WS-OPEN-READ-CNT.
           DISPLAY "PROMISES KEPT            = " WS-KEPT-CNT.
           DISPLAY "PROMISES BROKEN          = " WS-BROKEN-CNT.
           DISPLAY "PROMISES REPLACED        = " WS-REPLACED-CNT.
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
           ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-END-TIME-GROUP FROM TIME.
      *
           MOVE WS-OWN-JOB-NAME       TO RUNHIST-JOB-NAME.
           MOVE WS-JOB-START-DATE     TO RUNHIST-START-DATE.
           MOVE WS-JOB-START-TIME     TO RUNHIST-START-TIME.
           MOVE WS-JOB-END-DATE       TO RUNHIST-END-DATE.
           MOVE WS-JOB-END-TIME       TO RUNHIST-END-TIME.
           MOVE WS-CTC-READ-CNT       TO RUNHIST-RECORD-COUNT.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
           CLOSE RUNHIST-FILE.
      *
