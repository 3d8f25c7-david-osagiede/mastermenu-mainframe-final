       DATE-WRITTEN. 2026-09-01.
      *PROGRAM DESCRIPTION:
      *Payment history archive and purge, in the INVPGFEC style.
      *PAYHFEC rows older than the PAY retention on the RTPFEC
      *policy file (days, default 365) move to the sequential PAYHIST
      *extract and the keyed PAYAMSTR archive - the same two-copy
      *discipline the invoice purge uses, so the archive is
      *browsable by key the way INVHRFEC browses archived invoices.
      *The purged detail is replaced by one type-C carry-forward row
      *per invoice at payment-seq zero carrying the total purged
      *amount, so cash-applied totals still balance. Prints a purge
      *register and per-invoice carry-forward totals. A payment row
      *names only its invoice, so the customer is taken from the
      *invoice - live, or on INVHFEC once the invoice is archived -
      *and a row whose customer is under a LGHFEC legal hold covering
      *the payment date stays on file, listed as HELD and left out of
      *the carry-forward.
      *
      *MOD HISTORY
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *2026-10-15  DAO  RETENTION COMES FROM THE RTPFEC POLICY FILE
      *                 THROUGH RTPBTFEC INSTEAD OF THE PAYPPARM CARD,
      *                 AND ROWS FOR A CUSTOMER UNDER A LGHFEC LEGAL
      *                 HOLD ARE KEPT AND LISTED AS HELD.
      *2026-10-15  DAO  PAYMENT HISTORY GROWS 61 TO 75 FOR THE NEW
      *                 CURRENCY CODE AND FOREIGN AMOUNT. ROWS WRITTEN
      *                 HERE ARE BASE AND CARRY A ZERO FOREIGN AMOUNT.
      *2026-09-02  DAO  CHECK THE JOBDEP DEPENDENCY FILE AT STARTUP -
      *                 REFUSE TO RUN UNLESS EVERY LISTED PREDECESSOR
      *                 POSTED A SUCCESSFUL FINISH TO RUNHIST TODAY -
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT PAYH-FILE ASSIGN TO PAYHMSTR
               RECORD KEY IS PAYH-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PAYFILE-SW.

           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-INVFILE-SW.

           SELECT INVH-FILE ASSIGN TO INVHMSTR
               RECORD KEY IS INVH-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-INVHFILE-SW.

           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-SW.
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD PAYH-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYH-FILE-RECORD.
       01  PAYH-FILE-RECORD.
           05  PAYH-KEY-1.
           05  PAYH-OPERATOR-ID-1            PIC X(08).
           05  PAYH-NSF-SW-1                 PIC X(01).
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
       FD INVH-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVH-FILE-RECORD.
       01  INVH-FILE-RECORD.
           05  INVH-KEY-1.
               10  INVH-INVOICE-NUMBER-1     PIC 9(06).
           05  INVH-INVOICE-DATE-1           PIC X(08).
           05  INVH-CUSTOMER-NUMBER-1        PIC X(06).
           05  FILLER                        PIC X(633).
      *
       FD PAY-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAY-HISTORY-RECORD.
       01  PAY-HISTORY-RECORD                PIC X(75).
      *
       FD PAYA-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYA-FILE-RECORD.
       01  PAYA-FILE-RECORD.
           05  PAYA-KEY-1                    PIC X(10).
           05  PAYA-DATA-1                   PIC X(65).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-JOB-END-TIME-GROUP.
           05  WS-JOB-END-TIME               PIC 9(06).
           05  FILLER                        PIC 9(02).
       01 WS-PAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PAYFILE-SUCCESS                VALUE '00'.
           88  WS-PAYFILE-DUPKEY                 VALUE '22'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-INVHFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVHFILE-SUCCESS               VALUE '00'.
       01 WS-HISTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-HISTFILE-SUCCESS               VALUE '00'.
       01 WS-PAYAFILE-SW                     PIC X(02)  VALUE SPACES.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
      * DEFAULT RETENTION IF THERE IS NO PAY POLICY ROW -
      * A FULL YEAR, SO THE COMMISSION RUN'S NSF CLAWBACK WINDOW
      * ALWAYS HAS ITS DETAIL.
       01 WS-RETENTION-DAYS                  PIC 9(05)  VALUE 365.
      *
       COPY RTPCKCOM.
      *
       01 WS-TODAY-DATE-GROUP.
           05  WS-TODAY-YYYY                 PIC 9(04).
       01 WS-ROW-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ROW-PURGED-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CF-WRITTEN-CNT                  PIC 9(05)  COMP-3 VALUE 0.
       01 WS-ROW-HELD-CNT                    PIC 9(07)  COMP-3 VALUE 0.
      *
      * THE CUSTOMER OF THE LAST INVOICE LOOKED UP - THE ROWS COME IN
      * INVOICE ORDER, SO ONE READ SERVES ALL OF AN INVOICE'S ROWS.
       01 WS-LAST-INVOICE                    PIC 9(06)  VALUE 0.
       01 WS-PAY-CUSTOMER                    PIC X(06)  VALUE SPACES.
      *
       01 WS-CF-TABLE-COUNT                  PIC S9(04) COMP VALUE 0.
       01 WS-CF-SUB                          PIC S9(04) COMP VALUE 0.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               ' DAYS OLD'.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'CUSTNO'.
      *
       01 DETAIL-LINE.
           05  DTL-INVOICE-NUMBER            PIC 9(06).
           05  DTL-AMOUNT                    PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-DAYS-OLD                  PIC ZZZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-HOLD-TEXT                 PIC X(40).
      *
       01 CF-DETAIL-LINE.
           05  CFD-INVOICE-NUMBER            PIC 9(06).
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(26)
               VALUE 'RETENTION DAYS:'.
           05  SL1-RETENTION-DAYS            PIC ZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(26)
           05  FILLER                        PIC X(26)
               VALUE 'CARRY-FORWARD ROWS:'.
           05  SL4-CF-WRITTEN-CNT            PIC ZZZZ9.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(26)
               VALUE 'PAYMENT ROWS HELD:'.
           05  SL5-ROW-HELD-CNT              PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 010-CHECK-JOB-DEPENDENCIES.
           PERFORM 015-OPEN-RUNHIST-TRAIL.
      *
           PERFORM 050-READ-RETENTION-POLICY.
      *
           ACCEPT WS-TODAY-DATE-GROUP FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-ORDINAL =
               DISPLAY "PAYA-FILE OPEN ERROR"
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
           OPEN INPUT INVH-FILE.
           IF NOT WS-INVHFILE-SUCCESS
               DISPLAY "WS-INVHFILE-SW=" WS-INVHFILE-SW
               DISPLAY "INVH-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN EXTEND PAY-HISTORY-FILE.
           IF NOT WS-HISTFILE-SUCCESS
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-RETENTION-POLICY.
      *
           MOVE 'P'    TO RTPCK-FUNCTION.
           MOVE 'PAY ' TO RTPCK-RECORD-TYPE.
           CALL 'RTPBTFEC' USING RTPCK-COMMAREA.
           IF RTPCK-POLICY-FOUND AND RTPCK-RETENTION-DAYS > 0
               MOVE RTPCK-RETENTION-DAYS TO WS-RETENTION-DAYS
           ELSE
               DISPLAY "NO PAY RETENTION POLICY - RETENTION DEFAULTS "
                       "TO " WS-RETENTION-DAYS " DAYS"
           END-IF.
      *
      *
           IF WS-DAYS-OLD > WS-RETENTION-DAYS
                   AND NOT PAYH-TYPE-CARRYFWD-1
               PERFORM 120-FIND-PAYMENT-CUSTOMER
               MOVE 'H'                 TO RTPCK-FUNCTION
               MOVE WS-PAY-CUSTOMER     TO RTPCK-CUSTOMER-NUMBER
               MOVE PAYH-PAYMENT-DATE-1 TO RTPCK-RECORD-DATE
               CALL 'RTPBTFEC' USING RTPCK-COMMAREA
               IF RTPCK-HELD
                   PERFORM 160-LIST-HELD-ROW
               ELSE
                   PERFORM 150-ARCHIVE-AND-PURGE
               END-IF
           END-IF.
      *
           READ PAYH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-FIND-PAYMENT-CUSTOMER.
      *
      *    A ROW WHOSE INVOICE IS ON NEITHER FILE HAS NO CUSTOMER TO
      *    HOLD IT AND PURGES ON AGE ALONE.
      *
           IF PAYH-INVOICE-NUMBER-1 NOT = WS-LAST-INVOICE
               MOVE PAYH-INVOICE-NUMBER-1 TO WS-LAST-INVOICE
               MOVE SPACES                TO WS-PAY-CUSTOMER
               MOVE PAYH-INVOICE-NUMBER-1 TO INV-INVOICE-NUMBER-1
               MOVE '00' TO WS-INVFILE-SW
               READ INVOICE-FILE
                   INVALID KEY MOVE '23' TO WS-INVFILE-SW
               END-READ
               IF WS-INVFILE-SUCCESS
                   MOVE INV-CUSTOMER-NUMBER-1 TO WS-PAY-CUSTOMER
               ELSE
                   MOVE PAYH-INVOICE-NUMBER-1 TO INVH-INVOICE-NUMBER-1
                   MOVE '00' TO WS-INVHFILE-SW
                   READ INVH-FILE
                       INVALID KEY MOVE '23' TO WS-INVHFILE-SW
                   END-READ
                   IF WS-INVHFILE-SUCCESS
                       MOVE INVH-CUSTOMER-NUMBER-1 TO WS-PAY-CUSTOMER
                   END-IF
               END-IF
           END-IF.
      *
       150-ARCHIVE-AND-PURGE.
      *
           MOVE PAYH-TYPE-1           TO DTL-TYPE.
           MOVE PAYH-PAYMENT-AMOUNT-1 TO DTL-AMOUNT.
           MOVE WS-DAYS-OLD           TO DTL-DAYS-OLD.
           MOVE WS-PAY-CUSTOMER       TO DTL-CUSTOMER-NUMBER.
           MOVE SPACES                TO DTL-HOLD-TEXT.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-ROW-PURGED-CNT.
      *
       160-LIST-HELD-ROW.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 200-PRINT-HEADINGS
           END-IF.
      *
           MOVE PAYH-INVOICE-NUMBER-1 TO DTL-INVOICE-NUMBER.
           MOVE PAYH-PAYMENT-SEQ-1    TO DTL-PAYMENT-SEQ.
           MOVE PAYH-PAYMENT-DATE-1   TO DTL-PAY-DATE.
           MOVE PAYH-TYPE-1           TO DTL-TYPE.
           MOVE PAYH-PAYMENT-AMOUNT-1 TO DTL-AMOUNT.
           MOVE WS-DAYS-OLD           TO DTL-DAYS-OLD.
           MOVE WS-PAY-CUSTOMER       TO DTL-CUSTOMER-NUMBER.
           MOVE SPACES                TO DTL-HOLD-TEXT.
           STRING 'HELD - ' DELIMITED BY SIZE
                  RTPCK-MATTER DELIMITED BY SIZE
               INTO DTL-HOLD-TEXT.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-ROW-HELD-CNT.
      *
       170-TALLY-CARRY-FORWARD.
      *
           MOVE 'PAYPGFEC'                TO PAYH-OPERATOR-ID-1.
           MOVE 'N'                       TO PAYH-NSF-SW-1.
           MOVE SPACES                    TO PAYH-NSF-DATE-1.
           MOVE ZERO                      TO PAYH-FX-AMOUNT-1.
      *
           MOVE '00' TO WS-PAYFILE-SW.
           WRITE PAYH-FILE-RECORD
           MOVE WS-ROW-READ-CNT    TO SL2-ROW-READ-CNT.
           MOVE WS-ROW-PURGED-CNT  TO SL3-ROW-PURGED-CNT.
           MOVE WS-CF-WRITTEN-CNT  TO SL4-CF-WRITTEN-CNT.
           MOVE WS-ROW-HELD-CNT    TO SL5-ROW-HELD-CNT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-5
               AFTER ADVANCING 1 LINES.
      *
       010-CHECK-JOB-DEPENDENCIES.
      *
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - RUN WILL NOT BE "
               PERFORM 950-WRITE-RUNHIST-RECORD
           END-IF.
           CLOSE PAYH-FILE
                 INVOICE-FILE
                 INVH-FILE
                 PAY-HISTORY-FILE
                 PAYA-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL PAYMENT ROWS READ     = " WS-ROW-READ-CNT.
           DISPLAY "TOTAL PAYMENT ROWS ARCHIVED = " WS-ROW-PURGED-CNT.
           DISPLAY "CARRY-FORWARD ROWS WRITTEN = " WS-CF-WRITTEN-CNT.
           DISPLAY "TOTAL PAYMENT ROWS HELD     = " WS-ROW-HELD-CNT.
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
