       DATE-WRITTEN. 2026-09-01.
      *PROGRAM DESCRIPTION:
      *Movement ledger archive and purge, in the INVPGFEC style.
      *Rows older than the MOV retention on the RTPFEC policy file
      *(days, default 365) move to the sequential MOVHIST extract
      *and the keyed MOVHMSTR archive - the same two-copy discipline
      *the invoice purge uses, so the archive is browsable by key the
      *way INVHRFEC browses archived invoices. The purged detail is
      *replaced by one type-C carry-forward row per product, dated
      *at the cutoff with the net purged quantity, so any report
      *that totals the ledger from the beginning still balances.
      *Prints a purge register and per-product carry-forward totals.
      *Movement rows name a product, never a customer, so a LGHFEC
      *legal hold cannot reach them; they follow the policy alone.
      *
      *MOD HISTORY
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *2026-10-15  DAO  RETENTION COMES FROM THE RTPFEC POLICY FILE
      *                 THROUGH RTPBTFEC INSTEAD OF THE MOVPPARM CARD.
      *2026-10-15  DAO  TYPE O ORDER-COMMITMENT ROWS ARE ARCHIVED BUT
      *                 ADD NOTHING TO THE CARRY-FORWARD NET.
      *2026-09-02  DAO  CHECK THE JOBDEP DEPENDENCY FILE AT STARTUP -
      *                 REFUSE TO RUN UNLESS EVERY LISTED PREDECESSOR
      *                 POSTED A SUCCESSFUL FINISH TO RUNHIST TODAY -
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT MOV-FILE ASSIGN TO MOVMSTR
               RECORD KEY IS MOV-KEY-1
               ORGANIZATION IS INDEXED
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD MOV-FILE
           RECORD CONTAINS 59 CHARACTERS
               10  MOV-LINE-SEQ-1            PIC 9(02).
           05  MOV-TYPE-1                    PIC X(01).
               88  MOV-TYPE-CARRYFWD-1           VALUE 'C'.
               88  MOV-TYPE-COMMIT-1             VALUE 'O'.
           05  MOV-QUANTITY-1                PIC S9(07).
           05  MOV-OPERATOR-ID-1             PIC X(08).
           05  MOV-REFERENCE-1               PIC X(10).
       01 WS-JOB-END-TIME-GROUP.
           05  WS-JOB-END-TIME               PIC 9(06).
           05  FILLER                        PIC 9(02).
       01 WS-MOVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-MOVFILE-SUCCESS                VALUE '00'.
           88  WS-MOVFILE-DUPKEY                 VALUE '22'.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
      * DEFAULT RETENTION IF THERE IS NO MOV POLICY ROW -
      * A FULL YEAR, SO ABCRKFEC'S TRAILING-TWELVE-MONTH RANKING
      * ALWAYS HAS ITS DETAIL.
       01 WS-RETENTION-DAYS                  PIC 9(05)  VALUE 365.
      *
       COPY RTPCKCOM.
      *
       01 WS-TODAY-DATE-GROUP.
           05  WS-TODAY-YYYY                 PIC 9(04).
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(26)
               VALUE 'RETENTION DAYS:'.
           05  SL1-RETENTION-DAYS            PIC ZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(26)
           PERFORM 010-CHECK-JOB-DEPENDENCIES.
           PERFORM 015-OPEN-RUNHIST-TRAIL.
      *
           PERFORM 050-READ-RETENTION-POLICY.
      *
           ACCEPT WS-TODAY-DATE-GROUP FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-ORDINAL =
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-RETENTION-POLICY.
      *
           MOVE 'P'    TO RTPCK-FUNCTION.
           MOVE 'MOV ' TO RTPCK-RECORD-TYPE.
           CALL 'RTPBTFEC' USING RTPCK-COMMAREA.
           IF RTPCK-POLICY-FOUND AND RTPCK-RETENTION-DAYS > 0
               MOVE RTPCK-RETENTION-DAYS TO WS-RETENTION-DAYS
           ELSE
               DISPLAY "NO MOV RETENTION POLICY - RETENTION DEFAULTS "
                       "TO " WS-RETENTION-DAYS " DAYS"
           END-IF.
      *
                   REWRITE MOVH-FILE-RECORD
           END-WRITE.
      *
      *    A COMMITMENT ROW NEVER MOVED ANY STOCK, SO IT IS
      *    ARCHIVED BUT CARRIES NOTHING FORWARD.
           IF NOT MOV-TYPE-COMMIT-1
               PERFORM 170-TALLY-CARRY-FORWARD
           END-IF.
      *
           DELETE MOV-FILE
               INVALID KEY
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - RUN WILL NOT BE "
           DISPLAY "CARRY-FORWARD ROWS WRITTEN = " WS-CF-WRITTEN-CNT.
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
