      *PROGRAM DESCRIPTION:
      *Completed open-order archive and purge, in the INVPGFEC
      *style. Orders at a terminal status - I invoiced or X
      *cancelled - whose order date is older than the OOR retention
      *on the RTPFEC policy file (days, default 90) move to the
      *sequential ORDHIST extract and the keyed OORHMSTR archive,
      *then come off OORFEC, so the file SHPCFFEC, the pick run, and
      *STOGNFEC browse daily holds only open and recent orders.
      *Open, picked, part-shipped, entered, and margin-hold orders
      *are never touched. An order whose customer is under a LGHFEC
      *legal hold covering the order date stays on file and is
      *listed as HELD. Prints a purge register.
      *
      *MOD HISTORY
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *2026-10-15  DAO  RETENTION COMES FROM THE RTPFEC POLICY FILE
      *                 THROUGH RTPBTFEC INSTEAD OF THE OORPPARM CARD,
      *                 AND ORDERS UNDER A LGHFEC LEGAL HOLD ARE KEPT
      *                 AND LISTED AS HELD.
      *2026-10-15  DAO  OOR LAYOUT GROWS 421 TO 491 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *2026-09-02  DAO  CHECK THE JOBDEP DEPENDENCY FILE AT STARTUP -
      *                 REFUSE TO RUN UNLESS EVERY LISTED PREDECESSOR
      *                 POSTED A SUCCESSFUL FINISH TO RUNHIST TODAY -
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT OOR-FILE ASSIGN TO OORMSTR
               RECORD KEY IS OOR-KEY-1
               ORGANIZATION IS INDEXED
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD OOR-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OOR-FILE-RECORD.
       01  OOR-FILE-RECORD.
           05  OOR-KEY-1.
           05  OOR-STATUS-1                  PIC X(01).
               88  OOR-STATUS-INVOICED-1         VALUE 'I'.
               88  OOR-STATUS-CANCELLED-1        VALUE 'X'.
           05  FILLER                        PIC X(115).
      *
       FD ORDER-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS ORDER-HISTORY-RECORD.
       01  ORDER-HISTORY-RECORD              PIC X(491).
      *
       FD OORH-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OORH-FILE-RECORD.
       01  OORH-FILE-RECORD.
           05  OORH-KEY-1                    PIC X(06).
           05  OORH-DATA-1                   PIC X(485).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-JOB-END-TIME-GROUP.
           05  WS-JOB-END-TIME               PIC 9(06).
           05  FILLER                        PIC 9(02).
       01 WS-OORFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OORFILE-SUCCESS                VALUE '00'.
       01 WS-HISTFILE-SW                     PIC X(02)  VALUE SPACES.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
      * DEFAULT RETENTION IF THERE IS NO OOR POLICY ROW.
       01 WS-RETENTION-DAYS                  PIC 9(05)  VALUE 90.
      *
       COPY RTPCKCOM.
      *
       01 WS-TODAY-DATE-GROUP.
           05  WS-TODAY-YYYY                 PIC 9(04).
      *
       01 WS-ORDER-READ-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ORDER-PURGED-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ORDER-HELD-CNT                  PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(50)
           05  DTL-STATUS                    PIC X(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-DAYS-OLD                  PIC ZZZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-HOLD-TEXT                 PIC X(40).
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(26)
               VALUE 'RETENTION DAYS:'.
           05  SL1-RETENTION-DAYS            PIC ZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(26)
           05  FILLER                        PIC X(26)
               VALUE 'ORDERS ARCHIVED:'.
           05  SL3-ORDER-PURGED-CNT          PIC Z,ZZZ,ZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(26)
               VALUE 'ORDERS HELD:'.
           05  SL4-ORDER-HELD-CNT            PIC Z,ZZZ,ZZ9.
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
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-RETENTION-POLICY.
      *
           MOVE 'P'    TO RTPCK-FUNCTION.
           MOVE 'OOR ' TO RTPCK-RECORD-TYPE.
           CALL 'RTPBTFEC' USING RTPCK-COMMAREA.
           IF RTPCK-POLICY-FOUND AND RTPCK-RETENTION-DAYS > 0
               MOVE RTPCK-RETENTION-DAYS TO WS-RETENTION-DAYS
           ELSE
               DISPLAY "NO OOR RETENTION POLICY - RETENTION DEFAULTS "
                       "TO " WS-RETENTION-DAYS " DAYS"
           END-IF.
      *
               COMPUTE WS-DAYS-OLD =
                   WS-TODAY-ORDINAL - WS-ORDER-ORDINAL
               IF WS-DAYS-OLD > WS-RETENTION-DAYS
                   MOVE 'H'                   TO RTPCK-FUNCTION
                   MOVE OOR-CUSTOMER-NUMBER-1 TO RTPCK-CUSTOMER-NUMBER
                   MOVE OOR-ORDER-DATE-1      TO RTPCK-RECORD-DATE
                   CALL 'RTPBTFEC' USING RTPCK-COMMAREA
                   IF RTPCK-HELD
                       PERFORM 160-LIST-HELD-ORDER
                   ELSE
                       PERFORM 150-ARCHIVE-AND-PURGE
                   END-IF
               END-IF
           END-IF.
      *
           MOVE OOR-ORDER-DATE-1      TO DTL-ORDER-DATE.
           MOVE OOR-STATUS-1          TO DTL-STATUS.
           MOVE WS-DAYS-OLD           TO DTL-DAYS-OLD.
           MOVE SPACES                TO DTL-HOLD-TEXT.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-ORDER-PURGED-CNT.
      *
       160-LIST-HELD-ORDER.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 200-PRINT-HEADINGS
           END-IF.
      *
           MOVE OOR-ORDER-NUMBER-1    TO DTL-ORDER-NUMBER.
           MOVE OOR-CUSTOMER-NUMBER-1 TO DTL-CUSTOMER-NUMBER.
           MOVE OOR-ORDER-DATE-1      TO DTL-ORDER-DATE.
           MOVE OOR-STATUS-1          TO DTL-STATUS.
           MOVE WS-DAYS-OLD           TO DTL-DAYS-OLD.
           MOVE SPACES                TO DTL-HOLD-TEXT.
           STRING 'HELD - ' DELIMITED BY SIZE
                  RTPCK-MATTER DELIMITED BY SIZE
               INTO DTL-HOLD-TEXT.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-ORDER-HELD-CNT.
      *
       200-PRINT-HEADINGS.
      *
           MOVE WS-RETENTION-DAYS    TO SL1-RETENTION-DAYS.
           MOVE WS-ORDER-READ-CNT    TO SL2-ORDER-READ-CNT.
           MOVE WS-ORDER-PURGED-CNT  TO SL3-ORDER-PURGED-CNT.
           MOVE WS-ORDER-HELD-CNT    TO SL4-ORDER-HELD-CNT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
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
           DISPLAY "TOTAL ORDERS ARCHIVED = " WS-ORDER-PURGED-CNT.
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
