       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCSTLFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Nightly credit card settlement. Sweeps the CCPFEC card capture
      *file INVPYFEC writes and gathers every charge still captured
      *(status C) into the settlement batch file for the card
      *processor - one detail record per charge carrying the
      *merchant reference (the capture key), the processor token,
      *the last four digits, the authorization code and the amount,
      *followed by one trailer record with the count and total the
      *processor balances the batch against. The card number itself
      *is never on file here or anywhere else. Each charge sent is
      *marked settled (S) with tonight's date, so a rerun never
      *sends it twice, and CCFNDFEC later finds it on the funding
      *file by the same merchant reference. The report lists the
      *charges in tonight's batch.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
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

           SELECT CCP-FILE ASSIGN TO CCPMSTR
               RECORD KEY IS CCP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CCPFILE-SW.

           SELECT SETTLE-FILE ASSIGN TO CCSETTLE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STLFILE-SW.

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
       FD CCP-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CCP-FILE-RECORD.
       01  CCP-FILE-RECORD.
           05  CCP-KEY-1.
               10  CCP-CAPTURE-DATE-1        PIC X(08).
               10  CCP-TASK-NUMBER-1         PIC 9(07).
           05  CCP-CAPTURE-TIME-1            PIC X(06).
           05  CCP-CUSTOMER-NUMBER-1         PIC X(06).
           05  CCP-INVOICE-NUMBER-1          PIC 9(06).
           05  CCP-PAYMENT-SEQ-1             PIC 9(04).
           05  CCP-AMOUNT-1                  PIC S9(07)V99.
           05  CCP-CARD-TOKEN-1              PIC X(32).
           05  CCP-CARD-LAST-FOUR-1          PIC X(04).
           05  CCP-AUTH-CODE-1               PIC X(06).
           05  CCP-OPERATOR-ID-1             PIC X(08).
           05  CCP-STATUS-1                  PIC X(01).
               88  CCP-STATUS-CAPTURED-1         VALUE 'C'.
               88  CCP-STATUS-SETTLED-1          VALUE 'S'.
           05  CCP-SETTLE-DATE-1             PIC X(08).
           05  CCP-FUNDED-DATE-1             PIC X(08).
           05  CCP-DEPOSIT-REFERENCE-1       PIC X(12).
           05  CCP-FEE-AMOUNT-1              PIC S9(05)V99.
      *
      * THE PROCESSOR'S SETTLEMENT LAYOUT: D RECORDS, THEN ONE T.
       FD SETTLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SETTLE-RECORD.
       01  SETTLE-RECORD.
           05  CSO-RECORD-TYPE               PIC X(01).
               88  CSO-DETAIL                    VALUE 'D'.
               88  CSO-TRAILER                   VALUE 'T'.
           05  CSO-BATCH-DATE                PIC X(08).
           05  CSO-MERCHANT-REFERENCE        PIC X(15).
           05  CSO-CARD-TOKEN                PIC X(32).
           05  CSO-CARD-LAST-FOUR            PIC X(04).
           05  CSO-AUTH-CODE                 PIC X(06).
           05  CSO-AMOUNT                    PIC 9(09)V99.
           05  CSO-RECORD-COUNT              PIC 9(07).
           05  FILLER                        PIC X(16).
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
       01 WS-OWN-JOB-NAME                   PIC X(08) VALUE 'CCSTLFEC'.
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
       01 WS-CCPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CCPFILE-SUCCESS                VALUE '00'.
       01 WS-STLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-STLFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-CCP-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-SETTLED-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-SETTLED-AMOUNT                  PIC S9(09)V99 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'KC03FEC - CARD SETTLEMENT BATCH'.
           05  FILLER                        PIC X(10) VALUE 'RUN DATE'.
           05  HDG1-RUN-DATE                 PIC X(08).
           05  FILLER                        PIC X(50) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(17)
               VALUE 'MERCHANT REF'.
           05  FILLER                        PIC X(08) VALUE 'CUST'.
           05  FILLER                        PIC X(08) VALUE 'INVOICE'.
           05  FILLER                        PIC X(12) VALUE 'CARD'.
           05  FILLER                        PIC X(08) VALUE 'AUTH'.
           05  FILLER                        PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                        PIC X(12) VALUE
               '      AMOUNT'.
      *
       01 DETAIL-LINE.
           05  DTL-MERCHANT-REFERENCE        PIC X(15).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-INVOICE-NUMBER            PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-MASKED-CARD.
               10  FILLER                    PIC X(06) VALUE '******'.
               10  DTL-LAST-FOUR             PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-AUTH-CODE                 PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-OPERATOR                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT                    PIC Z,ZZZ,ZZ9.99.
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
      *
           OPEN I-O CCP-FILE.
           IF NOT WS-CCPFILE-SUCCESS
               DISPLAY "WS-CCPFILE-SW=" WS-CCPFILE-SW
               DISPLAY "CCP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT SETTLE-FILE.
           IF NOT WS-STLFILE-SUCCESS
               DISPLAY "WS-STLFILE-SW=" WS-STLFILE-SW
               DISPLAY "SETTLE-FILE OPEN ERROR"
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
           READ CCP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 100-SCREEN-ONE-CAPTURE
               UNTIL WS-EOF-YES.
      *
           PERFORM 300-WRITE-BATCH-TRAILER.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       100-SCREEN-ONE-CAPTURE.
      *
           ADD 1 TO WS-CCP-READ-CNT.
      *
           IF CCP-STATUS-CAPTURED-1
               PERFORM 200-SETTLE-ONE-CHARGE
           END-IF.
      *
           READ CCP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-SETTLE-ONE-CHARGE.
      *
           MOVE SPACES                TO SETTLE-RECORD.
           MOVE 'D'                   TO CSO-RECORD-TYPE.
           MOVE WS-TODAY-DATE         TO CSO-BATCH-DATE.
           MOVE CCP-KEY-1             TO CSO-MERCHANT-REFERENCE.
           MOVE CCP-CARD-TOKEN-1      TO CSO-CARD-TOKEN.
           MOVE CCP-CARD-LAST-FOUR-1  TO CSO-CARD-LAST-FOUR.
           MOVE CCP-AUTH-CODE-1       TO CSO-AUTH-CODE.
           MOVE CCP-AMOUNT-1          TO CSO-AMOUNT.
           MOVE ZERO                  TO CSO-RECORD-COUNT.
      *
           WRITE SETTLE-RECORD.
           IF NOT WS-STLFILE-SUCCESS
               DISPLAY "WS-STLFILE-SW=" WS-STLFILE-SW
               DISPLAY "SETTLE-FILE WRITE ERROR " CCP-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'S'                   TO CCP-STATUS-1.
           MOVE WS-TODAY-DATE         TO CCP-SETTLE-DATE-1.
           REWRITE CCP-FILE-RECORD.
           IF NOT WS-CCPFILE-SUCCESS
               DISPLAY "WS-CCPFILE-SW=" WS-CCPFILE-SW
               DISPLAY "CCP-FILE REWRITE ERROR " CCP-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ADD 1            TO WS-SETTLED-CNT.
           ADD CCP-AMOUNT-1 TO WS-SETTLED-AMOUNT.
           PERFORM 500-PRINT-CHARGE-LINE.
      *
       300-WRITE-BATCH-TRAILER.
      *
      *    THE TRAILER GOES OUT EVEN ON A NIGHT WITH NO CHARGES SO THE
      *    PROCESSOR SEES AN EMPTY BATCH RATHER THAN A MISSING ONE.
           MOVE SPACES                TO SETTLE-RECORD.
           MOVE 'T'                   TO CSO-RECORD-TYPE.
           MOVE WS-TODAY-DATE         TO CSO-BATCH-DATE.
           MOVE WS-SETTLED-AMOUNT     TO CSO-AMOUNT.
           MOVE WS-SETTLED-CNT        TO CSO-RECORD-COUNT.
      *
           WRITE SETTLE-RECORD.
           IF NOT WS-STLFILE-SUCCESS
               DISPLAY "WS-STLFILE-SW=" WS-STLFILE-SW
               DISPLAY "SETTLE-FILE TRAILER WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       500-PRINT-CHARGE-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE CCP-KEY-1             TO DTL-MERCHANT-REFERENCE.
           MOVE CCP-CUSTOMER-NUMBER-1 TO DTL-CUSTOMER-NUMBER.
           MOVE CCP-INVOICE-NUMBER-1  TO DTL-INVOICE-NUMBER.
           MOVE CCP-CARD-LAST-FOUR-1  TO DTL-LAST-FOUR.
           MOVE CCP-AUTH-CODE-1       TO DTL-AUTH-CODE.
           MOVE CCP-OPERATOR-ID-1     TO DTL-OPERATOR.
           MOVE CCP-AMOUNT-1          TO DTL-AMOUNT.
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
           MOVE 'CARD CAPTURES READ:'              TO SL-LABEL.
           MOVE WS-CCP-READ-CNT                    TO SL-COUNT.
           MOVE ZERO                               TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'CHARGES SENT FOR SETTLEMENT:'     TO SL-LABEL.
           MOVE WS-SETTLED-CNT                     TO SL-COUNT.
           MOVE WS-SETTLED-AMOUNT                  TO SL-AMOUNT.
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
           CLOSE CCP-FILE
                 SETTLE-FILE
                 PRINT-FILE.
           DISPLAY "CARD CAPTURES READ       = " WS-CCP-READ-CNT.
           DISPLAY "CHARGES SETTLED          = " WS-SETTLED-CNT.
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
           MOVE WS-CCP-READ-CNT       TO RUNHIST-RECORD-COUNT.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
           CLOSE RUNHIST-FILE.
      *
