       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPSTFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *General ledger posting. Every subsystem that journals - the
      *daily INVGLFEC, APJRNFEC and CCFNDFEC runs and the month-end
      *RNIACFEC, RBTACFEC and FXRVLFEC accruals - writes its lines
      *to a GL extract in the same 80-byte layout; this job is run
      *once behind each of them with that extract on GLEXTRCT and
      *posts it to the ledger as one batch. The GLPPARM card names
      *the source job and the batch date (default today), which
      *together key the batch on GLCFEC. A batch already posted is
      *refused outright so a rerun can never double the ledger.
      *The whole extract is proved before anything is posted: every
      *line must name an active account on the COAFEC chart of
      *accounts, carry DR or CR, a numeric amount and a real date,
      *and the debits must equal the credits. One bad line or an
      *out-of-balance batch rejects the batch - nothing posts, the
      *errors print, GLCFEC records the rejection and the job ends
      *failed so the stream stops for finance to correct it. A good
      *batch posts line by line into the GLBFEC balance row for the
      *account and the fiscal period (YYYYMM) of the line's journal
      *date, appends a GLDFEC detail row for the ledger, and lists
      *what it posted. Zero-amount lines are proved but not posted.
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

           SELECT GLP-PARM-FILE ASSIGN TO GLPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTRCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLFILE-SW.

           SELECT COA-FILE ASSIGN TO COAMSTR
               RECORD KEY IS COA-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-COAFILE-SW.

           SELECT GLB-FILE ASSIGN TO GLBMSTR
               RECORD KEY IS GLB-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GLBFILE-SW.

           SELECT GLC-FILE ASSIGN TO GLCMSTR
               RECORD KEY IS GLC-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GLCFILE-SW.

           SELECT GLD-FILE ASSIGN TO GLDETAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLDFILE-SW.

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
       FD GLP-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS GLP-PARM-RECORD.
       01  GLP-PARM-RECORD.
           05  GLP-SOURCE-JOB                   PIC X(08).
           05  GLP-BATCH-DATE                   PIC X(08).
      *
       FD GL-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-EXTRACT-RECORD.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-CODE                   PIC X(10).
           05  GL-ACCOUNT-DESC                   PIC X(20).
           05  GL-EXTRACT-DATE                   PIC X(08).
           05  GL-EXTRACT-DATE-PARTS REDEFINES GL-EXTRACT-DATE.
               10  GL-EXTRACT-PERIOD             PIC X(06).
               10  FILLER                        PIC X(02).
           05  GL-EXTRACT-DATE-NUM REDEFINES GL-EXTRACT-DATE.
               10  FILLER                        PIC 9(04).
               10  GL-EXTRACT-MM                 PIC 9(02).
               10  GL-EXTRACT-DD                 PIC 9(02).
           05  GL-DR-CR-INDICATOR                PIC X(02).
           05  GL-AMOUNT                         PIC S9(09)V99.
           05  FILLER                            PIC X(29).
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
               88  COA-ACTIVE-1                  VALUE 'A'.
           05  COA-AR-CONTROL-SW-1           PIC X(01).
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
       FD GLC-FILE
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS GLC-FILE-RECORD.
       01  GLC-FILE-RECORD.
           05  GLC-KEY-1.
               10  GLC-SOURCE-JOB-1          PIC X(08).
               10  GLC-BATCH-DATE-1          PIC X(08).
           05  GLC-STATUS-1                  PIC X(01).
               88  GLC-POSTED-1                  VALUE 'P'.
               88  GLC-REJECTED-1                VALUE 'R'.
           05  GLC-RUN-DATE-1                PIC X(08).
           05  GLC-LINE-COUNT-1              PIC 9(07).
           05  GLC-TOTAL-DEBITS-1            PIC S9(11)V99.
           05  GLC-TOTAL-CREDITS-1           PIC S9(11)V99.
           05  GLC-REJECT-REASON-1           PIC X(30).
      *
       FD GLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS GLD-FILE-RECORD.
       01  GLD-FILE-RECORD.
           05  GLD-ACCOUNT-CODE-1            PIC X(10).
           05  GLD-FISCAL-PERIOD-1           PIC X(06).
           05  GLD-JOURNAL-DATE-1            PIC X(08).
           05  GLD-DR-CR-INDICATOR-1         PIC X(02).
           05  GLD-AMOUNT-1                  PIC S9(09)V99.
           05  GLD-DESCRIPTION-1             PIC X(20).
           05  GLD-BATCH-ID-1.
               10  GLD-SOURCE-JOB-1          PIC X(08).
               10  GLD-BATCH-DATE-1          PIC X(08).
           05  GLD-POSTED-DATE-1             PIC X(08).
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
       01 WS-OWN-JOB-NAME                   PIC X(08) VALUE 'GLPSTFEC'.
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
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-GLFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-GLFILE-SUCCESS                 VALUE '00'.
       01 WS-COAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COAFILE-SUCCESS                VALUE '00'.
           88  WS-COAFILE-NOTFND                 VALUE '23'.
       01 WS-GLBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLBFILE-SUCCESS                VALUE '00'.
           88  WS-GLBFILE-NOTFND                 VALUE '23'.
       01 WS-GLCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLCFILE-SUCCESS                VALUE '00'.
           88  WS-GLCFILE-NOTFND                 VALUE '23'.
       01 WS-GLDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-GLC-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-GLC-FOUND                      VALUE 'Y'.
       01 WS-GLB-NEW-SW                      PIC X(01)  VALUE 'N'.
           88  WS-GLB-NEW                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-SOURCE-JOB                      PIC X(08)  VALUE SPACES.
       01 WS-BATCH-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-LINE-ERROR                      PIC X(30)  VALUE SPACES.
       01 WS-REJECT-REASON                   PIC X(30)  VALUE SPACES.
      *
       01 WS-LINE-READ-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-LINE-ERROR-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-LINE-POSTED-CNT                 PIC 9(07)  COMP-3 VALUE 0.
       01 WS-LINE-ZERO-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-TOTAL-DEBITS                    PIC S9(11)V99
                                              COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITS                   PIC S9(11)V99
                                              COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'KC03FEC - GENERAL LEDGER POSTING'.
           05  FILLER                        PIC X(07) VALUE 'BATCH '.
           05  HDG1-SOURCE-JOB               PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  HDG1-BATCH-DATE               PIC X(08).
           05  FILLER                        PIC X(56) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'JRN DATE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(02) VALUE 'DC'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               '         AMOUNT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE
               'STATUS'.
      *
       01 SECTION-LINE                       PIC X(60) VALUE SPACES.
      *
       01 DETAIL-LINE.
           05  DTL-ACCOUNT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ACCOUNT-DESC              PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-JOURNAL-DATE              PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DR-CR-INDICATOR           PIC X(02).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-STATUS                    PIC X(30).
      *
       01 SUMMARY-LINE.
           05  SL-LABEL                      PIC X(30).
           05  SL-COUNT                      PIC ZZZZZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  SL-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01 RESULT-LINE.
           05  RSL-RESULT                    PIC X(18).
           05  RSL-REASON                    PIC X(30).
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 010-CHECK-JOB-DEPENDENCIES.
           PERFORM 015-OPEN-RUNHIST-TRAIL.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 050-READ-PARM-CARD.
      *
           OPEN INPUT COA-FILE.
           IF NOT WS-COAFILE-SUCCESS
               DISPLAY "WS-COAFILE-SW=" WS-COAFILE-SW
               DISPLAY "COA-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O GLB-FILE.
           IF NOT WS-GLBFILE-SUCCESS
               DISPLAY "WS-GLBFILE-SW=" WS-GLBFILE-SW
               DISPLAY "GLB-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O GLC-FILE.
           IF NOT WS-GLCFILE-SUCCESS
               DISPLAY "WS-GLCFILE-SW=" WS-GLCFILE-SW
               DISPLAY "GLC-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN EXTEND GLD-FILE.
           IF NOT WS-GLDFILE-SUCCESS
               DISPLAY "WS-GLDFILE-SW=" WS-GLDFILE-SW
               DISPLAY "GLD-FILE OPEN ERROR"
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
           PERFORM 100-CHECK-BATCH-CONTROL.
      *
           PERFORM 650-PRINT-HEADINGS.
           MOVE 'LINES IN ERROR' TO SECTION-LINE.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
      *
           PERFORM 200-PROVE-THE-BATCH.
      *
      * THE FIRST BAD LINE'S REASON STANDS FOR THE BATCH; A BATCH
      * WHOSE LINES ARE ALL GOOD CAN STILL FAIL TO BALANCE.
           IF WS-LINE-ERROR-CNT = ZERO
                   AND WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE 'BATCH OUT OF BALANCE' TO WS-REJECT-REASON
           END-IF.
      *
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'R' TO GLC-STATUS-1
               PERFORM 400-RECORD-BATCH-CONTROL
               PERFORM 700-PRINT-SUMMARY
               PERFORM 850-BATCH-REJECTED
           ELSE
               MOVE 'LINES POSTED' TO SECTION-LINE
               WRITE PRINT-LINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-CNT
               PERFORM 300-POST-THE-BATCH
               MOVE 'P' TO GLC-STATUS-1
               PERFORM 400-RECORD-BATCH-CONTROL
               PERFORM 700-PRINT-SUMMARY
               PERFORM 900-COMPLETED-OK
           END-IF.
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
       050-READ-PARM-CARD.
      *
      * THE SOURCE JOB IS REQUIRED - WITHOUT IT THE BATCH CANNOT BE
      * KEYED, AND AN UNKEYED BATCH COULD BE POSTED TWICE.
           MOVE WS-TODAY-DATE TO WS-BATCH-DATE.
      *
           OPEN INPUT GLP-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ GLP-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS
                   MOVE GLP-SOURCE-JOB TO WS-SOURCE-JOB
                   IF GLP-BATCH-DATE NUMERIC
                       MOVE GLP-BATCH-DATE TO WS-BATCH-DATE
                   END-IF
               END-IF
               CLOSE GLP-PARM-FILE
           END-IF.
      *
           IF WS-SOURCE-JOB = SPACES
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO SOURCE JOB ON THE GLP-PARM-FILE - THE "
                       "BATCH CANNOT BE IDENTIFIED"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           DISPLAY "POSTING BATCH " WS-SOURCE-JOB " " WS-BATCH-DATE.
      *
       100-CHECK-BATCH-CONTROL.
      *
           MOVE WS-SOURCE-JOB TO GLC-SOURCE-JOB-1.
           MOVE WS-BATCH-DATE TO GLC-BATCH-DATE-1.
           MOVE '00' TO WS-GLCFILE-SW.
           READ GLC-FILE
               INVALID KEY MOVE '23' TO WS-GLCFILE-SW.
      *
           IF WS-GLCFILE-SUCCESS
               MOVE 'Y' TO WS-GLC-FOUND-SW
               IF GLC-POSTED-1
                   DISPLAY "BATCH " WS-SOURCE-JOB " " WS-BATCH-DATE
                           " WAS ALREADY POSTED ON " GLC-RUN-DATE-1
                           " - REFUSED"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           ELSE IF NOT WS-GLCFILE-NOTFND
               DISPLAY "WS-GLCFILE-SW=" WS-GLCFILE-SW
               DISPLAY "GLC-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       200-PROVE-THE-BATCH.
      *
           OPEN INPUT GL-EXTRACT-FILE.
           IF NOT WS-GLFILE-SUCCESS
               DISPLAY "WS-GLFILE-SW=" WS-GLFILE-SW
               DISPLAY "GL-EXTRACT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ GL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 210-PROVE-ONE-LINE
               UNTIL WS-EOF-YES.
      *
           CLOSE GL-EXTRACT-FILE.
      *
       210-PROVE-ONE-LINE.
      *
           ADD 1 TO WS-LINE-READ-CNT.
           MOVE SPACES TO WS-LINE-ERROR.
      *
           IF GL-DR-CR-INDICATOR NOT = 'DR' AND NOT = 'CR'
               MOVE 'NOT MARKED DR OR CR' TO WS-LINE-ERROR
           ELSE IF GL-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-LINE-ERROR
           ELSE IF GL-EXTRACT-DATE NOT NUMERIC
               MOVE 'JOURNAL DATE NOT VALID' TO WS-LINE-ERROR
           ELSE IF GL-EXTRACT-MM < 1 OR GL-EXTRACT-MM > 12
                OR GL-EXTRACT-DD < 1 OR GL-EXTRACT-DD > 31
               MOVE 'JOURNAL DATE NOT VALID' TO WS-LINE-ERROR
           ELSE
               PERFORM 220-CHECK-THE-ACCOUNT
           END-IF.
      *
           IF WS-LINE-ERROR NOT = SPACES
               ADD 1 TO WS-LINE-ERROR-CNT
               IF WS-LINE-ERROR-CNT = 1
                   MOVE WS-LINE-ERROR TO WS-REJECT-REASON
               END-IF
               MOVE WS-LINE-ERROR TO DTL-STATUS
               PERFORM 600-PRINT-DETAIL-LINE
           ELSE IF GL-DR-CR-INDICATOR = 'DR'
               ADD GL-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD GL-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
      *
           READ GL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       220-CHECK-THE-ACCOUNT.
      *
           MOVE GL-ACCOUNT-CODE TO COA-ACCOUNT-CODE-1.
           MOVE '00' TO WS-COAFILE-SW.
           READ COA-FILE
               INVALID KEY MOVE '23' TO WS-COAFILE-SW.
      *
           IF WS-COAFILE-NOTFND
               MOVE 'ACCOUNT NOT ON CHART' TO WS-LINE-ERROR
           ELSE IF NOT WS-COAFILE-SUCCESS
               DISPLAY "WS-COAFILE-SW=" WS-COAFILE-SW
               DISPLAY "COA-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF NOT COA-ACTIVE-1
               MOVE 'ACCOUNT IS INACTIVE' TO WS-LINE-ERROR
           END-IF.
      *
       300-POST-THE-BATCH.
      *
           OPEN INPUT GL-EXTRACT-FILE.
           IF NOT WS-GLFILE-SUCCESS
               DISPLAY "WS-GLFILE-SW=" WS-GLFILE-SW
               DISPLAY "GL-EXTRACT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ GL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 310-POST-ONE-LINE
               UNTIL WS-EOF-YES.
      *
           CLOSE GL-EXTRACT-FILE.
      *
       310-POST-ONE-LINE.
      *
           IF GL-AMOUNT = ZERO
               ADD 1 TO WS-LINE-ZERO-CNT
           ELSE
               PERFORM 320-UPDATE-THE-BALANCE
               PERFORM 330-WRITE-THE-DETAIL
               ADD 1 TO WS-LINE-POSTED-CNT
               MOVE 'POSTED' TO DTL-STATUS
               PERFORM 600-PRINT-DETAIL-LINE
           END-IF.
      *
           READ GL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       320-UPDATE-THE-BALANCE.
      *
           MOVE GL-ACCOUNT-CODE   TO GLB-ACCOUNT-CODE-1.
           MOVE GL-EXTRACT-PERIOD TO GLB-FISCAL-PERIOD-1.
           MOVE 'N' TO WS-GLB-NEW-SW.
           MOVE '00' TO WS-GLBFILE-SW.
           READ GLB-FILE
               INVALID KEY MOVE '23' TO WS-GLBFILE-SW.
      *
           IF WS-GLBFILE-NOTFND
               MOVE 'Y' TO WS-GLB-NEW-SW
               MOVE ZERO TO GLB-PERIOD-DEBITS-1
                            GLB-PERIOD-CREDITS-1
                            GLB-LINE-COUNT-1
           ELSE IF NOT WS-GLBFILE-SUCCESS
               DISPLAY "WS-GLBFILE-SW=" WS-GLBFILE-SW
               DISPLAY "GLB-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF GL-DR-CR-INDICATOR = 'DR'
               ADD GL-AMOUNT TO GLB-PERIOD-DEBITS-1
           ELSE
               ADD GL-AMOUNT TO GLB-PERIOD-CREDITS-1
           END-IF.
           ADD 1 TO GLB-LINE-COUNT-1.
           MOVE WS-TODAY-DATE TO GLB-LAST-POSTED-DATE-1.
      *
           IF WS-GLB-NEW
               WRITE GLB-FILE-RECORD
           ELSE
               REWRITE GLB-FILE-RECORD
           END-IF.
           IF NOT WS-GLBFILE-SUCCESS
               DISPLAY "WS-GLBFILE-SW=" WS-GLBFILE-SW
               DISPLAY "GLB-FILE WRITE ERROR " GLB-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       330-WRITE-THE-DETAIL.
      *
           MOVE GL-ACCOUNT-CODE    TO GLD-ACCOUNT-CODE-1.
           MOVE GL-EXTRACT-PERIOD  TO GLD-FISCAL-PERIOD-1.
           MOVE GL-EXTRACT-DATE    TO GLD-JOURNAL-DATE-1.
           MOVE GL-DR-CR-INDICATOR TO GLD-DR-CR-INDICATOR-1.
           MOVE GL-AMOUNT          TO GLD-AMOUNT-1.
           MOVE GL-ACCOUNT-DESC    TO GLD-DESCRIPTION-1.
           MOVE WS-SOURCE-JOB      TO GLD-SOURCE-JOB-1.
           MOVE WS-BATCH-DATE      TO GLD-BATCH-DATE-1.
           MOVE WS-TODAY-DATE      TO GLD-POSTED-DATE-1.
      *
           WRITE GLD-FILE-RECORD.
           IF NOT WS-GLDFILE-SUCCESS
               DISPLAY "WS-GLDFILE-SW=" WS-GLDFILE-SW
               DISPLAY "GLD-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       400-RECORD-BATCH-CONTROL.
      *
      * GLC-STATUS-1 IS SET BY THE CALLER. A REJECTED BATCH BEING
      * RE-RUN ALREADY HAS ITS ROW, WHICH IS REPLACED.
           MOVE WS-SOURCE-JOB      TO GLC-SOURCE-JOB-1.
           MOVE WS-BATCH-DATE      TO GLC-BATCH-DATE-1.
           MOVE WS-TODAY-DATE      TO GLC-RUN-DATE-1.
           MOVE WS-LINE-READ-CNT   TO GLC-LINE-COUNT-1.
           MOVE WS-TOTAL-DEBITS    TO GLC-TOTAL-DEBITS-1.
           MOVE WS-TOTAL-CREDITS   TO GLC-TOTAL-CREDITS-1.
           MOVE WS-REJECT-REASON   TO GLC-REJECT-REASON-1.
      *
           IF WS-GLC-FOUND
               REWRITE GLC-FILE-RECORD
           ELSE
               WRITE GLC-FILE-RECORD
           END-IF.
           IF NOT WS-GLCFILE-SUCCESS
               DISPLAY "WS-GLCFILE-SW=" WS-GLCFILE-SW
               DISPLAY "GLC-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       600-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE GL-ACCOUNT-CODE    TO DTL-ACCOUNT-CODE.
           MOVE GL-ACCOUNT-DESC    TO DTL-ACCOUNT-DESC.
           MOVE GL-EXTRACT-DATE    TO DTL-JOURNAL-DATE.
           MOVE GL-DR-CR-INDICATOR TO DTL-DR-CR-INDICATOR.
           IF GL-AMOUNT NUMERIC
               MOVE GL-AMOUNT TO DTL-AMOUNT
           ELSE
               MOVE ZERO      TO DTL-AMOUNT
           END-IF.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       650-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR   TO HDG1-PAGE-NBR.
           MOVE WS-SOURCE-JOB TO HDG1-SOURCE-JOB.
           MOVE WS-BATCH-DATE TO HDG1-BATCH-DATE.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE 3 TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'LINES READ:'         TO SL-LABEL.
           MOVE WS-LINE-READ-CNT      TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'LINES IN ERROR:'     TO SL-LABEL.
           MOVE WS-LINE-ERROR-CNT     TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'LINES POSTED:'       TO SL-LABEL.
           MOVE WS-LINE-POSTED-CNT    TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ZERO LINES NOT POSTED:' TO SL-LABEL.
           MOVE WS-LINE-ZERO-CNT      TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'TOTAL DEBITS:'       TO SL-LABEL.
           MOVE WS-TOTAL-DEBITS       TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'TOTAL CREDITS:'      TO SL-LABEL.
           MOVE WS-TOTAL-CREDITS      TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE.
      *
           IF WS-REJECT-REASON = SPACES
               MOVE 'BATCH POSTED'      TO RSL-RESULT
               MOVE SPACES              TO RSL-REASON
           ELSE
               MOVE 'BATCH REJECTED - ' TO RSL-RESULT
               MOVE WS-REJECT-REASON    TO RSL-REASON
           END-IF.
           WRITE PRINT-LINE FROM RESULT-LINE
               AFTER ADVANCING 2 LINES.
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
       850-BATCH-REJECTED.
      *
      * THE REJECTION IS RECORDED AND PRINTED BEFORE THE JOB FAILS, SO
      * THE FILES ARE CLOSED FIRST.
           CLOSE COA-FILE
                 GLB-FILE
                 GLC-FILE
                 GLD-FILE
                 PRINT-FILE.
           DISPLAY "BATCH " WS-SOURCE-JOB " " WS-BATCH-DATE
                   " REJECTED - " WS-REJECT-REASON.
           DISPLAY "LINES IN ERROR         = " WS-LINE-ERROR-CNT.
           DISPLAY "TOTAL DEBITS           = " WS-TOTAL-DEBITS.
           DISPLAY "TOTAL CREDITS          = " WS-TOTAL-CREDITS.
           PERFORM 800-PROGRAM-FAILED.
      *
       900-COMPLETED-OK.
           IF WS-RUNFILE-IS-OPEN
               MOVE 'N' TO WS-RUNFILE-OPEN-SW
               MOVE 'S' TO RUNHIST-STATUS
               PERFORM 950-WRITE-RUNHIST-RECORD
           END-IF.
           CLOSE COA-FILE
                 GLB-FILE
                 GLC-FILE
                 GLD-FILE
                 PRINT-FILE.
           DISPLAY "LINES READ             = " WS-LINE-READ-CNT.
           DISPLAY "LINES POSTED           = " WS-LINE-POSTED-CNT.
           DISPLAY "TOTAL DEBITS           = " WS-TOTAL-DEBITS.
           DISPLAY "TOTAL CREDITS          = " WS-TOTAL-CREDITS.
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
           MOVE WS-LINE-READ-CNT      TO RUNHIST-RECORD-COUNT.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
           CLOSE RUNHIST-FILE.
      *
