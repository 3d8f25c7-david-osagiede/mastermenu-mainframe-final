       IDENTIFICATION DIVISION.
       PROGRAM-ID. BGTLOFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Loads the sales manager's budget file onto the BGTFEC sales
      *budget master the same way PRDLOFEC loads products: every
      *input record is validated before it is written and a bad one
      *goes to BGT-EXCEPTION-FILE with the reason, a trailer record
      *must give the count of records sent, and the run is logged to
      *RUNHIST. A record needs a rep on REPFEC, a YYYYMM period, a
      *split type of blank (the whole rep), C (a customer on CMFFEC)
      *or P (a category on CATFEC), and a numeric amount. The master
      *is kept from load to load: the first load creates it, later
      *loads add to it, and a row sent again replaces the amount on
      *file, so a revised budget is simply loaded over the old one.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT BGT-INPUT ASSIGN TO BGTDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT BGT-FILE ASSIGN TO OUTFILE
               RECORD KEY IS BGT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OUTFILE-SW.

           SELECT REP-FILE ASSIGN TO REPMSTR
               RECORD KEY IS REP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-REPFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT CAT-FILE ASSIGN TO CATMSTR
               RECORD KEY IS CAT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CATFILE-SW.

           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT BGT-EXCEPTION-FILE ASSIGN TO BGTEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD BGT-INPUT
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS BUDGET-INPUT-RECORD.
       01  BUDGET-INPUT-RECORD.
      *
           05  BGT-KEY.
               10  BGT-REP-CODE                PIC X(03).
               10  BGT-PERIOD.
                   15  BGT-PERIOD-YYYY         PIC X(04).
                   15  BGT-PERIOD-MM           PIC X(02).
               10  BGT-SPLIT-TYPE              PIC X(01).
                   88  BGT-WHOLE-REP               VALUE SPACE.
                   88  BGT-BY-CUSTOMER             VALUE 'C'.
                   88  BGT-BY-CATEGORY             VALUE 'P'.
               10  BGT-SPLIT-CODE              PIC X(06).
           05  BGT-AMOUNT                      PIC S9(09)V99.
      *
       01  BUDGET-TRAILER-RECORD REDEFINES
               BUDGET-INPUT-RECORD.
      *
           05  BGT-TRLR-MARKER                 PIC X(01).
           05  BGT-TRLR-RECORD-COUNT           PIC 9(07).
           05  FILLER                          PIC X(19).
      *
       FD BGT-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS BUDGET-FILE-RECORD.
       01  BUDGET-FILE-RECORD.
      *
           05  BGT-KEY-1.
               10  BGT-REP-CODE-1              PIC X(03).
               10  BGT-PERIOD-1                PIC X(06).
               10  BGT-SPLIT-TYPE-1            PIC X(01).
               10  BGT-SPLIT-CODE-1            PIC X(06).
           05  BGT-AMOUNT-1                    PIC S9(09)V99.
           05  BGT-LOADED-DATE-1               PIC X(08).
      *
       FD REP-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS REP-FILE-RECORD.
       01  REP-FILE-RECORD.
           05  REP-KEY-1.
               10  REP-CODE-1                  PIC X(03).
           05  REP-NAME-1                      PIC X(30).
           05  REP-COMMISSION-RATE-1           PIC S9V9(4).
           05  REP-ACTIVE-SW-1                 PIC X(01).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY-1.
               10  CM-CUSTOMER-NUMBER-1        PIC X(06).
           05  FILLER                          PIC X(291).
      *
       FD CAT-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS CAT-FILE-RECORD.
       01  CAT-FILE-RECORD.
           05  CAT-KEY-1.
               10  CAT-CATEGORY-CODE-1         PIC X(04).
           05  CAT-DESCRIPTION-1               PIC X(20).
           05  CAT-SALES-GL-SOURCE-1           PIC X(04).
           05  CAT-COGS-GL-SOURCE-1            PIC X(04).
      *
       FD RUNHIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS RUNHIST-RECORD.
       01  RUNHIST-RECORD.
      *
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
       FD BGT-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS BGT-EXCEPTION-RECORD.
       01  BGT-EXCEPTION-RECORD.
      *
           05  BGTEXCP-INPUT-RECORD          PIC X(27).
           05  BGTEXCP-REASON                PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01 WS-INFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INFILE-SUCCESS                 VALUE '00'.
           88  WS-INFILE-EOF                     VALUE '10'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
           88  WS-OUTFILE-IOERROR                VALUE '37'.
           88  WS-OUTFILE-DUPKEY                 VALUE '22'.
       01 WS-REPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-REPFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-CATFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CATFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW-IN                       PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                      VALUE 'N'.
           88  WS-EOF-IN-YES                     VALUE 'Y'.
       01 WS-RESTART-SW                      PIC X(01)  VALUE 'N'.
           88  WS-RESTART-MODE                   VALUE 'Y'.
       01 WS-RECORD-COUNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ADD-COUNT                       PIC 9(07)  COMP-3 VALUE 0.
       01 WS-REPLACE-COUNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-SKIP-COUNT                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-REJECT-COUNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-EXPECTED-COUNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-TRAILER-SW                      PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-FOUND                  VALUE 'Y'.
           88  WS-TRAILER-NOT-FOUND              VALUE 'N'.
       01 WS-RUNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RUNFILE-SUCCESS                VALUE '00'.
       01 WS-RUNFILE-OPEN-SW                 PIC X(01)  VALUE 'N'.
           88  WS-RUNFILE-IS-OPEN                VALUE 'Y'.
       01 WS-EXCPFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-EXCPFILE-SUCCESS               VALUE '00'.
       01 WS-VALID-SW                        PIC X(01)  VALUE 'Y'.
           88  WS-RECORD-VALID                   VALUE 'Y'.
           88  WS-RECORD-INVALID                 VALUE 'N'.
       01 WS-EXCP-REASON                     PIC X(40)  VALUE SPACES.
       01 WS-JOB-START-DATE                  PIC 9(08)  VALUE 0.
       01 WS-JOB-START-TIME-GROUP.
           05  WS-JOB-START-TIME             PIC 9(06).
           05  FILLER                        PIC 9(02).
       01 WS-JOB-END-DATE                    PIC 9(08)  VALUE 0.
       01 WS-JOB-END-TIME-GROUP.
           05  WS-JOB-END-TIME               PIC 9(06).
           05  FILLER                        PIC 9(02).
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE SPACE TO WS-INFILE-SW
                         WS-OUTFILE-SW.
      *
           OPEN EXTEND RUNHIST-FILE.
           IF WS-RUNFILE-SUCCESS
               DISPLAY "RUNHIST-FILE OPEN SUCCESSFUL"
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT BGT-INPUT.
           IF WS-INFILE-SUCCESS
               DISPLAY "BGT-INPUT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "BGT-INPUT OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
      * THE BUDGET MASTER IS KEPT FROM LOAD TO LOAD - ONLY THE FIRST
      * LOAD FINDS IT EMPTY.
           OPEN OUTPUT BGT-FILE.
           IF WS-OUTFILE-SUCCESS
               DISPLAY "BGT-FILE OPEN SUCCESSFUL - FIRST LOAD"
           ELSE IF WS-OUTFILE-IOERROR
               DISPLAY "BGT-FILE ALREADY HAS DATA - LOADING "
                       "IN UPDATE MODE"
               MOVE 'Y' TO WS-RESTART-SW
               OPEN I-O BGT-FILE
               IF NOT WS-OUTFILE-SUCCESS
                   DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                   DISPLAY "BGT-FILE I-O OPEN ERROR"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           ELSE
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "BGT-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT REP-FILE.
           IF NOT WS-REPFILE-SUCCESS
               DISPLAY "WS-REPFILE-SW=" WS-REPFILE-SW
               DISPLAY "REP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CM-FILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CAT-FILE.
           IF NOT WS-CATFILE-SUCCESS
               DISPLAY "WS-CATFILE-SW=" WS-CATFILE-SW
               DISPLAY "CAT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT BGT-EXCEPTION-FILE.
           IF NOT WS-EXCPFILE-SUCCESS
               DISPLAY "WS-EXCPFILE-SW=" WS-EXCPFILE-SW
               DISPLAY "BGT-EXCEPTION-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD.
      *
           READ BGT-INPUT
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           IF WS-EOF-IN-NO THEN
               PERFORM 100-LOAD-PARA
                   UNTIL WS-EOF-IN-YES
           ELSE
               DISPLAY "NO DATA IN BGT-INPUT"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 850-CHECK-TRAILER-COUNT.
           PERFORM 900-COMPLETED-OK.
      *
       100-LOAD-PARA.
      *
           IF BGT-TRLR-MARKER = HIGH-VALUES
               MOVE BGT-TRLR-RECORD-COUNT TO WS-EXPECTED-COUNT
               MOVE 'Y' TO WS-TRAILER-SW
               MOVE 'Y' TO WS-EOF-SW-IN
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 125-VALIDATE-INPUT-RECORD
      *
               IF WS-RECORD-INVALID
                   PERFORM 130-WRITE-EXCEPTION-RECORD
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM 140-WRITE-BUDGET-RECORD
               END-IF
      *
               READ BGT-INPUT
                   AT END MOVE 'Y' TO WS-EOF-SW-IN
               END-READ
      *
               IF WS-EOF-IN-YES
                   DISPLAY "EOF BGT-INPUT"
               END-IF
           END-IF.
      *
       125-VALIDATE-INPUT-RECORD.
      *
           MOVE 'Y' TO WS-VALID-SW.
           MOVE SPACES TO WS-EXCP-REASON.
      *
           IF BGT-REP-CODE = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE "MISSING REP CODE" TO WS-EXCP-REASON
           ELSE
               MOVE BGT-REP-CODE TO REP-CODE-1
               MOVE '00' TO WS-REPFILE-SW
               READ REP-FILE
                   INVALID KEY MOVE '23' TO WS-REPFILE-SW
               END-READ
               IF NOT WS-REPFILE-SUCCESS
                   MOVE 'N' TO WS-VALID-SW
                   MOVE "REP NOT ON REPFEC" TO WS-EXCP-REASON
               END-IF
           END-IF.
      *
           IF       WS-RECORD-VALID
                AND (BGT-PERIOD NOT NUMERIC
                     OR BGT-PERIOD-MM < '01'
                     OR BGT-PERIOD-MM > '12')
               MOVE 'N' TO WS-VALID-SW
               MOVE "PERIOD NOT A VALID YYYYMM" TO WS-EXCP-REASON
           END-IF.
      *
           IF       WS-RECORD-VALID
                AND BGT-SPLIT-TYPE = LOW-VALUE
               MOVE SPACE TO BGT-SPLIT-TYPE
           END-IF.
      *
           IF WS-RECORD-VALID
               IF BGT-WHOLE-REP
                   MOVE SPACES TO BGT-SPLIT-CODE
               ELSE IF BGT-BY-CUSTOMER
                   PERFORM 126-VALIDATE-CUSTOMER
               ELSE IF BGT-BY-CATEGORY
                   PERFORM 127-VALIDATE-CATEGORY
               ELSE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE "SPLIT TYPE NOT BLANK, C OR P"
                     TO WS-EXCP-REASON
               END-IF
           END-IF.
      *
           IF WS-RECORD-VALID AND BGT-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-EXCP-REASON
           END-IF.
      *
       126-VALIDATE-CUSTOMER.
      *
           MOVE BGT-SPLIT-CODE TO CM-CUSTOMER-NUMBER-1.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
      *
           IF NOT WS-CMFFILE-SUCCESS
               MOVE 'N' TO WS-VALID-SW
               MOVE "CUSTOMER NOT ON CMFFEC" TO WS-EXCP-REASON
           END-IF.
      *
       127-VALIDATE-CATEGORY.
      *
           MOVE BGT-SPLIT-CODE (1:4) TO CAT-CATEGORY-CODE-1.
           MOVE '00' TO WS-CATFILE-SW.
           READ CAT-FILE
               INVALID KEY MOVE '23' TO WS-CATFILE-SW.
      *
           IF NOT WS-CATFILE-SUCCESS
                   OR BGT-SPLIT-CODE (5:2) NOT = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE "CATEGORY NOT ON CATFEC" TO WS-EXCP-REASON
           END-IF.
      *
       130-WRITE-EXCEPTION-RECORD.
      *
           DISPLAY "RECORD REJECTED - RECORD " WS-RECORD-COUNT
               " KEY=" BGT-KEY " REASON=" WS-EXCP-REASON.
           MOVE BUDGET-INPUT-RECORD          TO BGTEXCP-INPUT-RECORD.
           MOVE WS-EXCP-REASON               TO BGTEXCP-REASON.
           WRITE BGT-EXCEPTION-RECORD.
      *
       140-WRITE-BUDGET-RECORD.
      *
           MOVE BGT-KEY           TO BGT-KEY-1.
           MOVE BGT-AMOUNT        TO BGT-AMOUNT-1.
           MOVE WS-JOB-END-DATE   TO BGT-LOADED-DATE-1.
      *
           WRITE BUDGET-FILE-RECORD.
      *
           IF WS-OUTFILE-SUCCESS
               DISPLAY "WRITE TO BGT-FILE - RECORD "
                   WS-RECORD-COUNT " KEY=" BGT-KEY
               ADD 1 TO WS-ADD-COUNT
           ELSE IF WS-OUTFILE-DUPKEY AND WS-RESTART-MODE
               PERFORM 150-REPLACE-BUDGET-RECORD
           ELSE IF WS-OUTFILE-DUPKEY
               DISPLAY "DUPLICATE KEY SKIPPED - RECORD "
                   WS-RECORD-COUNT " KEY=" BGT-KEY
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "WRITE ERROR SKIPPED - RECORD "
                   WS-RECORD-COUNT " KEY=" BGT-KEY
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
      *
       150-REPLACE-BUDGET-RECORD.
      *
      * A REVISED BUDGET IS LOADED OVER THE ONE ON FILE.
           READ BGT-FILE
               INVALID KEY MOVE '23' TO WS-OUTFILE-SW.
      *
           IF WS-OUTFILE-SUCCESS
               MOVE BGT-AMOUNT      TO BGT-AMOUNT-1
               MOVE WS-JOB-END-DATE TO BGT-LOADED-DATE-1
               REWRITE BUDGET-FILE-RECORD
           END-IF.
      *
           IF WS-OUTFILE-SUCCESS
               DISPLAY "REPLACED ON BGT-FILE - RECORD "
                   WS-RECORD-COUNT " KEY=" BGT-KEY
               ADD 1 TO WS-REPLACE-COUNT
           ELSE
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "REWRITE ERROR SKIPPED - RECORD "
                   WS-RECORD-COUNT " KEY=" BGT-KEY
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
      *
       850-CHECK-TRAILER-COUNT.
      *
           IF WS-TRAILER-NOT-FOUND
               DISPLAY "NO TRAILER RECORD FOUND IN BGT-INPUT"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "TRAILER RECORD COUNT MISMATCH ON BGT-INPUT"
               DISPLAY "EXPECTED COUNT = " WS-EXPECTED-COUNT
               DISPLAY "ACTUAL COUNT   = " WS-RECORD-COUNT
               PERFORM 800-PROGRAM-FAILED
           ELSE
               DISPLAY "TRAILER RECORD COUNT VERIFIED = "
                   WS-RECORD-COUNT
           END-IF.
      *
       800-PROGRAM-FAILED.
           IF WS-RUNFILE-IS-OPEN
               MOVE 'F' TO RUNHIST-STATUS
               PERFORM 950-WRITE-RUNHIST-RECORD
           END-IF.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           MOVE 'S' TO RUNHIST-STATUS.
           PERFORM 950-WRITE-RUNHIST-RECORD.
           CLOSE BGT-INPUT
                 BGT-FILE
                 REP-FILE
                 CM-FILE
                 CAT-FILE
                 BGT-EXCEPTION-FILE
                 RUNHIST-FILE.
           DISPLAY "TOTAL RECORDS READ     = " WS-RECORD-COUNT.
           DISPLAY "TOTAL RECORDS ADDED    = " WS-ADD-COUNT.
           DISPLAY "TOTAL RECORDS REPLACED = " WS-REPLACE-COUNT.
           DISPLAY "TOTAL RECORDS SKIPPED  = " WS-SKIP-COUNT.
           DISPLAY "TOTAL RECORDS REJECTED = " WS-REJECT-COUNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
       940-WRITE-RUNHIST-START.
      *
      * THE STARTED ROW CARRIES NO END, SO THE BATCH STATUS SCREEN
      * SHOWS THE JOB AS RUNNING UNTIL ITS FINISH ROW FOLLOWS.
           MOVE 'BGTLOFEC'            TO RUNHIST-JOB-NAME.
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
           MOVE 'BGTLOFEC'            TO RUNHIST-JOB-NAME.
           MOVE WS-JOB-START-DATE     TO RUNHIST-START-DATE.
           MOVE WS-JOB-START-TIME     TO RUNHIST-START-TIME.
           MOVE WS-JOB-END-DATE       TO RUNHIST-END-DATE.
           MOVE WS-JOB-END-TIME       TO RUNHIST-END-TIME.
           MOVE WS-RECORD-COUNT       TO RUNHIST-RECORD-COUNT.
      *
           WRITE RUNHIST-RECORD.
      *
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
      *
