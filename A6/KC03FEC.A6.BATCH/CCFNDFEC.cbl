       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCFNDFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Nightly credit card funding. Reads the card processor's
      *funding file - one record per settled charge it has paid out,
      *carrying the deposit it paid it in, the merchant reference
      *CCSTLFEC sent, the gross charge and the merchant fee withheld
      *- and finds each charge on the CCPFEC capture file by that
      *reference, marking it funded (F) with the deposit, the date
      *and the fee. Charges are totalled by deposit; for each deposit
      *the net reaching the bank is journalled to the GL extract
      *through the CFND mapping (debit cash, credit card clearing)
      *and the fees through CFEE (debit merchant fee expense, credit
      *card clearing), dated the funding date, and one CDPFEC row is
      *appended for BNKRCFEC to match against the bank statement.
      *A charge we have no capture for, or whose amount differs from
      *ours, is still taken at the processor's figure - that is what
      *reached the bank - and listed as an exception; a charge
      *already funded by an earlier run is listed and skipped so a
      *rerun of the same funding file never posts twice.
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

           SELECT FUND-FILE ASSIGN TO CCFUND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FNDFILE-SW.

           SELECT CCP-FILE ASSIGN TO CCPMSTR
               RECORD KEY IS CCP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CCPFILE-SW.

           SELECT GLM-FILE ASSIGN TO GLMMSTR
               RECORD KEY IS GLM-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GLMFILE-SW.

           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTRCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLFILE-SW.

           SELECT CDP-FILE ASSIGN TO CARDDEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CDPFILE-SW.

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
      * THE PROCESSOR'S FUNDING LAYOUT - ONE RECORD PER CHARGE PAID.
       FD FUND-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FUND-RECORD.
       01  FUND-RECORD.
           05  FND-FUNDING-DATE              PIC X(08).
           05  FND-DEPOSIT-REFERENCE         PIC X(12).
           05  FND-MERCHANT-REFERENCE        PIC X(15).
           05  FND-GROSS-AMOUNT              PIC 9(07)V99.
           05  FND-FEE-AMOUNT                PIC 9(05)V99.
           05  FILLER                        PIC X(29).
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
               88  CCP-STATUS-FUNDED-1           VALUE 'F'.
           05  CCP-SETTLE-DATE-1             PIC X(08).
           05  CCP-FUNDED-DATE-1             PIC X(08).
           05  CCP-DEPOSIT-REFERENCE-1       PIC X(12).
           05  CCP-FEE-AMOUNT-1              PIC S9(05)V99.
      *
       FD GLM-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS GLM-FILE-RECORD.
       01  GLM-FILE-RECORD.
           05  GLM-KEY-1.
               10  GLM-SOURCE-CODE-1         PIC X(04).
           05  GLM-DESCRIPTION-1             PIC X(20).
           05  GLM-DEBIT-ACCOUNT-1           PIC X(10).
           05  GLM-CREDIT-ACCOUNT-1          PIC X(10).
      *
       FD GL-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-EXTRACT-RECORD.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-CODE               PIC X(10).
           05  GL-ACCOUNT-DESC               PIC X(20).
           05  GL-EXTRACT-DATE               PIC X(08).
           05  GL-DR-CR-INDICATOR            PIC X(02).
           05  GL-AMOUNT                     PIC S9(09)V99.
           05  FILLER                        PIC X(29).
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
       01 WS-OWN-JOB-NAME                   PIC X(08) VALUE 'CCFNDFEC'.
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
       01 WS-FNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-FNDFILE-SUCCESS                VALUE '00'.
       01 WS-CCPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CCPFILE-SUCCESS                VALUE '00'.
           88  WS-CCPFILE-NOTFND                 VALUE '23'.
       01 WS-GLMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLMFILE-SUCCESS                VALUE '00'.
       01 WS-GLFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-GLFILE-SUCCESS                 VALUE '00'.
       01 WS-CDPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CDPFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-GLM-SOURCE                      PIC X(04)  VALUE SPACES.
       01 WS-JRN-DATE                        PIC X(08)  VALUE SPACES.
       01 WS-JRN-AMOUNT                      PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-TOTAL-DEBITS                    PIC S9(11)V99
                                              COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITS                   PIC S9(11)V99
                                              COMP-3 VALUE 0.
      *
      * ONE ENTRY PER PROCESSOR DEPOSIT ON TONIGHT'S FUNDING FILE.
       01 WS-DPT-MAX                         PIC S9(04) COMP VALUE 200.
       01 WS-DPT-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-DPT-HIT-SUB                     PIC S9(04) COMP VALUE 0.
       01 WS-DPT-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-DEPOSIT-TABLE.
           05  WS-DEPOSIT-ENTRY              OCCURS 200 TIMES.
               10  WS-DP-FUNDING-DATE        PIC X(08).
               10  WS-DP-REFERENCE           PIC X(12).
               10  WS-DP-CHARGE-CNT          PIC S9(05) COMP-3.
               10  WS-DP-GROSS               PIC S9(09)V99 COMP-3.
               10  WS-DP-FEE                 PIC S9(07)V99 COMP-3.
               10  WS-DP-NET                 PIC S9(09)V99 COMP-3.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-FUND-READ-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-FUNDED-CNT                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-NOT-ON-FILE-CNT                 PIC 9(07)  COMP-3 VALUE 0.
       01 WS-AMOUNT-DIFF-CNT                 PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ALREADY-FUNDED-CNT              PIC 9(07)  COMP-3 VALUE 0.
       01 WS-TABLE-FULL-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-TOT-GROSS                       PIC S9(09)V99 VALUE 0.
       01 WS-TOT-FEE                         PIC S9(09)V99 VALUE 0.
       01 WS-TOT-NET                         PIC S9(09)V99 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'KC03FEC - CARD FUNDING'.
           05  FILLER                        PIC X(10) VALUE 'RUN DATE'.
           05  HDG1-RUN-DATE                 PIC X(08).
           05  FILLER                        PIC X(50) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 SECTION-LINE                       PIC X(60).
      *
       01 EXCEPTION-HEADING.
           05  FILLER                        PIC X(17)
               VALUE 'MERCHANT REF'.
           05  FILLER                        PIC X(14) VALUE 'DEPOSIT'.
           05  FILLER                        PIC X(14) VALUE
               '  PROCESSOR'.
           05  FILLER                        PIC X(14) VALUE
               '    CAPTURED'.
           05  FILLER                        PIC X(16) VALUE
               '  EXCEPTION'.
      *
       01 EXCEPTION-LINE.
           05  EXL-MERCHANT-REFERENCE        PIC X(15).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  EXL-DEPOSIT-REFERENCE         PIC X(12).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  EXL-PROCESSOR-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  EXL-CAPTURED-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  EXL-MESSAGE                   PIC X(30).
      *
       01 DEPOSIT-HEADING.
           05  FILLER                        PIC X(14) VALUE 'DEPOSIT'.
           05  FILLER                        PIC X(10) VALUE 'FUNDED'.
           05  FILLER                        PIC X(09) VALUE 'CHARGES'.
           05  FILLER                        PIC X(16) VALUE
               '           GROSS'.
           05  FILLER                        PIC X(14) VALUE
               '          FEES'.
           05  FILLER                        PIC X(16) VALUE
               '             NET'.
      *
       01 DEPOSIT-LINE.
           05  DPL-REFERENCE                 PIC X(12).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DPL-FUNDING-DATE              PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DPL-CHARGE-CNT                PIC ZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DPL-GROSS                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DPL-FEE                       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DPL-NET                       PIC ZZZ,ZZZ,ZZ9.99.
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
           OPEN INPUT FUND-FILE.
           IF NOT WS-FNDFILE-SUCCESS
               DISPLAY "WS-FNDFILE-SW=" WS-FNDFILE-SW
               DISPLAY "FUND-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O CCP-FILE.
           IF NOT WS-CCPFILE-SUCCESS
               DISPLAY "WS-CCPFILE-SW=" WS-CCPFILE-SW
               DISPLAY "CCP-FILE OPEN ERROR"
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
           OPEN EXTEND CDP-FILE.
           IF NOT WS-CDPFILE-SUCCESS
               DISPLAY "WS-CDPFILE-SW=" WS-CDPFILE-SW
               DISPLAY "CDP-FILE OPEN ERROR"
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
           MOVE 'FUNDING EXCEPTIONS' TO SECTION-LINE.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM EXCEPTION-HEADING
               AFTER ADVANCING 2 LINES.
           ADD 3 TO WS-LINE-CNT.
      *
           READ FUND-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 100-FUND-ONE-CHARGE
               UNTIL WS-EOF-YES.
      *
           MOVE 'DEPOSITS FUNDED' TO SECTION-LINE.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM DEPOSIT-HEADING
               AFTER ADVANCING 2 LINES.
           ADD 4 TO WS-LINE-CNT.
      *
           PERFORM 300-POST-ONE-DEPOSIT
               VARYING WS-DPT-HIT-SUB FROM 1 BY 1
               UNTIL WS-DPT-HIT-SUB > WS-DPT-COUNT.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       100-FUND-ONE-CHARGE.
      *
           ADD 1 TO WS-FUND-READ-CNT.
      *
           MOVE FND-MERCHANT-REFERENCE TO CCP-KEY-1.
           MOVE '00' TO WS-CCPFILE-SW.
           READ CCP-FILE
               INVALID KEY MOVE '23' TO WS-CCPFILE-SW.
      *
           IF WS-CCPFILE-NOTFND
               ADD 1 TO WS-NOT-ON-FILE-CNT
               MOVE ZERO TO EXL-CAPTURED-AMOUNT
               MOVE 'NO CAPTURE ON FILE - TAKEN' TO EXL-MESSAGE
               PERFORM 500-PRINT-EXCEPTION-LINE
               PERFORM 200-ADD-TO-THE-DEPOSIT
           ELSE IF NOT WS-CCPFILE-SUCCESS
               DISPLAY "WS-CCPFILE-SW=" WS-CCPFILE-SW
               DISPLAY "CCP-FILE READ ERROR " FND-MERCHANT-REFERENCE
               PERFORM 800-PROGRAM-FAILED
           ELSE IF CCP-STATUS-FUNDED-1
               ADD 1 TO WS-ALREADY-FUNDED-CNT
               MOVE CCP-AMOUNT-1 TO EXL-CAPTURED-AMOUNT
               MOVE 'ALREADY FUNDED - SKIPPED' TO EXL-MESSAGE
               PERFORM 500-PRINT-EXCEPTION-LINE
           ELSE
               IF CCP-AMOUNT-1 NOT = FND-GROSS-AMOUNT
                   ADD 1 TO WS-AMOUNT-DIFF-CNT
                   MOVE CCP-AMOUNT-1 TO EXL-CAPTURED-AMOUNT
                   MOVE 'AMOUNT DIFFERS - TAKEN' TO EXL-MESSAGE
                   PERFORM 500-PRINT-EXCEPTION-LINE
               END-IF
               PERFORM 150-MARK-CHARGE-FUNDED
               PERFORM 200-ADD-TO-THE-DEPOSIT
           END-IF.
      *
           READ FUND-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       150-MARK-CHARGE-FUNDED.
      *
           MOVE 'F'                   TO CCP-STATUS-1.
           MOVE FND-FUNDING-DATE      TO CCP-FUNDED-DATE-1.
           MOVE FND-DEPOSIT-REFERENCE TO CCP-DEPOSIT-REFERENCE-1.
           MOVE FND-FEE-AMOUNT        TO CCP-FEE-AMOUNT-1.
      *
           REWRITE CCP-FILE-RECORD.
           IF NOT WS-CCPFILE-SUCCESS
               DISPLAY "WS-CCPFILE-SW=" WS-CCPFILE-SW
               DISPLAY "CCP-FILE REWRITE ERROR " CCP-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ADD 1 TO WS-FUNDED-CNT.
      *
       200-ADD-TO-THE-DEPOSIT.
      *
           MOVE ZERO TO WS-DPT-HIT-SUB.
           PERFORM 210-MATCH-ONE-DEPOSIT
               VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-COUNT
                  OR WS-DPT-HIT-SUB > ZERO.
      *
           IF WS-DPT-HIT-SUB = ZERO
               PERFORM 220-START-NEW-DEPOSIT
           END-IF.
      *
           IF WS-DPT-HIT-SUB > ZERO
               ADD 1 TO WS-DP-CHARGE-CNT (WS-DPT-HIT-SUB)
               ADD FND-GROSS-AMOUNT TO WS-DP-GROSS (WS-DPT-HIT-SUB)
               ADD FND-FEE-AMOUNT   TO WS-DP-FEE (WS-DPT-HIT-SUB)
           END-IF.
      *
       210-MATCH-ONE-DEPOSIT.
      *
           IF WS-DP-REFERENCE (WS-DPT-SUB) = FND-DEPOSIT-REFERENCE
                   AND WS-DP-FUNDING-DATE (WS-DPT-SUB)
                       = FND-FUNDING-DATE
               MOVE WS-DPT-SUB TO WS-DPT-HIT-SUB
           END-IF.
      *
       220-START-NEW-DEPOSIT.
      *
      *    A FULL TABLE LEAVES THE CHARGE FUNDED BUT UNPOSTED - THE
      *    OPERATOR MUST JOURNAL THE OVERFLOW BY HAND.
           IF WS-DPT-COUNT < WS-DPT-MAX
               ADD 1 TO WS-DPT-COUNT
               MOVE WS-DPT-COUNT TO WS-DPT-HIT-SUB
               MOVE FND-FUNDING-DATE
                 TO WS-DP-FUNDING-DATE (WS-DPT-HIT-SUB)
               MOVE FND-DEPOSIT-REFERENCE
                 TO WS-DP-REFERENCE (WS-DPT-HIT-SUB)
               MOVE ZERO TO WS-DP-CHARGE-CNT (WS-DPT-HIT-SUB)
                            WS-DP-GROSS (WS-DPT-HIT-SUB)
                            WS-DP-FEE (WS-DPT-HIT-SUB)
                            WS-DP-NET (WS-DPT-HIT-SUB)
           ELSE
               ADD 1 TO WS-TABLE-FULL-CNT
               DISPLAY "DEPOSIT TABLE FULL - NOT POSTED: "
                   FND-DEPOSIT-REFERENCE " " FND-MERCHANT-REFERENCE
           END-IF.
      *
       300-POST-ONE-DEPOSIT.
      *
           COMPUTE WS-DP-NET (WS-DPT-HIT-SUB) =
               WS-DP-GROSS (WS-DPT-HIT-SUB)
               - WS-DP-FEE (WS-DPT-HIT-SUB).
      *
           MOVE WS-DP-FUNDING-DATE (WS-DPT-HIT-SUB) TO WS-JRN-DATE.
      *
           MOVE 'CFND' TO WS-GLM-SOURCE.
           MOVE WS-DP-NET (WS-DPT-HIT-SUB) TO WS-JRN-AMOUNT.
           PERFORM 510-WRITE-ONE-JOURNAL-PAIR.
      *
           IF WS-DP-FEE (WS-DPT-HIT-SUB) NOT = ZERO
               MOVE 'CFEE' TO WS-GLM-SOURCE
               MOVE WS-DP-FEE (WS-DPT-HIT-SUB) TO WS-JRN-AMOUNT
               PERFORM 510-WRITE-ONE-JOURNAL-PAIR
           END-IF.
      *
           MOVE WS-DP-FUNDING-DATE (WS-DPT-HIT-SUB)
             TO CDP-FUNDING-DATE-1.
           MOVE WS-DP-REFERENCE (WS-DPT-HIT-SUB)
             TO CDP-DEPOSIT-REFERENCE-1.
           MOVE WS-DP-GROSS (WS-DPT-HIT-SUB) TO CDP-GROSS-AMOUNT-1.
           MOVE WS-DP-FEE (WS-DPT-HIT-SUB)   TO CDP-FEE-AMOUNT-1.
           MOVE WS-DP-NET (WS-DPT-HIT-SUB)   TO CDP-NET-AMOUNT-1.
           WRITE CDP-FILE-RECORD.
           IF NOT WS-CDPFILE-SUCCESS
               DISPLAY "WS-CDPFILE-SW=" WS-CDPFILE-SW
               DISPLAY "CDP-FILE WRITE ERROR "
                   WS-DP-REFERENCE (WS-DPT-HIT-SUB)
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ADD WS-DP-GROSS (WS-DPT-HIT-SUB) TO WS-TOT-GROSS.
           ADD WS-DP-FEE (WS-DPT-HIT-SUB)   TO WS-TOT-FEE.
           ADD WS-DP-NET (WS-DPT-HIT-SUB)   TO WS-TOT-NET.
           PERFORM 550-PRINT-DEPOSIT-LINE.
      *
       500-PRINT-EXCEPTION-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE FND-MERCHANT-REFERENCE TO EXL-MERCHANT-REFERENCE.
           MOVE FND-DEPOSIT-REFERENCE  TO EXL-DEPOSIT-REFERENCE.
           MOVE FND-GROSS-AMOUNT       TO EXL-PROCESSOR-AMOUNT.
      *
           WRITE PRINT-LINE FROM EXCEPTION-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
      *
       510-WRITE-ONE-JOURNAL-PAIR.
      *
           MOVE WS-GLM-SOURCE TO GLM-SOURCE-CODE-1.
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
           MOVE GLM-DEBIT-ACCOUNT-1   TO GL-ACCOUNT-CODE.
           MOVE 'DR'                  TO GL-DR-CR-INDICATOR.
           PERFORM 520-WRITE-ONE-JOURNAL-LINE.
           MOVE GLM-CREDIT-ACCOUNT-1  TO GL-ACCOUNT-CODE.
           MOVE 'CR'                  TO GL-DR-CR-INDICATOR.
           PERFORM 520-WRITE-ONE-JOURNAL-LINE.
      *
       520-WRITE-ONE-JOURNAL-LINE.
      *
           MOVE GLM-DESCRIPTION-1     TO GL-ACCOUNT-DESC.
           MOVE WS-JRN-DATE           TO GL-EXTRACT-DATE.
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
      *
       550-PRINT-DEPOSIT-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-DP-REFERENCE (WS-DPT-HIT-SUB)    TO DPL-REFERENCE.
           MOVE WS-DP-FUNDING-DATE (WS-DPT-HIT-SUB)
             TO DPL-FUNDING-DATE.
           MOVE WS-DP-CHARGE-CNT (WS-DPT-HIT-SUB)   TO DPL-CHARGE-CNT.
           MOVE WS-DP-GROSS (WS-DPT-HIT-SUB)        TO DPL-GROSS.
           MOVE WS-DP-FEE (WS-DPT-HIT-SUB)          TO DPL-FEE.
           MOVE WS-DP-NET (WS-DPT-HIT-SUB)          TO DPL-NET.
      *
           WRITE PRINT-LINE FROM DEPOSIT-LINE
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
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE
               AFTER ADVANCING 1 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE 'FUNDING RECORDS READ:'            TO SL-LABEL.
           MOVE WS-FUND-READ-CNT                   TO SL-COUNT.
           MOVE ZERO                               TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  CAPTURES MARKED FUNDED:'        TO SL-LABEL.
           MOVE WS-FUNDED-CNT                      TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  AMOUNT DIFFERS FROM CAPTURE:'   TO SL-LABEL.
           MOVE WS-AMOUNT-DIFF-CNT                 TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  NO CAPTURE ON FILE:'            TO SL-LABEL.
           MOVE WS-NOT-ON-FILE-CNT                 TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  ALREADY FUNDED - SKIPPED:'      TO SL-LABEL.
           MOVE WS-ALREADY-FUNDED-CNT              TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  NOT POSTED - TABLE FULL:'       TO SL-LABEL.
           MOVE WS-TABLE-FULL-CNT                  TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'DEPOSITS POSTED - GROSS:'         TO SL-LABEL.
           MOVE WS-DPT-COUNT                       TO SL-COUNT.
           MOVE WS-TOT-GROSS                       TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZERO                               TO SL-COUNT.
           MOVE '  MERCHANT FEES:'                 TO SL-LABEL.
           MOVE WS-TOT-FEE                         TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  NET TO THE BANK:'               TO SL-LABEL.
           MOVE WS-TOT-NET                         TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'JOURNAL DEBITS:'                  TO SL-LABEL.
           MOVE WS-TOTAL-DEBITS                    TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'JOURNAL CREDITS:'                 TO SL-LABEL.
           MOVE WS-TOTAL-CREDITS                   TO SL-AMOUNT.
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
           CLOSE FUND-FILE
                 CCP-FILE
                 GLM-FILE
                 GL-EXTRACT-FILE
                 CDP-FILE
                 PRINT-FILE.
           DISPLAY "FUNDING RECORDS READ     = " WS-FUND-READ-CNT.
           DISPLAY "CAPTURES MARKED FUNDED   = " WS-FUNDED-CNT.
           DISPLAY "DEPOSITS POSTED          = " WS-DPT-COUNT.
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
           MOVE WS-FUND-READ-CNT      TO RUNHIST-RECORD-COUNT.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
           CLOSE RUNHIST-FILE.
      *
