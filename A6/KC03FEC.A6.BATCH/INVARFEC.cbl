      *invoice's open balance is placed into a CURRENT/31-60/61-90/
      *OVER 90 day column based on how old the due date is compared
      *to today, using the same 30/360 day-count approximation banks
      *use for aging buckets. A due date on a day the BCLFEC business
      *calendar has closed is first rolled to the next working day,
      *since the customer could not have paid on it. The invoices are
      *SORTed by the rep on the invoice so each rep's accounts print
      *on their own pages with a rep total, and the grand totals on
      *a page of their own. Every line also goes to the SPLFEC spool
      *with an SPBFEC row per page naming the rep, so RPTVWFEC can
      *show a rep only his or her own pages.
      *
      *MOD HISTORY
      *2026-08-09  DAO  ORIGINAL PROGRAM.
      *                 INSTEAD OF BROWSING INVFEC AND CMFFEC - THE
      *                 REPORT SUITE SHARES ONE PASS OF THE MASTER
      *                 AND ONE SET OF NAME LOOKUPS.
      *2026-10-15  DAO  ROLL A DUE DATE ON A CLOSED DAY TO THE NEXT
      *                 WORKING DAY THROUGH BCLBTFEC BEFORE AGING IT.
      *2026-10-15  DAO  SORT BY REP AND PAGE ON A CHANGE OF REP WITH A
      *                 REP TOTAL. WRITE EACH LINE TO THE SPLFEC SPOOL
      *                 AND EACH PAGE'S REP TO SPBFEC SO THE REPORT
      *                 CAN BE BURST BY REP IN RPTVWFEC.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRKFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWORK.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

           SELECT SPL-FILE ASSIGN TO SPLMSTR
               RECORD KEY IS SPL-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SPLFILE-SW.

           SELECT SPB-FILE ASSIGN TO SPBMSTR
               RECORD KEY IS SPB-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SPBFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS WORK-RECORD.
       01  WORK-RECORD                      PIC X(150).
      *
      * AN OPEN INVOICE'S H RECORD, LED BY ITS REP.
       SD SORT-FILE
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SRT-REP-CODE                  PIC X(03).
           05  SRT-INVOICE-NUMBER            PIC 9(06).
           05  SRT-WORK-RECORD               PIC X(150).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       FD SPL-FILE
           RECORD CONTAINS 162 CHARACTERS
           DATA RECORD IS SPL-FILE-RECORD.
       01  SPL-FILE-RECORD.
           05  SPL-KEY-1.
               10  SPL-REPORT-ID-1           PIC X(08).
               10  SPL-RUN-DATE-1            PIC X(08).
               10  SPL-RUN-TIME-1            PIC X(06).
               10  SPL-PAGE-NUMBER-1         PIC 9(04).
               10  SPL-LINE-NUMBER-1         PIC 9(03).
           05  SPL-PRINT-LINE-1              PIC X(133).
      *
       FD SPB-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS SPB-FILE-RECORD.
       01  SPB-FILE-RECORD.
           05  SPB-KEY-1.
               10  SPB-REPORT-ID-1           PIC X(08).
               10  SPB-RUN-DATE-1            PIC X(08).
               10  SPB-RUN-TIME-1            PIC X(06).
               10  SPB-PAGE-NUMBER-1         PIC 9(04).
           05  SPB-BURST-KEY-1               PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
           88  WS-WRKFILE-EOF                    VALUE '10'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-SPLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SPLFILE-SUCCESS                VALUE '00'.
       01 WS-SPBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SPBFILE-SUCCESS                VALUE '00'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-FIRST-RECORD-SW                 PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-RECORD                   VALUE 'Y'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
       01 WS-INVOICE-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-CUSTOMER-NAME                   PIC X(20).
      *
       01 WS-RUN-DATE                        PIC X(08)  VALUE SPACES.
       01 WS-RUN-TIME-RAW                    PIC X(08)  VALUE SPACES.
       01 WS-RUN-TIME                        PIC X(06)  VALUE SPACES.
       01 WS-SPOOL-SEQ                       PIC 9(03)  VALUE 0.
       01 WS-SPOOL-LINE                      PIC X(133) VALUE SPACES.
      *
      * THE REP NOW PRINTING, AND THE KEY ITS PAGES CARRY ON SPBFEC -
      * SPACES ON THE GRAND TOTAL PAGE, WHICH BELONGS TO NO REP.
       01 WS-PREV-REP-CODE                   PIC X(03)  VALUE SPACES.
       01 WS-BURST-KEY                       PIC X(08)  VALUE SPACES.
       01 WS-REP-INVOICE-CNT                 PIC 9(05)  COMP-3 VALUE 0.
       01 WS-REP-TOTAL                       PIC S9(09)V99 COMP-3
                                              VALUE 0.
      *
       COPY INVWKFEC REPLACING
           ==INVOICE-WORK-RECORD== BY ==WS-WORK-RECORD==.
      *
      * TODAY'S DATE AND THE INVOICE DATE BROKEN OUT INTO YYYY/MM/DD SO
      * A 30/360 DAY-COUNT ORDINAL CAN BE COMPUTED FOR AGING. THE AGING
      * BUCKETS STAY ON THE SAME KIND OF ORDINARY-BANKER'S-YEAR
      * APPROXIMATION USED FOR LOAN AGING, NOT AN EXACT CALENDAR
      * DIFFERENCE.
       01 WS-TODAY-DATE-GROUP.
           05  WS-TODAY-YYYY                 PIC 9(04).
           05  WS-TODAY-MM                   PIC 9(02).
       01 WS-TODAY-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-INVOICE-ORDINAL                 PIC S9(09) COMP-3.
       01 WS-DAYS-OLD                        PIC S9(09) COMP-3.
      *
       COPY BCLDTCOM.
      *
       01 WS-CURRENT-TOTAL                   PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(35)
               VALUE 'KC03FEC - AGED RECEIVABLES REPORT'.
           05  FILLER                        PIC X(05) VALUE 'REP: '.
           05  HDG1-REP-CODE                 PIC X(08).
           05  FILLER                        PIC X(67) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
           05  DTL-61-90-AMT                   PIC ZZZ,ZZ9.99CR.
           05  FILLER                         PIC X(01) VALUE SPACES.
           05  DTL-OVER-90-AMT                 PIC ZZZ,ZZ9.99CR.
      *
       01 REP-TOTAL-LINE.
           05  FILLER                         PIC X(10)
               VALUE 'REP TOTAL '.
           05  RTL-REP-CODE                    PIC X(03).
           05  FILLER                          PIC X(07) VALUE ':'.
           05  RTL-INVOICE-CNT                 PIC ZZZZ9.
           05  FILLER                          PIC X(11)
               VALUE ' INVOICES  '.
           05  RTL-REP-TOTAL                   PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 GRAND-TOTAL-LINE-1.
           05  FILLER                         PIC X(20)
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O SPL-FILE.
           IF WS-SPLFILE-SUCCESS
               DISPLAY "SPL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SPLFILE-SW=" WS-SPLFILE-SW
               DISPLAY "SPL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O SPB-FILE.
           IF WS-SPBFILE-SUCCESS
               DISPLAY "SPB-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SPBFILE-SW=" WS-SPBFILE-SW
               DISPLAY "SPB-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ACCEPT WS-RUN-DATE     FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-REP-CODE
                                SRT-INVOICE-NUMBER
               INPUT PROCEDURE IS 100-SELECT-OPEN-INVOICES
               OUTPUT PROCEDURE IS 300-PRINT-THE-REPS.
      *
           PERFORM 700-PRINT-GRAND-TOTAL.
           PERFORM 900-COMPLETED-OK.
      *
       100-SELECT-OPEN-INVOICES.
      *
           READ WORK-FILE INTO WS-WORK-RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 110-SELECT-ONE-INVOICE
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN WORK-FILE"
           END-IF.
      *
       110-SELECT-ONE-INVOICE.
      *
           IF NOT IWK-HEADER-RECORD
               CONTINUE
                   OR IWK-OPEN-BALANCE NOT > ZERO
               CONTINUE
           ELSE
               MOVE IWK-REP-CODE       TO SRT-REP-CODE
               MOVE IWK-INVOICE-NUMBER TO SRT-INVOICE-NUMBER
               MOVE WS-WORK-RECORD     TO SRT-WORK-RECORD
               RELEASE SORT-RECORD
           END-IF.
      *
           READ WORK-FILE INTO WS-WORK-RECORD
           MOVE IWK-INVOICE-DATE    TO DTL-INVOICE-DATE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           MOVE DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-INVOICE-CNT.
           ADD 1 TO WS-REP-INVOICE-CNT.
           ADD IWK-OPEN-BALANCE TO WS-GRAND-TOTAL.
           ADD IWK-OPEN-BALANCE TO WS-REP-TOTAL.
      *
       200-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
           IF WS-BURST-KEY = SPACES
               MOVE 'ALL'        TO HDG1-REP-CODE
           ELSE
               MOVE WS-BURST-KEY TO HDG1-REP-CODE
           END-IF.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-SPOOL-SEQ.
           MOVE HEADING-LINE-1 TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
           MOVE HEADING-LINE-2 TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
           PERFORM 760-WRITE-BURST-ROW.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       300-PRINT-THE-REPS.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           IF NOT WS-SORT-EOF
               PERFORM 310-PRINT-ONE-SORTED-INVOICE
                   UNTIL WS-SORT-EOF
               PERFORM 350-PRINT-REP-TOTAL
           END-IF.
      *
       310-PRINT-ONE-SORTED-INVOICE.
      *
      * EACH REP STARTS A NEW PAGE, SO NO PAGE CARRIES TWO REPS.
           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-SW
               PERFORM 320-START-NEW-REP
           ELSE IF SRT-REP-CODE NOT = WS-PREV-REP-CODE
               PERFORM 350-PRINT-REP-TOTAL
               PERFORM 320-START-NEW-REP
           END-IF.
      *
           MOVE SRT-WORK-RECORD TO WS-WORK-RECORD.
           PERFORM 150-PRINT-ONE-OPEN-INVOICE.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       320-START-NEW-REP.
      *
      * AN INVOICE WITH NO REP BURSTS UNDER NONE, SO THOSE PAGES CAN
      * STILL BE GIVEN TO SOMEBODY ON RDSMNFEC.
           MOVE SRT-REP-CODE TO WS-PREV-REP-CODE.
           IF SRT-REP-CODE = SPACES
               MOVE 'NONE'       TO WS-BURST-KEY
           ELSE
               MOVE SRT-REP-CODE TO WS-BURST-KEY
           END-IF.
           MOVE ZERO         TO WS-REP-INVOICE-CNT
                                WS-REP-TOTAL.
           MOVE 99           TO WS-LINE-CNT.
      *
       350-PRINT-REP-TOTAL.
      *
           MOVE WS-PREV-REP-CODE   TO RTL-REP-CODE.
           MOVE WS-REP-INVOICE-CNT TO RTL-INVOICE-CNT.
           MOVE WS-REP-TOTAL       TO RTL-REP-TOTAL.
      *
           WRITE PRINT-LINE FROM REP-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE REP-TOTAL-LINE TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
      *
       400-AGE-ONE-INVOICE.
      *
           IF IWK-DUE-DATE = SPACES OR ZEROS
               MOVE IWK-INVOICE-DATE TO WS-INVOICE-DATE-GROUP
           ELSE
               MOVE 'R'          TO BCLDT-FUNCTION
               MOVE IWK-DUE-DATE TO BCLDT-DATE-IN
               MOVE SPACES       TO BCLDT-DATE-TO
               CALL 'BCLBTFEC' USING BCLDT-COMMAREA
               MOVE BCLDT-DATE-OUT   TO WS-INVOICE-DATE-GROUP
           END-IF.
           COMPUTE WS-INVOICE-ORDINAL =
               WS-INVOICE-YYYY * 360 + WS-INVOICE-MM * 30
           END-EVALUATE.
      *
       700-PRINT-GRAND-TOTAL.
      *
           MOVE SPACES TO WS-BURST-KEY.
           PERFORM 200-PRINT-HEADINGS.
      *
           MOVE WS-INVOICE-CNT      TO GTL-INVOICE-CNT.
           MOVE WS-GRAND-TOTAL      TO GTL-GRAND-TOTAL.
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE-2
               AFTER ADVANCING 1 LINES.
           MOVE GRAND-TOTAL-LINE-1 TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
           MOVE GRAND-TOTAL-LINE-2 TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
      *
       750-WRITE-SPOOL-LINE.
      *
           ADD 1 TO WS-SPOOL-SEQ.
           MOVE 'INVARFEC'    TO SPL-REPORT-ID-1.
           MOVE WS-RUN-DATE   TO SPL-RUN-DATE-1.
           MOVE WS-RUN-TIME   TO SPL-RUN-TIME-1.
           MOVE WS-PAGE-NBR   TO SPL-PAGE-NUMBER-1.
           MOVE WS-SPOOL-SEQ  TO SPL-LINE-NUMBER-1.
           MOVE WS-SPOOL-LINE TO SPL-PRINT-LINE-1.
      *
           WRITE SPL-FILE-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE SPOOL KEY " SPL-KEY-1
                   PERFORM 800-PROGRAM-FAILED.
      *
       760-WRITE-BURST-ROW.
      *
           MOVE 'INVARFEC'    TO SPB-REPORT-ID-1.
           MOVE WS-RUN-DATE   TO SPB-RUN-DATE-1.
           MOVE WS-RUN-TIME   TO SPB-RUN-TIME-1.
           MOVE WS-PAGE-NBR   TO SPB-PAGE-NUMBER-1.
           MOVE WS-BURST-KEY  TO SPB-BURST-KEY-1.
      *
           WRITE SPB-FILE-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE BURST KEY " SPB-KEY-1
                   PERFORM 800-PROGRAM-FAILED.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
      *
       900-COMPLETED-OK.
           CLOSE WORK-FILE
                 PRINT-FILE
                 SPL-FILE
                 SPB-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
