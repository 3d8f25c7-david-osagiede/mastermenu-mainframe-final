       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPAGFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Weekly deduction aging report. Sweeps the DSPFEC disputed
      *invoice file and lists every open dispute grouped by reason
      *code, oldest first within each reason, with the invoice,
      *customer, owner, the date it was opened, how many days it has
      *been open on the same 30/360 day count INVARFEC ages by, the
      *disputed amount, and the notes. Each reason closes with a
      *count and total. A summary page then ages the open amounts by
      *reason into 0-30, 31-60, 61-90, and over-90 day buckets from
      *the day each dispute was opened, and sets beside them what was
      *resolved in the seven days through the as-of date - cleared
      *by a credit memo or reinstated to collectible - so the week's
      *progress on each kind of deduction shows next to what is left.
      *The as-of date comes from the DSAGPARM card (default today),
      *the same way APAGEFEC takes its own.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DSAG-PARM-FILE ASSIGN TO DSAGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DSP-FILE ASSIGN TO DSPMSTR
               RECORD KEY IS DSP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DSPFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWORK.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DSAG-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS
           DATA RECORD IS DSAG-PARM-RECORD.
       01  DSAG-PARM-RECORD.
           05  DSAG-AS-OF-DATE                  PIC 9(08).
      *
       FD DSP-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS DSP-FILE-RECORD.
       01  DSP-FILE-RECORD.
           05  DSP-KEY-1.
               10  DSP-INVOICE-NUMBER-1      PIC 9(06).
           05  DSP-CUSTOMER-NUMBER-1         PIC X(06).
           05  DSP-DISPUTED-AMOUNT-1         PIC S9(07)V99.
           05  DSP-REASON-CODE-1             PIC X(02).
           05  DSP-OWNER-1                   PIC X(08).
           05  DSP-STATUS-1                  PIC X(01).
               88  DSP-STATUS-OPEN-1             VALUE 'O'.
               88  DSP-STATUS-CREDITED-1         VALUE 'C'.
               88  DSP-STATUS-REINSTATED-1       VALUE 'R'.
           05  DSP-OPENED-DATE-1             PIC X(08).
           05  DSP-OPENED-BY-1               PIC X(08).
           05  DSP-RESOLVED-DATE-1           PIC X(08).
           05  DSP-RESOLVED-BY-1             PIC X(08).
           05  DSP-CREDIT-MEMO-NUMBER-1      PIC 9(06).
           05  DSP-NOTES-1                   PIC X(60).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  CM-FIRST-NAME                 PIC X(20).
           05  CM-LAST-NAME                  PIC X(30).
           05  FILLER                        PIC X(241).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SRT-REASON-SUB                PIC 9(02).
           05  SRT-DAYS-OPEN                 PIC S9(05).
           05  SRT-INVOICE-NUMBER            PIC 9(06).
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-OWNER                     PIC X(08).
           05  SRT-OPENED-DATE               PIC X(08).
           05  SRT-AMOUNT                    PIC S9(07)V99.
           05  SRT-NOTES                     PIC X(40).
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
       01 WS-DSPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DSPFILE-SUCCESS                VALUE '00'.
           88  WS-DSPFILE-EOF                    VALUE '10'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-FIRST-RECORD-SW                 PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-RECORD                   VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-AS-OF-DATE                      PIC X(08)  VALUE SPACES.
      *
       01 WS-ORDINAL-DATE-GROUP.
           05  WS-ORD-YYYY                   PIC 9(04).
           05  WS-ORD-MM                     PIC 9(02).
           05  WS-ORD-DD                     PIC 9(02).
       01 WS-ORDINAL                         PIC S9(09) COMP-3.
       01 WS-AS-OF-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-DAYS-OPEN                       PIC S9(09) COMP-3.
       01 WS-DAYS-SINCE-RESOLVED             PIC S9(09) COMP-3.
      *
      * REASON CODES AS DSPMNFEC TAKES THEM. THE LAST ROW CATCHES ANY
      * CODE NOT IN THE LIST SO NOTHING DROPS OFF THE REPORT.
       01 WS-REASON-NAMES.
           05  FILLER                        PIC X(20)
               VALUE 'PRPRICING'.
           05  FILLER                        PIC X(20)
               VALUE 'SHSHORTAGE'.
           05  FILLER                        PIC X(20)
               VALUE 'DMDAMAGE'.
           05  FILLER                        PIC X(20)
               VALUE 'PMPROMOTION/ALLOW'.
           05  FILLER                        PIC X(20)
               VALUE 'RTRETURN NOT CREDIT'.
           05  FILLER                        PIC X(20)
               VALUE 'OTOTHER'.
           05  FILLER                        PIC X(20)
               VALUE '??UNCODED'.
       01 WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
           05  WS-REASON-NAME-ENTRY          OCCURS 7 TIMES.
               10  WS-RSN-CODE               PIC X(02).
               10  WS-RSN-NAME               PIC X(18).
       01 WS-RSN-MAX                         PIC S9(04) COMP VALUE 7.
       01 WS-RSN-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-RSN-HIT-SUB                     PIC S9(04) COMP VALUE 0.
       01 WS-PREV-REASON-SUB                 PIC S9(04) COMP VALUE 0.
      *
      * PER-REASON TOTALS: OPEN AMOUNTS IN 1 0-30, 2 31-60, 3 61-90,
      * 4 OVER 90 DAYS OPEN, AND WHAT WAS RESOLVED THIS WEEK.
       01 WS-REASON-TOTAL-TABLE.
           05  WS-RSN-TOTAL-ENTRY            OCCURS 7 TIMES.
               10  WS-RSN-BUCKET             OCCURS 4 TIMES
                                             PIC S9(09)V99 COMP-3.
               10  WS-RSN-OPEN-TOTAL         PIC S9(09)V99 COMP-3.
               10  WS-RSN-OPEN-CNT           PIC 9(05)  COMP-3.
               10  WS-RSN-CREDITED           PIC S9(09)V99 COMP-3.
               10  WS-RSN-REINSTATED         PIC S9(09)V99 COMP-3.
       01 WS-BUCKET-SUB                      PIC S9(04) COMP VALUE 0.
      *
       01 WS-GRAND-BUCKETS.
           05  WS-GRAND-BUCKET               OCCURS 4 TIMES
                                             PIC S9(11)V99 COMP-3.
       01 WS-GRAND-OPEN-TOTAL                PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-GRAND-CREDITED                  PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-GRAND-REINSTATED                PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
       01 WS-GROUP-CNT                       PIC 9(05)  COMP-3 VALUE 0.
       01 WS-GROUP-TOTAL                     PIC S9(09)V99 COMP-3
                                              VALUE 0.
      *
       01 WS-DISPUTE-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-OPEN-CNT                        PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CREDITED-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-REINSTATED-CNT                  PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - DEDUCTION AGING BY REASON'.
           05  FILLER                        PIC X(07) VALUE 'AS OF '.
           05  HDG1-AS-OF-DATE               PIC X(08).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(08) VALUE 'REASON'.
           05  HDG2-REASON-CODE              PIC X(02).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  HDG2-REASON-NAME              PIC X(18).
      *
       01 HEADING-LINE-3.
           05  FILLER                        PIC X(08) VALUE 'INVOICE'.
           05  FILLER                        PIC X(08) VALUE 'CUST'.
           05  FILLER                        PIC X(22) VALUE 'NAME'.
           05  FILLER                        PIC X(10) VALUE 'OWNER'.
           05  FILLER                        PIC X(10) VALUE 'OPENED'.
           05  FILLER                        PIC X(06) VALUE ' DAYS'.
           05  FILLER                        PIC X(16) VALUE
               '        DISPUTED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'NOTES'.
      *
       01 DETAIL-LINE.
           05  DTL-INVOICE-NUMBER            PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER-NAME             PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-OWNER                     PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-OPENED-DATE               PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DAYS-OPEN                 PIC ZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-AMOUNT                    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-NOTES                     PIC X(40).
      *
       01 GROUP-TOTAL-LINE.
           05  FILLER                        PIC X(16) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'TOTAL '.
           05  GTL-REASON-NAME               PIC X(18).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  GTL-COUNT                     PIC ZZZZ9.
           05  FILLER                        PIC X(11) VALUE
               ' DISPUTES'.
           05  GTL-AMOUNT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - DEDUCTION AGING SUMMARY'.
           05  FILLER                        PIC X(07) VALUE 'AS OF '.
           05  SHL1-AS-OF-DATE               PIC X(08).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  SHL1-PAGE-NBR                 PIC ZZZ9.
      *
       01 SUMMARY-HEADING-LINE-2.
           05  FILLER                        PIC X(20) VALUE SPACES.
           05  FILLER                        PIC X(80) VALUE
               'OPEN - BY DAYS SINCE THE DISPUTE WAS OPENED'.
           05  FILLER                        PIC X(30) VALUE
               'RESOLVED THIS WEEK'.
      *
       01 SUMMARY-HEADING-LINE-3.
           05  FILLER                        PIC X(20) VALUE 'REASON'.
           05  FILLER                        PIC X(16) VALUE
               '       0-30 DAYS'.
           05  FILLER                        PIC X(16) VALUE
               '      31-60 DAYS'.
           05  FILLER                        PIC X(16) VALUE
               '      61-90 DAYS'.
           05  FILLER                        PIC X(16) VALUE
               '         OVER 90'.
           05  FILLER                        PIC X(16) VALUE
               '      TOTAL OPEN'.
           05  FILLER                        PIC X(16) VALUE
               '     CREDIT MEMO'.
           05  FILLER                        PIC X(16) VALUE
               '      REINSTATED'.
      *
       01 SUMMARY-DETAIL-LINE.
           05  SDL-REASON-CODE               PIC X(02).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  SDL-REASON-NAME               PIC X(17).
           05  SDL-AMOUNT-GROUP              OCCURS 7 TIMES.
               10  FILLER                    PIC X(01).
               10  SDL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-LINE.
           05  SL-LABEL                      PIC X(40).
           05  SL-COUNT                      PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-AS-OF-DATE.
           PERFORM 050-READ-PARM-CARD.
      *
           MOVE WS-AS-OF-DATE TO WS-ORDINAL-DATE-GROUP.
           PERFORM 280-COMPUTE-ORDINAL.
           MOVE WS-ORDINAL TO WS-AS-OF-ORDINAL.
      *
           PERFORM 060-CLEAR-ONE-REASON-ROW
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-MAX.
           PERFORM 070-CLEAR-ONE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
      *
           OPEN INPUT DSP-FILE.
           IF WS-DSPFILE-SUCCESS
               DISPLAY "DSP-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-DSPFILE-SW=" WS-DSPFILE-SW
               DISPLAY "DSP-FILE OPEN ERROR"
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
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-REASON-SUB
               ON DESCENDING KEY SRT-DAYS-OPEN
               ON ASCENDING KEY SRT-INVOICE-NUMBER
               INPUT PROCEDURE IS 100-SELECT-THE-DISPUTES
               OUTPUT PROCEDURE IS 300-PRINT-OPEN-DISPUTES.
      *
           PERFORM 500-PRINT-REASON-SUMMARY.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT DSAG-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ DSAG-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND DSAG-AS-OF-DATE > 0
                   MOVE DSAG-AS-OF-DATE TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "NO USABLE PARM CARD - AS-OF DATE "
                           "DEFAULTS TO TODAY " WS-AS-OF-DATE
               END-IF
               CLOSE DSAG-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO DSAG-PARM-FILE FOUND - AS-OF DATE "
                       "DEFAULTS TO TODAY " WS-AS-OF-DATE
           END-IF.
      *
       060-CLEAR-ONE-REASON-ROW.
      *
           MOVE ZERO TO WS-RSN-BUCKET (WS-RSN-SUB 1)
                        WS-RSN-BUCKET (WS-RSN-SUB 2)
                        WS-RSN-BUCKET (WS-RSN-SUB 3)
                        WS-RSN-BUCKET (WS-RSN-SUB 4)
                        WS-RSN-OPEN-TOTAL (WS-RSN-SUB)
                        WS-RSN-OPEN-CNT (WS-RSN-SUB)
                        WS-RSN-CREDITED (WS-RSN-SUB)
                        WS-RSN-REINSTATED (WS-RSN-SUB).
      *
       070-CLEAR-ONE-GRAND-BUCKET.
      *
           MOVE ZERO TO WS-GRAND-BUCKET (WS-BUCKET-SUB).
      *
      *    SORT INPUT PROCEDURE - OPEN DISPUTES ARE AGED AND RELEASED;
      *    ONES RESOLVED IN THE WEEK THROUGH THE AS-OF DATE ARE ONLY
      *    COUNTED INTO THEIR REASON ROW.
       100-SELECT-THE-DISPUTES.
      *
           READ DSP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               PERFORM 110-PROCESS-ONE-DISPUTE
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN DSP-FILE"
           END-IF.
      *
       110-PROCESS-ONE-DISPUTE.
      *
           ADD 1 TO WS-DISPUTE-READ-CNT.
           PERFORM 150-FIND-REASON-ROW.
      *
           IF DSP-STATUS-OPEN-1
               PERFORM 120-AGE-ONE-OPEN-DISPUTE
           ELSE
               PERFORM 130-COUNT-ONE-RESOLUTION
           END-IF.
      *
           READ DSP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-AGE-ONE-OPEN-DISPUTE.
      *
           MOVE DSP-OPENED-DATE-1 TO WS-ORDINAL-DATE-GROUP.
           PERFORM 280-COMPUTE-ORDINAL.
           COMPUTE WS-DAYS-OPEN = WS-AS-OF-ORDINAL - WS-ORDINAL.
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF.
      *
           PERFORM 160-PICK-THE-BUCKET.
           ADD DSP-DISPUTED-AMOUNT-1
             TO WS-RSN-BUCKET (WS-RSN-HIT-SUB WS-BUCKET-SUB)
                WS-RSN-OPEN-TOTAL (WS-RSN-HIT-SUB)
                WS-GRAND-BUCKET (WS-BUCKET-SUB)
                WS-GRAND-OPEN-TOTAL.
           ADD 1 TO WS-RSN-OPEN-CNT (WS-RSN-HIT-SUB)
                    WS-OPEN-CNT.
      *
           MOVE WS-RSN-HIT-SUB        TO SRT-REASON-SUB.
           MOVE WS-DAYS-OPEN          TO SRT-DAYS-OPEN.
           MOVE DSP-INVOICE-NUMBER-1  TO SRT-INVOICE-NUMBER.
           MOVE DSP-CUSTOMER-NUMBER-1 TO SRT-CUSTOMER-NUMBER.
           MOVE DSP-OWNER-1           TO SRT-OWNER.
           MOVE DSP-OPENED-DATE-1     TO SRT-OPENED-DATE.
           MOVE DSP-DISPUTED-AMOUNT-1 TO SRT-AMOUNT.
           MOVE DSP-NOTES-1           TO SRT-NOTES.
           RELEASE SORT-RECORD.
      *
       130-COUNT-ONE-RESOLUTION.
      *
           IF DSP-RESOLVED-DATE-1 NOT NUMERIC
               MOVE 999 TO WS-DAYS-SINCE-RESOLVED
           ELSE
               MOVE DSP-RESOLVED-DATE-1 TO WS-ORDINAL-DATE-GROUP
               PERFORM 280-COMPUTE-ORDINAL
               COMPUTE WS-DAYS-SINCE-RESOLVED =
                   WS-AS-OF-ORDINAL - WS-ORDINAL
           END-IF.
      *
           IF WS-DAYS-SINCE-RESOLVED NOT < ZERO
                   AND WS-DAYS-SINCE-RESOLVED < 7
               PERFORM 140-POST-ONE-RESOLUTION
           END-IF.
      *
       140-POST-ONE-RESOLUTION.
      *
           IF DSP-STATUS-CREDITED-1
               ADD DSP-DISPUTED-AMOUNT-1
                 TO WS-RSN-CREDITED (WS-RSN-HIT-SUB)
                    WS-GRAND-CREDITED
               ADD 1 TO WS-CREDITED-CNT
           ELSE IF DSP-STATUS-REINSTATED-1
               ADD DSP-DISPUTED-AMOUNT-1
                 TO WS-RSN-REINSTATED (WS-RSN-HIT-SUB)
                    WS-GRAND-REINSTATED
               ADD 1 TO WS-REINSTATED-CNT
           END-IF.
      *
      *    AN UNKNOWN CODE FALLS TO THE LAST (UNCODED) ROW.
       150-FIND-REASON-ROW.
      *
           MOVE ZERO TO WS-RSN-HIT-SUB.
           PERFORM 155-MATCH-ONE-REASON
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB NOT < WS-RSN-MAX
                  OR WS-RSN-HIT-SUB > ZERO.
           IF WS-RSN-HIT-SUB = ZERO
               MOVE WS-RSN-MAX TO WS-RSN-HIT-SUB
           END-IF.
      *
       155-MATCH-ONE-REASON.
      *
           IF WS-RSN-CODE (WS-RSN-SUB) = DSP-REASON-CODE-1
               MOVE WS-RSN-SUB TO WS-RSN-HIT-SUB
           END-IF.
      *
       160-PICK-THE-BUCKET.
      *
           IF WS-DAYS-OPEN > 90
               MOVE 4 TO WS-BUCKET-SUB
           ELSE IF WS-DAYS-OPEN > 60
               MOVE 3 TO WS-BUCKET-SUB
           ELSE IF WS-DAYS-OPEN > 30
               MOVE 2 TO WS-BUCKET-SUB
           ELSE
               MOVE 1 TO WS-BUCKET-SUB
           END-IF.
      *
       280-COMPUTE-ORDINAL.
      *
           COMPUTE WS-ORDINAL =
               WS-ORD-YYYY * 360 + WS-ORD-MM * 30 + WS-ORD-DD.
      *
      *    SORT OUTPUT PROCEDURE - ONE GROUP PER REASON, EACH ON ITS
      *    OWN PAGE, OLDEST DISPUTE FIRST.
       300-PRINT-OPEN-DISPUTES.
      *
           MOVE 'Y' TO WS-FIRST-RECORD-SW.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
           PERFORM 310-PRINT-ONE-DISPUTE
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-RECORD
               PERFORM 340-PRINT-REASON-TOTAL
           END-IF.
      *
       310-PRINT-ONE-DISPUTE.
      *
           IF WS-FIRST-RECORD
               PERFORM 320-START-NEW-REASON
           ELSE IF SRT-REASON-SUB NOT = WS-PREV-REASON-SUB
               PERFORM 340-PRINT-REASON-TOTAL
               PERFORM 320-START-NEW-REASON
           END-IF.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           PERFORM 330-LOOK-UP-CUSTOMER-NAME.
      *
           MOVE SRT-INVOICE-NUMBER  TO DTL-INVOICE-NUMBER.
           MOVE SRT-CUSTOMER-NUMBER TO DTL-CUSTOMER-NUMBER.
           MOVE SRT-OWNER           TO DTL-OWNER.
           MOVE SRT-OPENED-DATE     TO DTL-OPENED-DATE.
           MOVE SRT-DAYS-OPEN       TO DTL-DAYS-OPEN.
           MOVE SRT-AMOUNT          TO DTL-AMOUNT.
           MOVE SRT-NOTES           TO DTL-NOTES.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD 1          TO WS-GROUP-CNT.
           ADD SRT-AMOUNT TO WS-GROUP-TOTAL.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       320-START-NEW-REASON.
      *
           MOVE SRT-REASON-SUB TO WS-PREV-REASON-SUB.
           MOVE 'N'            TO WS-FIRST-RECORD-SW.
           MOVE ZERO           TO WS-GROUP-CNT
                                  WS-GROUP-TOTAL.
           PERFORM 600-PRINT-HEADINGS.
      *
       330-LOOK-UP-CUSTOMER-NAME.
      *
           MOVE SRT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
      *
           IF WS-CMFFILE-NOTFND
               MOVE '*** NOT ON FILE ***' TO DTL-CUSTOMER-NAME
           ELSE IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CM-FILE READ ERROR KEY=" SRT-CUSTOMER-NUMBER
               PERFORM 800-PROGRAM-FAILED
           ELSE
               MOVE CM-LAST-NAME TO DTL-CUSTOMER-NAME
           END-IF.
      *
       340-PRINT-REASON-TOTAL.
      *
           MOVE WS-RSN-NAME (WS-PREV-REASON-SUB) TO GTL-REASON-NAME.
           MOVE WS-GROUP-CNT                     TO GTL-COUNT.
           MOVE WS-GROUP-TOTAL                   TO GTL-AMOUNT.
           WRITE PRINT-LINE FROM GROUP-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CNT.
      *
       500-PRINT-REASON-SUMMARY.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR   TO SHL1-PAGE-NBR.
           MOVE WS-AS-OF-DATE TO SHL1-AS-OF-DATE.
           WRITE PRINT-LINE FROM SUMMARY-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM SUMMARY-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
      *
           PERFORM 510-PRINT-ONE-REASON-ROW
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-MAX.
      *
           MOVE SPACES                TO SDL-REASON-CODE.
           MOVE 'ALL REASONS'         TO SDL-REASON-NAME.
           MOVE WS-GRAND-BUCKET (1)   TO SDL-AMOUNT (1).
           MOVE WS-GRAND-BUCKET (2)   TO SDL-AMOUNT (2).
           MOVE WS-GRAND-BUCKET (3)   TO SDL-AMOUNT (3).
           MOVE WS-GRAND-BUCKET (4)   TO SDL-AMOUNT (4).
           MOVE WS-GRAND-OPEN-TOTAL   TO SDL-AMOUNT (5).
           MOVE WS-GRAND-CREDITED     TO SDL-AMOUNT (6).
           MOVE WS-GRAND-REINSTATED   TO SDL-AMOUNT (7).
           WRITE PRINT-LINE FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
      *
       510-PRINT-ONE-REASON-ROW.
      *
           MOVE WS-RSN-CODE (WS-RSN-SUB)         TO SDL-REASON-CODE.
           MOVE WS-RSN-NAME (WS-RSN-SUB)         TO SDL-REASON-NAME.
           MOVE WS-RSN-BUCKET (WS-RSN-SUB 1)     TO SDL-AMOUNT (1).
           MOVE WS-RSN-BUCKET (WS-RSN-SUB 2)     TO SDL-AMOUNT (2).
           MOVE WS-RSN-BUCKET (WS-RSN-SUB 3)     TO SDL-AMOUNT (3).
           MOVE WS-RSN-BUCKET (WS-RSN-SUB 4)     TO SDL-AMOUNT (4).
           MOVE WS-RSN-OPEN-TOTAL (WS-RSN-SUB)   TO SDL-AMOUNT (5).
           MOVE WS-RSN-CREDITED (WS-RSN-SUB)     TO SDL-AMOUNT (6).
           MOVE WS-RSN-REINSTATED (WS-RSN-SUB)   TO SDL-AMOUNT (7).
           WRITE PRINT-LINE FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 1 LINES.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                      TO HDG1-PAGE-NBR.
           MOVE WS-AS-OF-DATE                    TO HDG1-AS-OF-DATE.
           MOVE WS-RSN-CODE (WS-PREV-REASON-SUB) TO HDG2-REASON-CODE.
           MOVE WS-RSN-NAME (WS-PREV-REASON-SUB) TO HDG2-REASON-NAME.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           MOVE 'DISPUTES READ:'                   TO SL-LABEL.
           MOVE WS-DISPUTE-READ-CNT                TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'OPEN DISPUTES AGED:'              TO SL-LABEL.
           MOVE WS-OPEN-CNT                        TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'RESOLVED THIS WEEK BY CREDIT MEMO:' TO SL-LABEL.
           MOVE WS-CREDITED-CNT                    TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'REINSTATED THIS WEEK:'            TO SL-LABEL.
           MOVE WS-REINSTATED-CNT                  TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE DSP-FILE
                 CM-FILE
                 PRINT-FILE.
           DISPLAY "DISPUTES READ            = " WS-DISPUTE-READ-CNT.
           DISPLAY "OPEN DISPUTES AGED       = " WS-OPEN-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
