       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDUBLFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Nightly build of the RDUFEC unread-reports list that RDULSFEC
      *shows each operator at sign-on. Runs after the reporting jobs
      *have spooled to SPLFEC. For every report on the RDSFEC
      *distribution that has a spool run for the run date, one RDUFEC
      *row is written per operator on the distribution: an O entry
      *names the operator, and a D entry names every active OPRFEC
      *operator in that department. An O entry with a burst key only
      *gets a row when SPBFEC shows a page of the run stamped with
      *that key, so a rep with no open invoices is not told to look.
      *The title on the row is the first 40 bytes of the run's first
      *spool line. A row already on file is left alone. Rows listed
      *more than the keep days ago are aged out first, whether read
      *or not - RPTVWFEC deletes a row as soon as the report is
      *opened. The optional RDUPARM card carries the run date in
      *columns 1-8 (default today) and the keep days in columns 9-11
      *(default 7). Ages use the same 30/360 day-count ordinal
      *INVARFEC and the purge jobs use.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RDU-PARM-FILE ASSIGN TO RDUPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT OPR-FILE ASSIGN TO OPRMSTR
               RECORD KEY IS OPR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPRFILE-SW.

           SELECT RDS-FILE ASSIGN TO RDSMSTR
               RECORD KEY IS RDS-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RDSFILE-SW.

           SELECT SPL-FILE ASSIGN TO SPLMSTR
               RECORD KEY IS SPL-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SPLFILE-SW.

           SELECT SPB-FILE ASSIGN TO SPBMSTR
               RECORD KEY IS SPB-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SPBFILE-SW.

           SELECT RDU-FILE ASSIGN TO RDUMSTR
               RECORD KEY IS RDU-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RDUFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RDU-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RDU-PARM-RECORD.
       01  RDU-PARM-RECORD.
           05  RDUP-RUN-DATE                 PIC X(08).
           05  RDUP-KEEP-DAYS                PIC X(03).
           05  FILLER                        PIC X(69).
      *
       FD OPR-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS OPR-FILE-RECORD.
       01  OPR-FILE-RECORD.
           05  OPR-KEY-1.
               10  OPR-OPERATOR-ID-1         PIC X(08).
           05  OPR-PASSWORD-1                PIC X(08).
           05  OPR-ROLE-LEVEL-1              PIC 9(01).
           05  OPR-ACTIVE-SW-1               PIC X(01).
               88  OPR-IS-ACTIVE-1               VALUE 'Y'.
           05  OPR-FAILED-COUNT-1            PIC 9(02).
           05  OPR-LOCKED-SW-1               PIC X(01).
           05  OPR-DEPARTMENT-1              PIC X(04).
           05  OPR-PASSWORD-DATE-1           PIC X(08).
           05  OPR-LAST-SIGNON-DATE-1        PIC X(08).
      *
       FD RDS-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS RDS-FILE-RECORD.
       01  RDS-FILE-RECORD.
           05  RDS-KEY-1.
               10  RDS-REPORT-ID-1           PIC X(08).
               10  RDS-ENTRY-TYPE-1          PIC X(01).
                   88  RDS-DEPARTMENT-ENTRY-1    VALUE 'D'.
                   88  RDS-OPERATOR-ENTRY-1      VALUE 'O'.
               10  RDS-ENTRY-VALUE-1         PIC X(08).
           05  RDS-BURST-KEY-1               PIC X(08).
           05  RDS-UPDATED-DATE-1            PIC X(08).
           05  RDS-UPDATED-BY-1              PIC X(08).
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
       FD RDU-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS RDU-FILE-RECORD.
       01  RDU-FILE-RECORD.
           05  RDU-KEY-1.
               10  RDU-OPERATOR-ID-1         PIC X(08).
               10  RDU-REPORT-ID-1           PIC X(08).
               10  RDU-RUN-DATE-1            PIC X(08).
           05  RDU-REPORT-TITLE-1            PIC X(40).
           05  RDU-LISTED-DATE-1             PIC X(08).
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
       01 WS-OPRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OPRFILE-SUCCESS                VALUE '00'.
       01 WS-RDSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RDSFILE-SUCCESS                VALUE '00'.
       01 WS-SPLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SPLFILE-SUCCESS                VALUE '00'.
       01 WS-SPBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SPBFILE-SUCCESS                VALUE '00'.
       01 WS-RDUFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RDUFILE-SUCCESS                VALUE '00'.
           88  WS-RDUFILE-DUPLICATE              VALUE '22'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-RDS-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-RDS-EOF                        VALUE 'Y'.
       01 WS-RUN-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-RUN-FOUND                      VALUE 'Y'.
       01 WS-BURST-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-BURST-FOUND                    VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-TODAY-DATE                      PIC X(08).
       01 WS-RUN-DATE                        PIC X(08).
       01 WS-KEEP-DAYS                       PIC 9(03)  VALUE 7.
      *
       01 WS-RUN-DATE-GROUP.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-WORK-DATE-GROUP.
           05  WS-WORK-YYYY                  PIC 9(04).
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
       01 WS-WORK-DATE REDEFINES WS-WORK-DATE-GROUP
                                             PIC X(08).
       01 WS-RUN-ORDINAL                     PIC S9(09) COMP-3.
       01 WS-WORK-ORDINAL                    PIC S9(09) COMP-3.
       01 WS-ROW-AGE                         PIC S9(07) COMP-3.
      *
      * THE REPORT BEING DISTRIBUTED AND ITS RUN FOR THE RUN DATE.
       01 WS-CURRENT-REPORT                  PIC X(08).
       01 WS-REPORT-TITLE                    PIC X(40).
       01 WS-RUN-TIME                        PIC X(06).
       01 WS-TARGET-OPERATOR                 PIC X(08).
      *
      * EVERY OPERATOR ON OPRFEC, IN OPERATOR ORDER.
       01 WS-OPR-MAX                         PIC 9(04)  COMP
                                              VALUE 1000.
       01 WS-OPR-CNT                         PIC 9(04)  COMP VALUE 0.
       01 WS-OPR-SUB                         PIC 9(04)  COMP VALUE 0.
       01 WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 1000 TIMES.
               10  WS-OPR-ID                 PIC X(08).
               10  WS-OPR-DEPARTMENT         PIC X(04).
               10  WS-OPR-ACTIVE-SW          PIC X(01).
      *
       01 WS-AGED-CNT                        PIC 9(05)  COMP-3 VALUE 0.
       01 WS-KEPT-CNT                        PIC 9(05)  COMP-3 VALUE 0.
       01 WS-ENTRY-CNT                       PIC 9(05)  COMP-3 VALUE 0.
       01 WS-REPORT-CNT                      PIC 9(05)  COMP-3 VALUE 0.
       01 WS-NO-RUN-CNT                      PIC 9(05)  COMP-3 VALUE 0.
       01 WS-ADDED-CNT                       PIC 9(05)  COMP-3 VALUE 0.
       01 WS-ON-FILE-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-NO-PAGES-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-REPORT-ADDED-CNT                PIC 9(05)  COMP-3 VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(50)
               VALUE 'KC03FEC - UNREAD REPORT LIST BUILD'.
           05  FILLER                        PIC X(10)
               VALUE 'RUN DATE '.
           05  HDG1-RUN-DATE                 PIC X(08).
           05  FILLER                        PIC X(47) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(10)
               VALUE 'KEEP DAYS:'.
           05  HDG2-KEEP-DAYS                PIC ZZ9.
      *
       01 HEADING-LINE-3.
           05  FILLER                        PIC X(08) VALUE 'REPORT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'RUN AT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(40) VALUE 'TITLE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE ' ROWS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE 'NOTE'.
      *
       01 DETAIL-LINE.
           05  DTL-REPORT-ID                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RUN-TIME                  PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TITLE                     PIC X(40).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ADDED-CNT                 PIC ZZZZZ9.
           05  DTL-ADDED-CNT-X REDEFINES DTL-ADDED-CNT
                                             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NOTE                      PIC X(30).
      *
       01 TOTAL-LINE.
           05  TL-LABEL                      PIC X(30).
           05  TL-COUNT                      PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-RUN-DATE.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           MOVE WS-RUN-DATE TO WS-RUN-DATE-GROUP.
           COMPUTE WS-RUN-ORDINAL =
               WS-RUN-YYYY * 360 + WS-RUN-MM * 30 + WS-RUN-DD.
      *
           OPEN INPUT OPR-FILE.
           IF NOT WS-OPRFILE-SUCCESS
               DISPLAY "WS-OPRFILE-SW=" WS-OPRFILE-SW
               DISPLAY "OPR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT RDS-FILE.
           IF NOT WS-RDSFILE-SUCCESS
               DISPLAY "WS-RDSFILE-SW=" WS-RDSFILE-SW
               DISPLAY "RDS-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT SPL-FILE.
           IF NOT WS-SPLFILE-SUCCESS
               DISPLAY "WS-SPLFILE-SW=" WS-SPLFILE-SW
               DISPLAY "SPL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT SPB-FILE.
           IF NOT WS-SPBFILE-SUCCESS
               DISPLAY "WS-SPBFILE-SW=" WS-SPBFILE-SW
               DISPLAY "SPB-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O RDU-FILE.
           IF NOT WS-RDUFILE-SUCCESS
               DISPLAY "WS-RDUFILE-SW=" WS-RDUFILE-SW
               DISPLAY "RDU-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 100-AGE-OUT-ROWS.
           PERFORM 200-LOAD-OPERATORS.
      *
           READ RDS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RDS-EOF-SW.
           IF WS-RDS-EOF
               DISPLAY "NO DATA IN RDS-FILE"
           ELSE
               PERFORM 300-DISTRIBUTE-ONE-REPORT
                   UNTIL WS-RDS-EOF
           END-IF.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           PERFORM 700-PRINT-RUN-TOTALS.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT RDU-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ RDU-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS
                   IF RDUP-RUN-DATE NUMERIC
                       MOVE RDUP-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   IF RDUP-KEEP-DAYS NUMERIC
                       MOVE RDUP-KEEP-DAYS TO WS-KEEP-DAYS
                   END-IF
               ELSE
                   DISPLAY "NO PARM CARD - RUN DATE AND KEEP DAYS "
                           "DEFAULTED"
               END-IF
               CLOSE RDU-PARM-FILE
           ELSE
               DISPLAY "NO RDU-PARM-FILE FOUND - RUN DATE AND KEEP "
                       "DAYS DEFAULTED"
           END-IF.
      *
           DISPLAY "RUN DATE  " WS-RUN-DATE.
           DISPLAY "KEEP DAYS " WS-KEEP-DAYS.
      *
      ******************************************************************
      * ROWS LISTED MORE THAN THE KEEP DAYS BEFORE THE RUN DATE GO,
      * READ OR NOT, SO THE LIST NEVER GROWS PAST A WEEK OR SO.
      ******************************************************************
       100-AGE-OUT-ROWS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ RDU-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 110-AGE-ONE-ROW
               UNTIL WS-EOF-YES.
      *
       110-AGE-ONE-ROW.
      *
           MOVE ZERO TO WS-ROW-AGE.
           IF RDU-LISTED-DATE-1 IS NUMERIC
               MOVE RDU-LISTED-DATE-1 TO WS-WORK-DATE
               COMPUTE WS-WORK-ORDINAL =
                   WS-WORK-YYYY * 360 + WS-WORK-MM * 30 + WS-WORK-DD
               COMPUTE WS-ROW-AGE = WS-RUN-ORDINAL - WS-WORK-ORDINAL
           END-IF.
      *
           IF WS-ROW-AGE > WS-KEEP-DAYS
               DELETE RDU-FILE RECORD
               IF NOT WS-RDUFILE-SUCCESS
                   DISPLAY "WS-RDUFILE-SW=" WS-RDUFILE-SW
                   DISPLAY "RDU-FILE DELETE ERROR " RDU-KEY-1
                   PERFORM 800-PROGRAM-FAILED
               END-IF
               ADD 1 TO WS-AGED-CNT
           ELSE
               ADD 1 TO WS-KEPT-CNT
           END-IF.
      *
           READ RDU-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-LOAD-OPERATORS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ OPR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 210-LOAD-ONE-OPERATOR
               UNTIL WS-EOF-YES.
           DISPLAY "OPERATORS LOADED: " WS-OPR-CNT.
      *
       210-LOAD-ONE-OPERATOR.
      *
           IF WS-OPR-CNT NOT < WS-OPR-MAX
               DISPLAY "OPERATOR TABLE FULL AT " WS-OPR-MAX
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ADD 1 TO WS-OPR-CNT.
           MOVE OPR-OPERATOR-ID-1 TO WS-OPR-ID (WS-OPR-CNT).
           MOVE OPR-DEPARTMENT-1  TO WS-OPR-DEPARTMENT (WS-OPR-CNT).
           MOVE OPR-ACTIVE-SW-1   TO WS-OPR-ACTIVE-SW (WS-OPR-CNT).
      *
           READ OPR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
      ******************************************************************
      * ONE REPORT'S RDSFEC ENTRIES ARE TOGETHER BY KEY. A REPORT WITH
      * NO SPOOL RUN ON THE RUN DATE HAS NOTHING NEW TO READ.
      ******************************************************************
       300-DISTRIBUTE-ONE-REPORT.
      *
           MOVE RDS-REPORT-ID-1 TO WS-CURRENT-REPORT.
           MOVE ZERO            TO WS-REPORT-ADDED-CNT.
           ADD 1 TO WS-REPORT-CNT.
           PERFORM 310-FIND-SPOOL-RUN.
      *
           PERFORM 320-DISTRIBUTE-ONE-ENTRY
               UNTIL WS-RDS-EOF
                  OR RDS-REPORT-ID-1 NOT = WS-CURRENT-REPORT.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           MOVE WS-CURRENT-REPORT TO DTL-REPORT-ID.
           IF WS-RUN-FOUND
               MOVE WS-RUN-TIME         TO DTL-RUN-TIME
               MOVE WS-REPORT-TITLE     TO DTL-TITLE
               MOVE WS-REPORT-ADDED-CNT TO DTL-ADDED-CNT
               MOVE SPACES              TO DTL-NOTE
           ELSE
               ADD 1 TO WS-NO-RUN-CNT
               MOVE SPACES              TO DTL-RUN-TIME
                                           DTL-TITLE
                                           DTL-ADDED-CNT-X
               MOVE 'NO SPOOL RUN ON THE RUN DATE' TO DTL-NOTE
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       310-FIND-SPOOL-RUN.
      *
           MOVE 'N'               TO WS-RUN-FOUND-SW.
           MOVE SPACES            TO WS-REPORT-TITLE
                                     WS-RUN-TIME.
           MOVE WS-CURRENT-REPORT TO SPL-REPORT-ID-1.
           MOVE WS-RUN-DATE       TO SPL-RUN-DATE-1.
           MOVE ZEROS             TO SPL-RUN-TIME-1.
           MOVE ZERO              TO SPL-PAGE-NUMBER-1
                                     SPL-LINE-NUMBER-1.
      *
           MOVE '00' TO WS-SPLFILE-SW.
           START SPL-FILE KEY IS NOT LESS THAN SPL-KEY-1
               INVALID KEY MOVE '23' TO WS-SPLFILE-SW.
           IF WS-SPLFILE-SUCCESS
               READ SPL-FILE NEXT RECORD
                   AT END MOVE '10' TO WS-SPLFILE-SW
               END-READ
               IF WS-SPLFILE-SUCCESS
                       AND SPL-REPORT-ID-1 = WS-CURRENT-REPORT
                       AND SPL-RUN-DATE-1  = WS-RUN-DATE
                   MOVE 'Y'                     TO WS-RUN-FOUND-SW
                   MOVE SPL-RUN-TIME-1          TO WS-RUN-TIME
                   MOVE SPL-PRINT-LINE-1 (1:40) TO WS-REPORT-TITLE
               END-IF
           END-IF.
      *
       320-DISTRIBUTE-ONE-ENTRY.
      *
           ADD 1 TO WS-ENTRY-CNT.
      *
           IF NOT WS-RUN-FOUND
               CONTINUE
           ELSE IF RDS-OPERATOR-ENTRY-1
               PERFORM 330-CHECK-BURST-PAGES
               IF WS-BURST-FOUND
                   MOVE RDS-ENTRY-VALUE-1 TO WS-TARGET-OPERATOR
                   PERFORM 400-WRITE-UNREAD-ROW
               ELSE
                   ADD 1 TO WS-NO-PAGES-CNT
               END-IF
           ELSE IF RDS-DEPARTMENT-ENTRY-1
               PERFORM 340-LIST-DEPARTMENT-OPERATOR
                   VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-CNT
           END-IF.
      *
           READ RDS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RDS-EOF-SW.
      *
       330-CHECK-BURST-PAGES.
      *
      * ANY RUN OF THE DAY WITH A PAGE FOR THE BURST KEY WILL DO.
           MOVE 'N' TO WS-BURST-FOUND-SW.
           IF RDS-BURST-KEY-1 = SPACES
               MOVE 'Y' TO WS-BURST-FOUND-SW
           ELSE
               MOVE WS-CURRENT-REPORT TO SPB-REPORT-ID-1
               MOVE WS-RUN-DATE       TO SPB-RUN-DATE-1
               MOVE ZEROS             TO SPB-RUN-TIME-1
               MOVE ZERO              TO SPB-PAGE-NUMBER-1
               MOVE '00' TO WS-SPBFILE-SW
               START SPB-FILE KEY IS NOT LESS THAN SPB-KEY-1
                   INVALID KEY MOVE '23' TO WS-SPBFILE-SW
               END-START
               IF WS-SPBFILE-SUCCESS
                   READ SPB-FILE NEXT RECORD
                       AT END MOVE '10' TO WS-SPBFILE-SW
                   END-READ
                   PERFORM 335-READ-NEXT-BURST-ROW
                       UNTIL NOT WS-SPBFILE-SUCCESS
                          OR WS-BURST-FOUND
                          OR SPB-REPORT-ID-1 NOT = WS-CURRENT-REPORT
                          OR SPB-RUN-DATE-1  NOT = WS-RUN-DATE
               END-IF
           END-IF.
      *
       335-READ-NEXT-BURST-ROW.
      *
           IF SPB-BURST-KEY-1 = RDS-BURST-KEY-1
               MOVE 'Y' TO WS-BURST-FOUND-SW
           ELSE
               READ SPB-FILE NEXT RECORD
                   AT END MOVE '10' TO WS-SPBFILE-SW
               END-READ
           END-IF.
      *
       340-LIST-DEPARTMENT-OPERATOR.
      *
           IF WS-OPR-ACTIVE-SW (WS-OPR-SUB) = 'Y'
                   AND WS-OPR-DEPARTMENT (WS-OPR-SUB) NOT = SPACES
                   AND WS-OPR-DEPARTMENT (WS-OPR-SUB)
                         = RDS-ENTRY-VALUE-1
               MOVE WS-OPR-ID (WS-OPR-SUB) TO WS-TARGET-OPERATOR
               PERFORM 400-WRITE-UNREAD-ROW
           END-IF.
      *
       400-WRITE-UNREAD-ROW.
      *
      * AN OPERATOR ON BOTH AN O AND A D ENTRY ALREADY HAS THE ROW.
           MOVE WS-TARGET-OPERATOR TO RDU-OPERATOR-ID-1.
           MOVE WS-CURRENT-REPORT  TO RDU-REPORT-ID-1.
           MOVE WS-RUN-DATE        TO RDU-RUN-DATE-1.
           MOVE WS-REPORT-TITLE    TO RDU-REPORT-TITLE-1.
           MOVE WS-RUN-DATE        TO RDU-LISTED-DATE-1.
      *
           MOVE '00' TO WS-RDUFILE-SW.
           WRITE RDU-FILE-RECORD
               INVALID KEY MOVE '22' TO WS-RDUFILE-SW.
      *
           IF WS-RDUFILE-SUCCESS
               ADD 1 TO WS-ADDED-CNT
                        WS-REPORT-ADDED-CNT
           ELSE IF WS-RDUFILE-DUPLICATE
               ADD 1 TO WS-ON-FILE-CNT
           ELSE
               DISPLAY "WS-RDUFILE-SW=" WS-RDUFILE-SW
               DISPLAY "RDU-FILE WRITE ERROR " RDU-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR  TO HDG1-PAGE-NBR.
           MOVE WS-RUN-DATE  TO HDG1-RUN-DATE.
           MOVE WS-KEEP-DAYS TO HDG2-KEEP-DAYS.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-RUN-TOTALS.
      *
           MOVE 'ROWS AGED OUT:'           TO TL-LABEL.
           MOVE WS-AGED-CNT                TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ROWS KEPT:'               TO TL-LABEL.
           MOVE WS-KEPT-CNT                TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'REPORTS DISTRIBUTED:'     TO TL-LABEL.
           MOVE WS-REPORT-CNT              TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'REPORTS WITH NO RUN:'     TO TL-LABEL.
           MOVE WS-NO-RUN-CNT              TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'DISTRIBUTION ENTRIES:'    TO TL-LABEL.
           MOVE WS-ENTRY-CNT               TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'BURST KEYS WITH NO PAGES:' TO TL-LABEL.
           MOVE WS-NO-PAGES-CNT            TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'UNREAD ROWS ADDED:'       TO TL-LABEL.
           MOVE WS-ADDED-CNT               TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'ROWS ALREADY ON FILE:'    TO TL-LABEL.
           MOVE WS-ON-FILE-CNT             TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE OPR-FILE
                 RDS-FILE
                 SPL-FILE
                 SPB-FILE
                 RDU-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
