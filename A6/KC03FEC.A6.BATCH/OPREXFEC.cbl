       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPREXFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Monthly expired-password and dormant operator report. Reads
      *every active OPRFEC operator and prints the ones whose
      *password has expired - never changed since an add or reset
      *(blank OPR-PASSWORD-DATE) or older than the PWPFEC maximum
      *age - and the ones who have not signed on for the PWPFEC
      *dormant days or ever, from the OPR-LAST-SIGNON-DATE UUSGNFEC
      *stamps. Security works the list in OPRMNFEC, setting dormant
      *IDs inactive. With no policy record on file the limits are 90
      *days for both. Ages use the same 30/360 day-count ordinal
      *INVARFEC and the purge jobs use.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPR-FILE ASSIGN TO OPRMSTR
               RECORD KEY IS OPR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPRFILE-SW.

           SELECT PWP-FILE ASSIGN TO PWPMSTR
               RECORD KEY IS PWP-RECORD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PWPFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
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
               88  OPR-IS-LOCKED-1               VALUE 'Y'.
           05  OPR-DEPARTMENT-1              PIC X(04).
           05  OPR-PASSWORD-DATE-1           PIC X(08).
           05  OPR-LAST-SIGNON-DATE-1        PIC X(08).
      *
       FD PWP-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PWP-FILE-RECORD.
       01  PWP-FILE-RECORD.
           05  PWP-KEY-1.
               10  PWP-RECORD-KEY-1          PIC 9(01).
           05  PWP-MAX-AGE-DAYS-1            PIC 9(03).
           05  PWP-HISTORY-DEPTH-1           PIC 9(02).
           05  PWP-DORMANT-DAYS-1            PIC 9(03).
           05  PWP-SET-DATE-1                PIC X(08).
           05  PWP-SET-TIME-1                PIC X(06).
           05  PWP-SET-BY-1                  PIC X(08).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-OPRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OPRFILE-SUCCESS                VALUE '00'.
           88  WS-OPRFILE-EOF                    VALUE '10'.
       01 WS-PWPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PWPFILE-SUCCESS                VALUE '00'.
           88  WS-PWPFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-EXPIRED-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PASSWORD-EXPIRED               VALUE 'Y'.
       01 WS-DORMANT-SW                      PIC X(01)  VALUE 'N'.
           88  WS-OPERATOR-DORMANT               VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
      * LIMITS FROM THE PWPFEC POLICY RECORD - 90 AND 90 WITHOUT ONE.
       01 WS-MAX-AGE-DAYS                    PIC 9(03)  VALUE 90.
       01 WS-DORMANT-DAYS                    PIC 9(03)  VALUE 90.
      *
       01 WS-TODAY-DATE-GROUP.
           05  WS-TODAY-YYYY                 PIC 9(04).
           05  WS-TODAY-MM                   PIC 9(02).
           05  WS-TODAY-DD                   PIC 9(02).
       01 WS-TODAY-DATE REDEFINES WS-TODAY-DATE-GROUP
                                             PIC X(08).
       01 WS-WORK-DATE-GROUP.
           05  WS-WORK-YYYY                  PIC 9(04).
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
       01 WS-WORK-DATE REDEFINES WS-WORK-DATE-GROUP
                                             PIC X(08).
       01 WS-TODAY-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-WORK-ORDINAL                    PIC S9(09) COMP-3.
       01 WS-PASSWORD-AGE                    PIC S9(07) COMP-3.
       01 WS-SIGNON-AGE                      PIC S9(07) COMP-3.
      *
       01 WS-ACTIVE-CNT                      PIC 9(05)  COMP-3 VALUE 0.
       01 WS-EXPIRED-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-DORMANT-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-LISTED-CNT                      PIC 9(05)  COMP-3 VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(50)
               VALUE 'KC03FEC - EXPIRED PASSWORD AND DORMANT OPERATORS'.
           05  FILLER                        PIC X(06) VALUE 'AS OF '.
           05  HDG1-TODAY-DATE               PIC X(08).
           05  FILLER                        PIC X(51) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(26)
               VALUE 'MAXIMUM PASSWORD AGE DAYS:'.
           05  HDG2-MAX-AGE-DAYS             PIC ZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE 'DORMANT DAYS:'.
           05  HDG2-DORMANT-DAYS             PIC ZZ9.
      *
       01 HEADING-LINE-3.
           05  FILLER                        PIC X(08) VALUE 'OPERATOR'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(04) VALUE 'DEPT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(04) VALUE 'ROLE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'PWD DATE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE '  AGE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'LAST ON'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE ' DAYS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'LOCKED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE 'REASON'.
      *
       01 DETAIL-LINE.
           05  DTL-OPERATOR-ID               PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DEPARTMENT                PIC X(04).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-ROLE                      PIC 9(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-PASSWORD-DATE             PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PASSWORD-AGE              PIC ZZZZ9.
           05  DTL-PASSWORD-AGE-X REDEFINES DTL-PASSWORD-AGE
                                             PIC X(05).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-LAST-SIGNON-DATE          PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-SIGNON-AGE                PIC ZZZZ9.
           05  DTL-SIGNON-AGE-X REDEFINES DTL-SIGNON-AGE
                                             PIC X(05).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-LOCKED                    PIC X(01).
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  DTL-REASON                    PIC X(30).
      *
       01 TOTAL-LINE-1.
           05  FILLER                        PIC X(30)
               VALUE 'ACTIVE OPERATORS READ:'.
           05  TL1-ACTIVE-CNT                PIC ZZZZ9.
      *
       01 TOTAL-LINE-2.
           05  FILLER                        PIC X(30)
               VALUE 'EXPIRED PASSWORDS:'.
           05  TL2-EXPIRED-CNT               PIC ZZZZ9.
      *
       01 TOTAL-LINE-3.
           05  FILLER                        PIC X(30)
               VALUE 'DORMANT OPERATORS:'.
           05  TL3-DORMANT-CNT               PIC ZZZZ9.
      *
       01 TOTAL-LINE-4.
           05  FILLER                        PIC X(30)
               VALUE 'OPERATORS LISTED:'.
           05  TL4-LISTED-CNT                PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE-GROUP FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-ORDINAL =
               WS-TODAY-YYYY * 360 + WS-TODAY-MM * 30 + WS-TODAY-DD.
      *
           PERFORM 050-READ-PASSWORD-POLICY.
      *
           OPEN INPUT OPR-FILE.
           IF WS-OPRFILE-SUCCESS
               DISPLAY "OPR-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-OPRFILE-SW=" WS-OPRFILE-SW
               DISPLAY "OPR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ OPR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-CHECK-ONE-OPERATOR
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN OPR-FILE"
           END-IF.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           PERFORM 700-PRINT-RUN-TOTALS.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PASSWORD-POLICY.
      *
           OPEN INPUT PWP-FILE.
           IF NOT WS-PWPFILE-SUCCESS
               DISPLAY "WS-PWPFILE-SW=" WS-PWPFILE-SW
               DISPLAY "NO PWP-FILE - 90 DAY DEFAULTS USED"
           ELSE
               MOVE 0 TO PWP-RECORD-KEY-1
               READ PWP-FILE
                   INVALID KEY MOVE '23' TO WS-PWPFILE-SW
               END-READ
               IF WS-PWPFILE-SUCCESS
                   MOVE PWP-MAX-AGE-DAYS-1 TO WS-MAX-AGE-DAYS
                   MOVE PWP-DORMANT-DAYS-1 TO WS-DORMANT-DAYS
               ELSE
                   DISPLAY "NO PASSWORD POLICY RECORD - 90 DAY "
                           "DEFAULTS USED"
               END-IF
               CLOSE PWP-FILE
           END-IF.
      *
           DISPLAY "MAXIMUM PASSWORD AGE DAYS " WS-MAX-AGE-DAYS.
           DISPLAY "DORMANT OPERATOR DAYS     " WS-DORMANT-DAYS.
      *
       100-CHECK-ONE-OPERATOR.
      *
           IF OPR-IS-ACTIVE-1
               ADD 1 TO WS-ACTIVE-CNT
               PERFORM 200-AGE-OPERATOR
               IF WS-PASSWORD-EXPIRED OR WS-OPERATOR-DORMANT
                   PERFORM 300-PRINT-OPERATOR
               END-IF
           END-IF.
      *
           READ OPR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-AGE-OPERATOR.
      *
           MOVE 'N' TO WS-EXPIRED-SW.
           MOVE 'N' TO WS-DORMANT-SW.
           MOVE ZERO TO WS-PASSWORD-AGE
                        WS-SIGNON-AGE.
      *
           IF OPR-PASSWORD-DATE-1 IS NUMERIC
               MOVE OPR-PASSWORD-DATE-1 TO WS-WORK-DATE
               COMPUTE WS-WORK-ORDINAL =
                   WS-WORK-YYYY * 360 + WS-WORK-MM * 30 + WS-WORK-DD
               COMPUTE WS-PASSWORD-AGE =
                   WS-TODAY-ORDINAL - WS-WORK-ORDINAL
               IF WS-MAX-AGE-DAYS > ZERO
                       AND WS-PASSWORD-AGE > WS-MAX-AGE-DAYS
                   MOVE 'Y' TO WS-EXPIRED-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-EXPIRED-SW
           END-IF.
      *
           IF OPR-LAST-SIGNON-DATE-1 IS NUMERIC
               MOVE OPR-LAST-SIGNON-DATE-1 TO WS-WORK-DATE
               COMPUTE WS-WORK-ORDINAL =
                   WS-WORK-YYYY * 360 + WS-WORK-MM * 30 + WS-WORK-DD
               COMPUTE WS-SIGNON-AGE =
                   WS-TODAY-ORDINAL - WS-WORK-ORDINAL
               IF WS-SIGNON-AGE > WS-DORMANT-DAYS
                   MOVE 'Y' TO WS-DORMANT-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-DORMANT-SW
           END-IF.
      *
       300-PRINT-OPERATOR.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE OPR-OPERATOR-ID-1      TO DTL-OPERATOR-ID.
           MOVE OPR-DEPARTMENT-1       TO DTL-DEPARTMENT.
           MOVE OPR-ROLE-LEVEL-1       TO DTL-ROLE.
           MOVE OPR-PASSWORD-DATE-1    TO DTL-PASSWORD-DATE.
           MOVE OPR-LAST-SIGNON-DATE-1 TO DTL-LAST-SIGNON-DATE.
           MOVE OPR-LOCKED-SW-1        TO DTL-LOCKED.
      *
           IF OPR-PASSWORD-DATE-1 IS NUMERIC
               MOVE WS-PASSWORD-AGE TO DTL-PASSWORD-AGE
           ELSE
               MOVE SPACES TO DTL-PASSWORD-AGE-X
           END-IF.
           IF OPR-LAST-SIGNON-DATE-1 IS NUMERIC
               MOVE WS-SIGNON-AGE TO DTL-SIGNON-AGE
           ELSE
               MOVE SPACES TO DTL-SIGNON-AGE-X
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-PASSWORD-EXPIRED AND WS-OPERATOR-DORMANT
                   MOVE 'EXPIRED PASSWORD AND DORMANT' TO DTL-REASON
               WHEN WS-PASSWORD-EXPIRED
                       AND OPR-PASSWORD-DATE-1 NOT NUMERIC
                   MOVE 'PASSWORD RESET, NOT CHANGED' TO DTL-REASON
               WHEN WS-PASSWORD-EXPIRED
                   MOVE 'EXPIRED PASSWORD' TO DTL-REASON
               WHEN OPR-LAST-SIGNON-DATE-1 NOT NUMERIC
                   MOVE 'NEVER SIGNED ON' TO DTL-REASON
               WHEN OTHER
                   MOVE 'DORMANT' TO DTL-REASON
           END-EVALUATE.
      *
           IF WS-PASSWORD-EXPIRED
               ADD 1 TO WS-EXPIRED-CNT
           END-IF.
           IF WS-OPERATOR-DORMANT
               ADD 1 TO WS-DORMANT-CNT
           END-IF.
           ADD 1 TO WS-LISTED-CNT.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR     TO HDG1-PAGE-NBR.
           MOVE WS-TODAY-DATE   TO HDG1-TODAY-DATE.
           MOVE WS-MAX-AGE-DAYS TO HDG2-MAX-AGE-DAYS.
           MOVE WS-DORMANT-DAYS TO HDG2-DORMANT-DAYS.
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
           MOVE WS-ACTIVE-CNT  TO TL1-ACTIVE-CNT.
           MOVE WS-EXPIRED-CNT TO TL2-EXPIRED-CNT.
           MOVE WS-DORMANT-CNT TO TL3-DORMANT-CNT.
           MOVE WS-LISTED-CNT  TO TL4-LISTED-CNT.
           WRITE PRINT-LINE FROM TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE OPR-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
