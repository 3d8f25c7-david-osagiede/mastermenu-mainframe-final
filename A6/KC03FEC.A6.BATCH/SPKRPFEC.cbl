       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPKRPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Daily short-pick report. Sweeps the SPKFEC exception rows
      *PCKCFFEC writes when a picker confirms a line short, keeps the
      *ones confirmed on the YYYYMMDD date on the parameter card (the
      *run date when there is no card), and SORTs them by picker and
      *product. One line prints per picker and product - the short
      *lines, the units the pick lists asked for, the units not
      *found and their value at the unit cost stamped on each row -
      *with a subtotal for each picker, then a grand total and a
      *count by short reason. A product that keeps turning up short
      *under different pickers is a bad on-hand figure; one picker
      *short across many products is a training matter. Every
      *product listed has already been asked for a recount through
      *CYCFEC.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SPKR-PARM-FILE ASSIGN TO SPKRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT SPK-FILE ASSIGN TO SPKMSTR
               RECORD KEY IS SPK-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPKFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWORK.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD SPKR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS
           DATA RECORD IS SPKR-PARM-RECORD.
       01  SPKR-PARM-RECORD.
           05  SPKR-REPORT-DATE                 PIC X(08).
      *
       FD SPK-FILE
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS SPK-FILE-RECORD.
       01  SPK-FILE-RECORD.
           05  SPK-KEY-1.
               10  SPK-ORDER-NUMBER-1        PIC 9(06).
               10  SPK-LINE-NUMBER-1         PIC 9(02).
           05  SPK-PRODUCT-CODE-1            PIC X(10).
           05  SPK-LOCATION-1                PIC 9(01).
           05  SPK-PICKER-ID-1               PIC X(08).
           05  SPK-CONFIRM-DATE-1            PIC X(08).
           05  SPK-CONFIRM-TIME-1            PIC X(06).
           05  SPK-QTY-TO-PICK-1             PIC S9(07).
           05  SPK-QTY-PICKED-1              PIC S9(07).
           05  SPK-SHORT-QTY-1               PIC S9(07).
           05  SPK-REASON-CODE-1             PIC X(02).
           05  SPK-UNIT-COST-1               PIC S9(07)V99.
      *
       SD SORT-FILE
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SRT-PICKER-ID                 PIC X(08).
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-QTY-TO-PICK               PIC S9(07).
           05  SRT-SHORT-QTY                 PIC S9(07).
           05  SRT-VALUE                     PIC S9(09)V99.
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
       01 WS-SPKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SPKFILE-SUCCESS                VALUE '00'.
           88  WS-SPKFILE-EOF                    VALUE '10'.
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
       01 WS-REPORT-DATE                     PIC X(08)  VALUE SPACES.
       01 WS-PREV-PICKER-ID                  PIC X(08)  VALUE SPACES.
       01 WS-PREV-PRODUCT-CODE               PIC X(10)  VALUE SPACES.
      *
       01 WS-SELECTED-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-PRODUCT-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-PRODUCT-ASKED                   PIC S9(09) COMP-3 VALUE 0.
       01 WS-PRODUCT-SHORT                   PIC S9(09) COMP-3 VALUE 0.
       01 WS-PRODUCT-VALUE                   PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-PICKER-CNT                      PIC 9(05)  COMP-3 VALUE 0.
       01 WS-PICKER-ASKED                    PIC S9(09) COMP-3 VALUE 0.
       01 WS-PICKER-SHORT                    PIC S9(09) COMP-3 VALUE 0.
       01 WS-PICKER-VALUE                    PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-GRAND-CNT                       PIC 9(05)  COMP-3 VALUE 0.
       01 WS-GRAND-ASKED                     PIC S9(09) COMP-3 VALUE 0.
       01 WS-GRAND-SHORT                     PIC S9(09) COMP-3 VALUE 0.
       01 WS-GRAND-VALUE                     PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
      * ONE ENTRY PER SHORT REASON, IN THE ORDER PCKCFFEC LISTS THEM.
       01 WS-REASON-VALUES.
           05  FILLER                        PIC X(16)
               VALUE 'EBBIN EMPTY     '.
           05  FILLER                        PIC X(16)
               VALUE 'DMDAMAGED       '.
           05  FILLER                        PIC X(16)
               VALUE 'NFNOT FOUND     '.
           05  FILLER                        PIC X(16)
               VALUE 'PSPARTIAL CASE  '.
           05  FILLER                        PIC X(16)
               VALUE 'OTOTHER         '.
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY               OCCURS 5 TIMES.
               10  WS-REASON-CODE            PIC X(02).
               10  WS-REASON-DESC            PIC X(14).
       01 WS-REASON-TOTALS.
           05  WS-REASON-TOTAL-ENTRY         OCCURS 5 TIMES.
               10  WS-REASON-CNT             PIC 9(05)  COMP-3.
               10  WS-REASON-SHORT           PIC S9(09) COMP-3.
       01 WS-REASON-SUB                      PIC S9(04) COMP VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - DAILY SHORT-PICK REPORT'.
           05  FILLER                        PIC X(09) VALUE ' DATE '.
           05  HDG1-REPORT-DATE              PIC X(08).
           05  FILLER                        PIC X(53) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(08) VALUE 'PICKER'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'LINES'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               'UNITS ASKD'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               'UNITS SHRT'.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               'SHORT DOLLARS'.
      *
       01 DETAIL-LINE.
           05  DTL-PICKER-ID                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-LINE-CNT                  PIC ZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-UNITS-ASKED               PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-UNITS-SHORT               PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-SHORT-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 PICKER-TOTAL-LINE.
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'TOTAL '.
           05  PTL-PICKER-ID                 PIC X(08).
           05  PTL-LINE-CNT                  PIC ZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  PTL-UNITS-ASKED               PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  PTL-UNITS-SHORT               PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  PTL-SHORT-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 GRAND-TOTAL-LINE.
           05  FILLER                        PIC X(22)
               VALUE 'SHORT LINES:'.
           05  GTL-LINE-CNT                  PIC ZZZZ9.
           05  FILLER                        PIC X(08)
               VALUE '  UNITS '.
           05  GTL-UNITS-SHORT               PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(11)
               VALUE '  DOLLARS '.
           05  GTL-SHORT-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 REASON-TOTAL-LINE.
           05  FILLER                        PIC X(07) VALUE 'REASON '.
           05  RTL-REASON-CODE               PIC X(02).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RTL-REASON-DESC               PIC X(14).
           05  FILLER                        PIC X(07) VALUE ' LINES '.
           05  RTL-LINE-CNT                  PIC ZZZZ9.
           05  FILLER                        PIC X(08)
               VALUE '  UNITS '.
           05  RTL-UNITS-SHORT               PIC ZZZZZZZZ9-.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           PERFORM 010-CLEAR-ONE-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 5.
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
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PICKER-ID
               ON ASCENDING KEY SRT-PRODUCT-CODE
               INPUT PROCEDURE IS 020-SELECT-SHORT-PICKS
               OUTPUT PROCEDURE IS 080-PRINT-ALL-PICKERS.
      *
           PERFORM 700-PRINT-GRAND-TOTAL.
           PERFORM 900-COMPLETED-OK.
      *
       010-CLEAR-ONE-REASON.
      *
           MOVE ZERO TO WS-REASON-CNT (WS-REASON-SUB)
                        WS-REASON-SHORT (WS-REASON-SUB).
      *
       020-SELECT-SHORT-PICKS.
      *
           OPEN INPUT SPK-FILE.
           IF WS-SPKFILE-SUCCESS
               DISPLAY "SPK-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SPKFILE-SW=" WS-SPKFILE-SW
               DISPLAY "SPK-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ SPK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               PERFORM 030-RELEASE-ONE-ROW
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN SPK-FILE"
           END-IF.
      *
           CLOSE SPK-FILE.
      *
       030-RELEASE-ONE-ROW.
      *
           IF SPK-CONFIRM-DATE-1 = WS-REPORT-DATE
               MOVE SPK-PICKER-ID-1    TO SRT-PICKER-ID
               MOVE SPK-PRODUCT-CODE-1 TO SRT-PRODUCT-CODE
               MOVE SPK-QTY-TO-PICK-1  TO SRT-QTY-TO-PICK
               MOVE SPK-SHORT-QTY-1    TO SRT-SHORT-QTY
               COMPUTE SRT-VALUE =
                   SPK-SHORT-QTY-1 * SPK-UNIT-COST-1
               ADD 1 TO WS-SELECTED-CNT
               PERFORM 040-COUNT-THE-REASON
               RELEASE SORT-RECORD
           END-IF.
      *
           READ SPK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
      * AN UNRECOGNIZED CODE IS COUNTED AS OTHER.
       040-COUNT-THE-REASON.
      *
           MOVE 1 TO WS-REASON-SUB.
           PERFORM 045-TRY-ONE-REASON
               UNTIL WS-REASON-SUB = 5
                  OR WS-REASON-CODE (WS-REASON-SUB)
                       = SPK-REASON-CODE-1.
      *
           ADD 1               TO WS-REASON-CNT (WS-REASON-SUB).
           ADD SPK-SHORT-QTY-1 TO WS-REASON-SHORT (WS-REASON-SUB).
      *
       045-TRY-ONE-REASON.
      *
           ADD 1 TO WS-REASON-SUB.
      *
       050-READ-PARM-CARD.
      *
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
      *
           OPEN INPUT SPKR-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ SPKR-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS
                       AND SPKR-REPORT-DATE NOT = SPACES
                   MOVE SPKR-REPORT-DATE TO WS-REPORT-DATE
               ELSE
                   DISPLAY "NO USABLE PARM CARD - REPORTING ON "
                           "TODAY'S SHORT PICKS"
               END-IF
               CLOSE SPKR-PARM-FILE
           ELSE
               DISPLAY "NO SPKR-PARM-FILE FOUND - REPORTING ON "
                       "TODAY'S SHORT PICKS"
           END-IF.
      *
       080-PRINT-ALL-PICKERS.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           IF NOT WS-SORT-EOF
               PERFORM 200-PROCESS-ONE-SHORT-PICK
                   UNTIL WS-SORT-EOF
               PERFORM 500-PRINT-PRODUCT-LINE
               PERFORM 550-PRINT-PICKER-TOTAL
           ELSE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
       200-PROCESS-ONE-SHORT-PICK.
      *
           IF WS-FIRST-RECORD
               PERFORM 300-START-NEW-PICKER
               PERFORM 320-START-NEW-PRODUCT
           ELSE IF SRT-PICKER-ID NOT = WS-PREV-PICKER-ID
               PERFORM 500-PRINT-PRODUCT-LINE
               PERFORM 550-PRINT-PICKER-TOTAL
               PERFORM 300-START-NEW-PICKER
               PERFORM 320-START-NEW-PRODUCT
           ELSE IF SRT-PRODUCT-CODE NOT = WS-PREV-PRODUCT-CODE
               PERFORM 500-PRINT-PRODUCT-LINE
               PERFORM 320-START-NEW-PRODUCT
           END-IF.
      *
           ADD 1               TO WS-PRODUCT-CNT.
           ADD SRT-QTY-TO-PICK TO WS-PRODUCT-ASKED.
           ADD SRT-SHORT-QTY   TO WS-PRODUCT-SHORT.
           ADD SRT-VALUE       TO WS-PRODUCT-VALUE.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       300-START-NEW-PICKER.
      *
           MOVE SRT-PICKER-ID TO WS-PREV-PICKER-ID.
           MOVE 'N'           TO WS-FIRST-RECORD-SW.
           MOVE ZERO          TO WS-PICKER-CNT
                                 WS-PICKER-ASKED
                                 WS-PICKER-SHORT
                                 WS-PICKER-VALUE.
      *
       320-START-NEW-PRODUCT.
      *
           MOVE SRT-PRODUCT-CODE TO WS-PREV-PRODUCT-CODE.
           MOVE ZERO             TO WS-PRODUCT-CNT
                                    WS-PRODUCT-ASKED
                                    WS-PRODUCT-SHORT
                                    WS-PRODUCT-VALUE.
      *
       500-PRINT-PRODUCT-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-PREV-PICKER-ID    TO DTL-PICKER-ID.
           MOVE WS-PREV-PRODUCT-CODE TO DTL-PRODUCT-CODE.
           MOVE WS-PRODUCT-CNT       TO DTL-LINE-CNT.
           MOVE WS-PRODUCT-ASKED     TO DTL-UNITS-ASKED.
           MOVE WS-PRODUCT-SHORT     TO DTL-UNITS-SHORT.
           MOVE WS-PRODUCT-VALUE     TO DTL-SHORT-VALUE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD WS-PRODUCT-CNT   TO WS-PICKER-CNT.
           ADD WS-PRODUCT-ASKED TO WS-PICKER-ASKED.
           ADD WS-PRODUCT-SHORT TO WS-PICKER-SHORT.
           ADD WS-PRODUCT-VALUE TO WS-PICKER-VALUE.
      *
       550-PRINT-PICKER-TOTAL.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-PREV-PICKER-ID TO PTL-PICKER-ID.
           MOVE WS-PICKER-CNT     TO PTL-LINE-CNT.
           MOVE WS-PICKER-ASKED   TO PTL-UNITS-ASKED.
           MOVE WS-PICKER-SHORT   TO PTL-UNITS-SHORT.
           MOVE WS-PICKER-VALUE   TO PTL-SHORT-VALUE.
      *
           WRITE PRINT-LINE FROM PICKER-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 2 TO WS-LINE-CNT.
      *
           ADD WS-PICKER-CNT   TO WS-GRAND-CNT.
           ADD WS-PICKER-ASKED TO WS-GRAND-ASKED.
           ADD WS-PICKER-SHORT TO WS-GRAND-SHORT.
           ADD WS-PICKER-VALUE TO WS-GRAND-VALUE.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR    TO HDG1-PAGE-NBR.
           MOVE WS-REPORT-DATE TO HDG1-REPORT-DATE.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-GRAND-TOTAL.
      *
           MOVE WS-GRAND-CNT   TO GTL-LINE-CNT.
           MOVE WS-GRAND-SHORT TO GTL-UNITS-SHORT.
           MOVE WS-GRAND-VALUE TO GTL-SHORT-VALUE.
      *
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
           PERFORM 710-PRINT-ONE-REASON-LINE
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 5.
      *
       710-PRINT-ONE-REASON-LINE.
      *
           MOVE WS-REASON-CODE (WS-REASON-SUB)  TO RTL-REASON-CODE.
           MOVE WS-REASON-DESC (WS-REASON-SUB)  TO RTL-REASON-DESC.
           MOVE WS-REASON-CNT (WS-REASON-SUB)   TO RTL-LINE-CNT.
           MOVE WS-REASON-SHORT (WS-REASON-SUB) TO RTL-UNITS-SHORT.
      *
           WRITE PRINT-LINE FROM REASON-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE PRINT-FILE.
           DISPLAY "SHORT PICKS SELECTED = " WS-SELECTED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
