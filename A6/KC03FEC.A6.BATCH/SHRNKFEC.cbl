       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRNKFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-12.
      *PROGRAM DESCRIPTION:
      *Monthly inventory shrink report. Sweeps the ADJFEC rows
      *ADJENFEC writes, keeps the ones that actually moved stock
      *(status A - posted at entry or approved through APPRVFEC)
      *whose posted date falls in the YYYYMM period on the parameter
      *card (every posted row when there is no card), and SORTs them
      *by reason code and product. One line prints per reason and
      *product - number of adjustments, net units and net dollars
      *at the unit cost stamped on each row - with a subtotal for
      *each reason and a grand total that splits the dollars lost
      *from the dollars found, so damage, theft and sampling each
      *show up as their own number instead of one lump at count time.
      *
      *MOD HISTORY
      *2026-10-12  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SHRK-PARM-FILE ASSIGN TO SHRKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT ADJ-FILE ASSIGN TO ADJMSTR
               RECORD KEY IS ADJ-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWORK.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD SHRK-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS SHRK-PARM-RECORD.
       01  SHRK-PARM-RECORD.
           05  SHRK-PERIOD                      PIC X(06).
      *
       FD ADJ-FILE
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS ADJ-FILE-RECORD.
       01  ADJ-FILE-RECORD.
           05  ADJ-KEY-1.
               10  ADJ-ADJUSTMENT-NUMBER-1   PIC 9(06).
           05  ADJ-PRODUCT-CODE-1            PIC X(10).
           05  ADJ-LOCATION-1                PIC 9(01).
           05  ADJ-QUANTITY-1                PIC S9(07).
           05  ADJ-REASON-CODE-1             PIC X(02).
           05  ADJ-UNIT-COST-1               PIC S9(07)V99.
           05  ADJ-STATUS-1                  PIC X(01).
               88  ADJ-STATUS-APPLIED-1          VALUE 'A'.
           05  ADJ-OPERATOR-ID-1             PIC X(08).
           05  ADJ-ENTRY-DATE-1              PIC X(08).
           05  ADJ-ENTRY-TIME-1              PIC X(06).
           05  ADJ-POSTED-DATE-1             PIC X(08).
           05  ADJ-DECISION-OPERATOR-1       PIC X(08).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SRT-REASON-CODE               PIC X(02).
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-QUANTITY                  PIC S9(07).
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
       01 WS-ADJFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ADJFILE-SUCCESS                VALUE '00'.
           88  WS-ADJFILE-EOF                    VALUE '10'.
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
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
       01 WS-PREV-REASON-CODE                PIC X(02)  VALUE SPACES.
       01 WS-PREV-PRODUCT-CODE               PIC X(10)  VALUE SPACES.
       01 WS-REASON-DESC                     PIC X(14)  VALUE SPACES.
      *
       01 WS-SELECTED-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-PRODUCT-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-PRODUCT-UNITS                   PIC S9(09) COMP-3 VALUE 0.
       01 WS-PRODUCT-VALUE                   PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-REASON-CNT                      PIC 9(05)  COMP-3 VALUE 0.
       01 WS-REASON-UNITS                    PIC S9(09) COMP-3 VALUE 0.
       01 WS-REASON-VALUE                    PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-GRAND-CNT                       PIC 9(05)  COMP-3 VALUE 0.
       01 WS-GRAND-UNITS                     PIC S9(09) COMP-3 VALUE 0.
       01 WS-GRAND-VALUE                     PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-LOST-VALUE                      PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-FOUND-VALUE                     PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - INVENTORY SHRINK REPORT'.
           05  FILLER                        PIC X(09) VALUE ' PERIOD '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(06) VALUE 'REASON'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'ADJS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               'NET UNITS'.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               'NET DOLLARS'.
      *
       01 DETAIL-LINE.
           05  DTL-REASON-CODE               PIC X(02).
           05  FILLER                        PIC X(06) VALUE SPACES.
           05  DTL-REASON-DESC               PIC X(14).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ADJ-CNT                   PIC ZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NET-UNITS                 PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NET-VALUE                 PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 REASON-TOTAL-LINE.
           05  FILLER                        PIC X(08) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               'TOTAL FOR '.
           05  RTL-REASON-DESC               PIC X(14).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  RTL-ADJ-CNT                   PIC ZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RTL-NET-UNITS                 PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RTL-NET-VALUE                 PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 GRAND-TOTAL-LINE-1.
           05  FILLER                        PIC X(22)
               VALUE 'ADJUSTMENTS POSTED:'.
           05  GTL1-ADJ-CNT                  PIC ZZZZ9.
           05  FILLER                        PIC X(08)
               VALUE '  UNITS '.
           05  GTL1-NET-UNITS                PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(11)
               VALUE '  DOLLARS '.
           05  GTL1-NET-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 GRAND-TOTAL-LINE-2.
           05  FILLER                        PIC X(22)
               VALUE 'STOCK LOST DOLLARS:'.
           05  GTL2-LOST-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 GRAND-TOTAL-LINE-3.
           05  FILLER                        PIC X(22)
               VALUE 'STOCK FOUND DOLLARS:'.
           05  GTL3-FOUND-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
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
               ON ASCENDING KEY SRT-REASON-CODE
               ON ASCENDING KEY SRT-PRODUCT-CODE
               INPUT PROCEDURE IS 020-SELECT-ADJUSTMENTS
               OUTPUT PROCEDURE IS 080-PRINT-ALL-REASONS.
      *
           PERFORM 700-PRINT-GRAND-TOTAL.
           PERFORM 900-COMPLETED-OK.
      *
       020-SELECT-ADJUSTMENTS.
      *
           OPEN INPUT ADJ-FILE.
           IF WS-ADJFILE-SUCCESS
               DISPLAY "ADJ-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ADJFILE-SW=" WS-ADJFILE-SW
               DISPLAY "ADJ-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ ADJ-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               PERFORM 030-RELEASE-ONE-ROW
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN ADJ-FILE"
           END-IF.
      *
           CLOSE ADJ-FILE.
      *
       030-RELEASE-ONE-ROW.
      *
      * A PENDING ROW HAS NOT MOVED STOCK YET AND A REJECTED ONE
      * NEVER WILL - ONLY APPLIED ROWS ARE SHRINK.
           IF NOT ADJ-STATUS-APPLIED-1
               CONTINUE
           ELSE IF WS-REPORT-PERIOD NOT = SPACES
                   AND ADJ-POSTED-DATE-1 (1:6) NOT = WS-REPORT-PERIOD
               CONTINUE
           ELSE
               MOVE ADJ-REASON-CODE-1  TO SRT-REASON-CODE
               MOVE ADJ-PRODUCT-CODE-1 TO SRT-PRODUCT-CODE
               MOVE ADJ-QUANTITY-1     TO SRT-QUANTITY
               COMPUTE SRT-VALUE = ADJ-QUANTITY-1 * ADJ-UNIT-COST-1
               ADD 1 TO WS-SELECTED-CNT
               RELEASE SORT-RECORD
           END-IF.
      *
           READ ADJ-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT SHRK-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ SHRK-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND SHRK-PERIOD NOT = SPACES
                   MOVE SHRK-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY "NO USABLE PARM CARD - REPORTING ON "
                           "ALL POSTED ADJUSTMENTS"
               END-IF
               CLOSE SHRK-PARM-FILE
           ELSE
               DISPLAY "NO SHRK-PARM-FILE FOUND - REPORTING ON "
                       "ALL POSTED ADJUSTMENTS"
           END-IF.
      *
       080-PRINT-ALL-REASONS.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           IF NOT WS-SORT-EOF
               PERFORM 200-PROCESS-ONE-ADJUSTMENT
                   UNTIL WS-SORT-EOF
               PERFORM 500-PRINT-PRODUCT-LINE
               PERFORM 550-PRINT-REASON-TOTAL
           ELSE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
       200-PROCESS-ONE-ADJUSTMENT.
      *
           IF WS-FIRST-RECORD
               PERFORM 300-START-NEW-REASON
               PERFORM 320-START-NEW-PRODUCT
           ELSE IF SRT-REASON-CODE NOT = WS-PREV-REASON-CODE
               PERFORM 500-PRINT-PRODUCT-LINE
               PERFORM 550-PRINT-REASON-TOTAL
               PERFORM 300-START-NEW-REASON
               PERFORM 320-START-NEW-PRODUCT
           ELSE IF SRT-PRODUCT-CODE NOT = WS-PREV-PRODUCT-CODE
               PERFORM 500-PRINT-PRODUCT-LINE
               PERFORM 320-START-NEW-PRODUCT
           END-IF.
      *
           ADD 1            TO WS-PRODUCT-CNT.
           ADD SRT-QUANTITY TO WS-PRODUCT-UNITS.
           ADD SRT-VALUE    TO WS-PRODUCT-VALUE.
           IF SRT-VALUE < ZERO
               ADD SRT-VALUE TO WS-LOST-VALUE
           ELSE
               ADD SRT-VALUE TO WS-FOUND-VALUE
           END-IF.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       300-START-NEW-REASON.
      *
           MOVE SRT-REASON-CODE TO WS-PREV-REASON-CODE.
           MOVE 'N'             TO WS-FIRST-RECORD-SW.
           MOVE ZERO            TO WS-REASON-CNT
                                   WS-REASON-UNITS
                                   WS-REASON-VALUE.
      *
           EVALUATE SRT-REASON-CODE
               WHEN 'DM'  MOVE 'DAMAGE'         TO WS-REASON-DESC
               WHEN 'SM'  MOVE 'SAMPLE'         TO WS-REASON-DESC
               WHEN 'TH'  MOVE 'THEFT'          TO WS-REASON-DESC
               WHEN 'FD'  MOVE 'FOUND'          TO WS-REASON-DESC
               WHEN 'EX'  MOVE 'EXPIRED'        TO WS-REASON-DESC
               WHEN 'IU'  MOVE 'INTERNAL USE'   TO WS-REASON-DESC
               WHEN 'CR'  MOVE 'CORRECTION'     TO WS-REASON-DESC
               WHEN OTHER MOVE 'UNKNOWN REASON' TO WS-REASON-DESC
           END-EVALUATE.
      *
       320-START-NEW-PRODUCT.
      *
           MOVE SRT-PRODUCT-CODE TO WS-PREV-PRODUCT-CODE.
           MOVE ZERO             TO WS-PRODUCT-CNT
                                    WS-PRODUCT-UNITS
                                    WS-PRODUCT-VALUE.
      *
       500-PRINT-PRODUCT-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-PREV-REASON-CODE  TO DTL-REASON-CODE.
           MOVE WS-REASON-DESC       TO DTL-REASON-DESC.
           MOVE WS-PREV-PRODUCT-CODE TO DTL-PRODUCT-CODE.
           MOVE WS-PRODUCT-CNT       TO DTL-ADJ-CNT.
           MOVE WS-PRODUCT-UNITS     TO DTL-NET-UNITS.
           MOVE WS-PRODUCT-VALUE     TO DTL-NET-VALUE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD WS-PRODUCT-CNT   TO WS-REASON-CNT.
           ADD WS-PRODUCT-UNITS TO WS-REASON-UNITS.
           ADD WS-PRODUCT-VALUE TO WS-REASON-VALUE.
      *
       550-PRINT-REASON-TOTAL.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-REASON-DESC  TO RTL-REASON-DESC.
           MOVE WS-REASON-CNT   TO RTL-ADJ-CNT.
           MOVE WS-REASON-UNITS TO RTL-NET-UNITS.
           MOVE WS-REASON-VALUE TO RTL-NET-VALUE.
      *
           WRITE PRINT-LINE FROM REASON-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 2 TO WS-LINE-CNT.
      *
           ADD WS-REASON-CNT   TO WS-GRAND-CNT.
           ADD WS-REASON-UNITS TO WS-GRAND-UNITS.
           ADD WS-REASON-VALUE TO WS-GRAND-VALUE.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
           IF WS-REPORT-PERIOD = SPACES
               MOVE 'ALL   ' TO HDG1-PERIOD
           ELSE
               MOVE WS-REPORT-PERIOD TO HDG1-PERIOD
           END-IF.
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
           MOVE WS-GRAND-CNT   TO GTL1-ADJ-CNT.
           MOVE WS-GRAND-UNITS TO GTL1-NET-UNITS.
           MOVE WS-GRAND-VALUE TO GTL1-NET-VALUE.
           MOVE WS-LOST-VALUE  TO GTL2-LOST-VALUE.
           MOVE WS-FOUND-VALUE TO GTL3-FOUND-VALUE.
      *
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE-3
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE PRINT-FILE.
           DISPLAY "ADJUSTMENTS SELECTED = " WS-SELECTED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
