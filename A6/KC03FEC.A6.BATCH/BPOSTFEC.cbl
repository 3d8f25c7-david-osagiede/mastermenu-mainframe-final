       IDENTIFICATION DIVISION.
       PROGRAM-ID. BPOSTFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-09.
      *PROGRAM DESCRIPTION:
      *Blanket purchase order status report. A blanket (BPOFEC,
      *maintained by BPOMNFEC) commits us to take a quantity of each
      *product at a fixed price until an expiration date; BPRELFEC
      *draws releases against it as ordinary POFEC purchase orders
      *carrying PO-BLANKET-NUMBER, and PORCFEC receives those. This
      *job first sweeps POFEC and sums the quantity received on every
      *release PO by blanket and product - a cancelled release still
      *counts for whatever arrived before it was cancelled. It then
      *reads every open blanket and prints each product line with the
      *quantity committed, released, received, and still to release,
      *and the expiration date. Against the as-of date on the
      *parameter card (default today) a line is flagged EXPIRED SHORT
      *when its price has expired with quantity never released, and
      *BEHIND PACE when the share of the commitment released so far is
      *less than the share of the term from the blanket's start date
      *to the line's expiration that has already gone by, on the same
      *30/360 arithmetic the AP jobs use. Cancelled blankets are only
      *counted.
      *
      *MOD HISTORY
      *2026-10-09  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  PO LAYOUT GROWS 399 TO 469 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT BPOS-PARM-FILE ASSIGN TO BPOSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT PO-FILE ASSIGN TO POMSTR
               RECORD KEY IS PO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POFILE-SW.

           SELECT BPO-FILE ASSIGN TO BPOMSTR
               RECORD KEY IS BPO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BPOFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD BPOS-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS
           DATA RECORD IS BPOS-PARM-RECORD.
       01  BPOS-PARM-RECORD.
           05  BPOS-AS-OF-DATE                  PIC 9(08).
      *
       FD PO-FILE
           RECORD CONTAINS 469 CHARACTERS
           DATA RECORD IS PO-FILE-RECORD.
       01  PO-FILE-RECORD.
           05  PO-KEY-1.
               10  PO-NUMBER-1               PIC 9(06).
           05  PO-VENDOR-NUMBER-1            PIC X(06).
           05  PO-VENDOR-NAME-1              PIC X(30).
           05  PO-ORDER-DATE-1               PIC X(08).
           05  PO-EXPECTED-DATE-1            PIC X(08).
           05  PO-STATUS-1                   PIC X(01).
           05  PO-LINE-ITEM-1                OCCURS 10 TIMES.
               10  PO-PRODUCT-CODE-1         PIC X(10).
               10  PO-QTY-ORDERED-1          PIC S9(07).
               10  PO-QTY-RECEIVED-1         PIC S9(07).
               10  PO-UNIT-COST-1            PIC S9(07)V99.
           05  PO-LINE-COUNT-1               PIC 9(04).
           05  PO-BLANKET-NUMBER-1           PIC 9(06).
           05  PO-LINE-UOM-1                 OCCURS 10 TIMES.
               10  PO-ENTRY-UOM-1            PIC X(02).
               10  PO-ENTRY-FACTOR-1         PIC 9(05).
      *
       FD BPO-FILE
           RECORD CONTAINS 465 CHARACTERS
           DATA RECORD IS BPO-FILE-RECORD.
       01  BPO-FILE-RECORD.
           05  BPO-KEY-1.
               10  BPO-NUMBER-1              PIC 9(06).
           05  BPO-VENDOR-NUMBER-1           PIC X(06).
           05  BPO-VENDOR-NAME-1             PIC X(30).
           05  BPO-START-DATE-1              PIC X(08).
           05  BPO-STATUS-1                  PIC X(01).
               88  BPO-STATUS-OPEN-1             VALUE 'O'.
           05  BPO-LINE-ITEM-1               OCCURS 10 TIMES.
               10  BPO-PRODUCT-CODE-1        PIC X(10).
               10  BPO-QTY-COMMITTED-1       PIC S9(07).
               10  BPO-QTY-RELEASED-1        PIC S9(07).
               10  BPO-UNIT-PRICE-1          PIC S9(07)V99.
               10  BPO-EXPIRATION-DATE-1     PIC X(08).
           05  BPO-LINE-COUNT-1              PIC 9(04).
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
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
           88  WS-POFILE-EOF                     VALUE '10'.
       01 WS-BPOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BPOFILE-SUCCESS                VALUE '00'.
           88  WS-BPOFILE-EOF                    VALUE '10'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-AS-OF-DATE                      PIC X(08)  VALUE SPACES.
      *
       01 WS-ORDINAL-DATE-GROUP.
           05  WS-ORD-YYYY                   PIC 9(04).
           05  WS-ORD-MM                     PIC 9(02).
           05  WS-ORD-DD                     PIC 9(02).
       01 WS-ORDINAL                         PIC S9(09) COMP-3.
       01 WS-AS-OF-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-START-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-EXPIRE-ORDINAL                  PIC S9(09) COMP-3.
       01 WS-TERM-DAYS                       PIC S9(09) COMP-3.
       01 WS-ELAPSED-DAYS                    PIC S9(09) COMP-3.
      *
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
      *
      * ONE SLOT PER BLANKET AND PRODUCT WITH THE QUANTITY RECEIVED
      * ON ALL OF THE BLANKET'S RELEASE POS.
       01 WS-RLS-TABLE.
           05  WS-RLS-ENTRY                  OCCURS 2000 TIMES.
               10  WS-RLS-BLANKET-NUMBER     PIC 9(06).
               10  WS-RLS-PRODUCT            PIC X(10).
               10  WS-RLS-RCV-QTY            PIC S9(07) COMP-3.
       01 WS-RLS-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-RLS-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-RLS-HIT-SUB                     PIC S9(04) COMP VALUE 0.
       01 WS-RLS-SEARCH-BLANKET              PIC 9(06)  VALUE 0.
       01 WS-RLS-SEARCH-PRODUCT              PIC X(10)  VALUE SPACES.
      *
       01 WS-RECEIVED-QTY                    PIC S9(07) COMP-3.
       01 WS-REMAINING-QTY                   PIC S9(07) COMP-3.
       01 WS-PACE-RELEASED                   PIC S9(15) COMP-3.
       01 WS-PACE-EXPECTED                   PIC S9(15) COMP-3.
      *
       01 WS-PO-READ-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-RELEASE-PO-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-BLANKET-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CANCELLED-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-LINES-PRINTED-CNT               PIC 9(07)  COMP-3 VALUE 0.
       01 WS-EXPIRED-SHORT-CNT               PIC 9(07)  COMP-3 VALUE 0.
       01 WS-BEHIND-PACE-CNT                 PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - BLANKET PURCHASE ORDER STATUS'.
           05  FILLER                        PIC X(07) VALUE ' AS OF '.
           05  HDG1-AS-OF-DATE               PIC X(08).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE
               'COMMITTD'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE
               'RELEASED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE
               'RECEIVED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE
               'TO RLSE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               'UNIT PRICE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'EXPIRES'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE 'STATUS'.
      *
       01 BLANKET-HEADER-LINE.
           05  FILLER                        PIC X(09) VALUE
               'BLANKET: '.
           05  BHL-BLANKET-NUMBER            PIC 9(06).
           05  FILLER                        PIC X(10) VALUE
               '  VENDOR: '.
           05  BHL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  BHL-VENDOR-NAME               PIC X(30).
           05  FILLER                        PIC X(09) VALUE
               '  START: '.
           05  BHL-START-DATE                PIC X(08).
      *
       01 DETAIL-LINE.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-COMMITTED-QTY             PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RELEASED-QTY              PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RECEIVED-QTY              PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-REMAINING-QTY             PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-UNIT-PRICE                PIC ZZZZZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-EXPIRATION-DATE           PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-STATUS                    PIC X(15).
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(25)
               VALUE 'PURCHASE ORDERS READ:'.
           05  SL1-PO-READ-CNT               PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(25)
               VALUE 'BLANKET RELEASE POS:'.
           05  SL2-RELEASE-PO-CNT            PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(25)
               VALUE 'BLANKETS READ:'.
           05  SL3-BLANKET-READ-CNT          PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(25)
               VALUE 'CANCELLED BLANKETS:'.
           05  SL4-CANCELLED-CNT             PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(25)
               VALUE 'BLANKET LINES LISTED:'.
           05  SL5-LINES-PRINTED-CNT         PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-6.
           05  FILLER                        PIC X(25)
               VALUE 'LINES EXPIRED SHORT:'.
           05  SL6-EXPIRED-SHORT-CNT         PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-7.
           05  FILLER                        PIC X(25)
               VALUE 'LINES BEHIND PACE:'.
           05  SL7-BEHIND-PACE-CNT           PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           MOVE WS-AS-OF-DATE TO WS-ORDINAL-DATE-GROUP.
           PERFORM 280-COMPUTE-ORDINAL.
           MOVE WS-ORDINAL TO WS-AS-OF-ORDINAL.
      *
           OPEN INPUT PO-FILE.
           IF WS-POFILE-SUCCESS
               DISPLAY "PO-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "PO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT BPO-FILE.
           IF NOT WS-BPOFILE-SUCCESS
               DISPLAY "WS-BPOFILE-SW=" WS-BPOFILE-SW
               DISPLAY "BPO-FILE OPEN ERROR"
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
           PERFORM 100-ACCUMULATE-RELEASES.
           PERFORM 200-REPORT-BLANKETS.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
      *
           OPEN INPUT BPOS-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ BPOS-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND BPOS-AS-OF-DATE > 0
                   MOVE BPOS-AS-OF-DATE TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "NO USABLE PARM CARD - AS-OF DATE "
                           "DEFAULTS TO TODAY " WS-AS-OF-DATE
               END-IF
               CLOSE BPOS-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO BPOS-PARM-FILE FOUND - AS-OF DATE "
                       "DEFAULTS TO TODAY " WS-AS-OF-DATE
           END-IF.
      *
       100-ACCUMULATE-RELEASES.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ PO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 110-ACCUMULATE-ONE-PO
               UNTIL WS-EOF-YES.
      *
       110-ACCUMULATE-ONE-PO.
      *
           ADD 1 TO WS-PO-READ-CNT.
      *
           IF PO-BLANKET-NUMBER-1 > ZERO
               ADD 1 TO WS-RELEASE-PO-CNT
               PERFORM 120-ACCUMULATE-ONE-PO-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > PO-LINE-COUNT-1
                      OR WS-LINE-SUB > 10
           END-IF.
      *
           READ PO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-ACCUMULATE-ONE-PO-LINE.
      *
           IF PO-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACES
               MOVE PO-BLANKET-NUMBER-1 TO WS-RLS-SEARCH-BLANKET
               MOVE PO-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO WS-RLS-SEARCH-PRODUCT
               PERFORM 400-FIND-RLS-SLOT
               IF WS-RLS-HIT-SUB > ZERO
                   ADD PO-QTY-RECEIVED-1 (WS-LINE-SUB)
                     TO WS-RLS-RCV-QTY (WS-RLS-HIT-SUB)
               END-IF
           END-IF.
      *
       200-REPORT-BLANKETS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ BPO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 210-REPORT-ONE-BLANKET
               UNTIL WS-EOF-YES.
      *
       210-REPORT-ONE-BLANKET.
      *
           ADD 1 TO WS-BLANKET-READ-CNT.
      *
           IF NOT BPO-STATUS-OPEN-1
               ADD 1 TO WS-CANCELLED-CNT
           ELSE
               IF WS-LINE-CNT > WS-LINES-PER-PAGE - 4
                   PERFORM 600-PRINT-HEADINGS
               END-IF
               MOVE BPO-NUMBER-1        TO BHL-BLANKET-NUMBER
               MOVE BPO-VENDOR-NUMBER-1 TO BHL-VENDOR-NUMBER
               MOVE BPO-VENDOR-NAME-1   TO BHL-VENDOR-NAME
               MOVE BPO-START-DATE-1    TO BHL-START-DATE
               WRITE PRINT-LINE FROM BLANKET-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-CNT
               MOVE BPO-START-DATE-1 TO WS-ORDINAL-DATE-GROUP
               PERFORM 280-COMPUTE-ORDINAL
               MOVE WS-ORDINAL TO WS-START-ORDINAL
               PERFORM 220-REPORT-ONE-BLANKET-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > BPO-LINE-COUNT-1
                      OR WS-LINE-SUB > 10
           END-IF.
      *
           READ BPO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       220-REPORT-ONE-BLANKET-LINE.
      *
           MOVE BPO-NUMBER-1 TO WS-RLS-SEARCH-BLANKET.
           MOVE BPO-PRODUCT-CODE-1 (WS-LINE-SUB)
             TO WS-RLS-SEARCH-PRODUCT.
           PERFORM 410-LOOK-FOR-RLS-SLOT.
           IF WS-RLS-HIT-SUB > ZERO
               MOVE WS-RLS-RCV-QTY (WS-RLS-HIT-SUB) TO WS-RECEIVED-QTY
           ELSE
               MOVE ZERO TO WS-RECEIVED-QTY
           END-IF.
      *
           COMPUTE WS-REMAINING-QTY =
               BPO-QTY-COMMITTED-1 (WS-LINE-SUB)
             - BPO-QTY-RELEASED-1 (WS-LINE-SUB).
      *
           MOVE BPO-EXPIRATION-DATE-1 (WS-LINE-SUB)
             TO WS-ORDINAL-DATE-GROUP.
           PERFORM 280-COMPUTE-ORDINAL.
           MOVE WS-ORDINAL TO WS-EXPIRE-ORDINAL.
      *
           PERFORM 230-SET-LINE-STATUS.
      *
           MOVE BPO-PRODUCT-CODE-1 (WS-LINE-SUB) TO DTL-PRODUCT-CODE.
           MOVE BPO-QTY-COMMITTED-1 (WS-LINE-SUB) TO DTL-COMMITTED-QTY.
           MOVE BPO-QTY-RELEASED-1 (WS-LINE-SUB)  TO DTL-RELEASED-QTY.
           MOVE WS-RECEIVED-QTY                   TO DTL-RECEIVED-QTY.
           MOVE WS-REMAINING-QTY                  TO DTL-REMAINING-QTY.
           MOVE BPO-UNIT-PRICE-1 (WS-LINE-SUB)    TO DTL-UNIT-PRICE.
           MOVE BPO-EXPIRATION-DATE-1 (WS-LINE-SUB)
             TO DTL-EXPIRATION-DATE.
      *
           IF WS-LINE-CNT > WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-LINES-PRINTED-CNT.
      *
       230-SET-LINE-STATUS.
      *
      * PACE IS COMPARED WITHOUT DIVIDING: RELEASED / COMMITTED IS
      * BEHIND ELAPSED / TERM WHEN RELEASED * TERM IS LESS THAN
      * COMMITTED * ELAPSED.
           MOVE SPACES TO DTL-STATUS.
           COMPUTE WS-TERM-DAYS = WS-EXPIRE-ORDINAL - WS-START-ORDINAL.
           COMPUTE WS-ELAPSED-DAYS =
               WS-AS-OF-ORDINAL - WS-START-ORDINAL.
      *
           IF WS-REMAINING-QTY NOT > ZERO
               MOVE 'COMMITMENT MET' TO DTL-STATUS
           ELSE IF WS-AS-OF-ORDINAL > WS-EXPIRE-ORDINAL
               MOVE '*EXPIRED SHORT*' TO DTL-STATUS
               ADD 1 TO WS-EXPIRED-SHORT-CNT
           ELSE IF WS-TERM-DAYS > ZERO AND WS-ELAPSED-DAYS > ZERO
               COMPUTE WS-PACE-RELEASED =
                   BPO-QTY-RELEASED-1 (WS-LINE-SUB) * WS-TERM-DAYS
               COMPUTE WS-PACE-EXPECTED =
                   BPO-QTY-COMMITTED-1 (WS-LINE-SUB) * WS-ELAPSED-DAYS
               IF WS-PACE-RELEASED < WS-PACE-EXPECTED
                   MOVE 'BEHIND PACE' TO DTL-STATUS
                   ADD 1 TO WS-BEHIND-PACE-CNT
               END-IF
           END-IF.
      *
       280-COMPUTE-ORDINAL.
      *
           COMPUTE WS-ORDINAL =
               WS-ORD-YYYY * 360 + WS-ORD-MM * 30 + WS-ORD-DD.
      *
       400-FIND-RLS-SLOT.
      *
      * ON ENTRY THE BLANKET AND PRODUCT TO FIND ARE IN
      * WS-RLS-SEARCH-BLANKET AND WS-RLS-SEARCH-PRODUCT; ON EXIT
      * WS-RLS-HIT-SUB POINTS AT THEIR TABLE SLOT, ADDED IF NEW, OR IS
      * ZERO IF THE TABLE IS FULL.
           PERFORM 410-LOOK-FOR-RLS-SLOT.
      *
           IF WS-RLS-HIT-SUB = ZERO
               IF WS-RLS-COUNT < 2000
                   ADD 1 TO WS-RLS-COUNT
                   MOVE WS-RLS-COUNT TO WS-RLS-HIT-SUB
                   MOVE WS-RLS-SEARCH-BLANKET
                     TO WS-RLS-BLANKET-NUMBER (WS-RLS-HIT-SUB)
                   MOVE WS-RLS-SEARCH-PRODUCT
                     TO WS-RLS-PRODUCT (WS-RLS-HIT-SUB)
                   MOVE ZERO TO WS-RLS-RCV-QTY (WS-RLS-HIT-SUB)
               ELSE
                   DISPLAY "RELEASE TABLE FULL - LINE SKIPPED: "
                       WS-RLS-SEARCH-BLANKET " " WS-RLS-SEARCH-PRODUCT
               END-IF
           END-IF.
      *
       410-LOOK-FOR-RLS-SLOT.
      *
           MOVE ZERO TO WS-RLS-HIT-SUB.
           PERFORM 420-CHECK-ONE-RLS-SLOT
               VARYING WS-RLS-SUB FROM 1 BY 1
               UNTIL WS-RLS-SUB > WS-RLS-COUNT
                  OR WS-RLS-HIT-SUB > ZERO.
      *
       420-CHECK-ONE-RLS-SLOT.
      *
           IF WS-RLS-BLANKET-NUMBER (WS-RLS-SUB) = WS-RLS-SEARCH-BLANKET
                   AND WS-RLS-PRODUCT (WS-RLS-SUB)
                       = WS-RLS-SEARCH-PRODUCT
               MOVE WS-RLS-SUB TO WS-RLS-HIT-SUB
           END-IF.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR   TO HDG1-PAGE-NBR.
           MOVE WS-AS-OF-DATE TO HDG1-AS-OF-DATE.
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
           IF WS-LINE-CNT > WS-LINES-PER-PAGE - 8
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-PO-READ-CNT        TO SL1-PO-READ-CNT.
           MOVE WS-RELEASE-PO-CNT     TO SL2-RELEASE-PO-CNT.
           MOVE WS-BLANKET-READ-CNT   TO SL3-BLANKET-READ-CNT.
           MOVE WS-CANCELLED-CNT      TO SL4-CANCELLED-CNT.
           MOVE WS-LINES-PRINTED-CNT  TO SL5-LINES-PRINTED-CNT.
           MOVE WS-EXPIRED-SHORT-CNT  TO SL6-EXPIRED-SHORT-CNT.
           MOVE WS-BEHIND-PACE-CNT    TO SL7-BEHIND-PACE-CNT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-5
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-6
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-7
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE PO-FILE
                 BPO-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL POS READ         = " WS-PO-READ-CNT.
           DISPLAY "TOTAL BLANKETS READ    = " WS-BLANKET-READ-CNT.
           DISPLAY "TOTAL LINES LISTED     = " WS-LINES-PRINTED-CNT.
           DISPLAY "LINES EXPIRED SHORT    = " WS-EXPIRED-SHORT-CNT.
           DISPLAY "LINES BEHIND PACE      = " WS-BEHIND-PACE-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
