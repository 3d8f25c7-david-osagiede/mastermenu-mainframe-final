       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNEXFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Nightly advance ship notice extract for the import-gateway
      *accounts. Sweeps the ASNFEC rows SHPCFFEC writes when it
      *releases an order that came in through ORDIMFEC, selects the
      *rows shipped on the notice date (parameter card, default
      *today), and SORTs them by customer so the outbound ASNOUT
      *file - customer number leading each record, the way the
      *ORDACKO acknowledgment and the MANIFEST carrier extract lead
      *with the party they are split by - reaches the gateway one
      *customer at a time. Each notice is an H record (their PO,
      *our order and invoice, ship date, carrier, tracking number,
      *weight) followed by a D record per line and lot shipped, so
      *the customer's receiving dock can check our truck in without
      *phoning us. The control report prints one line per customer
      *with the notices and detail records sent and the weight they
      *announce, and the run totals.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
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

           SELECT ASNX-PARM-FILE ASSIGN TO ASNXPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT ASN-FILE ASSIGN TO ASNMSTR
               RECORD KEY IS ASN-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ASNFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWORK.

           SELECT ASN-OUT-FILE ASSIGN TO ASNOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.

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
       FD ASNX-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS
           DATA RECORD IS ASNX-PARM-RECORD.
       01  ASNX-PARM-RECORD.
           05  ASNX-SHIP-DATE                PIC X(08).
      *
       FD ASN-FILE
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS ASN-FILE-RECORD.
       01  ASN-FILE-RECORD.
           05  ASN-KEY-1.
               10  ASN-ORDER-NUMBER-1        PIC 9(06).
               10  ASN-SHIP-DATE-1           PIC X(08).
               10  ASN-SHIP-TIME-1           PIC 9(06).
               10  ASN-SEQUENCE-1            PIC 9(03).
           05  ASN-RECORD-TYPE-1             PIC X(01).
           05  ASN-CUSTOMER-NUMBER-1         PIC X(06).
           05  ASN-PO-NUMBER-1               PIC X(10).
           05  ASN-INVOICE-NUMBER-1          PIC 9(06).
           05  ASN-SHIP-VIA-1                PIC X(03).
           05  ASN-TRACKING-NUMBER-1         PIC X(20).
           05  ASN-WEIGHT-1                  PIC S9(07)V99.
           05  ASN-PRODUCT-CODE-1            PIC X(10).
           05  ASN-LOT-NUMBER-1              PIC X(10).
           05  ASN-QUANTITY-1                PIC S9(07).
           05  ASN-ENTRY-UOM-1               PIC X(02).
           05  ASN-ENTRY-FACTOR-1            PIC 9(05).
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
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-ASN-KEY.
               10  SRT-ORDER-NUMBER          PIC 9(06).
               10  SRT-SHIP-DATE             PIC X(08).
               10  SRT-SHIP-TIME             PIC 9(06).
               10  SRT-SEQUENCE              PIC 9(03).
           05  SRT-RECORD-TYPE               PIC X(01).
               88  SRT-HEADER-RECORD             VALUE 'H'.
           05  SRT-PO-NUMBER                 PIC X(10).
           05  SRT-INVOICE-NUMBER            PIC 9(06).
           05  SRT-SHIP-VIA                  PIC X(03).
           05  SRT-TRACKING-NUMBER           PIC X(20).
           05  SRT-WEIGHT                    PIC S9(07)V99.
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-LOT-NUMBER                PIC X(10).
           05  SRT-QUANTITY                  PIC S9(07).
           05  SRT-ENTRY-UOM                 PIC X(02).
           05  SRT-ENTRY-FACTOR              PIC 9(05).
      *
      * THE OUTBOUND NOTICE. THE CUSTOMER LEADS SO THE GATEWAY CAN
      * SPLIT THE FILE PER TRADING PARTNER; AN H RECORD CARRIES ZERO
      * SEQUENCE, QUANTITY AND FACTOR AND A BLANK PRODUCT AND LOT.
      * ASNO-INVOICE-NUMBER IS ZERO WHEN THE RELEASE WAS PARKED FOR
      * CONSOLIDATED MONTH-END BILLING.
       FD ASN-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS ASN-OUT-RECORD.
       01  ASN-OUT-RECORD.
           05  ASNO-CUSTOMER-NUMBER          PIC X(06).
           05  ASNO-RECORD-TYPE              PIC X(01).
           05  ASNO-PO-NUMBER                PIC X(10).
           05  ASNO-ORDER-NUMBER             PIC 9(06).
           05  ASNO-INVOICE-NUMBER           PIC 9(06).
           05  ASNO-SHIP-DATE                PIC X(08).
           05  ASNO-SHIP-TIME                PIC 9(06).
           05  ASNO-SHIP-VIA                 PIC X(03).
           05  ASNO-TRACKING-NUMBER          PIC X(20).
           05  ASNO-WEIGHT                   PIC 9(07)V99.
           05  ASNO-SEQUENCE                 PIC 9(03).
           05  ASNO-PRODUCT-CODE             PIC X(10).
           05  ASNO-LOT-NUMBER               PIC X(10).
           05  ASNO-QUANTITY                 PIC 9(07).
           05  ASNO-ENTRY-UOM                PIC X(02).
           05  ASNO-ENTRY-FACTOR             PIC 9(05).
           05  FILLER                        PIC X(08).
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
       01 WS-OWN-JOB-NAME                   PIC X(08) VALUE 'ASNEXFEC'.
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
       01 WS-ASNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ASNFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
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
       01 WS-NOTICE-DATE                     PIC X(08)  VALUE SPACES.
       01 WS-PREV-CUSTOMER                   PIC X(06)  VALUE SPACES.
      *
       01 WS-ROW-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CUST-NOTICE-CNT                 PIC 9(05)  COMP-3 VALUE 0.
       01 WS-CUST-DETAIL-CNT                 PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CUST-WEIGHT                     PIC S9(09)V99 VALUE 0.
       01 WS-CUSTOMER-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-NOTICE-CNT                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-DETAIL-CNT                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-TOTAL-WEIGHT                    PIC S9(09)V99 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'KC03FEC - ADVANCE SHIP NOTICE CONTROL'.
           05  FILLER                        PIC X(06) VALUE 'DATE '.
           05  HDG1-NOTICE-DATE              PIC X(08).
           05  FILLER                        PIC X(61) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(06) VALUE 'CUSTNO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE
               'CUSTOMER NAME'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(07) VALUE 'NOTICES'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(07) VALUE 'DETAILS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '  TOTAL WEIGHT'.
      *
       01 DETAIL-LINE.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER-NAME             PIC X(30).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-NOTICE-CNT                PIC ZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DETAIL-CNT                PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-WEIGHT                    PIC ZZZ,ZZZ,ZZ9.99.
      *
       01 SUMMARY-LINE.
           05  SL-LABEL                      PIC X(30).
           05  SL-COUNT                      PIC ZZZZZZ9.
      *
       01 SUMMARY-WEIGHT-LINE.
           05  FILLER                        PIC X(30)
               VALUE 'TOTAL WEIGHT ANNOUNCED:'.
           05  SWL-WEIGHT                    PIC ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 010-CHECK-JOB-DEPENDENCIES.
           PERFORM 015-OPEN-RUNHIST-TRAIL.
      *
           ACCEPT WS-NOTICE-DATE FROM DATE YYYYMMDD.
           PERFORM 050-READ-PARM-CARD.
      *
           OPEN INPUT ASN-FILE.
           IF WS-ASNFILE-SUCCESS
               DISPLAY "ASN-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ASNFILE-SW=" WS-ASNFILE-SW
               DISPLAY "ASN-FILE OPEN ERROR"
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
           OPEN OUTPUT ASN-OUT-FILE.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "ASN-OUT-FILE OPEN ERROR"
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
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
                                SRT-ASN-KEY
               INPUT PROCEDURE IS 100-SELECT-THE-NOTICES
               OUTPUT PROCEDURE IS 300-WRITE-THE-NOTICES.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT ASNX-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ ASNX-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND ASNX-SHIP-DATE NOT = SPACES
                   MOVE ASNX-SHIP-DATE TO WS-NOTICE-DATE
               ELSE
                   DISPLAY "NO USABLE PARM CARD - NOTICE DATE "
                           "DEFAULTS TO TODAY " WS-NOTICE-DATE
               END-IF
               CLOSE ASNX-PARM-FILE
           ELSE
               DISPLAY "NO ASNX-PARM-FILE FOUND - NOTICE DATE "
                       "DEFAULTS TO TODAY " WS-NOTICE-DATE
           END-IF.
      *
       100-SELECT-THE-NOTICES.
      *
           READ ASN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               PERFORM 110-SELECT-ONE-ROW
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN ASN-FILE"
           END-IF.
      *
       110-SELECT-ONE-ROW.
      *
           ADD 1 TO WS-ROW-READ-CNT.
      *
           IF ASN-SHIP-DATE-1 = WS-NOTICE-DATE
               MOVE ASN-CUSTOMER-NUMBER-1 TO SRT-CUSTOMER-NUMBER
               MOVE ASN-ORDER-NUMBER-1    TO SRT-ORDER-NUMBER
               MOVE ASN-SHIP-DATE-1       TO SRT-SHIP-DATE
               MOVE ASN-SHIP-TIME-1       TO SRT-SHIP-TIME
               MOVE ASN-SEQUENCE-1        TO SRT-SEQUENCE
               MOVE ASN-RECORD-TYPE-1     TO SRT-RECORD-TYPE
               MOVE ASN-PO-NUMBER-1       TO SRT-PO-NUMBER
               MOVE ASN-INVOICE-NUMBER-1  TO SRT-INVOICE-NUMBER
               MOVE ASN-SHIP-VIA-1        TO SRT-SHIP-VIA
               MOVE ASN-TRACKING-NUMBER-1 TO SRT-TRACKING-NUMBER
               MOVE ASN-WEIGHT-1          TO SRT-WEIGHT
               MOVE ASN-PRODUCT-CODE-1    TO SRT-PRODUCT-CODE
               MOVE ASN-LOT-NUMBER-1      TO SRT-LOT-NUMBER
               MOVE ASN-QUANTITY-1        TO SRT-QUANTITY
               MOVE ASN-ENTRY-UOM-1       TO SRT-ENTRY-UOM
               MOVE ASN-ENTRY-FACTOR-1    TO SRT-ENTRY-FACTOR
               RELEASE SORT-RECORD
           END-IF.
      *
           READ ASN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       300-WRITE-THE-NOTICES.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           IF NOT WS-SORT-EOF
               PERFORM 310-WRITE-ONE-NOTICE-ROW
                   UNTIL WS-SORT-EOF
               PERFORM 350-PRINT-CUSTOMER-LINE
           ELSE
               DISPLAY "NO SHIP NOTICES FOR " WS-NOTICE-DATE
           END-IF.
      *
       310-WRITE-ONE-NOTICE-ROW.
      *
           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-SW
               MOVE SRT-CUSTOMER-NUMBER TO WS-PREV-CUSTOMER
           ELSE IF SRT-CUSTOMER-NUMBER NOT = WS-PREV-CUSTOMER
               PERFORM 350-PRINT-CUSTOMER-LINE
               MOVE SRT-CUSTOMER-NUMBER TO WS-PREV-CUSTOMER
           END-IF.
      *
           MOVE SPACES TO ASN-OUT-RECORD.
           MOVE SRT-CUSTOMER-NUMBER TO ASNO-CUSTOMER-NUMBER.
           MOVE SRT-RECORD-TYPE     TO ASNO-RECORD-TYPE.
           MOVE SRT-PO-NUMBER       TO ASNO-PO-NUMBER.
           MOVE SRT-ORDER-NUMBER    TO ASNO-ORDER-NUMBER.
           MOVE SRT-INVOICE-NUMBER  TO ASNO-INVOICE-NUMBER.
           MOVE SRT-SHIP-DATE       TO ASNO-SHIP-DATE.
           MOVE SRT-SHIP-TIME       TO ASNO-SHIP-TIME.
           MOVE SRT-SHIP-VIA        TO ASNO-SHIP-VIA.
           MOVE SRT-TRACKING-NUMBER TO ASNO-TRACKING-NUMBER.
           MOVE SRT-WEIGHT          TO ASNO-WEIGHT.
           MOVE SRT-SEQUENCE        TO ASNO-SEQUENCE.
           MOVE SRT-PRODUCT-CODE    TO ASNO-PRODUCT-CODE.
           MOVE SRT-LOT-NUMBER      TO ASNO-LOT-NUMBER.
           MOVE SRT-QUANTITY        TO ASNO-QUANTITY.
           MOVE SRT-ENTRY-UOM       TO ASNO-ENTRY-UOM.
           MOVE SRT-ENTRY-FACTOR    TO ASNO-ENTRY-FACTOR.
      *
           WRITE ASN-OUT-RECORD.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "ASN-OUT-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF SRT-HEADER-RECORD
               ADD 1          TO WS-CUST-NOTICE-CNT
               ADD SRT-WEIGHT TO WS-CUST-WEIGHT
           ELSE
               ADD 1          TO WS-CUST-DETAIL-CNT
           END-IF.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       350-PRINT-CUSTOMER-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-PREV-CUSTOMER TO DTL-CUSTOMER-NUMBER
                                    CM-CUSTOMER-NUMBER.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
           MOVE SPACES TO DTL-CUSTOMER-NAME.
           IF WS-CMFFILE-SUCCESS
               STRING CM-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY '  '
                   INTO DTL-CUSTOMER-NAME
           ELSE
               MOVE '*NOT ON CM-FILE*' TO DTL-CUSTOMER-NAME
           END-IF.
           MOVE WS-CUST-NOTICE-CNT TO DTL-NOTICE-CNT.
           MOVE WS-CUST-DETAIL-CNT TO DTL-DETAIL-CNT.
           MOVE WS-CUST-WEIGHT     TO DTL-WEIGHT.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD 1                  TO WS-CUSTOMER-CNT.
           ADD WS-CUST-NOTICE-CNT TO WS-NOTICE-CNT.
           ADD WS-CUST-DETAIL-CNT TO WS-DETAIL-CNT.
           ADD WS-CUST-WEIGHT     TO WS-TOTAL-WEIGHT.
           MOVE ZERO TO WS-CUST-NOTICE-CNT
                        WS-CUST-DETAIL-CNT
                        WS-CUST-WEIGHT.
      *
       650-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR    TO HDG1-PAGE-NBR.
           MOVE WS-NOTICE-DATE TO HDG1-NOTICE-DATE.
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
      *    A NIGHT WITH NOTHING TO SEND STILL PRINTS A HEADED PAGE.
           IF WS-PAGE-NBR = ZERO
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE 'CUSTOMERS SENT NOTICES:'   TO SL-LABEL.
           MOVE WS-CUSTOMER-CNT             TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NOTICES SENT:'             TO SL-LABEL.
           MOVE WS-NOTICE-CNT               TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'DETAIL RECORDS SENT:'      TO SL-LABEL.
           MOVE WS-DETAIL-CNT               TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE WS-TOTAL-WEIGHT             TO SWL-WEIGHT.
           WRITE PRINT-LINE FROM SUMMARY-WEIGHT-LINE
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
           CLOSE ASN-FILE
                 CM-FILE
                 ASN-OUT-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL ASN ROWS READ       = " WS-ROW-READ-CNT.
           DISPLAY "TOTAL NOTICES SENT        = " WS-NOTICE-CNT.
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
           MOVE WS-ROW-READ-CNT      TO RUNHIST-RECORD-COUNT.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
           CLOSE RUNHIST-FILE.
      *
