       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCTFDFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Product catalog and availability feed for the accounts that
      *load our catalog into their own purchasing systems instead of
      *rekeying CPLSTFEC printouts. The PCTSUBS cards name the
      *subscribing customers, one card per customer number in
      *columns 1-6. The PCTPARM card picks the run: F in column 1
      *sends the full catalog (the weekly run); D, or no card at
      *all, sends only the day's price and availability changes.
      *For each subscriber every product on PRDFEC is priced and
      *rated the way order entry would: the QBPFEC tier reached at
      *a quantity of one, else the CTPFEC contract price, else
      *PRD-UNIT-PRICE, with up to four higher quantity breaks
      *carried beside it, and an availability indicator from the
      *product status and the quantity available to promise. The
      *customer's CPXFEC part number rides with our product code.
      *A discontinued or blocked product, or a phase-out item with
      *nothing left to sell, is off the catalog. What was last sent
      *is kept on PCSFEC; the daily run sends an item only when its
      *net price, breaks or availability differ from that row, or
      *it is new (A), or it has left the catalog (X, sent once and
      *the row deleted). The outbound PCTOUT file leads each record
      *with the customer number so the gateway can split it, the
      *way ASNOUT is split - an H record, the items, and a T record
      *with the item count. The control report prints one line per
      *subscriber for every run, and the run totals.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
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

           SELECT PCT-PARM-FILE ASSIGN TO PCTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT PCT-SUBS-FILE ASSIGN TO PCTSUBS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBSFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT CTP-FILE ASSIGN TO CTPMSTR
               RECORD KEY IS CTP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CTPFILE-SW.

           SELECT QBP-FILE ASSIGN TO QBPMSTR
               RECORD KEY IS QBP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QBPFILE-SW.

           SELECT CPX-FILE ASSIGN TO CPXMSTR
               RECORD KEY IS CPX-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CPXFILE-SW.

           SELECT PCS-FILE ASSIGN TO PCSMSTR
               RECORD KEY IS PCS-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PCSFILE-SW.

           SELECT PCT-OUT-FILE ASSIGN TO PCTOUT
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
       FD PCT-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PCT-PARM-RECORD.
       01  PCT-PARM-RECORD.
           05  PCTP-RUN-TYPE                 PIC X(01).
               88  PCTP-VALID-RUN-TYPE           VALUE 'F' 'D'.
           05  FILLER                        PIC X(79).
      *
       FD PCT-SUBS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PCT-SUBS-RECORD.
       01  PCT-SUBS-RECORD.
           05  PCTS-CUSTOMER-NUMBER          PIC X(06).
           05  FILLER                        PIC X(74).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  CM-FIRST-NAME                 PIC X(20).
           05  CM-LAST-NAME                  PIC X(30).
           05  FILLER                        PIC X(124).
           05  CM-STATUS                     PIC X(01).
               88  CM-STATUS-CLOSED              VALUE 'C'.
           05  FILLER                        PIC X(116).
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY-1.
               10  PRD-PRODUCT-CODE-1        PIC X(10).
           05  PRD-PRODUCT-DESCRIPTION-1     PIC X(20).
           05  PRD-UNIT-PRICE-1              PIC S9(07)V99.
           05  PRD-QUANTITY-ON-HAND-1        PIC S9(07).
           05  PRD-REORDER-POINT-1           PIC S9(07).
           05  FILLER                        PIC X(44).
           05  PRD-UNIT-WEIGHT-1             PIC S9(03)V99.
           05  FILLER                        PIC X(07).
           05  PRD-QTY-COMMITTED-1           OCCURS 2 TIMES
                                             PIC S9(07).
           05  PRD-STOCKING-UOM-1            PIC X(02).
           05  FILLER                        PIC X(28).
           05  PRD-STATUS-1                  PIC X(01).
               88  PRD-STATUS-PHASE-OUT-1        VALUE 'P'.
               88  PRD-STATUS-NOT-SOLD-1         VALUE 'D' 'B'.
           05  PRD-CATEGORY-1                PIC X(04).
      *
       FD CTP-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS CTP-FILE-RECORD.
       01  CTP-FILE-RECORD.
           05  CTP-KEY-1.
               10  CTP-CUSTOMER-NUMBER-1     PIC X(06).
               10  CTP-PRODUCT-CODE-1        PIC X(10).
           05  CTP-CONTRACT-PRICE-1          PIC S9(07)V99.
      *
       FD QBP-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS QBP-FILE-RECORD.
       01  QBP-FILE-RECORD.
           05  QBP-KEY-1.
               10  QBP-PRODUCT-CODE-1        PIC X(10).
               10  QBP-MIN-QUANTITY-1        PIC 9(07).
           05  QBP-BREAK-PRICE-1             PIC S9(07)V99.
      *
       FD CPX-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS CPX-FILE-RECORD.
       01  CPX-FILE-RECORD.
           05  CPX-KEY-1.
               10  CPX-CUSTOMER-NUMBER-1     PIC X(06).
               10  CPX-CUSTOMER-PART-1       PIC X(15).
           05  CPX-PRODUCT-CODE-1            PIC X(10).
      *
      * WHAT THE FEED LAST SENT THE CUSTOMER FOR THE ITEM. THE
      * FIGURES GROUP IS COMPARED WHOLE AGAINST TODAY'S.
       FD PCS-FILE
           RECORD CONTAINS 98 CHARACTERS
           DATA RECORD IS PCS-FILE-RECORD.
       01  PCS-FILE-RECORD.
           05  PCS-KEY-1.
               10  PCS-CUSTOMER-NUMBER-1     PIC X(06).
               10  PCS-PRODUCT-CODE-1        PIC X(10).
           05  PCS-FIGURES-1.
               10  PCS-NET-PRICE-1           PIC S9(07)V99.
               10  PCS-BREAK-1               OCCURS 4 TIMES.
                   15  PCS-BREAK-MIN-QTY-1   PIC 9(07).
                   15  PCS-BREAK-PRICE-1     PIC S9(07)V99.
               10  PCS-AVAILABILITY-1        PIC X(01).
           05  PCS-SENT-DATE-1               PIC X(08).
      *
      * THE OUTBOUND CATALOG. THE CUSTOMER LEADS SO THE GATEWAY CAN
      * SPLIT THE FILE PER TRADING PARTNER. EACH CUSTOMER'S RECORDS
      * ARE AN H HEADER (FULL OR DELTA, RUN DATE), ONE ITEM RECORD
      * PER PRODUCT SENT - F ON THE FULL CATALOG, A ADDED, C CHANGED
      * OR X WITHDRAWN ON THE DELTA - AND A T TRAILER WITH THE COUNT
      * OF ITEM RECORDS. UNUSED BREAKS CARRY ZERO QUANTITY AND PRICE.
      * AVAILABILITY IS A IN STOCK, L LOW, B ON BACKORDER, P PHASE-
      * OUT WHILE STOCK LASTS, X WITHDRAWN.
       FD PCT-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS PCT-OUT-RECORD.
       01  PCT-OUT-RECORD.
           05  PCTO-CUSTOMER-NUMBER          PIC X(06).
           05  PCTO-RECORD-TYPE              PIC X(01).
           05  PCTO-DETAIL-DATA              PIC X(143).
           05  PCTO-HEADER REDEFINES PCTO-DETAIL-DATA.
               10  PCTO-FEED-TYPE            PIC X(01).
               10  PCTO-RUN-DATE             PIC X(08).
               10  FILLER                    PIC X(134).
           05  PCTO-DETAIL REDEFINES PCTO-DETAIL-DATA.
               10  PCTO-PRODUCT-CODE         PIC X(10).
               10  PCTO-CUSTOMER-PART        PIC X(15).
               10  PCTO-DESCRIPTION          PIC X(20).
               10  PCTO-UNIT-WEIGHT          PIC 9(03)V99.
               10  PCTO-UNIT-OF-SALE         PIC X(02).
               10  PCTO-NET-PRICE            PIC 9(07)V99.
               10  PCTO-AVAILABILITY         PIC X(01).
               10  PCTO-BREAK                OCCURS 4 TIMES.
                   15  PCTO-BREAK-MIN-QTY    PIC 9(07).
                   15  PCTO-BREAK-PRICE      PIC 9(07)V99.
               10  PCTO-EFFECTIVE-DATE       PIC X(08).
               10  FILLER                    PIC X(09).
           05  PCTO-TRAILER REDEFINES PCTO-DETAIL-DATA.
               10  PCTO-ITEM-COUNT           PIC 9(07).
               10  FILLER                    PIC X(136).
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
       01 WS-OWN-JOB-NAME                   PIC X(08) VALUE 'PCTFDFEC'.
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
       01 WS-SUBSFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SUBSFILE-SUCCESS               VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFND                 VALUE '23'.
       01 WS-CTPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTPFILE-SUCCESS                VALUE '00'.
       01 WS-QBPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-QBPFILE-SUCCESS                VALUE '00'.
       01 WS-CPXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CPXFILE-SUCCESS                VALUE '00'.
       01 WS-PCSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PCSFILE-SUCCESS                VALUE '00'.
           88  WS-PCSFILE-NOTFND                 VALUE '23'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-PRD-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PRD-EOF                        VALUE 'Y'.
       01 WS-QBP-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-QBP-EOF                        VALUE 'Y'.
       01 WS-CPX-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-CPX-EOF                        VALUE 'Y'.
       01 WS-PCS-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PCS-EOF                        VALUE 'Y'.
       01 WS-SENT-ROW-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SENT-ROW-FOUND                 VALUE 'Y'.
       01 WS-SKIP-CUSTOMER-SW                PIC X(01)  VALUE 'N'.
           88  WS-SKIP-CUSTOMER                  VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-RUN-TYPE                        PIC X(01)  VALUE 'D'.
           88  WS-FULL-RUN                       VALUE 'F'.
           88  WS-DELTA-RUN                      VALUE 'D'.
       01 WS-RUN-DATE                        PIC X(08)  VALUE SPACES.
       01 WS-FEED-CUSTOMER                   PIC X(06)  VALUE SPACES.
       01 WS-CUSTOMER-NOTE                   PIC X(30)  VALUE SPACES.
      *
      * THE SUBSCRIBERS, HELD UNTIL EVERY CARD HAS PASSED THE EDITS.
       01 WS-SUB-CNT                         PIC S9(04) COMP VALUE 0.
       01 WS-SUB-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-DUP-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-SUBSCRIBER-TABLE.
           05  WS-SUBSCRIBER                 OCCURS 100 TIMES
                                             PIC X(06).
      *
      * THE CUSTOMER'S OWN PART NUMBERS, LOADED FROM CPXFEC ONCE PER
      * SUBSCRIBER. CPXFEC IS KEYED BY THEIR PART, SO THE PRODUCT IS
      * LOOKED UP BY SCANNING; THE FIRST PART FOUND FOR A PRODUCT
      * IS THE ONE SENT.
       01 WS-XREF-CNT                        PIC S9(04) COMP VALUE 0.
       01 WS-XREF-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-XREF-HIT-SUB                    PIC S9(04) COMP VALUE 0.
       01 WS-XREF-TABLE.
           05  WS-XREF-ENTRY                 OCCURS 2000 TIMES.
               10  WS-XREF-PRODUCT           PIC X(10).
               10  WS-XREF-PART              PIC X(15).
      *
      * SENT ROWS WHOSE PRODUCT IS NO LONGER ON PRDFEC AT ALL, FOUND
      * BY THE BROWSE AND DELETED AFTER IT ENDS SO THE BROWSE NEVER
      * CONTINUES PAST A DELETE. ANY BEYOND THE TABLE WAIT FOR THE
      * NEXT RUN.
       01 WS-DROP-CNT                        PIC S9(04) COMP VALUE 0.
       01 WS-DROP-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-DROP-TABLE.
           05  WS-DROP-PRODUCT               OCCURS 200 TIMES
                                             PIC X(10).
      *
      * TODAY'S FIGURES FOR THE ITEM, IN THE SAME LAYOUT AS
      * PCS-FIGURES-1 SO THE TWO COMPARE AS ONE FIELD.
       01 WS-ITEM-FIGURES.
           05  WS-ITEM-NET-PRICE             PIC S9(07)V99.
           05  WS-ITEM-BREAKS.
               10  WS-ITEM-BREAK             OCCURS 4 TIMES.
                   15  WS-ITEM-BREAK-MIN-QTY PIC 9(07).
                   15  WS-ITEM-BREAK-PRICE   PIC S9(07)V99.
           05  WS-ITEM-AVAILABILITY          PIC X(01).
               88  WS-ITEM-IN-STOCK              VALUE 'A'.
               88  WS-ITEM-LOW-STOCK             VALUE 'L'.
               88  WS-ITEM-BACKORDER             VALUE 'B'.
               88  WS-ITEM-PHASE-OUT             VALUE 'P'.
               88  WS-ITEM-OFF-CATALOG           VALUE 'X'.
       01 WS-ITEM-BREAK-CNT                  PIC S9(04) COMP VALUE 0.
       01 WS-ITEM-BREAK-SUB                  PIC S9(04) COMP VALUE 0.
       01 WS-ITEM-PART                       PIC X(15)  VALUE SPACES.
       01 WS-ITEM-RECORD-TYPE                PIC X(01)  VALUE SPACE.
       01 WS-AVAILABLE-QTY                   PIC S9(08) VALUE 0.
      *
       01 WS-ROW-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CUST-CATALOG-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CUST-ADDED-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CUST-CHANGED-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CUST-WITHDRAWN-CNT              PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CUST-SENT-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-FED-CNT                         PIC 9(05)  COMP-3 VALUE 0.
       01 WS-SKIPPED-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-ADDED-CNT                       PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CHANGED-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-WITHDRAWN-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-SENT-CNT                        PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'KC03FEC - PRODUCT CATALOG FEED CONTROL'.
           05  HDG1-RUN-TITLE                PIC X(20).
           05  FILLER                        PIC X(06) VALUE 'DATE '.
           05  HDG1-RUN-DATE                 PIC X(08).
           05  FILLER                        PIC X(41) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(06) VALUE 'CUSTNO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE
               'CUSTOMER NAME'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(07) VALUE
               'CATALOG'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(07) VALUE
               '  ADDED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(07) VALUE
               'CHANGED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(07) VALUE
               'WITHDRN'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(07) VALUE
               '   SENT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE
               'NOTE'.
      *
       01 DETAIL-LINE.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER-NAME             PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CATALOG-CNT               PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ADDED-CNT                 PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CHANGED-CNT               PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-WITHDRAWN-CNT             PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-SENT-CNT                  PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NOTE                      PIC X(30).
      *
       01 SUMMARY-LINE.
           05  SL-LABEL                      PIC X(30).
           05  SL-COUNT                      PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 010-CHECK-JOB-DEPENDENCIES.
           PERFORM 015-OPEN-RUNHIST-TRAIL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-READ-PARM-CARD.
           PERFORM 060-LOAD-SUBSCRIBERS.
      *
           OPEN INPUT CM-FILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT PRD-FILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CTP-FILE.
           IF NOT WS-CTPFILE-SUCCESS
               DISPLAY "WS-CTPFILE-SW=" WS-CTPFILE-SW
               DISPLAY "CTP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT QBP-FILE.
           IF NOT WS-QBPFILE-SUCCESS
               DISPLAY "WS-QBPFILE-SW=" WS-QBPFILE-SW
               DISPLAY "QBP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CPX-FILE.
           IF NOT WS-CPXFILE-SUCCESS
               DISPLAY "WS-CPXFILE-SW=" WS-CPXFILE-SW
               DISPLAY "CPX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O PCS-FILE.
           IF NOT WS-PCSFILE-SUCCESS
               DISPLAY "WS-PCSFILE-SW=" WS-PCSFILE-SW
               DISPLAY "PCS-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PCT-OUT-FILE.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "PCT-OUT-FILE OPEN ERROR"
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
           PERFORM 100-FEED-ONE-CUSTOMER
               VARYING WS-SUB-SUB FROM 1 BY 1
               UNTIL WS-SUB-SUB > WS-SUB-CNT.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT PCT-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PCT-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND PCTP-VALID-RUN-TYPE
                   MOVE PCTP-RUN-TYPE TO WS-RUN-TYPE
               ELSE IF WS-PARMFILE-SUCCESS AND PCTP-RUN-TYPE NOT = SPACE
                   DISPLAY "RUN TYPE MUST BE F (FULL CATALOG) OR D "
                           "(DAILY CHANGES): " PCTP-RUN-TYPE
                   PERFORM 800-PROGRAM-FAILED
               ELSE
                   DISPLAY "NO USABLE PARM CARD - DAILY CHANGES SENT"
               END-IF
               CLOSE PCT-PARM-FILE
           ELSE
               DISPLAY "NO PCT-PARM-FILE FOUND - DAILY CHANGES SENT"
           END-IF.
      *
           IF WS-FULL-RUN
               MOVE 'FULL CATALOG'  TO HDG1-RUN-TITLE
           ELSE
               MOVE 'DAILY CHANGES' TO HDG1-RUN-TITLE
           END-IF.
      *
       060-LOAD-SUBSCRIBERS.
      *
           OPEN INPUT PCT-SUBS-FILE.
           IF NOT WS-SUBSFILE-SUCCESS
               DISPLAY "WS-SUBSFILE-SW=" WS-SUBSFILE-SW
               DISPLAY "PCT-SUBS-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ PCT-SUBS-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-YES
               DISPLAY "NO SUBSCRIBER CARDS IN PCT-SUBS-FILE"
           END-IF.
      *
           PERFORM 065-EDIT-ONE-SUBSCRIBER
               UNTIL WS-EOF-YES.
           CLOSE PCT-SUBS-FILE.
      *
       065-EDIT-ONE-SUBSCRIBER.
      *
           IF PCTS-CUSTOMER-NUMBER = SPACES
               DISPLAY "SUBSCRIBER CARD WITH NO CUSTOMER NUMBER"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 066-CHECK-DUPLICATE-CARD
               VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB > WS-SUB-CNT.
      *
           IF WS-SUB-CNT NOT < 100
               DISPLAY "MORE THAN 100 SUBSCRIBER CARDS"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ADD 1 TO WS-SUB-CNT.
           MOVE PCTS-CUSTOMER-NUMBER TO WS-SUBSCRIBER (WS-SUB-CNT).
      *
           READ PCT-SUBS-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       066-CHECK-DUPLICATE-CARD.
      *
           IF WS-SUBSCRIBER (WS-DUP-SUB) = PCTS-CUSTOMER-NUMBER
               DISPLAY "MORE THAN ONE SUBSCRIBER CARD FOR CUSTOMER "
                       PCTS-CUSTOMER-NUMBER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       100-FEED-ONE-CUSTOMER.
      *
           MOVE WS-SUBSCRIBER (WS-SUB-SUB) TO WS-FEED-CUSTOMER.
           MOVE SPACES TO WS-CUSTOMER-NOTE.
           MOVE ZERO   TO WS-CUST-CATALOG-CNT
                          WS-CUST-ADDED-CNT
                          WS-CUST-CHANGED-CNT
                          WS-CUST-WITHDRAWN-CNT
                          WS-CUST-SENT-CNT.
      *
           PERFORM 110-VERIFY-THE-CUSTOMER.
      *
           IF WS-SKIP-CUSTOMER
               ADD 1 TO WS-SKIPPED-CNT
           ELSE
               PERFORM 200-LOAD-CROSS-REFERENCE
               PERFORM 250-WRITE-HEADER-RECORD
               PERFORM 300-FEED-THE-PRODUCTS
               PERFORM 400-SWEEP-DROPPED-PRODUCTS
               PERFORM 450-WRITE-TRAILER-RECORD
               ADD 1 TO WS-FED-CNT
           END-IF.
      *
           PERFORM 500-PRINT-CUSTOMER-LINE.
      *
       110-VERIFY-THE-CUSTOMER.
      *
      * A CLOSED ACCOUNT OR ONE NO LONGER ON FILE IS REPORTED AND LEFT
      * OUT; ITS SENT ROWS STAY UNTIL ITS CARD IS PULLED.
           MOVE 'N' TO WS-SKIP-CUSTOMER-SW.
           MOVE WS-FEED-CUSTOMER TO CM-CUSTOMER-NUMBER.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
      *
           MOVE SPACES TO DTL-CUSTOMER-NAME.
           IF NOT WS-CMFFILE-SUCCESS
               MOVE 'Y' TO WS-SKIP-CUSTOMER-SW
               MOVE '*NOT ON CM-FILE*' TO DTL-CUSTOMER-NAME
               MOVE 'SKIPPED - NOT ON CUSTOMER FILE' TO WS-CUSTOMER-NOTE
           ELSE
               STRING CM-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY '  '
                   INTO DTL-CUSTOMER-NAME
               IF CM-STATUS-CLOSED
                   MOVE 'Y' TO WS-SKIP-CUSTOMER-SW
                   MOVE 'SKIPPED - ACCOUNT CLOSED' TO WS-CUSTOMER-NOTE
               END-IF
           END-IF.
      *
       200-LOAD-CROSS-REFERENCE.
      *
           MOVE ZERO TO WS-XREF-CNT.
           MOVE 'N'  TO WS-CPX-EOF-SW.
           MOVE WS-FEED-CUSTOMER TO CPX-CUSTOMER-NUMBER-1.
           MOVE LOW-VALUES       TO CPX-CUSTOMER-PART-1.
      *
           START CPX-FILE KEY IS NOT LESS THAN CPX-KEY-1
               INVALID KEY MOVE 'Y' TO WS-CPX-EOF-SW.
      *
           PERFORM 210-LOAD-ONE-CROSS-REFERENCE
               UNTIL WS-CPX-EOF.
      *
       210-LOAD-ONE-CROSS-REFERENCE.
      *
           READ CPX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CPX-EOF-SW.
      *
           IF WS-CPX-EOF
               CONTINUE
           ELSE IF CPX-CUSTOMER-NUMBER-1 NOT = WS-FEED-CUSTOMER
               MOVE 'Y' TO WS-CPX-EOF-SW
           ELSE IF WS-XREF-CNT NOT < 2000
               MOVE 'Y' TO WS-CPX-EOF-SW
               MOVE 'PART NUMBERS PAST 2000 UNSENT' TO WS-CUSTOMER-NOTE
               DISPLAY "CROSS-REFERENCE TABLE FULL FOR CUSTOMER "
                       WS-FEED-CUSTOMER
           ELSE
               ADD 1 TO WS-XREF-CNT
               MOVE CPX-PRODUCT-CODE-1  TO WS-XREF-PRODUCT (WS-XREF-CNT)
               MOVE CPX-CUSTOMER-PART-1 TO WS-XREF-PART (WS-XREF-CNT)
           END-IF.
      *
       250-WRITE-HEADER-RECORD.
      *
           MOVE SPACES           TO PCT-OUT-RECORD.
           MOVE WS-FEED-CUSTOMER TO PCTO-CUSTOMER-NUMBER.
           MOVE 'H'              TO PCTO-RECORD-TYPE.
           MOVE WS-RUN-TYPE      TO PCTO-FEED-TYPE.
           MOVE WS-RUN-DATE      TO PCTO-RUN-DATE.
           PERFORM 600-WRITE-OUT-RECORD.
      *
       300-FEED-THE-PRODUCTS.
      *
           MOVE 'N' TO WS-PRD-EOF-SW.
           MOVE LOW-VALUES TO PRD-PRODUCT-CODE-1.
      *
           START PRD-FILE KEY IS NOT LESS THAN PRD-KEY-1
               INVALID KEY MOVE 'Y' TO WS-PRD-EOF-SW.
      *
           PERFORM 310-FEED-ONE-PRODUCT
               UNTIL WS-PRD-EOF.
      *
       310-FEED-ONE-PRODUCT.
      *
           READ PRD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PRD-EOF-SW.
      *
           IF NOT WS-PRD-EOF
               ADD 1 TO WS-ROW-READ-CNT
               PERFORM 320-SET-AVAILABILITY
               PERFORM 370-READ-SENT-ROW
               IF WS-ITEM-OFF-CATALOG
                   IF WS-SENT-ROW-FOUND
                       PERFORM 395-WITHDRAW-ONE-ITEM
                   END-IF
               ELSE
                   ADD 1 TO WS-CUST-CATALOG-CNT
                   PERFORM 330-PRICE-THE-ITEM
                   PERFORM 360-FIND-CUSTOMER-PART
                   PERFORM 380-SEND-ONE-ITEM
               END-IF
           END-IF.
      *
       320-SET-AVAILABILITY.
      *
      * AVAILABLE TO PROMISE IS WHAT IS ON THE SHELF LESS WHAT OPEN
      * ORDERS HAVE ALREADY RESERVED AT EITHER LOCATION.
           COMPUTE WS-AVAILABLE-QTY = PRD-QUANTITY-ON-HAND-1
                                    - PRD-QTY-COMMITTED-1 (1)
                                    - PRD-QTY-COMMITTED-1 (2).
      *
           IF PRD-STATUS-NOT-SOLD-1
               MOVE 'X' TO WS-ITEM-AVAILABILITY
           ELSE IF PRD-STATUS-PHASE-OUT-1
               IF WS-AVAILABLE-QTY > ZERO
                   MOVE 'P' TO WS-ITEM-AVAILABILITY
               ELSE
                   MOVE 'X' TO WS-ITEM-AVAILABILITY
               END-IF
           ELSE IF WS-AVAILABLE-QTY NOT > ZERO
               MOVE 'B' TO WS-ITEM-AVAILABILITY
           ELSE IF WS-AVAILABLE-QTY < PRD-REORDER-POINT-1
               MOVE 'L' TO WS-ITEM-AVAILABILITY
           ELSE
               MOVE 'A' TO WS-ITEM-AVAILABILITY
           END-IF.
      *
       330-PRICE-THE-ITEM.
      *
      * PRICED AS ORDER ENTRY PRICES A LINE: A QBPFEC TIER THE
      * QUANTITY REACHES BEATS THE CTPFEC CONTRACT PRICE, WHICH BEATS
      * PRD-UNIT-PRICE. THE TIER REACHED AT ONE UNIT SETS THE NET
      * PRICE; THE FIRST FOUR TIERS ABOVE IT GO OUT AS THE BREAKS.
           MOVE ZEROS TO WS-ITEM-BREAKS.
           MOVE ZERO  TO WS-ITEM-BREAK-CNT.
      *
           MOVE WS-FEED-CUSTOMER   TO CTP-CUSTOMER-NUMBER-1.
           MOVE PRD-PRODUCT-CODE-1 TO CTP-PRODUCT-CODE-1.
           MOVE '00' TO WS-CTPFILE-SW.
           READ CTP-FILE
               INVALID KEY MOVE '23' TO WS-CTPFILE-SW.
      *
           IF WS-CTPFILE-SUCCESS
               MOVE CTP-CONTRACT-PRICE-1 TO WS-ITEM-NET-PRICE
           ELSE
               MOVE PRD-UNIT-PRICE-1     TO WS-ITEM-NET-PRICE
           END-IF.
      *
           MOVE 'N' TO WS-QBP-EOF-SW.
           MOVE PRD-PRODUCT-CODE-1 TO QBP-PRODUCT-CODE-1.
           MOVE ZERO               TO QBP-MIN-QUANTITY-1.
      *
           START QBP-FILE KEY IS NOT LESS THAN QBP-KEY-1
               INVALID KEY MOVE 'Y' TO WS-QBP-EOF-SW.
      *
           PERFORM 340-TAKE-ONE-TIER
               UNTIL WS-QBP-EOF.
      *
       340-TAKE-ONE-TIER.
      *
           READ QBP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-QBP-EOF-SW.
      *
           IF WS-QBP-EOF
               CONTINUE
           ELSE IF QBP-PRODUCT-CODE-1 NOT = PRD-PRODUCT-CODE-1
               MOVE 'Y' TO WS-QBP-EOF-SW
           ELSE IF QBP-MIN-QUANTITY-1 NOT > 1
               MOVE QBP-BREAK-PRICE-1 TO WS-ITEM-NET-PRICE
           ELSE IF WS-ITEM-BREAK-CNT < 4
               ADD 1 TO WS-ITEM-BREAK-CNT
               MOVE QBP-MIN-QUANTITY-1
                 TO WS-ITEM-BREAK-MIN-QTY (WS-ITEM-BREAK-CNT)
               MOVE QBP-BREAK-PRICE-1
                 TO WS-ITEM-BREAK-PRICE (WS-ITEM-BREAK-CNT)
           ELSE
               MOVE 'Y' TO WS-QBP-EOF-SW
           END-IF.
      *
       360-FIND-CUSTOMER-PART.
      *
           MOVE SPACES TO WS-ITEM-PART.
           MOVE ZERO   TO WS-XREF-HIT-SUB.
           PERFORM 365-CHECK-ONE-CROSS-REFERENCE
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-CNT
                  OR WS-XREF-HIT-SUB > ZERO.
      *
           IF WS-XREF-HIT-SUB > ZERO
               MOVE WS-XREF-PART (WS-XREF-HIT-SUB) TO WS-ITEM-PART
           END-IF.
      *
       365-CHECK-ONE-CROSS-REFERENCE.
      *
           IF WS-XREF-PRODUCT (WS-XREF-SUB) = PRD-PRODUCT-CODE-1
               MOVE WS-XREF-SUB TO WS-XREF-HIT-SUB
           END-IF.
      *
       370-READ-SENT-ROW.
      *
           MOVE WS-FEED-CUSTOMER   TO PCS-CUSTOMER-NUMBER-1.
           MOVE PRD-PRODUCT-CODE-1 TO PCS-PRODUCT-CODE-1.
           MOVE '00' TO WS-PCSFILE-SW.
           READ PCS-FILE
               INVALID KEY MOVE '23' TO WS-PCSFILE-SW.
      *
           IF WS-PCSFILE-SUCCESS
               MOVE 'Y' TO WS-SENT-ROW-SW
           ELSE IF WS-PCSFILE-NOTFND
               MOVE 'N' TO WS-SENT-ROW-SW
           ELSE
               DISPLAY "WS-PCSFILE-SW=" WS-PCSFILE-SW
               DISPLAY "PCS-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       380-SEND-ONE-ITEM.
      *
      * THE FULL CATALOG SENDS EVERY ITEM AS F; THE DELTA SENDS A NEW
      * ITEM AS A AND A CHANGED ONE AS C AND KEEPS QUIET ABOUT THE
      * REST. THE COUNTS ARE KEPT EITHER WAY FOR THE REPORT.
           MOVE SPACE TO WS-ITEM-RECORD-TYPE.
      *
           IF NOT WS-SENT-ROW-FOUND
               ADD 1 TO WS-CUST-ADDED-CNT
               MOVE 'A' TO WS-ITEM-RECORD-TYPE
           ELSE IF WS-ITEM-FIGURES NOT = PCS-FIGURES-1
               ADD 1 TO WS-CUST-CHANGED-CNT
               MOVE 'C' TO WS-ITEM-RECORD-TYPE
           END-IF.
      *
           IF WS-FULL-RUN
               MOVE 'F' TO WS-ITEM-RECORD-TYPE
           END-IF.
      *
           IF WS-ITEM-RECORD-TYPE NOT = SPACE
               PERFORM 385-WRITE-ITEM-RECORD
               PERFORM 390-SAVE-SENT-ROW
           END-IF.
      *
       385-WRITE-ITEM-RECORD.
      *
           MOVE SPACES                    TO PCT-OUT-RECORD.
           MOVE WS-FEED-CUSTOMER          TO PCTO-CUSTOMER-NUMBER.
           MOVE WS-ITEM-RECORD-TYPE       TO PCTO-RECORD-TYPE.
           MOVE PRD-PRODUCT-CODE-1        TO PCTO-PRODUCT-CODE.
           MOVE WS-ITEM-PART              TO PCTO-CUSTOMER-PART.
           MOVE PRD-PRODUCT-DESCRIPTION-1 TO PCTO-DESCRIPTION.
           MOVE PRD-UNIT-WEIGHT-1         TO PCTO-UNIT-WEIGHT.
           IF PRD-STOCKING-UOM-1 = SPACES
               MOVE 'EA'                  TO PCTO-UNIT-OF-SALE
           ELSE
               MOVE PRD-STOCKING-UOM-1    TO PCTO-UNIT-OF-SALE
           END-IF.
           MOVE WS-ITEM-NET-PRICE         TO PCTO-NET-PRICE.
           MOVE WS-ITEM-AVAILABILITY      TO PCTO-AVAILABILITY.
           PERFORM 386-MOVE-ONE-BREAK
               VARYING WS-ITEM-BREAK-SUB FROM 1 BY 1
               UNTIL WS-ITEM-BREAK-SUB > 4.
           MOVE WS-RUN-DATE               TO PCTO-EFFECTIVE-DATE.
      *
           PERFORM 600-WRITE-OUT-RECORD.
           ADD 1 TO WS-CUST-SENT-CNT.
      *
       386-MOVE-ONE-BREAK.
      *
           MOVE WS-ITEM-BREAK-MIN-QTY (WS-ITEM-BREAK-SUB)
             TO PCTO-BREAK-MIN-QTY (WS-ITEM-BREAK-SUB).
           MOVE WS-ITEM-BREAK-PRICE (WS-ITEM-BREAK-SUB)
             TO PCTO-BREAK-PRICE (WS-ITEM-BREAK-SUB).
      *
       390-SAVE-SENT-ROW.
      *
           MOVE WS-FEED-CUSTOMER   TO PCS-CUSTOMER-NUMBER-1.
           MOVE PRD-PRODUCT-CODE-1 TO PCS-PRODUCT-CODE-1.
           MOVE WS-ITEM-FIGURES    TO PCS-FIGURES-1.
           MOVE WS-RUN-DATE        TO PCS-SENT-DATE-1.
      *
           MOVE '00' TO WS-PCSFILE-SW.
           IF WS-SENT-ROW-FOUND
               REWRITE PCS-FILE-RECORD
                   INVALID KEY MOVE '23' TO WS-PCSFILE-SW
               END-REWRITE
           ELSE
               WRITE PCS-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-PCSFILE-SW
               END-WRITE
           END-IF.
      *
           IF NOT WS-PCSFILE-SUCCESS
               DISPLAY "WS-PCSFILE-SW=" WS-PCSFILE-SW
               DISPLAY "PCS-FILE UPDATE ERROR FOR " PCS-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       395-WITHDRAW-ONE-ITEM.
      *
      * THE ITEM HAS LEFT THE CATALOG. THE DELTA TELLS THE CUSTOMER
      * ONCE; A FULL CATALOG SIMPLY NO LONGER CARRIES IT.
           IF WS-DELTA-RUN
               MOVE SPACES                    TO PCT-OUT-RECORD
               MOVE WS-FEED-CUSTOMER          TO PCTO-CUSTOMER-NUMBER
               MOVE 'X'                       TO PCTO-RECORD-TYPE
               MOVE PCS-PRODUCT-CODE-1        TO PCTO-PRODUCT-CODE
               MOVE PRD-PRODUCT-DESCRIPTION-1 TO PCTO-DESCRIPTION
               PERFORM 396-WRITE-WITHDRAWN-RECORD
           END-IF.
      *
           DELETE PCS-FILE RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR SENT ROW " PCS-KEY-1
                   PERFORM 800-PROGRAM-FAILED
           END-DELETE.
           ADD 1 TO WS-CUST-WITHDRAWN-CNT.
      *
       396-WRITE-WITHDRAWN-RECORD.
      *
           MOVE ZERO        TO PCTO-UNIT-WEIGHT
                               PCTO-NET-PRICE.
           PERFORM 397-ZERO-ONE-BREAK
               VARYING WS-ITEM-BREAK-SUB FROM 1 BY 1
               UNTIL WS-ITEM-BREAK-SUB > 4.
           MOVE 'X'         TO PCTO-AVAILABILITY.
           MOVE WS-RUN-DATE TO PCTO-EFFECTIVE-DATE.
      *
           PERFORM 600-WRITE-OUT-RECORD.
           ADD 1 TO WS-CUST-SENT-CNT.
      *
       397-ZERO-ONE-BREAK.
      *
           MOVE ZERO TO PCTO-BREAK-MIN-QTY (WS-ITEM-BREAK-SUB)
                        PCTO-BREAK-PRICE (WS-ITEM-BREAK-SUB).
      *
       400-SWEEP-DROPPED-PRODUCTS.
      *
      * A PRODUCT DELETED FROM PRDFEC OUTRIGHT NEVER COMES UP IN THE
      * PRODUCT PASS, SO THE CUSTOMER'S SENT ROWS ARE BROWSED FOR
      * ANY WHOSE PRODUCT IS GONE.
           MOVE ZERO TO WS-DROP-CNT.
           MOVE 'N'  TO WS-PCS-EOF-SW.
           MOVE WS-FEED-CUSTOMER TO PCS-CUSTOMER-NUMBER-1.
           MOVE LOW-VALUES       TO PCS-PRODUCT-CODE-1.
      *
           START PCS-FILE KEY IS NOT LESS THAN PCS-KEY-1
               INVALID KEY MOVE 'Y' TO WS-PCS-EOF-SW.
      *
           PERFORM 410-CHECK-ONE-SENT-ROW
               UNTIL WS-PCS-EOF.
      *
           PERFORM 420-DROP-ONE-PRODUCT
               VARYING WS-DROP-SUB FROM 1 BY 1
               UNTIL WS-DROP-SUB > WS-DROP-CNT.
      *
       410-CHECK-ONE-SENT-ROW.
      *
           READ PCS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PCS-EOF-SW.
      *
           IF WS-PCS-EOF
               CONTINUE
           ELSE IF PCS-CUSTOMER-NUMBER-1 NOT = WS-FEED-CUSTOMER
               MOVE 'Y' TO WS-PCS-EOF-SW
           ELSE
               MOVE PCS-PRODUCT-CODE-1 TO PRD-PRODUCT-CODE-1
               MOVE '00' TO WS-PRDFILE-SW
               READ PRD-FILE
                   INVALID KEY MOVE '23' TO WS-PRDFILE-SW
               END-READ
               IF WS-PRDFILE-NOTFND AND WS-DROP-CNT < 200
                   ADD 1 TO WS-DROP-CNT
                   MOVE PCS-PRODUCT-CODE-1
                     TO WS-DROP-PRODUCT (WS-DROP-CNT)
               END-IF
           END-IF.
      *
       420-DROP-ONE-PRODUCT.
      *
           MOVE WS-FEED-CUSTOMER TO PCS-CUSTOMER-NUMBER-1.
           MOVE WS-DROP-PRODUCT (WS-DROP-SUB) TO PCS-PRODUCT-CODE-1.
      *
           IF WS-DELTA-RUN
               MOVE SPACES           TO PCT-OUT-RECORD
               MOVE WS-FEED-CUSTOMER TO PCTO-CUSTOMER-NUMBER
               MOVE 'X'              TO PCTO-RECORD-TYPE
               MOVE PCS-PRODUCT-CODE-1 TO PCTO-PRODUCT-CODE
               PERFORM 396-WRITE-WITHDRAWN-RECORD
           END-IF.
      *
           DELETE PCS-FILE RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR SENT ROW " PCS-KEY-1
                   PERFORM 800-PROGRAM-FAILED
           END-DELETE.
           ADD 1 TO WS-CUST-WITHDRAWN-CNT.
      *
       450-WRITE-TRAILER-RECORD.
      *
           MOVE SPACES           TO PCT-OUT-RECORD.
           MOVE WS-FEED-CUSTOMER TO PCTO-CUSTOMER-NUMBER.
           MOVE 'T'              TO PCTO-RECORD-TYPE.
           MOVE WS-CUST-SENT-CNT TO PCTO-ITEM-COUNT.
           PERFORM 600-WRITE-OUT-RECORD.
      *
       500-PRINT-CUSTOMER-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-FEED-CUSTOMER      TO DTL-CUSTOMER-NUMBER.
           MOVE WS-CUST-CATALOG-CNT   TO DTL-CATALOG-CNT.
           MOVE WS-CUST-ADDED-CNT     TO DTL-ADDED-CNT.
           MOVE WS-CUST-CHANGED-CNT   TO DTL-CHANGED-CNT.
           MOVE WS-CUST-WITHDRAWN-CNT TO DTL-WITHDRAWN-CNT.
           MOVE WS-CUST-SENT-CNT      TO DTL-SENT-CNT.
           MOVE WS-CUSTOMER-NOTE      TO DTL-NOTE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD WS-CUST-ADDED-CNT     TO WS-ADDED-CNT.
           ADD WS-CUST-CHANGED-CNT   TO WS-CHANGED-CNT.
           ADD WS-CUST-WITHDRAWN-CNT TO WS-WITHDRAWN-CNT.
           ADD WS-CUST-SENT-CNT      TO WS-SENT-CNT.
      *
       600-WRITE-OUT-RECORD.
      *
           WRITE PCT-OUT-RECORD.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "PCT-OUT-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       650-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
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
      *    A RUN WITH NO SUBSCRIBERS STILL PRINTS A HEADED PAGE.
           IF WS-PAGE-NBR = ZERO
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE 'SUBSCRIBERS FED:'          TO SL-LABEL.
           MOVE WS-FED-CNT                  TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'SUBSCRIBERS SKIPPED:'      TO SL-LABEL.
           MOVE WS-SKIPPED-CNT              TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'ITEMS ADDED:'              TO SL-LABEL.
           MOVE WS-ADDED-CNT                TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'ITEMS CHANGED:'            TO SL-LABEL.
           MOVE WS-CHANGED-CNT              TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'ITEMS WITHDRAWN:'          TO SL-LABEL.
           MOVE WS-WITHDRAWN-CNT            TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'ITEM RECORDS SENT:'        TO SL-LABEL.
           MOVE WS-SENT-CNT                 TO SL-COUNT.
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
           CLOSE CM-FILE
                 PRD-FILE
                 CTP-FILE
                 QBP-FILE
                 CPX-FILE
                 PCS-FILE
                 PCT-OUT-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL PRODUCT ROWS READ   = " WS-ROW-READ-CNT.
           DISPLAY "TOTAL ITEM RECORDS SENT   = " WS-SENT-CNT.
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
