       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDPLNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Nightly truck load planning. Runs after PCKLSFEC and sweeps
      *OORFEC for the orders it has advanced to status P (picked).
      *Each order's destination - the customer plus OOR-SHIPTO-CODE,
      *blank for the customer's own ship-to - is looked up on the
      *RSTFEC route stop file; an order with no stop row goes by
      *common carrier and is only counted. An order whose RTEFEC
      *route does not run on the delivery day waits for its next
      *run and is counted too. The delivery day is tomorrow (the
      *LDPLPARM card can name another, 1 for Monday through 7 for
      *Sunday, so a Friday run can plan Monday). Every order that
      *rides tomorrow is weighed - the quantity still to ship times
      *PRD-UNIT-WEIGHT, line by line - and SORTed by route and stop.
      *Each route prints a load sheet on its own page in reverse
      *stop order, the order the truck is loaded so the first drop
      *comes off the tail, with the running weight against the
      *RTEFEC truck capacity. An order that takes the load past the
      *capacity is flagged OVERLOAD - it will not fit on the truck
      *as planned - and the route total shows how far over or under
      *the truck is. A line whose product carries no weight is
      *flagged so the load is not understated without notice.
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

           SELECT LDPL-PARM-FILE ASSIGN TO LDPLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT OOR-FILE ASSIGN TO OORMSTR
               RECORD KEY IS OOR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OORFILE-SW.

           SELECT RST-FILE ASSIGN TO RSTMSTR
               RECORD KEY IS RST-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-RSTFILE-SW.

           SELECT RTE-FILE ASSIGN TO RTEMSTR
               RECORD KEY IS RTE-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-RTEFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT SHT-FILE ASSIGN TO SHTMSTR
               RECORD KEY IS SHT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SHTFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWORK.

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
       FD LDPL-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 01 CHARACTERS
           DATA RECORD IS LDPL-PARM-RECORD.
       01  LDPL-PARM-RECORD.
           05  LDPL-DELIVERY-DAY             PIC X(01).
      *
       FD OOR-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OOR-FILE-RECORD.
       01  OOR-FILE-RECORD.
           05  OOR-KEY-1.
               10  OOR-ORDER-NUMBER-1        PIC 9(06).
           05  OOR-ORDER-DATE-1              PIC X(08).
           05  OOR-CUSTOMER-NUMBER-1         PIC X(06).
           05  OOR-PO-NUMBER-1               PIC X(10).
           05  OOR-SHIP-LOCATION-1           PIC 9(01).
           05  OOR-LINE-ITEM-1               OCCURS 10 TIMES.
               10  OOR-PRODUCT-CODE-1        PIC X(10).
               10  OOR-QTY-ORDERED-1         PIC S9(07).
               10  OOR-QTY-SHIPPED-1         PIC S9(07).
               10  OOR-UNIT-PRICE-1          PIC S9(07)V99.
               10  OOR-PRICE-SOURCE-1        PIC X(01).
           05  OOR-LINE-COUNT-1              PIC 9(04).
           05  OOR-STATUS-1                  PIC X(01).
               88  OOR-STATUS-PICKED-1           VALUE 'P'.
           05  OOR-LAST-INVOICE-NUMBER-1     PIC 9(06).
           05  OOR-SHIP-VIA-1                PIC X(03).
           05  OOR-FREIGHT-AMOUNT-1          PIC S9(07)V99.
           05  OOR-DROP-SHIP-SW-1            PIC X(01).
               88  OOR-IS-DROP-SHIP-1            VALUE 'Y'.
           05  OOR-SUPPLIER-PO-1             PIC 9(06).
           05  OOR-REQUESTED-DATE-1          PIC X(08).
           05  OOR-SHIPTO-CODE-1             PIC X(04).
           05  OOR-OPERATOR-ID-1             PIC X(08).
           05  OOR-LINE-UOM-1                OCCURS 10 TIMES.
               10  OOR-ENTRY-UOM-1           PIC X(02).
               10  OOR-ENTRY-FACTOR-1        PIC 9(05).
      *
       FD RST-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS RST-FILE-RECORD.
       01  RST-FILE-RECORD.
           05  RST-KEY-1.
               10  RST-CUSTOMER-NUMBER-1     PIC X(06).
               10  RST-LOCATION-CODE-1       PIC X(04).
           05  RST-ROUTE-CODE-1              PIC X(04).
           05  RST-STOP-SEQUENCE-1           PIC 9(03).
      *
       FD RTE-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS RTE-FILE-RECORD.
       01  RTE-FILE-RECORD.
           05  RTE-KEY-1.
               10  RTE-ROUTE-CODE-1          PIC X(04).
           05  RTE-DESCRIPTION-1             PIC X(20).
           05  RTE-DELIVERY-DAYS-1           PIC X(07).
           05  RTE-DELIVERY-DAY-1            REDEFINES
                                             RTE-DELIVERY-DAYS-1
                                             OCCURS 7 TIMES
                                             PIC X(01).
           05  RTE-TRUCK-CAPACITY-1          PIC S9(07).
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
           05  PRD-UNIT-COST-1               PIC S9(07)V99.
           05  PRD-QTY-LOCATION-1            OCCURS 2 TIMES
                                             PIC S9(07).
           05  PRD-MTD-UNITS-1               PIC S9(07).
           05  PRD-YTD-UNITS-1               PIC S9(07).
           05  PRD-BIN-LOCATION-1            PIC X(06).
           05  PRD-ABC-CLASS-1               PIC X(01).
           05  PRD-UNIT-WEIGHT-1             PIC S9(03)V99.
           05  PRD-LASTYR-UNITS-1            PIC S9(07).
           05  PRD-QTY-COMMITTED-1           OCCURS 2 TIMES
                                             PIC S9(07).
           05  PRD-STOCKING-UOM-1            PIC X(02).
           05  PRD-LOC-STOCK-LEVELS-1        OCCURS 2 TIMES.
               10  PRD-LOC-MIN-QTY-1         PIC S9(07).
               10  PRD-LOC-MAX-QTY-1         PIC S9(07).
           05  PRD-STATUS-1                  PIC X(01).
           05  PRD-CATEGORY-1                PIC X(04).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  CM-FIRST-NAME                 PIC X(20).
           05  CM-LAST-NAME                  PIC X(30).
           05  CM-ADDRESS                    PIC X(30).
           05  CM-CITY                       PIC X(20).
           05  CM-STATE                      PIC X(2).
           05  CM-ZIP-CODE                   PIC X(10).
           05  CM-SHIPTO-ADDRESS             PIC X(30).
           05  CM-SHIPTO-CITY                PIC X(20).
           05  CM-SHIPTO-STATE               PIC X(2).
           05  CM-SHIPTO-ZIP-CODE            PIC X(10).
           05  FILLER                        PIC X(117).
      *
       FD SHT-FILE
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS SHT-FILE-RECORD.
       01  SHT-FILE-RECORD.
           05  SHT-KEY-1.
               10  SHT-CUSTOMER-NUMBER-1     PIC X(06).
               10  SHT-LOCATION-CODE-1       PIC X(04).
           05  SHT-SHIPTO-NAME-1             PIC X(30).
           05  SHT-SHIPTO-ADDRESS-1          PIC X(30).
           05  SHT-SHIPTO-CITY-1             PIC X(20).
           05  SHT-SHIPTO-STATE-1            PIC X(02).
           05  SHT-SHIPTO-ZIP-CODE-1         PIC X(10).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SRT-ROUTE-CODE                PIC X(04).
           05  SRT-STOP-SEQUENCE             PIC 9(03).
           05  SRT-ORDER-NUMBER              PIC 9(06).
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-SHIPTO-CODE               PIC X(04).
           05  SRT-LINE-COUNT                PIC 9(03).
           05  SRT-NO-WEIGHT-COUNT           PIC 9(03).
           05  SRT-ORDER-WEIGHT              PIC S9(07)V99.
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
       01 WS-OWN-JOB-NAME                   PIC X(08) VALUE 'LDPLNFEC'.
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
       01 WS-OORFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OORFILE-SUCCESS                VALUE '00'.
       01 WS-RSTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RSTFILE-SUCCESS                VALUE '00'.
       01 WS-RTEFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RTEFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-SHTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SHTFILE-SUCCESS                VALUE '00'.
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
      * DAY-OF-WEEK COUNTS MONDAY AS 1, THE SAME AS THE POSITIONS OF
      * RTE-DELIVERY-DAYS.
       01 WS-TODAY-DOW                       PIC 9(01)  VALUE 0.
       01 WS-DELIVERY-DOW                    PIC 9(01)  VALUE 0.
       01 WS-DAY-NAME-DATA                   PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAME-TABLE                  REDEFINES
                                             WS-DAY-NAME-DATA.
           05  WS-DAY-NAME                   OCCURS 7 TIMES
                                             PIC X(03).
      *
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-QTY-TO-SHIP                     PIC S9(07) VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-PREV-ROUTE                      PIC X(04)  VALUE SPACES.
       01 WS-ROUTE-DESCRIPTION               PIC X(20)  VALUE SPACES.
       01 WS-ROUTE-CAPACITY                  PIC S9(07) VALUE 0.
       01 WS-ROUTE-WEIGHT                    PIC S9(07)V99 VALUE 0.
       01 WS-ROUTE-ORDERS                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-ROUTE-OVER-SW                   PIC X(01)  VALUE 'N'.
           88  WS-ROUTE-IS-OVER                  VALUE 'Y'.
       01 WS-CAPACITY-LEFT                   PIC S9(07)V99 VALUE 0.
      *
       01 WS-ORDER-READ-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PICKED-CNT                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-NO-ROUTE-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-NOT-TODAY-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-BAD-ROUTE-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-LOADED-CNT                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-OVERLOAD-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ROUTE-CNT                       PIC 9(05)  COMP-3 VALUE 0.
       01 WS-ROUTE-OVER-CNT                  PIC 9(05)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(30)
               VALUE 'KC03FEC - TRUCK LOAD SHEET'.
           05  FILLER                        PIC X(07) VALUE 'ROUTE '.
           05  HDG1-ROUTE-CODE               PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  HDG1-ROUTE-DESCRIPTION        PIC X(20).
           05  FILLER                        PIC X(15)
               VALUE '  DELIVERY DAY '.
           05  HDG1-DAY-NAME                 PIC X(03).
           05  FILLER                        PIC X(12)
               VALUE '  RUN DATE '.
           05  HDG1-RUN-DATE                 PIC 9(08).
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'TRUCK CAPACITY LBS: '.
           05  HDG2-CAPACITY                 PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(40)
               VALUE '   LOADED LAST STOP FIRST'.
      *
       01 HEADING-LINE-3.
           05  FILLER                        PIC X(05) VALUE 'STOP'.
           05  FILLER                        PIC X(08) VALUE 'ORDER'.
           05  FILLER                        PIC X(07) VALUE 'CUST'.
           05  FILLER                        PIC X(05) VALUE 'LOC'.
           05  FILLER                        PIC X(31)
               VALUE 'DELIVER TO'.
           05  FILLER                        PIC X(21) VALUE 'CITY'.
           05  FILLER                        PIC X(06) VALUE 'LINES'.
           05  FILLER                        PIC X(12) VALUE
               '  ORDER LBS'.
           05  FILLER                        PIC X(12) VALUE
               '   LOAD LBS'.
           05  FILLER                        PIC X(10) VALUE 'FLAGS'.
      *
       01 DETAIL-LINE.
           05  DTL-STOP                      PIC ZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ORDER-NUMBER              PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-SHIPTO-CODE               PIC X(04).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-DELIVER-TO                PIC X(30).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-CITY                      PIC X(20).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-LINE-COUNT                PIC ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-ORDER-WEIGHT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-LOAD-WEIGHT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-OVERLOAD-FLAG             PIC X(10).
           05  DTL-NO-WEIGHT-FLAG            PIC X(09).
      *
       01 ROUTE-TOTAL-LINE.
           05  FILLER                        PIC X(15)
               VALUE 'ROUTE TOTAL - '.
           05  RTL-ORDERS                    PIC ZZZZ9.
           05  FILLER                        PIC X(14)
               VALUE ' ORDERS  LOAD '.
           05  RTL-WEIGHT                    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(15)
               VALUE ' LBS  CAPACITY '.
           05  RTL-CAPACITY                  PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RTL-OVER-UNDER                PIC X(16).
           05  RTL-DIFFERENCE                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE ' LBS'.
      *
       01 SUMMARY-LINE.
           05  SL-LABEL                      PIC X(40).
           05  SL-COUNT                      PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 010-CHECK-JOB-DEPENDENCIES.
           PERFORM 015-OPEN-RUNHIST-TRAIL.
      *
      *    TOMORROW UNLESS THE PARM CARD NAMES THE DELIVERY DAY.
           ACCEPT WS-TODAY-DOW FROM DAY-OF-WEEK.
           IF WS-TODAY-DOW = 7
               MOVE 1 TO WS-DELIVERY-DOW
           ELSE
               COMPUTE WS-DELIVERY-DOW = WS-TODAY-DOW + 1
           END-IF.
           PERFORM 050-READ-PARM-CARD.
           DISPLAY "PLANNING LOADS FOR DELIVERY DAY "
                   WS-DAY-NAME (WS-DELIVERY-DOW).
      *
           OPEN INPUT OOR-FILE.
           IF NOT WS-OORFILE-SUCCESS
               DISPLAY "WS-OORFILE-SW=" WS-OORFILE-SW
               DISPLAY "OOR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT RST-FILE.
           IF NOT WS-RSTFILE-SUCCESS
               DISPLAY "WS-RSTFILE-SW=" WS-RSTFILE-SW
               DISPLAY "RST-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT RTE-FILE.
           IF NOT WS-RTEFILE-SUCCESS
               DISPLAY "WS-RTEFILE-SW=" WS-RTEFILE-SW
               DISPLAY "RTE-FILE OPEN ERROR"
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
           OPEN INPUT CM-FILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT SHT-FILE.
           IF NOT WS-SHTFILE-SUCCESS
               DISPLAY "WS-SHTFILE-SW=" WS-SHTFILE-SW
               DISPLAY "SHT-FILE OPEN ERROR"
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
               ON ASCENDING KEY SRT-ROUTE-CODE
               ON DESCENDING KEY SRT-STOP-SEQUENCE
               ON ASCENDING KEY SRT-ORDER-NUMBER
               INPUT PROCEDURE IS 100-SELECT-PICKED-ORDERS
               OUTPUT PROCEDURE IS 300-PRINT-LOAD-SHEETS.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT LDPL-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ LDPL-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS
                       AND LDPL-DELIVERY-DAY >= '1'
                       AND LDPL-DELIVERY-DAY <= '7'
                   MOVE LDPL-DELIVERY-DAY TO WS-DELIVERY-DOW
               ELSE
                   DISPLAY "NO USABLE PARM CARD - PLANNING "
                           "THE LOADS FOR TOMORROW"
               END-IF
               CLOSE LDPL-PARM-FILE
           ELSE
               DISPLAY "NO LDPL-PARM-FILE FOUND - PLANNING "
                       "THE LOADS FOR TOMORROW"
           END-IF.
      *
       100-SELECT-PICKED-ORDERS.
      *
           READ OOR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               PERFORM 110-SELECT-ONE-ORDER
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN OOR-FILE"
           END-IF.
      *
       110-SELECT-ONE-ORDER.
      *
           ADD 1 TO WS-ORDER-READ-CNT.
      *
           IF OOR-STATUS-PICKED-1
                   AND NOT OOR-IS-DROP-SHIP-1
               ADD 1 TO WS-PICKED-CNT
               PERFORM 120-FIND-THE-ROUTE
           END-IF.
      *
           READ OOR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-FIND-THE-ROUTE.
      *
           MOVE OOR-CUSTOMER-NUMBER-1 TO RST-CUSTOMER-NUMBER-1.
           MOVE OOR-SHIPTO-CODE-1     TO RST-LOCATION-CODE-1.
           MOVE '00' TO WS-RSTFILE-SW.
           READ RST-FILE
               INVALID KEY MOVE '23' TO WS-RSTFILE-SW.
      *
           IF NOT WS-RSTFILE-SUCCESS
               ADD 1 TO WS-NO-ROUTE-CNT
           ELSE
               MOVE RST-ROUTE-CODE-1 TO RTE-ROUTE-CODE-1
               MOVE '00' TO WS-RTEFILE-SW
               READ RTE-FILE
                   INVALID KEY MOVE '23' TO WS-RTEFILE-SW
               END-READ
               IF NOT WS-RTEFILE-SUCCESS
                   DISPLAY "ORDER " OOR-ORDER-NUMBER-1
                           " STOP ROUTE " RST-ROUTE-CODE-1
                           " NOT ON RTE-FILE"
                   ADD 1 TO WS-BAD-ROUTE-CNT
               ELSE IF RTE-DELIVERY-DAY-1 (WS-DELIVERY-DOW) NOT = 'Y'
                   ADD 1 TO WS-NOT-TODAY-CNT
               ELSE
                   PERFORM 130-WEIGH-THE-ORDER
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-LOADED-CNT
               END-IF
           END-IF.
      *
       130-WEIGH-THE-ORDER.
      *
           MOVE RST-ROUTE-CODE-1      TO SRT-ROUTE-CODE.
           MOVE RST-STOP-SEQUENCE-1   TO SRT-STOP-SEQUENCE.
           MOVE OOR-ORDER-NUMBER-1    TO SRT-ORDER-NUMBER.
           MOVE OOR-CUSTOMER-NUMBER-1 TO SRT-CUSTOMER-NUMBER.
           MOVE OOR-SHIPTO-CODE-1     TO SRT-SHIPTO-CODE.
           MOVE ZERO TO SRT-LINE-COUNT
                        SRT-NO-WEIGHT-COUNT
                        SRT-ORDER-WEIGHT.
      *
           PERFORM 140-WEIGH-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
       140-WEIGH-ONE-LINE.
      *
           COMPUTE WS-QTY-TO-SHIP =
               OOR-QTY-ORDERED-1 (WS-LINE-SUB)
             - OOR-QTY-SHIPPED-1 (WS-LINE-SUB).
      *
           IF OOR-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACES
                   AND WS-QTY-TO-SHIP > ZERO
               ADD 1 TO SRT-LINE-COUNT
               MOVE OOR-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO PRD-PRODUCT-CODE-1
               MOVE '00' TO WS-PRDFILE-SW
               READ PRD-FILE
                   INVALID KEY MOVE '23' TO WS-PRDFILE-SW
               END-READ
               IF WS-PRDFILE-SUCCESS AND PRD-UNIT-WEIGHT-1 > ZERO
                   COMPUTE SRT-ORDER-WEIGHT = SRT-ORDER-WEIGHT
                       + WS-QTY-TO-SHIP * PRD-UNIT-WEIGHT-1
               ELSE
                   ADD 1 TO SRT-NO-WEIGHT-COUNT
               END-IF
           END-IF.
      *
       300-PRINT-LOAD-SHEETS.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           IF NOT WS-SORT-EOF
               PERFORM 310-PRINT-ONE-STOP
                   UNTIL WS-SORT-EOF
               PERFORM 350-PRINT-ROUTE-TOTAL
           ELSE
               DISPLAY "NO PICKED ORDERS RIDE A ROUTE ON "
                       WS-DAY-NAME (WS-DELIVERY-DOW)
           END-IF.
      *
       310-PRINT-ONE-STOP.
      *
           IF WS-FIRST-RECORD
               PERFORM 320-START-NEW-ROUTE
           ELSE IF SRT-ROUTE-CODE NOT = WS-PREV-ROUTE
               PERFORM 350-PRINT-ROUTE-TOTAL
               PERFORM 320-START-NEW-ROUTE
           END-IF.
      *
           ADD 1                TO WS-ROUTE-ORDERS.
           ADD SRT-ORDER-WEIGHT TO WS-ROUTE-WEIGHT.
      *
           MOVE SPACES              TO DETAIL-LINE.
           MOVE SRT-STOP-SEQUENCE   TO DTL-STOP.
           MOVE SRT-ORDER-NUMBER    TO DTL-ORDER-NUMBER.
           MOVE SRT-CUSTOMER-NUMBER TO DTL-CUSTOMER-NUMBER.
           MOVE SRT-SHIPTO-CODE     TO DTL-SHIPTO-CODE.
           MOVE SRT-LINE-COUNT      TO DTL-LINE-COUNT.
           MOVE SRT-ORDER-WEIGHT    TO DTL-ORDER-WEIGHT.
           MOVE WS-ROUTE-WEIGHT     TO DTL-LOAD-WEIGHT.
           PERFORM 330-FIND-THE-DESTINATION.
      *
      *    THE ORDER THAT FIRST TAKES THE LOAD PAST THE TRUCK, AND
      *    EVERY ONE LOADED AFTER IT, WILL NOT FIT AS PLANNED.
           IF WS-ROUTE-WEIGHT > WS-ROUTE-CAPACITY
               MOVE 'OVERLOAD' TO DTL-OVERLOAD-FLAG
               MOVE 'Y'        TO WS-ROUTE-OVER-SW
               ADD 1 TO WS-OVERLOAD-CNT
           END-IF.
           IF SRT-NO-WEIGHT-COUNT > ZERO
               MOVE 'NO WEIGHT' TO DTL-NO-WEIGHT-FLAG
           END-IF.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       320-START-NEW-ROUTE.
      *
           MOVE SRT-ROUTE-CODE TO WS-PREV-ROUTE.
           MOVE 'N'            TO WS-FIRST-RECORD-SW.
           MOVE 'N'            TO WS-ROUTE-OVER-SW.
           MOVE ZERO           TO WS-ROUTE-ORDERS
                                  WS-ROUTE-WEIGHT.
           ADD 1 TO WS-ROUTE-CNT.
      *
           MOVE SRT-ROUTE-CODE TO RTE-ROUTE-CODE-1.
           MOVE '00' TO WS-RTEFILE-SW.
           READ RTE-FILE
               INVALID KEY MOVE '23' TO WS-RTEFILE-SW.
           IF WS-RTEFILE-SUCCESS
               MOVE RTE-DESCRIPTION-1    TO WS-ROUTE-DESCRIPTION
               MOVE RTE-TRUCK-CAPACITY-1 TO WS-ROUTE-CAPACITY
           ELSE
               MOVE '*NOT ON RTE-FILE*'  TO WS-ROUTE-DESCRIPTION
               MOVE ZERO                 TO WS-ROUTE-CAPACITY
           END-IF.
      *
           PERFORM 600-PRINT-HEADINGS.
      *
      * A SHIP-TO LOCATION'S OWN NAME AND CITY, ELSE THE CUSTOMER'S
      * NAME AND SHIP-TO CITY (THE BILL-TO CITY WHEN THERE IS NONE).
       330-FIND-THE-DESTINATION.
      *
           MOVE SRT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
      *
           IF SRT-SHIPTO-CODE NOT = SPACES
               MOVE SRT-CUSTOMER-NUMBER TO SHT-CUSTOMER-NUMBER-1
               MOVE SRT-SHIPTO-CODE     TO SHT-LOCATION-CODE-1
               MOVE '00' TO WS-SHTFILE-SW
               READ SHT-FILE
                   INVALID KEY MOVE '23' TO WS-SHTFILE-SW
               END-READ
           ELSE
               MOVE '23' TO WS-SHTFILE-SW
           END-IF.
      *
           IF WS-SHTFILE-SUCCESS
               MOVE SHT-SHIPTO-NAME-1 TO DTL-DELIVER-TO
               MOVE SHT-SHIPTO-CITY-1 TO DTL-CITY
           ELSE IF WS-CMFFILE-SUCCESS
               STRING CM-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY '  '
                   INTO DTL-DELIVER-TO
               IF CM-SHIPTO-CITY NOT = SPACES
                   MOVE CM-SHIPTO-CITY TO DTL-CITY
               ELSE
                   MOVE CM-CITY        TO DTL-CITY
               END-IF
           ELSE
               MOVE '*NOT ON CM-FILE*' TO DTL-DELIVER-TO
           END-IF.
      *
       350-PRINT-ROUTE-TOTAL.
      *
           MOVE WS-ROUTE-ORDERS    TO RTL-ORDERS.
           MOVE WS-ROUTE-WEIGHT    TO RTL-WEIGHT.
           MOVE WS-ROUTE-CAPACITY  TO RTL-CAPACITY.
      *
           IF WS-ROUTE-IS-OVER
               ADD 1 TO WS-ROUTE-OVER-CNT
               COMPUTE WS-CAPACITY-LEFT =
                   WS-ROUTE-WEIGHT - WS-ROUTE-CAPACITY
               MOVE '*** OVER BY ' TO RTL-OVER-UNDER
           ELSE
               COMPUTE WS-CAPACITY-LEFT =
                   WS-ROUTE-CAPACITY - WS-ROUTE-WEIGHT
               MOVE 'ROOM LEFT' TO RTL-OVER-UNDER
           END-IF.
           MOVE WS-CAPACITY-LEFT   TO RTL-DIFFERENCE.
      *
           WRITE PRINT-LINE FROM ROUTE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO HDG1-PAGE-NBR.
           MOVE WS-PREV-ROUTE               TO HDG1-ROUTE-CODE.
           MOVE WS-ROUTE-DESCRIPTION        TO HDG1-ROUTE-DESCRIPTION.
           MOVE WS-DAY-NAME (WS-DELIVERY-DOW) TO HDG1-DAY-NAME.
           MOVE WS-DEP-TODAY-DATE           TO HDG1-RUN-DATE.
           MOVE WS-ROUTE-CAPACITY           TO HDG2-CAPACITY.
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
       700-PRINT-SUMMARY.
      *
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE
               AFTER ADVANCING PAGE.
      *
           MOVE 'ORDERS READ:'                     TO SL-LABEL.
           MOVE WS-ORDER-READ-CNT                  TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'PICKED ORDERS:'                   TO SL-LABEL.
           MOVE WS-PICKED-CNT                      TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LOADED ON A ROUTE TRUCK:'       TO SL-LABEL.
           MOVE WS-LOADED-CNT                      TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  ROUTE DOES NOT RUN THAT DAY:'   TO SL-LABEL.
           MOVE WS-NOT-TODAY-CNT                   TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  NO ROUTE STOP - COMMON CARRIER:' TO SL-LABEL.
           MOVE WS-NO-ROUTE-CNT                    TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  STOP ROUTE NOT ON RTE-FILE:'    TO SL-LABEL.
           MOVE WS-BAD-ROUTE-CNT                   TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'ROUTES LOADED:'                   TO SL-LABEL.
           MOVE WS-ROUTE-CNT                       TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '  ROUTES OVER CAPACITY:'          TO SL-LABEL.
           MOVE WS-ROUTE-OVER-CNT                  TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  ORDERS FLAGGED OVERLOAD:'       TO SL-LABEL.
           MOVE WS-OVERLOAD-CNT                    TO SL-COUNT.
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
           CLOSE OOR-FILE
                 RST-FILE
                 RTE-FILE
                 PRD-FILE
                 CM-FILE
                 SHT-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL ORDERS READ        = " WS-ORDER-READ-CNT.
           DISPLAY "PICKED ORDERS LOADED     = " WS-LOADED-CNT.
           DISPLAY "ORDERS FLAGGED OVERLOAD  = " WS-OVERLOAD-CNT.
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
           MOVE WS-ORDER-READ-CNT     TO RUNHIST-RECORD-COUNT.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
           CLOSE RUNHIST-FILE.
      *
