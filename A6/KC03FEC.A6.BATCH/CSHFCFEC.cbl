       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSHFCFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Weekly thirteen-week cash flow forecast for the treasurer -
      *receivables, payables and backlog on one page. Week 1 starts
      *on the as-of date (parameter card, default today) and each
      *week is seven days on the same 30/360 day count APAGEFEC
      *uses. Inflows are customer receipts, from the open balance of
      *every open INVFEC invoice dated at INV-DUE-DATE plus the
      *customer's average days-to-pay off DTPFEC (written monthly by
      *CRWLKFEC), and backlog collections, from the unshipped value
      *of every OORFEC order still open (status E, P or S, valued
      *the way BKLGAFEC values it) dated at OOR-REQUESTED-DATE plus
      *the customer's TRFFEC net days plus the same days-to-pay, so
      *an order shows up in the week its cash is expected rather
      *than the week it ships. Outflows are vendor disbursements,
      *from every open or held APVFEC voucher dated at the invoice
      *date plus the vendor's terms net days exactly the way APCKFEC
      *due-dates it for payment; debit memos net against them.
      *Anything already late lands in week 1; anything past week 13
      *is totalled below the grid. Opening cash comes from the
      *parameter card and rolls forward week to week through the net
      *flow to a closing balance.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  READ TERMS FROM THE TRFFEC TERMS FILE, COUNTING
      *                 MONTH-END TERMS FROM THE MONTH END, AND SPREAD
      *                 AN INSTALLMENT-TERMS INVOICE OR ORDER ACROSS ITS
      *                 PAYMENTS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CSHF-PARM-FILE ASSIGN TO CSHFPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVFILE-SW.

           SELECT OOR-FILE ASSIGN TO OORMSTR
               RECORD KEY IS OOR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OORFILE-SW.

           SELECT APV-FILE ASSIGN TO APVMSTR
               RECORD KEY IS APV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APVFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT DTP-FILE ASSIGN TO DTPMSTR
               RECORD KEY IS DTP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-DTPFILE-SW.

           SELECT VND-FILE ASSIGN TO VNDMSTR
               RECORD KEY IS VND-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT TRM-FILE ASSIGN TO TRMMSTR
               RECORD KEY IS TRM-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-TRMFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CSHF-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS CSHF-PARM-RECORD.
       01  CSHF-PARM-RECORD.
           05  CSHF-AS-OF-DATE                  PIC 9(08).
           05  CSHF-OPENING-CASH                PIC 9(11)V99.
           05  CSHF-OPENING-SIGN                PIC X(01).
               88  CSHF-OPENING-OVERDRAWN           VALUE '-'.
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
               10  INV-INVOICE-NUMBER-1      PIC 9(06).
           05  INV-INVOICE-DATE-1            PIC X(08).
           05  INV-CUSTOMER-NUMBER-1         PIC X(06).
           05  FILLER                        PIC X(473).
           05  INV-VOID-SW-1                 PIC X(01).
               88  INV-IS-VOID-1                 VALUE 'Y'.
           05  FILLER                        PIC X(33).
           05  INV-OPEN-BALANCE-1            PIC S9(07)V99.
           05  INV-PAID-SW-1                 PIC X(01).
               88  INV-IS-PAID-1                 VALUE 'Y'.
           05  INV-DUE-DATE-1                PIC X(08).
           05  FILLER                        PIC X(108).
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
               88  OOR-STATUS-ENTERED-1          VALUE 'E'.
               88  OOR-STATUS-PICKED-1           VALUE 'P'.
               88  OOR-STATUS-PART-SHIPPED-1     VALUE 'S'.
           05  OOR-LAST-INVOICE-NUMBER-1     PIC 9(06).
           05  OOR-SHIP-VIA-1                PIC X(03).
           05  OOR-FREIGHT-AMOUNT-1          PIC S9(07)V99.
           05  OOR-DROP-SHIP-SW-1            PIC X(01).
           05  OOR-SUPPLIER-PO-1             PIC 9(06).
           05  OOR-REQUESTED-DATE-1          PIC X(08).
           05  OOR-SHIPTO-CODE-1             PIC X(04).
           05  OOR-OPERATOR-ID-1             PIC X(08).
           05  OOR-LINE-UOM-1                OCCURS 10 TIMES.
               10  OOR-ENTRY-UOM-1           PIC X(02).
               10  OOR-ENTRY-FACTOR-1        PIC 9(05).
      *
       FD APV-FILE
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS APV-FILE-RECORD.
       01  APV-FILE-RECORD.
           05  APV-KEY-1.
               10  APV-VOUCHER-NUMBER-1      PIC 9(06).
           05  APV-VENDOR-NUMBER-1           PIC X(06).
           05  APV-VENDOR-INVOICE-1          PIC X(10).
           05  APV-PO-NUMBER-1               PIC 9(06).
           05  APV-PRODUCT-CODE-1            PIC X(10).
           05  APV-QTY-BILLED-1              PIC S9(07).
           05  APV-UNIT-PRICE-1              PIC S9(07)V99.
           05  APV-AMOUNT-1                  PIC S9(07)V99.
           05  APV-INVOICE-DATE-1            PIC X(08).
           05  APV-ENTRY-DATE-1              PIC X(08).
           05  APV-STATUS-1                  PIC X(01).
               88  APV-STATUS-OPEN-1             VALUE 'O'.
               88  APV-STATUS-HELD-1             VALUE 'H'.
               88  APV-STATUS-PAID-1             VALUE 'P'.
           05  APV-MATCH-SW-1                PIC X(01).
           05  APV-CHECK-NUMBER-1            PIC 9(06).
           05  APV-PAID-DATE-1               PIC X(08).
           05  APV-OPERATOR-ID-1             PIC X(08).
           05  APV-VOUCHER-TYPE-1            PIC X(01).
               88  APV-TYPE-PO-VOUCHER-1         VALUE 'P' ' '.
               88  APV-TYPE-DEBIT-MEMO-1         VALUE 'D'.
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  FILLER                        PIC X(226).
           05  CM-TERMS-CODE                 PIC X(3).
           05  FILLER                        PIC X(62).
      *
       FD DTP-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS DTP-FILE-RECORD.
       01  DTP-FILE-RECORD.
           05  DTP-KEY-1.
               10  DTP-CUSTOMER-NUMBER-1     PIC X(06).
           05  DTP-AVG-DAYS-LATE-1           PIC S9(05)V99.
           05  DTP-PAYMENT-COUNT-1           PIC 9(05).
           05  DTP-COMPUTED-DATE-1           PIC X(08).
      *
       FD VND-FILE
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS VND-FILE-RECORD.
       01  VND-FILE-RECORD.
           05  VND-KEY-1.
               10  VND-VENDOR-NUMBER-1       PIC X(06).
           05  VND-VENDOR-NAME-1             PIC X(30).
           05  VND-ADDRESS-1                 PIC X(30).
           05  VND-CITY-1                    PIC X(20).
           05  VND-STATE-1                   PIC X(02).
           05  VND-ZIP-CODE-1                PIC X(10).
           05  VND-PHONE-1                   PIC X(12).
           05  VND-TERMS-CODE-1              PIC X(03).
           05  VND-STATUS-1                  PIC X(01).
           05  VND-1099-SW-1                 PIC X(01).
           05  VND-TIN-TYPE-1                PIC X(01).
           05  VND-TAX-ID-1                  PIC X(09).
           05  VND-1099-BOX-1                PIC X(01).
      *
       FD TRM-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS TRM-FILE-RECORD.
       01  TRM-FILE-RECORD.
           05  TRM-KEY-1.
               10  TRM-TERMS-CODE-1          PIC X(03).
           05  TRM-DESCRIPTION-1             PIC X(30).
           05  TRM-STATUS-1                  PIC X(01).
           05  TRM-DUE-BASIS-1               PIC X(01).
           05  TRM-CUTOFF-DAY-1              PIC 9(02).
           05  TRM-NET-DAYS-1                PIC 9(03).
           05  TRM-DISC-DAYS-1               PIC 9(03).
           05  TRM-DISC-RATE-1               PIC S9V9(4).
           05  TRM-INSTALLMENTS-1            PIC 9(02).
           05  TRM-INSTALL-INTERVAL-1        PIC 9(03).
           05  TRM-UPDATED-DATE-1            PIC X(08).
           05  TRM-UPDATED-BY-1              PIC X(08).
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
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-OORFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OORFILE-SUCCESS                VALUE '00'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-DTPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DTPFILE-SUCCESS                VALUE '00'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
       01 WS-TRMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRMFILE-SUCCESS                VALUE '00'.
           88  WS-TRMFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
      *
       COPY TRMFEC.
      *
       01 WS-TERMS-SEARCH-CODE               PIC X(03)  VALUE SPACES.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-AS-OF-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-OPENING-CASH                    PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
      * EVERY DATE IS TURNED INTO A DAY NUMBER ON 30-DAY MONTHS - THE
      * SAME BANKER'S APPROXIMATION APCKFEC PAYS BY - AND PLACED IN A
      * WEEK BY ITS DISTANCE FROM THE AS-OF DATE.
       01 WS-ORDINAL-DATE-GROUP.
           05  WS-ORD-YYYY                   PIC 9(04).
           05  WS-ORD-MM                     PIC 9(02).
           05  WS-ORD-DD                     PIC 9(02).
       01 WS-ORDINAL                         PIC S9(09) COMP-3.
       01 WS-AS-OF-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-EXPECTED-ORDINAL                PIC S9(09) COMP-3.
       01 WS-DAYS-AHEAD                      PIC S9(09) COMP-3.
       01 WS-DAYS-LATE                       PIC S9(05)V99 COMP-3
                                              VALUE 0.
      *
       01 WS-FLOW-AMOUNT                     PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-FLOW-TYPE                       PIC X(01)  VALUE SPACE.
           88  WS-FLOW-RECEIPT                   VALUE 'R'.
           88  WS-FLOW-BACKLOG                   VALUE 'B'.
           88  WS-FLOW-DISBURSED                 VALUE 'D'.
      *
      * AN INSTALLMENT CODE SPREADS ONE FLOW OVER SEVERAL PAYMENTS.
       01 WS-INSTALL-COUNT                   PIC S9(04) COMP VALUE 0.
       01 WS-INSTALL-SUB                     PIC S9(04) COMP VALUE 0.
       01 WS-INSTALL-AMOUNT                  PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-PIECE-AMOUNT                    PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-FIRST-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
      *
      * ONE ROW PER WEEK, 1 TO 13, AND ROW 14 FOR BEYOND THE HORIZON.
       01 WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY                 OCCURS 14 TIMES.
               10  WS-WK-OPENING             PIC S9(11)V99 COMP-3.
               10  WS-WK-RECEIPTS            PIC S9(11)V99 COMP-3.
               10  WS-WK-BACKLOG             PIC S9(11)V99 COMP-3.
               10  WS-WK-INFLOWS             PIC S9(11)V99 COMP-3.
               10  WS-WK-DISBURSED           PIC S9(11)V99 COMP-3.
               10  WS-WK-NET-FLOW            PIC S9(11)V99 COMP-3.
               10  WS-WK-CLOSING             PIC S9(11)V99 COMP-3.
       01 WS-WEEK-SUB                        PIC S9(04) COMP VALUE 0.
      *
       01 WS-OVERDUE-RECEIPTS                PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-OVERDUE-BACKLOG                 PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-OVERDUE-DISBURSED               PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
      * THE GRID PRINTS IN TWO BANDS ACROSS THE PAGE - WEEKS 1 TO 7,
      * THEN WEEKS 8 TO 13.
       01 WS-BAND-FIRST-WEEK                 PIC S9(04) COMP VALUE 0.
       01 WS-BAND-WEEKS                      PIC S9(04) COMP VALUE 0.
       01 WS-COL-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-ROW-SUB                         PIC S9(04) COMP VALUE 0.
      *
       01 WS-INV-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-INV-USED-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-OOR-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-OOR-USED-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-APV-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-APV-USED-CNT                    PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - THIRTEEN-WEEK CASH FORECAST'.
           05  FILLER                        PIC X(07) VALUE 'AS OF '.
           05  HDG1-AS-OF-DATE               PIC X(08).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(32)
               VALUE 'WEEK 1 STARTS ON THE AS-OF DATE;'.
           05  FILLER                        PIC X(30)
               VALUE ' LATE ITEMS FALL IN WEEK 1'.
      *
       01 BAND-HEADING-LINE.
           05  FILLER                        PIC X(20).
           05  BHL-COLUMN                    OCCURS 7 TIMES.
               10  FILLER                    PIC X(09).
               10  BHL-WEEK-LIT              PIC X(05).
               10  BHL-WEEK-NBR              PIC Z9.
      *
       01 BAND-DETAIL-LINE.
           05  BDL-LABEL                     PIC X(20).
           05  BDL-COLUMN                    OCCURS 7 TIMES.
               10  FILLER                    PIC X(01).
               10  BDL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01 WS-ROW-LABEL-NAMES.
           05  FILLER                        PIC X(20)
               VALUE 'OPENING CASH'.
           05  FILLER                        PIC X(20)
               VALUE 'CUSTOMER RECEIPTS'.
           05  FILLER                        PIC X(20)
               VALUE 'BACKLOG COLLECTIONS'.
           05  FILLER                        PIC X(20)
               VALUE 'TOTAL INFLOWS'.
           05  FILLER                        PIC X(20)
               VALUE 'VENDOR DISBURSEMENTS'.
           05  FILLER                        PIC X(20)
               VALUE 'NET CASH FLOW'.
           05  FILLER                        PIC X(20)
               VALUE 'CLOSING CASH'.
       01 WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABEL-NAMES.
           05  WS-ROW-LABEL                  OCCURS 7 TIMES
                                             PIC X(20).
      *
       01 SUMMARY-HEADING-LINE.
           05  FILLER                        PIC X(40)
               VALUE 'ITEMS OUTSIDE THE THIRTEEN WEEKS'.
      *
       01 SUMMARY-AMOUNT-LINE.
           05  SAL-LABEL                     PIC X(45).
           05  SAL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-COUNT-LINE.
           05  SCL-LABEL                     PIC X(20).
           05  SCL-READ-CNT                  PIC ZZZZZZ9.
           05  FILLER                        PIC X(10)
               VALUE ' READ,    '.
           05  SCL-USED-CNT                  PIC ZZZZZZ9.
           05  FILLER                        PIC X(10)
               VALUE ' PROJECTED'.
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
           PERFORM 070-CLEAR-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 14.
      *
           OPEN INPUT INVOICE-FILE.
           IF WS-INVFILE-SUCCESS
               DISPLAY "INVOICE-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT OOR-FILE.
           IF NOT WS-OORFILE-SUCCESS
               DISPLAY "WS-OORFILE-SW=" WS-OORFILE-SW
               DISPLAY "OOR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT APV-FILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE OPEN ERROR"
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
           OPEN INPUT DTP-FILE.
           IF NOT WS-DTPFILE-SUCCESS
               DISPLAY "WS-DTPFILE-SW=" WS-DTPFILE-SW
               DISPLAY "DTP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT VND-FILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT TRM-FILE.
           IF NOT WS-TRMFILE-SUCCESS
               DISPLAY "WS-TRMFILE-SW=" WS-TRMFILE-SW
               DISPLAY "TRM-FILE OPEN ERROR"
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
           PERFORM 100-PROJECT-THE-RECEIPTS.
           PERFORM 200-PROJECT-THE-BACKLOG.
           PERFORM 300-PROJECT-THE-DISBURSEMENTS.
           PERFORM 400-ROLL-THE-CASH-FORWARD.
           PERFORM 500-PRINT-THE-FORECAST.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT CSHF-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ CSHF-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS
                   PERFORM 060-TAKE-THE-PARM-CARD
               ELSE
                   DISPLAY "EMPTY PARM CARD - AS-OF DATE DEFAULTS "
                           "TO TODAY, OPENING CASH TO ZERO"
               END-IF
               CLOSE CSHF-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO CSHF-PARM-FILE FOUND - AS-OF DATE "
                       "DEFAULTS TO TODAY, OPENING CASH TO ZERO"
           END-IF.
      *
       060-TAKE-THE-PARM-CARD.
      *
           IF CSHF-AS-OF-DATE NUMERIC AND CSHF-AS-OF-DATE > 0
               MOVE CSHF-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               DISPLAY "NO AS-OF DATE ON PARM CARD - DEFAULTS "
                       "TO TODAY " WS-AS-OF-DATE
           END-IF.
      *
           IF CSHF-OPENING-CASH NUMERIC
               MOVE CSHF-OPENING-CASH TO WS-OPENING-CASH
               IF CSHF-OPENING-OVERDRAWN
                   COMPUTE WS-OPENING-CASH = WS-OPENING-CASH * -1
               END-IF
           ELSE
               DISPLAY "OPENING CASH ON PARM CARD NOT NUMERIC - "
                       "FORECAST STARTS FROM ZERO"
           END-IF.
      *
       070-CLEAR-ONE-WEEK.
      *
           MOVE ZERO TO WS-WK-OPENING (WS-WEEK-SUB)
                        WS-WK-RECEIPTS (WS-WEEK-SUB)
                        WS-WK-BACKLOG (WS-WEEK-SUB)
                        WS-WK-INFLOWS (WS-WEEK-SUB)
                        WS-WK-DISBURSED (WS-WEEK-SUB)
                        WS-WK-NET-FLOW (WS-WEEK-SUB)
                        WS-WK-CLOSING (WS-WEEK-SUB).
      *
       100-PROJECT-THE-RECEIPTS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 110-PROJECT-ONE-INVOICE
               UNTIL WS-EOF-YES.
      *
       110-PROJECT-ONE-INVOICE.
      *
           ADD 1 TO WS-INV-READ-CNT.
      *
           IF       NOT INV-IS-VOID-1
                AND NOT INV-IS-PAID-1
                AND INV-OPEN-BALANCE-1 NOT = ZERO
               ADD 1 TO WS-INV-USED-CNT
               PERFORM 120-DATE-ONE-RECEIPT
           END-IF.
      *
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-DATE-ONE-RECEIPT.
      *
      * AN OLD INVOICE WITH NO DUE DATE IS TAKEN AS DUE ON ITS
      * INVOICE DATE.
           IF INV-DUE-DATE-1 NUMERIC AND INV-DUE-DATE-1 > ZEROS
               MOVE INV-DUE-DATE-1     TO WS-ORDINAL-DATE-GROUP
           ELSE
               MOVE INV-INVOICE-DATE-1 TO WS-ORDINAL-DATE-GROUP
           END-IF.
           PERFORM 280-COMPUTE-ORDINAL.
      *
      * THE DUE DATE ALREADY ALLOWS FOR THE TERMS - THEY ARE READ HERE
      * ONLY TO SPREAD AN INSTALLMENT INVOICE ACROSS ITS PAYMENTS.
           MOVE INV-CUSTOMER-NUMBER-1 TO CM-CUSTOMER-NUMBER.
           PERFORM 240-READ-CUSTOMER-TERMS.
      *
           MOVE INV-CUSTOMER-NUMBER-1 TO DTP-CUSTOMER-NUMBER-1.
           PERFORM 250-LOOK-UP-DAYS-TO-PAY.
           COMPUTE WS-EXPECTED-ORDINAL ROUNDED =
               WS-ORDINAL + WS-DAYS-LATE.
      *
           MOVE INV-OPEN-BALANCE-1 TO WS-FLOW-AMOUNT.
           MOVE 'R' TO WS-FLOW-TYPE.
           PERFORM 290-POST-THE-FLOW.
      *
       200-PROJECT-THE-BACKLOG.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ OOR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 210-PROJECT-ONE-ORDER
               UNTIL WS-EOF-YES.
      *
       210-PROJECT-ONE-ORDER.
      *
           ADD 1 TO WS-OOR-READ-CNT.
      *
           IF OOR-STATUS-ENTERED-1
                   OR OOR-STATUS-PICKED-1
                   OR OOR-STATUS-PART-SHIPPED-1
               MOVE ZERO TO WS-FLOW-AMOUNT
               PERFORM 220-VALUE-ONE-ORDER-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
               IF WS-FLOW-AMOUNT > ZERO
                   ADD 1 TO WS-OOR-USED-CNT
                   PERFORM 230-DATE-ONE-COLLECTION
               END-IF
           END-IF.
      *
           READ OOR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       220-VALUE-ONE-ORDER-LINE.
      *
           IF OOR-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               COMPUTE WS-FLOW-AMOUNT = WS-FLOW-AMOUNT
                   + ((OOR-QTY-ORDERED-1 (WS-LINE-SUB)
                       - OOR-QTY-SHIPPED-1 (WS-LINE-SUB))
                      * OOR-UNIT-PRICE-1 (WS-LINE-SUB))
           END-IF.
      *
       230-DATE-ONE-COLLECTION.
      *
      * AN ORDER WITH NO REQUESTED DATE IS TAKEN AS WANTED ON ITS
      * ORDER DATE; ONE ALREADY PAST IT SHIPS AS OF NOW.
           IF OOR-REQUESTED-DATE-1 NUMERIC
                   AND OOR-REQUESTED-DATE-1 > ZEROS
               MOVE OOR-REQUESTED-DATE-1 TO WS-ORDINAL-DATE-GROUP
           ELSE
               MOVE OOR-ORDER-DATE-1     TO WS-ORDINAL-DATE-GROUP
           END-IF.
           PERFORM 280-COMPUTE-ORDINAL.
           IF WS-ORDINAL < WS-AS-OF-ORDINAL
               MOVE WS-AS-OF-DATE    TO WS-ORDINAL-DATE-GROUP
               MOVE WS-AS-OF-ORDINAL TO WS-ORDINAL
           END-IF.
      *
      * BILLED ON SHIPMENT, THEN PAID ON THE CUSTOMER'S TERMS AND
      * HABITS THE SAME AS AN OPEN INVOICE.
           MOVE OOR-CUSTOMER-NUMBER-1 TO CM-CUSTOMER-NUMBER.
           MOVE WS-ORD-DD             TO WS-TERMS-START-DD.
           PERFORM 240-READ-CUSTOMER-TERMS.
      *
           MOVE OOR-CUSTOMER-NUMBER-1 TO DTP-CUSTOMER-NUMBER-1.
           PERFORM 250-LOOK-UP-DAYS-TO-PAY.
           COMPUTE WS-EXPECTED-ORDINAL ROUNDED =
               WS-ORDINAL + WS-TERMS-NET-DAYS-FOUND + WS-DAYS-LATE.
      *
           MOVE 'B' TO WS-FLOW-TYPE.
           PERFORM 290-POST-THE-FLOW.
      *
       240-READ-CUSTOMER-TERMS.
      *
      * ON ENTRY CM-CUSTOMER-NUMBER IS SET. A CUSTOMER NOT ON FILE IS
      * TAKEN AS DUE IMMEDIATELY, THE SAME AS A BLANK TERMS CODE.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
           IF WS-CMFFILE-SUCCESS
               MOVE CM-TERMS-CODE TO WS-TERMS-SEARCH-CODE
           ELSE
               MOVE SPACES        TO WS-TERMS-SEARCH-CODE
           END-IF.
           PERFORM 260-LOOK-UP-TERMS.
      *
       250-LOOK-UP-DAYS-TO-PAY.
      *
      * ON ENTRY DTP-CUSTOMER-NUMBER-1 IS SET; ON EXIT WS-DAYS-LATE IS
      * THE CUSTOMER'S AVERAGE, ZERO WHEN THERE IS NO HISTORY.
           MOVE '00' TO WS-DTPFILE-SW.
           READ DTP-FILE
               INVALID KEY MOVE '23' TO WS-DTPFILE-SW.
      *
           IF WS-DTPFILE-SUCCESS
               MOVE DTP-AVG-DAYS-LATE-1 TO WS-DAYS-LATE
           ELSE
               MOVE ZERO TO WS-DAYS-LATE
           END-IF.
      *
       260-LOOK-UP-TERMS.
      *
           MOVE 'N'  TO WS-TERMS-FOUND-SW.
           MOVE ZERO TO WS-TERMS-NET-DAYS-FOUND
                        WS-TERMS-DISC-DAYS-FOUND
                        WS-TERMS-DISC-RATE-FOUND
                        WS-TERMS-CUTOFF-FOUND
                        WS-TERMS-INSTALLMENTS-FOUND
                        WS-TERMS-INTERVAL-FOUND.
           MOVE SPACE TO WS-TERMS-BASIS-FOUND
                         WS-TERMS-STATUS-FOUND.
      *
           MOVE WS-TERMS-SEARCH-CODE TO TRM-TERMS-CODE-1.
           MOVE '00' TO WS-TRMFILE-SW.
           READ TRM-FILE
               INVALID KEY MOVE '23' TO WS-TRMFILE-SW.
      *
           IF WS-TRMFILE-SUCCESS
               MOVE 'Y'             TO WS-TERMS-FOUND-SW
               MOVE TRM-NET-DAYS-1  TO WS-TERMS-NET-DAYS-FOUND
               MOVE TRM-DISC-DAYS-1 TO WS-TERMS-DISC-DAYS-FOUND
               MOVE TRM-DISC-RATE-1 TO WS-TERMS-DISC-RATE-FOUND
               MOVE TRM-DUE-BASIS-1 TO WS-TERMS-BASIS-FOUND
               MOVE TRM-CUTOFF-DAY-1
                 TO WS-TERMS-CUTOFF-FOUND
               MOVE TRM-INSTALLMENTS-1
                 TO WS-TERMS-INSTALLMENTS-FOUND
               MOVE TRM-INSTALL-INTERVAL-1
                 TO WS-TERMS-INTERVAL-FOUND
               MOVE TRM-STATUS-1    TO WS-TERMS-STATUS-FOUND
               IF WS-TERMS-MONTH-END
                   PERFORM 265-APPLY-MONTH-END-BASIS
               END-IF
           ELSE IF NOT WS-TRMFILE-NOTFND
               DISPLAY "WS-TRMFILE-SW=" WS-TRMFILE-SW
               DISPLAY "TRM-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       265-APPLY-MONTH-END-BASIS.
      *
      * ON ENTRY WS-TERMS-START-DD IS THE DAY OF THE MONTH THE TERMS
      * RUN FROM. A MONTH-END CODE COUNTS ITS DAYS FROM THE END OF
      * THAT MONTH - OR OF THE NEXT ONE, PAST THE CUTOFF DAY - SO THE
      * DAYS TO THE MONTH END ARE ADDED TO THE NET AND DISCOUNT DAYS.
           IF WS-TERMS-START-DD < 30
               COMPUTE WS-TERMS-TO-MONTH-END = 30 - WS-TERMS-START-DD
           ELSE
               MOVE ZERO TO WS-TERMS-TO-MONTH-END
           END-IF.
           IF WS-TERMS-CUTOFF-FOUND > ZERO
                   AND WS-TERMS-START-DD > WS-TERMS-CUTOFF-FOUND
               ADD 30 TO WS-TERMS-TO-MONTH-END
           END-IF.
      *
           ADD WS-TERMS-TO-MONTH-END TO WS-TERMS-NET-DAYS-FOUND.
           IF WS-TERMS-DISC-RATE-FOUND > ZERO
               ADD WS-TERMS-TO-MONTH-END TO WS-TERMS-DISC-DAYS-FOUND
           END-IF.
      *
       270-PICK-THE-WEEK.
      *
      * ON ENTRY WS-EXPECTED-ORDINAL IS THE DAY THE CASH MOVES; ON
      * EXIT WS-WEEK-SUB IS ITS WEEK - 1 FOR ANYTHING ALREADY LATE,
      * 14 FOR ANYTHING PAST WEEK 13.
           COMPUTE WS-DAYS-AHEAD =
               WS-EXPECTED-ORDINAL - WS-AS-OF-ORDINAL.
      *
           IF WS-DAYS-AHEAD < 0
               MOVE 1 TO WS-WEEK-SUB
           ELSE IF WS-DAYS-AHEAD > 90
               MOVE 14 TO WS-WEEK-SUB
           ELSE
               COMPUTE WS-WEEK-SUB = WS-DAYS-AHEAD / 7 + 1
           END-IF.
      *
       280-COMPUTE-ORDINAL.
      *
           COMPUTE WS-ORDINAL =
               WS-ORD-YYYY * 360 + WS-ORD-MM * 30 + WS-ORD-DD.
      *
       290-POST-THE-FLOW.
      *
      * ON ENTRY WS-FLOW-AMOUNT MOVES ON WS-EXPECTED-ORDINAL. AN
      * INSTALLMENT CODE SPLITS IT INTO EQUAL PAYMENTS, THE FIRST ON
      * THAT DAY AND EACH ONE AFTER IT THE TERMS INTERVAL LATER; THE
      * LAST PAYMENT TAKES THE ROUNDING.
           IF WS-TERMS-INSTALLMENTS-FOUND > 1
               MOVE WS-TERMS-INSTALLMENTS-FOUND TO WS-INSTALL-COUNT
           ELSE
               MOVE 1 TO WS-INSTALL-COUNT
           END-IF.
      *
           MOVE WS-EXPECTED-ORDINAL TO WS-FIRST-ORDINAL.
           COMPUTE WS-INSTALL-AMOUNT ROUNDED =
               WS-FLOW-AMOUNT / WS-INSTALL-COUNT.
      *
           PERFORM 295-POST-ONE-PAYMENT
               VARYING WS-INSTALL-SUB FROM 1 BY 1
               UNTIL WS-INSTALL-SUB > WS-INSTALL-COUNT.
      *
       295-POST-ONE-PAYMENT.
      *
           COMPUTE WS-EXPECTED-ORDINAL = WS-FIRST-ORDINAL
               + (WS-INSTALL-SUB - 1) * WS-TERMS-INTERVAL-FOUND.
           IF WS-INSTALL-SUB = WS-INSTALL-COUNT
               COMPUTE WS-PIECE-AMOUNT = WS-FLOW-AMOUNT
                   - WS-INSTALL-AMOUNT * (WS-INSTALL-COUNT - 1)
           ELSE
               MOVE WS-INSTALL-AMOUNT TO WS-PIECE-AMOUNT
           END-IF.
      *
           PERFORM 270-PICK-THE-WEEK.
      *
           EVALUATE TRUE
               WHEN WS-FLOW-RECEIPT
                   ADD WS-PIECE-AMOUNT TO WS-WK-RECEIPTS (WS-WEEK-SUB)
                   IF WS-DAYS-AHEAD < 0
                       ADD WS-PIECE-AMOUNT TO WS-OVERDUE-RECEIPTS
                   END-IF
               WHEN WS-FLOW-BACKLOG
                   ADD WS-PIECE-AMOUNT TO WS-WK-BACKLOG (WS-WEEK-SUB)
                   IF WS-DAYS-AHEAD < 0
                       ADD WS-PIECE-AMOUNT TO WS-OVERDUE-BACKLOG
                   END-IF
               WHEN OTHER
                   ADD WS-PIECE-AMOUNT
                     TO WS-WK-DISBURSED (WS-WEEK-SUB)
                   IF WS-DAYS-AHEAD < 0
                       ADD WS-PIECE-AMOUNT TO WS-OVERDUE-DISBURSED
                   END-IF
           END-EVALUATE.
      *
       300-PROJECT-THE-DISBURSEMENTS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 310-PROJECT-ONE-VOUCHER
               UNTIL WS-EOF-YES.
      *
       310-PROJECT-ONE-VOUCHER.
      *
           ADD 1 TO WS-APV-READ-CNT.
      *
           IF APV-STATUS-OPEN-1 OR APV-STATUS-HELD-1
               ADD 1 TO WS-APV-USED-CNT
               PERFORM 320-DATE-ONE-DISBURSEMENT
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       320-DATE-ONE-DISBURSEMENT.
      *
           MOVE APV-VENDOR-NUMBER-1 TO VND-VENDOR-NUMBER-1.
           MOVE '00' TO WS-VNDFILE-SW.
           READ VND-FILE
               INVALID KEY MOVE '23' TO WS-VNDFILE-SW.
           IF NOT WS-VNDFILE-SUCCESS
               MOVE SPACES TO VND-TERMS-CODE-1
           END-IF.
      *
           MOVE APV-INVOICE-DATE-1 TO WS-ORDINAL-DATE-GROUP.
           MOVE WS-ORD-DD          TO WS-TERMS-START-DD.
           MOVE VND-TERMS-CODE-1   TO WS-TERMS-SEARCH-CODE.
           PERFORM 260-LOOK-UP-TERMS.
      *
           PERFORM 280-COMPUTE-ORDINAL.
           COMPUTE WS-EXPECTED-ORDINAL =
               WS-ORDINAL + WS-TERMS-NET-DAYS-FOUND.
      *
      * APCKFEC PAYS A VOUCHER IN ONE CHECK.
           MOVE ZERO         TO WS-TERMS-INSTALLMENTS-FOUND.
           MOVE APV-AMOUNT-1 TO WS-FLOW-AMOUNT.
           MOVE 'D'          TO WS-FLOW-TYPE.
           PERFORM 290-POST-THE-FLOW.
      *
       400-ROLL-THE-CASH-FORWARD.
      *
           PERFORM 410-ROLL-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 13.
      *
       410-ROLL-ONE-WEEK.
      *
           IF WS-WEEK-SUB = 1
               MOVE WS-OPENING-CASH TO WS-WK-OPENING (1)
           ELSE
               MOVE WS-WK-CLOSING (WS-WEEK-SUB - 1)
                 TO WS-WK-OPENING (WS-WEEK-SUB)
           END-IF.
      *
           COMPUTE WS-WK-INFLOWS (WS-WEEK-SUB) =
               WS-WK-RECEIPTS (WS-WEEK-SUB)
               + WS-WK-BACKLOG (WS-WEEK-SUB).
           COMPUTE WS-WK-NET-FLOW (WS-WEEK-SUB) =
               WS-WK-INFLOWS (WS-WEEK-SUB)
               - WS-WK-DISBURSED (WS-WEEK-SUB).
           COMPUTE WS-WK-CLOSING (WS-WEEK-SUB) =
               WS-WK-OPENING (WS-WEEK-SUB)
               + WS-WK-NET-FLOW (WS-WEEK-SUB).
      *
       500-PRINT-THE-FORECAST.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR   TO HDG1-PAGE-NBR.
           MOVE WS-AS-OF-DATE TO HDG1-AS-OF-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINES.
      *
           MOVE 1 TO WS-BAND-FIRST-WEEK.
           MOVE 7 TO WS-BAND-WEEKS.
           PERFORM 510-PRINT-ONE-BAND.
      *
           MOVE 8 TO WS-BAND-FIRST-WEEK.
           MOVE 6 TO WS-BAND-WEEKS.
           PERFORM 510-PRINT-ONE-BAND.
      *
       510-PRINT-ONE-BAND.
      *
           MOVE SPACES TO BAND-HEADING-LINE.
           PERFORM 520-HEAD-ONE-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-BAND-WEEKS.
           WRITE PRINT-LINE FROM BAND-HEADING-LINE
               AFTER ADVANCING 3 LINES.
      *
           PERFORM 530-PRINT-ONE-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 7.
      *
       520-HEAD-ONE-COLUMN.
      *
           MOVE 'WEEK ' TO BHL-WEEK-LIT (WS-COL-SUB).
           COMPUTE BHL-WEEK-NBR (WS-COL-SUB) =
               WS-BAND-FIRST-WEEK + WS-COL-SUB - 1.
      *
       530-PRINT-ONE-ROW.
      *
           MOVE SPACES TO BAND-DETAIL-LINE.
           MOVE WS-ROW-LABEL (WS-ROW-SUB) TO BDL-LABEL.
           PERFORM 540-FILL-ONE-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-BAND-WEEKS.
      *
      * A BLANK LINE SETS THE TOTALS OFF FROM THE ROWS THEY ADD UP.
           IF WS-ROW-SUB = 4 OR WS-ROW-SUB = 6
               WRITE PRINT-LINE FROM BAND-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-LINE FROM BAND-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
      *
       540-FILL-ONE-COLUMN.
      *
           COMPUTE WS-WEEK-SUB = WS-BAND-FIRST-WEEK + WS-COL-SUB - 1.
      *
           EVALUATE WS-ROW-SUB
               WHEN 1
                   MOVE WS-WK-OPENING (WS-WEEK-SUB)
                     TO BDL-AMOUNT (WS-COL-SUB)
               WHEN 2
                   MOVE WS-WK-RECEIPTS (WS-WEEK-SUB)
                     TO BDL-AMOUNT (WS-COL-SUB)
               WHEN 3
                   MOVE WS-WK-BACKLOG (WS-WEEK-SUB)
                     TO BDL-AMOUNT (WS-COL-SUB)
               WHEN 4
                   MOVE WS-WK-INFLOWS (WS-WEEK-SUB)
                     TO BDL-AMOUNT (WS-COL-SUB)
               WHEN 5
                   MOVE WS-WK-DISBURSED (WS-WEEK-SUB)
                     TO BDL-AMOUNT (WS-COL-SUB)
               WHEN 6
                   MOVE WS-WK-NET-FLOW (WS-WEEK-SUB)
                     TO BDL-AMOUNT (WS-COL-SUB)
               WHEN OTHER
                   MOVE WS-WK-CLOSING (WS-WEEK-SUB)
                     TO BDL-AMOUNT (WS-COL-SUB)
           END-EVALUATE.
      *
       700-PRINT-SUMMARY.
      *
           WRITE PRINT-LINE FROM SUMMARY-HEADING-LINE
               AFTER ADVANCING 3 LINES.
      *
           MOVE 'RECEIPTS ALREADY LATE, IN WEEK 1'  TO SAL-LABEL.
           MOVE WS-OVERDUE-RECEIPTS                 TO SAL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'BACKLOG COLLECTIONS ALREADY LATE, IN WEEK 1'
             TO SAL-LABEL.
           MOVE WS-OVERDUE-BACKLOG                  TO SAL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'DISBURSEMENTS PAST DUE, IN WEEK 1' TO SAL-LABEL.
           MOVE WS-OVERDUE-DISBURSED                TO SAL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
      *
           MOVE 'RECEIPTS EXPECTED AFTER WEEK 13'   TO SAL-LABEL.
           MOVE WS-WK-RECEIPTS (14)                 TO SAL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'BACKLOG COLLECTIONS AFTER WEEK 13' TO SAL-LABEL.
           MOVE WS-WK-BACKLOG (14)                  TO SAL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'DISBURSEMENTS DUE AFTER WEEK 13'   TO SAL-LABEL.
           MOVE WS-WK-DISBURSED (14)                TO SAL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
      *
           MOVE 'OPEN INVOICES'     TO SCL-LABEL.
           MOVE WS-INV-READ-CNT     TO SCL-READ-CNT.
           MOVE WS-INV-USED-CNT     TO SCL-USED-CNT.
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'OPEN ORDERS'       TO SCL-LABEL.
           MOVE WS-OOR-READ-CNT     TO SCL-READ-CNT.
           MOVE WS-OOR-USED-CNT     TO SCL-USED-CNT.
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'OPEN VOUCHERS'     TO SCL-LABEL.
           MOVE WS-APV-READ-CNT     TO SCL-READ-CNT.
           MOVE WS-APV-USED-CNT     TO SCL-USED-CNT.
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE INVOICE-FILE
                 OOR-FILE
                 APV-FILE
                 CM-FILE
                 DTP-FILE
                 VND-FILE
                 TRM-FILE
                 PRINT-FILE.
           DISPLAY "INVOICES PROJECTED = " WS-INV-USED-CNT.
           DISPLAY "ORDERS PROJECTED   = " WS-OOR-USED-CNT.
           DISPLAY "VOUCHERS PROJECTED = " WS-APV-USED-CNT.
           DISPLAY "WEEK 13 CLOSING CASH = " WS-WK-CLOSING (13).
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
