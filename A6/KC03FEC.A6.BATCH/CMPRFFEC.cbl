       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPRFFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Quarterly customer profitability. The parameter card names the
      *quarter as YYYYQ (default: the last quarter finished). Four
      *sweeps gather what each customer cost us in the quarter and
      *the rows are SORTed by customer:
      *  INVFEC - the gross margin INVGMFEC would show on the sales
      *    invoices dated in the quarter (line amounts less quantity
      *    times the ship-time INV-UNIT-COST, the product master cost
      *    where none was stamped), and the freight billed on them.
      *    An RMAMNFEC RETURN credit memo counts as the margin given
      *    back - the credit less the cost of the goods that came
      *    home. A FINCHG finance charge voided in the quarter was
      *    waived. Rebate credits and finance charges carry no lines
      *    and add nothing to margin.
      *  TRKFEC - every shipment in the quarter rated on CARFEC the
      *    way order entry rates it: the ship-via and the zone of the
      *    order's SHTFEC ship-to (else the customer's ship-to or
      *    bill-to state), weight per hundredweight, never under the
      *    carrier minimum. What that cost over the freight billed is
      *    freight we absorbed.
      *  PAYHFEC - early-pay discounts taken (type D, not reversed by
      *    an NSF) and write-offs (type W) in the quarter; a write-off
      *    of a FINCHG invoice is a finance charge waived.
      *  RMDFEC - returned goods scrapped in the quarter, at the unit
      *    cost on the disposition.
      *Net contribution is margin less absorbed freight, returns,
      *scrap, discounts, write-offs and waived finance charges. The
      *customers are SORTed again on it and print ranked from the
      *largest contribution down, in whole dollars, with the totals
      *and the number of customers we lost money on.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 AND PAYMENT
      *                 HISTORY 61 TO 75 FOR THE NEW CURRENCY CODE AND
      *                 FOREIGN AMOUNT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CPFR-PARM-FILE ASSIGN TO CPFRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-INVFILE-SW.

           SELECT INVX-FILE ASSIGN TO INVXMSTR
               RECORD KEY IS INVX-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-INVXFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT TRK-FILE ASSIGN TO TRKMSTR
               RECORD KEY IS TRK-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRKFILE-SW.

           SELECT OOR-FILE ASSIGN TO OORMSTR
               RECORD KEY IS OOR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OORFILE-SW.

           SELECT SHT-FILE ASSIGN TO SHTMSTR
               RECORD KEY IS SHT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SHTFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT CAR-FILE ASSIGN TO CARMSTR
               RECORD KEY IS CAR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CARFILE-SW.

           SELECT PAYH-FILE ASSIGN TO PAYHMSTR
               RECORD KEY IS PAYH-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYHFILE-SW.

           SELECT RMD-FILE ASSIGN TO RMDMSTR
               RECORD KEY IS RMD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RMDFILE-SW.

           SELECT RMA-FILE ASSIGN TO RMAMSTR
               RECORD KEY IS RMA-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-RMAFILE-SW.

           SELECT CPF-FILE ASSIGN TO CPFWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPFFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWORK.

           SELECT RANK-SORT-FILE ASSIGN TO SORTWK2.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CPFR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 05 CHARACTERS
           DATA RECORD IS CPFR-PARM-RECORD.
       01  CPFR-PARM-RECORD.
           05  CPFR-REPORT-YEAR                 PIC X(04).
           05  CPFR-REPORT-QUARTER              PIC X(01).
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
      *
           05  INV-KEY-1.
               10  INV-INVOICE-NUMBER-1          PIC 9(06).
           05  INV-INVOICE-DATE-1                PIC X(08).
           05  INV-CUSTOMER-NUMBER-1             PIC X(06).
           05  INV-PO-NUMBER-1                   PIC X(10).
           05  INV-LINE-ITEM-1                   OCCURS 10 TIMES.
               10  INV-PRODUCT-CODE-1            PIC X(10).
               10  INV-QUANTITY-1                PIC S9(07).
               10  INV-UNIT-PRICE-1              PIC S9(07)V99.
               10  INV-AMOUNT-1                  PIC S9(07)V99.
               10  INV-UNIT-COST-1               PIC S9(07)V99.
           05  INV-INVOICE-TOTAL-1               PIC S9(07)V99.
           05  INV-SALES-TAX-1                   PIC S9(07)V99.
           05  INV-LINE-ITEM-COUNT-1             PIC 9(04).
           05  INV-OVERFLOW-SW-1                 PIC X(01).
               88  INV-HAS-OVERFLOW-1                VALUE 'Y'.
           05  INV-VOID-SW-1                     PIC X(01).
               88  INV-IS-VOID-1                     VALUE 'Y'.
           05  INV-VOID-REASON-CODE-1            PIC X(02).
           05  INV-VOID-DATE-1                   PIC X(08).
           05  INV-REFERENCE-INVOICE-NUMBER-1    PIC 9(06).
           05  INV-PAYMENT-AMOUNT-1              PIC S9(07)V99.
           05  INV-PAYMENT-DATE-1                PIC X(08).
           05  INV-OPEN-BALANCE-1                PIC S9(07)V99.
           05  INV-PAID-SW-1                     PIC X(01).
               88  INV-IS-PAID-1                     VALUE 'Y'.
           05  INV-DUE-DATE-1                    PIC X(08).
           05  INV-DISCOUNT-AMOUNT-1             PIC S9(07)V99.
           05  INV-PRICE-SOURCE-FLAGS-1.
               10  INV-PRICE-SOURCE-1            OCCURS 10 TIMES
                                                 PIC X(01).
           05  INV-SHIP-VIA-1                    PIC X(03).
           05  INV-FREIGHT-AMOUNT-1              PIC S9(07)V99.
           05  INV-REP-CODE-1                    PIC X(03).
           05  INV-SHIPTO-CODE-1                 PIC X(04).
           05  INV-LINE-UOM-1                    OCCURS 10 TIMES.
               10  INV-ENTRY-UOM-1               PIC X(02).
               10  INV-ENTRY-FACTOR-1            PIC 9(05).
      *
       FD INVX-FILE
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS INVX-FILE-RECORD.
       01  INVX-FILE-RECORD.
           05  INVX-KEY-1.
               10  INVX-INVOICE-NUMBER-1         PIC 9(06).
               10  INVX-LINE-NUMBER-1            PIC 9(04).
           05  INVX-PRODUCT-CODE-1               PIC X(10).
           05  INVX-QUANTITY-1                   PIC S9(07).
           05  INVX-UNIT-PRICE-1                 PIC S9(07)V99.
           05  INVX-AMOUNT-1                     PIC S9(07)V99.
           05  INVX-PRICE-SOURCE-1               PIC X(01).
           05  INVX-UNIT-COST-1                  PIC S9(07)V99.
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
           05  FILLER                        PIC X(96).
      *
       FD TRK-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS TRK-FILE-RECORD.
       01  TRK-FILE-RECORD.
           05  TRK-KEY-1.
               10  TRK-INVOICE-NUMBER-1      PIC 9(06).
           05  TRK-TRACKING-NUMBER-1         PIC X(20).
           05  TRK-SHIP-VIA-1                PIC X(03).
           05  TRK-SHIP-DATE-1               PIC X(08).
           05  TRK-CUSTOMER-NUMBER-1         PIC X(06).
           05  TRK-ORDER-NUMBER-1            PIC 9(06).
           05  TRK-WEIGHT-1                  PIC S9(07)V99.
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
       FD CAR-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS CAR-FILE-RECORD.
       01  CAR-FILE-RECORD.
           05  CAR-KEY-1.
               10  CAR-CARRIER-CODE-1        PIC X(03).
               10  CAR-ZONE-1                PIC 9(01).
           05  CAR-CARRIER-NAME-1            PIC X(20).
           05  CAR-RATE-PER-CWT-1            PIC S9(03)V99.
           05  CAR-MINIMUM-CHARGE-1          PIC S9(05)V99.
           05  CAR-SERVICE-TYPE-1            PIC X(01).
      *
       FD PAYH-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYH-FILE-RECORD.
       01  PAYH-FILE-RECORD.
           05  PAYH-KEY-1.
               10  PAYH-INVOICE-NUMBER-1         PIC 9(06).
               10  PAYH-PAYMENT-SEQ-1            PIC 9(04).
           05  PAYH-TYPE-1                       PIC X(01).
               88  PAYH-TYPE-DISCOUNT-1              VALUE 'D'.
               88  PAYH-TYPE-WRITE-OFF-1             VALUE 'W'.
           05  PAYH-PAYMENT-AMOUNT-1             PIC S9(07)V99.
           05  PAYH-PAYMENT-DATE-1               PIC X(08).
           05  PAYH-PAYMENT-TIME-1               PIC X(06).
           05  PAYH-CHECK-NUMBER-1               PIC X(10).
           05  PAYH-OPERATOR-ID-1                PIC X(08).
           05  PAYH-NSF-SW-1                     PIC X(01).
               88  PAYH-IS-NSF-1                     VALUE 'Y'.
           05  PAYH-NSF-DATE-1                   PIC X(08).
           05  PAYH-CURRENCY-CODE-1              PIC X(03).
           05  PAYH-FX-AMOUNT-1                  PIC S9(09)V99.
      *
       FD RMD-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS RMD-FILE-RECORD.
       01  RMD-FILE-RECORD.
           05  RMD-KEY-1.
               10  RMD-RMA-NUMBER-1          PIC 9(06).
               10  RMD-TASK-NUMBER-1         PIC 9(07).
           05  RMD-PRODUCT-CODE-1            PIC X(10).
           05  RMD-QUANTITY-1                PIC S9(07).
           05  RMD-DISPOSITION-1             PIC X(01).
               88  RMD-DISP-RESTOCK-1            VALUE 'R'.
               88  RMD-DISP-SCRAP-1              VALUE 'S'.
           05  RMD-REASON-CODE-1             PIC X(02).
           05  RMD-LOCATION-1                PIC 9(01).
           05  RMD-UNIT-COST-1               PIC S9(07)V99.
           05  RMD-OPERATOR-ID-1             PIC X(08).
           05  RMD-DISPOSITION-DATE-1        PIC X(08).
      *
       FD RMA-FILE
           RECORD CONTAINS 367 CHARACTERS
           DATA RECORD IS RMA-FILE-RECORD.
       01  RMA-FILE-RECORD.
           05  RMA-KEY-1.
               10  RMA-NUMBER-1              PIC 9(06).
           05  RMA-ORIG-INVOICE-NUMBER-1     PIC 9(06).
           05  RMA-CUSTOMER-NUMBER-1         PIC X(06).
           05  FILLER                        PIC X(349).
      *
      * ONE ROW PER CUSTOMER FOR THE QUARTER, WRITTEN AS THE FIRST
      * SORT RETURNS EACH CUSTOMER AND READ BACK BY THE RANKING SORT.
       FD CPF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 123 CHARACTERS
           DATA RECORD IS CPF-RECORD.
       01  CPF-RECORD.
           05  CPF-CUSTOMER-NUMBER           PIC X(06).
           05  CPF-REVENUE                   PIC S9(11)V99.
           05  CPF-MARGIN                    PIC S9(11)V99.
           05  CPF-FREIGHT-ABSORBED          PIC S9(11)V99.
           05  CPF-RETURNS                   PIC S9(11)V99.
           05  CPF-SCRAP                     PIC S9(11)V99.
           05  CPF-DISCOUNTS                 PIC S9(11)V99.
           05  CPF-WRITE-OFFS                PIC S9(11)V99.
           05  CPF-FINCHG-WAIVED             PIC S9(11)V99.
           05  CPF-NET-CONTRIBUTION          PIC S9(11)V99.
      *
      * ONE ROW PER COST FOUND BY THE SWEEPS; ONLY ITS OWN AMOUNT IS
      * SET, THE REST ARE ZERO.
       SD SORT-FILE
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-REVENUE                   PIC S9(09)V99.
           05  SRT-COST                      PIC S9(09)V99.
           05  SRT-FREIGHT-COST              PIC S9(09)V99.
           05  SRT-FREIGHT-BILLED            PIC S9(09)V99.
           05  SRT-RETURNS                   PIC S9(09)V99.
           05  SRT-SCRAP                     PIC S9(09)V99.
           05  SRT-DISCOUNTS                 PIC S9(09)V99.
           05  SRT-WRITE-OFFS                PIC S9(09)V99.
           05  SRT-FINCHG-WAIVED             PIC S9(09)V99.
      *
       SD RANK-SORT-FILE
           DATA RECORD IS RNK-RECORD.
       01  RNK-RECORD.
           05  RNK-CUSTOMER-NUMBER           PIC X(06).
           05  RNK-REVENUE                   PIC S9(11)V99.
           05  RNK-MARGIN                    PIC S9(11)V99.
           05  RNK-FREIGHT-ABSORBED          PIC S9(11)V99.
           05  RNK-RETURNS                   PIC S9(11)V99.
           05  RNK-SCRAP                     PIC S9(11)V99.
           05  RNK-DISCOUNTS                 PIC S9(11)V99.
           05  RNK-WRITE-OFFS                PIC S9(11)V99.
           05  RNK-FINCHG-WAIVED             PIC S9(11)V99.
           05  RNK-NET-CONTRIBUTION          PIC S9(11)V99.
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
       01 WS-INVXFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVXFILE-SUCCESS               VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-TRKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRKFILE-SUCCESS                VALUE '00'.
       01 WS-OORFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OORFILE-SUCCESS                VALUE '00'.
       01 WS-SHTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SHTFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-CARFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CARFILE-SUCCESS                VALUE '00'.
       01 WS-PAYHFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PAYHFILE-SUCCESS               VALUE '00'.
       01 WS-RMDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RMDFILE-SUCCESS                VALUE '00'.
       01 WS-RMAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RMAFILE-SUCCESS                VALUE '00'.
       01 WS-CPFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CPFFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-INVX-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-INVX-EOF                       VALUE 'Y'.
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
       01 WS-TODAY-DATE-GROUP.
           05  WS-TODAY-YYYY                 PIC 9(04).
           05  WS-TODAY-MM                   PIC 9(02).
           05  WS-TODAY-DD                   PIC 9(02).
       01 WS-REPORT-YEAR                     PIC 9(04)  VALUE 0.
       01 WS-REPORT-QUARTER                  PIC 9(01)  VALUE 0.
       01 WS-QTR-MONTH                       PIC 9(02)  VALUE 0.
       01 WS-QTR-START.
           05  WS-QTR-START-YYYY             PIC 9(04).
           05  WS-QTR-START-MM               PIC 9(02).
           05  WS-QTR-START-DD               PIC 9(02).
       01 WS-QTR-END.
           05  WS-QTR-END-YYYY               PIC 9(04).
           05  WS-QTR-END-MM                 PIC 9(02).
           05  WS-QTR-END-DD                 PIC 9(02).
       01 WS-QTR-LABEL.
           05  WS-QTR-LABEL-YYYY             PIC 9(04).
           05  FILLER                        PIC X(01)  VALUE 'Q'.
           05  WS-QTR-LABEL-Q                PIC 9(01).
      *
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-LINE-PRODUCT                    PIC X(10)  VALUE SPACES.
       01 WS-LINE-QTY                        PIC S9(07) VALUE 0.
       01 WS-LINE-AMOUNT                     PIC S9(07)V99 VALUE 0.
       01 WS-LINE-UNIT-COST                  PIC S9(07)V99 VALUE 0.
       01 WS-INV-REVENUE                     PIC S9(09)V99 VALUE 0.
       01 WS-INV-COST                        PIC S9(09)V99 VALUE 0.
       01 WS-FREIGHT-COST                    PIC S9(07)V99 VALUE 0.
       01 WS-DEST-STATE                      PIC X(02)  VALUE SPACES.
      *
       COPY ZONFEC.
      *
       01 WS-PREV-CUSTOMER                   PIC X(06)  VALUE SPACES.
       01 WS-CUSTOMER-TOTALS.
           05  WS-CUS-REVENUE                PIC S9(11)V99 COMP-3.
           05  WS-CUS-COST                   PIC S9(11)V99 COMP-3.
           05  WS-CUS-FREIGHT-COST           PIC S9(11)V99 COMP-3.
           05  WS-CUS-FREIGHT-BILLED         PIC S9(11)V99 COMP-3.
           05  WS-CUS-RETURNS                PIC S9(11)V99 COMP-3.
           05  WS-CUS-SCRAP                  PIC S9(11)V99 COMP-3.
           05  WS-CUS-DISCOUNTS              PIC S9(11)V99 COMP-3.
           05  WS-CUS-WRITE-OFFS             PIC S9(11)V99 COMP-3.
           05  WS-CUS-FINCHG-WAIVED          PIC S9(11)V99 COMP-3.
      *
       01 WS-GRAND-TOTALS.
           05  WS-GRAND-REVENUE              PIC S9(11)V99 COMP-3.
           05  WS-GRAND-MARGIN               PIC S9(11)V99 COMP-3.
           05  WS-GRAND-FREIGHT-ABSORBED     PIC S9(11)V99 COMP-3.
           05  WS-GRAND-RETURNS              PIC S9(11)V99 COMP-3.
           05  WS-GRAND-SCRAP                PIC S9(11)V99 COMP-3.
           05  WS-GRAND-DISCOUNTS            PIC S9(11)V99 COMP-3.
           05  WS-GRAND-WRITE-OFFS           PIC S9(11)V99 COMP-3.
           05  WS-GRAND-FINCHG-WAIVED        PIC S9(11)V99 COMP-3.
           05  WS-GRAND-NET-CONTRIBUTION     PIC S9(11)V99 COMP-3.
      *
       01 WS-RANK                            PIC 9(05)  COMP-3 VALUE 0.
       01 WS-LOSER-CNT                       PIC 9(05)  COMP-3 VALUE 0.
       01 WS-INVOICE-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-SHIPMENT-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-UNRATED-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PAYH-CNT                        PIC 9(07)  COMP-3 VALUE 0.
       01 WS-SCRAP-CNT                       PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ORPHAN-CNT                      PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(50)
               VALUE 'KC03FEC - CUSTOMER PROFITABILITY (WHOLE DOLLARS)'.
           05  FILLER                        PIC X(09) VALUE 'QUARTER '.
           05  HDG1-QUARTER                  PIC X(06).
           05  FILLER                        PIC X(46) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(05) VALUE 'RANK'.
           05  FILLER                        PIC X(07) VALUE 'CUST'.
           05  FILLER                        PIC X(18) VALUE 'NAME'.
           05  FILLER                        PIC X(11) VALUE
               '    REVENUE'.
           05  FILLER                        PIC X(11) VALUE
               '     MARGIN'.
           05  FILLER                        PIC X(11) VALUE
               ' FRT ABSORB'.
           05  FILLER                        PIC X(11) VALUE
               '    RETURNS'.
           05  FILLER                        PIC X(11) VALUE
               '  RMA SCRAP'.
           05  FILLER                        PIC X(11) VALUE
               '  DISCOUNTS'.
           05  FILLER                        PIC X(11) VALUE
               ' WRITE-OFFS'.
           05  FILLER                        PIC X(11) VALUE
               '  FC WAIVED'.
           05  FILLER                        PIC X(11) VALUE
               ' NET CONTRB'.
      *
       01 DETAIL-LINE.
           05  DTL-RANK                      PIC ZZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-NAME                      PIC X(18).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-REVENUE                   PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-MARGIN                    PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-FREIGHT-ABSORBED          PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-RETURNS                   PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-SCRAP                     PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-DISCOUNTS                 PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-WRITE-OFFS                PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-FINCHG-WAIVED             PIC ZZZZZZZZ9-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-NET-CONTRIBUTION          PIC ZZZZZZZZ9-.
      *
       01 COUNT-LINE.
           05  FILLER                        PIC X(18) VALUE
               'CUSTOMERS RANKED: '.
           05  CNT-CUSTOMERS                 PIC ZZZZ9.
           05  FILLER                        PIC X(30) VALUE
               '   CONTRIBUTED LESS THAN ZERO:'.
           05  CNT-LOSERS                    PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
      * DEFAULT REPORT QUARTER IS THE LAST ONE FINISHED.
           ACCEPT WS-TODAY-DATE-GROUP FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYY TO WS-REPORT-YEAR.
           COMPUTE WS-REPORT-QUARTER = (WS-TODAY-MM + 2) / 3 - 1.
           IF WS-REPORT-QUARTER = ZERO
               MOVE 4 TO WS-REPORT-QUARTER
               SUBTRACT 1 FROM WS-REPORT-YEAR
           END-IF.
      *
           PERFORM 050-READ-PARM-CARD.
      *
           COMPUTE WS-QTR-MONTH = WS-REPORT-QUARTER * 3 - 2.
           MOVE WS-REPORT-YEAR    TO WS-QTR-START-YYYY
                                     WS-QTR-END-YYYY
                                     WS-QTR-LABEL-YYYY.
           MOVE WS-QTR-MONTH      TO WS-QTR-START-MM.
           MOVE 01                TO WS-QTR-START-DD.
           COMPUTE WS-QTR-END-MM = WS-QTR-MONTH + 2.
           MOVE 31                TO WS-QTR-END-DD.
           MOVE WS-REPORT-QUARTER TO WS-QTR-LABEL-Q.
           DISPLAY "REPORTING QUARTER " WS-QTR-LABEL
                   " - " WS-QTR-START " THROUGH " WS-QTR-END.
      *
           OPEN INPUT INVOICE-FILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT INVX-FILE.
           IF NOT WS-INVXFILE-SUCCESS
               DISPLAY "WS-INVXFILE-SW=" WS-INVXFILE-SW
               DISPLAY "INVX-FILE OPEN ERROR"
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
           OPEN INPUT OOR-FILE.
           IF NOT WS-OORFILE-SUCCESS
               DISPLAY "WS-OORFILE-SW=" WS-OORFILE-SW
               DISPLAY "OOR-FILE OPEN ERROR"
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
           OPEN INPUT CM-FILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CAR-FILE.
           IF NOT WS-CARFILE-SUCCESS
               DISPLAY "WS-CARFILE-SW=" WS-CARFILE-SW
               DISPLAY "CAR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT RMA-FILE.
           IF NOT WS-RMAFILE-SUCCESS
               DISPLAY "WS-RMAFILE-SW=" WS-RMAFILE-SW
               DISPLAY "RMA-FILE OPEN ERROR"
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
           MOVE ZERO TO WS-GRAND-REVENUE
                        WS-GRAND-MARGIN
                        WS-GRAND-FREIGHT-ABSORBED
                        WS-GRAND-RETURNS
                        WS-GRAND-SCRAP
                        WS-GRAND-DISCOUNTS
                        WS-GRAND-WRITE-OFFS
                        WS-GRAND-FINCHG-WAIVED
                        WS-GRAND-NET-CONTRIBUTION.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
               INPUT PROCEDURE IS 100-GATHER-ALL-COSTS
               OUTPUT PROCEDURE IS 300-SUM-ALL-CUSTOMERS.
      *
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RNK-NET-CONTRIBUTION
               ON ASCENDING KEY RNK-CUSTOMER-NUMBER
               USING CPF-FILE
               OUTPUT PROCEDURE IS 500-PRINT-RANKED-CUSTOMERS.
      *
           PERFORM 700-PRINT-GRAND-TOTAL.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT CPFR-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ CPFR-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS
                       AND CPFR-REPORT-YEAR NUMERIC
                       AND CPFR-REPORT-QUARTER >= '1'
                       AND CPFR-REPORT-QUARTER <= '4'
                   MOVE CPFR-REPORT-YEAR    TO WS-REPORT-YEAR
                   MOVE CPFR-REPORT-QUARTER TO WS-REPORT-QUARTER
               ELSE
                   DISPLAY "NO USABLE PARM CARD - REPORTING THE "
                           "LAST QUARTER FINISHED"
               END-IF
               CLOSE CPFR-PARM-FILE
           ELSE
               DISPLAY "NO CPFR-PARM-FILE FOUND - REPORTING THE "
                       "LAST QUARTER FINISHED"
           END-IF.
      *
       100-GATHER-ALL-COSTS.
      *
           PERFORM 110-SWEEP-INVOICES.
           PERFORM 150-SWEEP-SHIPMENTS.
           PERFORM 200-SWEEP-PAYMENT-HISTORY.
           PERFORM 250-SWEEP-RMA-DISPOSITIONS.
      *
       110-SWEEP-INVOICES.
      *
           MOVE 'N'  TO WS-EOF-SW.
           MOVE ZERO TO INV-INVOICE-NUMBER-1.
           START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
           IF WS-EOF-NO
               PERFORM 120-COST-ONE-INVOICE
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN INVOICE-FILE"
           END-IF.
      *
       120-COST-ONE-INVOICE.
      *
           IF INV-IS-VOID-1
               IF INV-PO-NUMBER-1 = 'FINCHG'
                       AND INV-VOID-DATE-1 NOT < WS-QTR-START
                       AND INV-VOID-DATE-1 NOT > WS-QTR-END
                   PERFORM 180-CLEAR-SORT-ROW
                   MOVE INV-INVOICE-TOTAL-1 TO SRT-FINCHG-WAIVED
                   RELEASE SORT-RECORD
               END-IF
           ELSE IF INV-INVOICE-DATE-1 NOT < WS-QTR-START
                   AND INV-INVOICE-DATE-1 NOT > WS-QTR-END
                   AND INV-PO-NUMBER-1 NOT = 'FINCHG'
                   AND INV-PO-NUMBER-1 NOT = 'REBATE'
               ADD 1 TO WS-INVOICE-CNT
               PERFORM 130-PRICE-THE-LINES
               PERFORM 180-CLEAR-SORT-ROW
      *        A RETURN HANDS BACK THE CREDIT AND TAKES BACK THE COST,
      *        BOTH NEGATIVE ON THE MEMO - THE MARGIN LOST IS THE GAP.
               IF INV-PO-NUMBER-1 = 'RETURN'
                   COMPUTE SRT-RETURNS = WS-INV-COST - WS-INV-REVENUE
               ELSE
                   MOVE WS-INV-REVENUE       TO SRT-REVENUE
                   MOVE WS-INV-COST          TO SRT-COST
                   MOVE INV-FREIGHT-AMOUNT-1 TO SRT-FREIGHT-BILLED
               END-IF
               RELEASE SORT-RECORD
           END-IF.
      *
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       130-PRICE-THE-LINES.
      *
           MOVE ZERO TO WS-INV-REVENUE
                        WS-INV-COST.
      *
           PERFORM 135-PRICE-ONE-INLINE-ITEM
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
           IF INV-HAS-OVERFLOW-1
               PERFORM 140-PRICE-OVERFLOW-ITEMS
           END-IF.
      *
       135-PRICE-ONE-INLINE-ITEM.
      *
           IF INV-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               MOVE INV-PRODUCT-CODE-1 (WS-LINE-SUB) TO WS-LINE-PRODUCT
               MOVE INV-QUANTITY-1 (WS-LINE-SUB)     TO WS-LINE-QTY
               MOVE INV-AMOUNT-1 (WS-LINE-SUB)       TO WS-LINE-AMOUNT
               MOVE INV-UNIT-COST-1 (WS-LINE-SUB)
                 TO WS-LINE-UNIT-COST
               PERFORM 138-COST-ONE-LINE
           END-IF.
      *
      * THE COST STAMPED AT SHIP TIME, OR TODAY'S MASTER COST ON A
      * LINE WRITTEN BEFORE THE STAMP EXISTED.
       138-COST-ONE-LINE.
      *
           IF WS-LINE-UNIT-COST = ZERO
               MOVE WS-LINE-PRODUCT TO PRD-PRODUCT-CODE-1
               MOVE '00' TO WS-PRDFILE-SW
               READ PRD-FILE
                   INVALID KEY MOVE '23' TO WS-PRDFILE-SW
               END-READ
               IF WS-PRDFILE-SUCCESS
                   MOVE PRD-UNIT-COST-1 TO WS-LINE-UNIT-COST
               END-IF
           END-IF.
      *
           ADD WS-LINE-AMOUNT TO WS-INV-REVENUE.
           COMPUTE WS-INV-COST =
               WS-INV-COST + WS-LINE-QTY * WS-LINE-UNIT-COST.
      *
       140-PRICE-OVERFLOW-ITEMS.
      *
           MOVE 'N' TO WS-INVX-EOF-SW.
           MOVE INV-INVOICE-NUMBER-1 TO INVX-INVOICE-NUMBER-1.
           MOVE ZERO                 TO INVX-LINE-NUMBER-1.
      *
           START INVX-FILE KEY IS NOT LESS THAN INVX-KEY-1
               INVALID KEY MOVE 'Y' TO WS-INVX-EOF-SW.
      *
           PERFORM 145-PRICE-ONE-OVERFLOW-ITEM
               UNTIL WS-INVX-EOF.
      *
       145-PRICE-ONE-OVERFLOW-ITEM.
      *
           READ INVX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INVX-EOF-SW.
      *
           IF WS-INVX-EOF
               CONTINUE
           ELSE IF INVX-INVOICE-NUMBER-1 NOT = INV-INVOICE-NUMBER-1
               MOVE 'Y' TO WS-INVX-EOF-SW
           ELSE
               MOVE INVX-PRODUCT-CODE-1 TO WS-LINE-PRODUCT
               MOVE INVX-QUANTITY-1     TO WS-LINE-QTY
               MOVE INVX-AMOUNT-1       TO WS-LINE-AMOUNT
               MOVE INVX-UNIT-COST-1    TO WS-LINE-UNIT-COST
               PERFORM 138-COST-ONE-LINE
           END-IF.
      *
       150-SWEEP-SHIPMENTS.
      *
           OPEN INPUT TRK-FILE.
           IF NOT WS-TRKFILE-SUCCESS
               DISPLAY "WS-TRKFILE-SW=" WS-TRKFILE-SW
               DISPLAY "TRK-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ TRK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 160-RATE-ONE-SHIPMENT
               UNTIL WS-EOF-YES.
      *
           CLOSE TRK-FILE.
      *
       160-RATE-ONE-SHIPMENT.
      *
           IF TRK-SHIP-DATE-1 NOT < WS-QTR-START
                   AND TRK-SHIP-DATE-1 NOT > WS-QTR-END
               ADD 1 TO WS-SHIPMENT-CNT
               PERFORM 165-FIND-THE-DESTINATION
               MOVE 5   TO WS-ZONE-FOUND
               MOVE 'N' TO WS-ZONE-FOUND-SW
               PERFORM 168-CHECK-ONE-ZONE-ENTRY
                   VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > WS-ZONE-TABLE-COUNT
                      OR WS-ZONE-WAS-FOUND
               MOVE TRK-SHIP-VIA-1 TO CAR-CARRIER-CODE-1
               MOVE WS-ZONE-FOUND  TO CAR-ZONE-1
               MOVE '00' TO WS-CARFILE-SW
               READ CAR-FILE
                   INVALID KEY MOVE '23' TO WS-CARFILE-SW
               END-READ
               IF WS-CARFILE-SUCCESS
                   COMPUTE WS-FREIGHT-COST ROUNDED =
                       TRK-WEIGHT-1 * CAR-RATE-PER-CWT-1 / 100
                   IF WS-FREIGHT-COST < CAR-MINIMUM-CHARGE-1
                       MOVE CAR-MINIMUM-CHARGE-1 TO WS-FREIGHT-COST
                   END-IF
                   PERFORM 180-CLEAR-SORT-ROW
                   MOVE TRK-CUSTOMER-NUMBER-1 TO SRT-CUSTOMER-NUMBER
                   MOVE WS-FREIGHT-COST       TO SRT-FREIGHT-COST
                   RELEASE SORT-RECORD
               ELSE
                   ADD 1 TO WS-UNRATED-CNT
               END-IF
           END-IF.
      *
           READ TRK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
      * THE ORDER'S OWN SHIP-TO WHEN IT HAD ONE, ELSE THE CUSTOMER'S
      * SHIP-TO STATE, ELSE THE BILL-TO STATE.
       165-FIND-THE-DESTINATION.
      *
           MOVE SPACES TO WS-DEST-STATE.
      *
           MOVE TRK-ORDER-NUMBER-1 TO OOR-ORDER-NUMBER-1.
           MOVE '00' TO WS-OORFILE-SW.
           READ OOR-FILE
               INVALID KEY MOVE '23' TO WS-OORFILE-SW.
           IF WS-OORFILE-SUCCESS AND OOR-SHIPTO-CODE-1 NOT = SPACES
               MOVE TRK-CUSTOMER-NUMBER-1 TO SHT-CUSTOMER-NUMBER-1
               MOVE OOR-SHIPTO-CODE-1     TO SHT-LOCATION-CODE-1
               MOVE '00' TO WS-SHTFILE-SW
               READ SHT-FILE
                   INVALID KEY MOVE '23' TO WS-SHTFILE-SW
               END-READ
               IF WS-SHTFILE-SUCCESS
                   MOVE SHT-SHIPTO-STATE-1 TO WS-DEST-STATE
               END-IF
           END-IF.
      *
           IF WS-DEST-STATE = SPACES
               MOVE TRK-CUSTOMER-NUMBER-1 TO CM-CUSTOMER-NUMBER
               MOVE '00' TO WS-CMFFILE-SW
               READ CM-FILE
                   INVALID KEY MOVE '23' TO WS-CMFFILE-SW
               END-READ
               IF WS-CMFFILE-SUCCESS
                   IF CM-SHIPTO-STATE NOT = SPACES
                       MOVE CM-SHIPTO-STATE TO WS-DEST-STATE
                   ELSE
                       MOVE CM-STATE        TO WS-DEST-STATE
                   END-IF
               END-IF
           END-IF.
      *
       168-CHECK-ONE-ZONE-ENTRY.
      *
           IF WS-ZONE-STATE (WS-ZONE-SUB) = WS-DEST-STATE
               MOVE WS-ZONE-NUMBER (WS-ZONE-SUB) TO WS-ZONE-FOUND
               MOVE 'Y' TO WS-ZONE-FOUND-SW
           END-IF.
      *
       180-CLEAR-SORT-ROW.
      *
           MOVE INV-CUSTOMER-NUMBER-1 TO SRT-CUSTOMER-NUMBER.
           MOVE ZERO TO SRT-REVENUE
                        SRT-COST
                        SRT-FREIGHT-COST
                        SRT-FREIGHT-BILLED
                        SRT-RETURNS
                        SRT-SCRAP
                        SRT-DISCOUNTS
                        SRT-WRITE-OFFS
                        SRT-FINCHG-WAIVED.
      *
       200-SWEEP-PAYMENT-HISTORY.
      *
           OPEN INPUT PAYH-FILE.
           IF NOT WS-PAYHFILE-SUCCESS
               DISPLAY "WS-PAYHFILE-SW=" WS-PAYHFILE-SW
               DISPLAY "PAYH-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ PAYH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 210-COST-ONE-PAYMENT-ROW
               UNTIL WS-EOF-YES.
      *
           CLOSE PAYH-FILE.
      *
       210-COST-ONE-PAYMENT-ROW.
      *
           IF ((PAYH-TYPE-DISCOUNT-1 AND NOT PAYH-IS-NSF-1)
                   OR PAYH-TYPE-WRITE-OFF-1)
                   AND PAYH-PAYMENT-DATE-1 NOT < WS-QTR-START
                   AND PAYH-PAYMENT-DATE-1 NOT > WS-QTR-END
               MOVE PAYH-INVOICE-NUMBER-1 TO INV-INVOICE-NUMBER-1
               MOVE '00' TO WS-INVFILE-SW
               READ INVOICE-FILE
                   INVALID KEY MOVE '23' TO WS-INVFILE-SW
               END-READ
               IF WS-INVFILE-SUCCESS
                   ADD 1 TO WS-PAYH-CNT
                   PERFORM 180-CLEAR-SORT-ROW
                   IF PAYH-TYPE-DISCOUNT-1
                       MOVE PAYH-PAYMENT-AMOUNT-1 TO SRT-DISCOUNTS
                   ELSE IF INV-PO-NUMBER-1 = 'FINCHG'
                       MOVE PAYH-PAYMENT-AMOUNT-1 TO SRT-FINCHG-WAIVED
                   ELSE
                       MOVE PAYH-PAYMENT-AMOUNT-1 TO SRT-WRITE-OFFS
                   END-IF
                   RELEASE SORT-RECORD
               ELSE
                   ADD 1 TO WS-ORPHAN-CNT
               END-IF
           END-IF.
      *
           READ PAYH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       250-SWEEP-RMA-DISPOSITIONS.
      *
           OPEN INPUT RMD-FILE.
           IF NOT WS-RMDFILE-SUCCESS
               DISPLAY "WS-RMDFILE-SW=" WS-RMDFILE-SW
               DISPLAY "RMD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ RMD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 260-COST-ONE-DISPOSITION
               UNTIL WS-EOF-YES.
      *
           CLOSE RMD-FILE.
      *
       260-COST-ONE-DISPOSITION.
      *
           IF RMD-DISP-SCRAP-1
                   AND RMD-DISPOSITION-DATE-1 NOT < WS-QTR-START
                   AND RMD-DISPOSITION-DATE-1 NOT > WS-QTR-END
               MOVE RMD-RMA-NUMBER-1 TO RMA-NUMBER-1
               MOVE '00' TO WS-RMAFILE-SW
               READ RMA-FILE
                   INVALID KEY MOVE '23' TO WS-RMAFILE-SW
               END-READ
               IF WS-RMAFILE-SUCCESS
                   ADD 1 TO WS-SCRAP-CNT
                   PERFORM 180-CLEAR-SORT-ROW
                   MOVE RMA-CUSTOMER-NUMBER-1 TO SRT-CUSTOMER-NUMBER
                   COMPUTE SRT-SCRAP =
                       RMD-QUANTITY-1 * RMD-UNIT-COST-1
                   RELEASE SORT-RECORD
               ELSE
                   ADD 1 TO WS-ORPHAN-CNT
               END-IF
           END-IF.
      *
           READ RMD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       300-SUM-ALL-CUSTOMERS.
      *
           OPEN OUTPUT CPF-FILE.
           IF NOT WS-CPFFILE-SUCCESS
               DISPLAY "WS-CPFFILE-SW=" WS-CPFFILE-SW
               DISPLAY "CPF-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           IF NOT WS-SORT-EOF
               PERFORM 310-ADD-ONE-COST-ROW
                   UNTIL WS-SORT-EOF
               PERFORM 350-WRITE-CUSTOMER-ROW
           ELSE
               DISPLAY "NOTHING FOUND FOR THE QUARTER"
           END-IF.
      *
           CLOSE CPF-FILE.
      *
       310-ADD-ONE-COST-ROW.
      *
           IF WS-FIRST-RECORD
               PERFORM 320-START-NEW-CUSTOMER
           ELSE IF SRT-CUSTOMER-NUMBER NOT = WS-PREV-CUSTOMER
               PERFORM 350-WRITE-CUSTOMER-ROW
               PERFORM 320-START-NEW-CUSTOMER
           END-IF.
      *
           ADD SRT-REVENUE        TO WS-CUS-REVENUE.
           ADD SRT-COST           TO WS-CUS-COST.
           ADD SRT-FREIGHT-COST   TO WS-CUS-FREIGHT-COST.
           ADD SRT-FREIGHT-BILLED TO WS-CUS-FREIGHT-BILLED.
           ADD SRT-RETURNS        TO WS-CUS-RETURNS.
           ADD SRT-SCRAP          TO WS-CUS-SCRAP.
           ADD SRT-DISCOUNTS      TO WS-CUS-DISCOUNTS.
           ADD SRT-WRITE-OFFS     TO WS-CUS-WRITE-OFFS.
           ADD SRT-FINCHG-WAIVED  TO WS-CUS-FINCHG-WAIVED.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       320-START-NEW-CUSTOMER.
      *
           MOVE SRT-CUSTOMER-NUMBER TO WS-PREV-CUSTOMER.
           MOVE 'N'                 TO WS-FIRST-RECORD-SW.
           MOVE ZERO TO WS-CUS-REVENUE
                        WS-CUS-COST
                        WS-CUS-FREIGHT-COST
                        WS-CUS-FREIGHT-BILLED
                        WS-CUS-RETURNS
                        WS-CUS-SCRAP
                        WS-CUS-DISCOUNTS
                        WS-CUS-WRITE-OFFS
                        WS-CUS-FINCHG-WAIVED.
      *
      * FREIGHT BILLED OVER WHAT IT COST COMES BACK AS A NEGATIVE
      * ABSORBED FIGURE AND ADDS TO THE CONTRIBUTION.
       350-WRITE-CUSTOMER-ROW.
      *
           MOVE WS-PREV-CUSTOMER      TO CPF-CUSTOMER-NUMBER.
           MOVE WS-CUS-REVENUE        TO CPF-REVENUE.
           COMPUTE CPF-MARGIN = WS-CUS-REVENUE - WS-CUS-COST.
           COMPUTE CPF-FREIGHT-ABSORBED =
               WS-CUS-FREIGHT-COST - WS-CUS-FREIGHT-BILLED.
           MOVE WS-CUS-RETURNS        TO CPF-RETURNS.
           MOVE WS-CUS-SCRAP          TO CPF-SCRAP.
           MOVE WS-CUS-DISCOUNTS      TO CPF-DISCOUNTS.
           MOVE WS-CUS-WRITE-OFFS     TO CPF-WRITE-OFFS.
           MOVE WS-CUS-FINCHG-WAIVED  TO CPF-FINCHG-WAIVED.
           COMPUTE CPF-NET-CONTRIBUTION =
               CPF-MARGIN - CPF-FREIGHT-ABSORBED - CPF-RETURNS
               - CPF-SCRAP - CPF-DISCOUNTS - CPF-WRITE-OFFS
               - CPF-FINCHG-WAIVED.
      *
           WRITE CPF-RECORD.
           IF NOT WS-CPFFILE-SUCCESS
               DISPLAY "WS-CPFFILE-SW=" WS-CPFFILE-SW
               DISPLAY "CPF-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       500-PRINT-RANKED-CUSTOMERS.
      *
           PERFORM 600-PRINT-HEADINGS.
      *
           MOVE 'N' TO WS-SORT-EOF-SW.
           RETURN RANK-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
           PERFORM 510-PRINT-ONE-CUSTOMER
               UNTIL WS-SORT-EOF.
      *
       510-PRINT-ONE-CUSTOMER.
      *
           ADD 1 TO WS-RANK.
           MOVE SPACES              TO DETAIL-LINE.
           MOVE WS-RANK             TO DTL-RANK.
           MOVE RNK-CUSTOMER-NUMBER TO DTL-CUSTOMER-NUMBER.
      *
           MOVE RNK-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
           IF WS-CMFFILE-SUCCESS
               STRING CM-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY '  '
                   INTO DTL-NAME
           ELSE
               MOVE '*NOT ON CM-FILE*' TO DTL-NAME
           END-IF.
      *
           MOVE RNK-REVENUE          TO DTL-REVENUE.
           MOVE RNK-MARGIN           TO DTL-MARGIN.
           MOVE RNK-FREIGHT-ABSORBED TO DTL-FREIGHT-ABSORBED.
           MOVE RNK-RETURNS          TO DTL-RETURNS.
           MOVE RNK-SCRAP            TO DTL-SCRAP.
           MOVE RNK-DISCOUNTS        TO DTL-DISCOUNTS.
           MOVE RNK-WRITE-OFFS       TO DTL-WRITE-OFFS.
           MOVE RNK-FINCHG-WAIVED    TO DTL-FINCHG-WAIVED.
           MOVE RNK-NET-CONTRIBUTION TO DTL-NET-CONTRIBUTION.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD RNK-REVENUE          TO WS-GRAND-REVENUE.
           ADD RNK-MARGIN           TO WS-GRAND-MARGIN.
           ADD RNK-FREIGHT-ABSORBED TO WS-GRAND-FREIGHT-ABSORBED.
           ADD RNK-RETURNS          TO WS-GRAND-RETURNS.
           ADD RNK-SCRAP            TO WS-GRAND-SCRAP.
           ADD RNK-DISCOUNTS        TO WS-GRAND-DISCOUNTS.
           ADD RNK-WRITE-OFFS       TO WS-GRAND-WRITE-OFFS.
           ADD RNK-FINCHG-WAIVED    TO WS-GRAND-FINCHG-WAIVED.
           ADD RNK-NET-CONTRIBUTION TO WS-GRAND-NET-CONTRIBUTION.
           IF RNK-NET-CONTRIBUTION < ZERO
               ADD 1 TO WS-LOSER-CNT
           END-IF.
      *
           RETURN RANK-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR  TO HDG1-PAGE-NBR.
           MOVE WS-QTR-LABEL TO HDG1-QUARTER.
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
           MOVE SPACES                    TO DETAIL-LINE.
           MOVE 'ALL CUSTOMERS'           TO DTL-NAME.
           MOVE WS-GRAND-REVENUE          TO DTL-REVENUE.
           MOVE WS-GRAND-MARGIN           TO DTL-MARGIN.
           MOVE WS-GRAND-FREIGHT-ABSORBED TO DTL-FREIGHT-ABSORBED.
           MOVE WS-GRAND-RETURNS          TO DTL-RETURNS.
           MOVE WS-GRAND-SCRAP            TO DTL-SCRAP.
           MOVE WS-GRAND-DISCOUNTS        TO DTL-DISCOUNTS.
           MOVE WS-GRAND-WRITE-OFFS       TO DTL-WRITE-OFFS.
           MOVE WS-GRAND-FINCHG-WAIVED    TO DTL-FINCHG-WAIVED.
           MOVE WS-GRAND-NET-CONTRIBUTION TO DTL-NET-CONTRIBUTION.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE WS-RANK      TO CNT-CUSTOMERS.
           MOVE WS-LOSER-CNT TO CNT-LOSERS.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE INVOICE-FILE
                 INVX-FILE
                 PRD-FILE
                 OOR-FILE
                 SHT-FILE
                 CM-FILE
                 CAR-FILE
                 RMA-FILE
                 PRINT-FILE.
           DISPLAY "INVOICES IN QUARTER      = " WS-INVOICE-CNT.
           DISPLAY "SHIPMENTS RATED          = " WS-SHIPMENT-CNT.
           DISPLAY "  CARRIER/ZONE NOT RATED = " WS-UNRATED-CNT.
           DISPLAY "DISCOUNTS/WRITE-OFFS     = " WS-PAYH-CNT.
           DISPLAY "SCRAP DISPOSITIONS       = " WS-SCRAP-CNT.
           DISPLAY "ROWS WITH NO INVOICE/RMA = " WS-ORPHAN-CNT.
           DISPLAY "CUSTOMERS RANKED         = " WS-RANK.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
