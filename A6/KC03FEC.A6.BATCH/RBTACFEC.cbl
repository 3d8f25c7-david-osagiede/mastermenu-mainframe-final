       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBTACFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Month-end customer volume rebate run. Every active RBTFEC
      *agreement that has started by the end of the YYYYMM period on
      *the parameter card (default the current month) is measured
      *from its start date through the earlier of its end date and
      *the period end: the INVFEC and INVXFEC line amounts of the
      *qualifying products or categories (every line when the
      *agreement lists none) on the customer's invoices, net of
      *credit memos - an RMAMNFEC credit's negative lines net in
      *directly, and an INVVDFEC full credit takes back the
      *qualifying lines of the invoice it references. The highest
      *tier reached sets the percent, applied to every qualifying
      *dollar, and only the change from what was accrued before is
      *journalled through the GLMFEC RBAT mapping, dated the period
      *end. Once the period covers an agreement's end date the
      *rebate is paid out: a credit memo on INVFEC (PO 'REBATE',
      *numbered from control record 0 and logged to GAPLOG) that
      *CRMAPFEC applies against the customer's open invoices and
      *that is journalled through RBCM, or an open type E voucher on
      *APVFEC (numbered from control record 5) with one APDFEC line
      *charged to the accrued rebate account, which the APCKFEC check
      *run pays and APJRNFEC journals. The report shows each
      *agreement's progress toward its next tier, grouped by rep.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RBT-PARM-FILE ASSIGN TO RBTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT RBT-FILE ASSIGN TO RBTMSTR
               RECORD KEY IS RBT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RBTFILE-SW.

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

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFILE-SW.

           SELECT VND-FILE ASSIGN TO VNDMSTR
               RECORD KEY IS VND-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT CTL-FILE ASSIGN TO CTLMSTR
               RECORD KEY IS INVCTL-RECORD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT GAPLOG-FILE ASSIGN TO GAPMSTR
               RECORD KEY IS GAPLOG-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GAPFILE-SW.

           SELECT APV-FILE ASSIGN TO APVMSTR
               RECORD KEY IS APV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-APVFILE-SW.

           SELECT APD-FILE ASSIGN TO APDMSTR
               RECORD KEY IS APD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-APDFILE-SW.

           SELECT GLM-FILE ASSIGN TO GLMMSTR
               RECORD KEY IS GLM-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GLMFILE-SW.

           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTRCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RBT-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS RBT-PARM-RECORD.
       01  RBT-PARM-RECORD.
           05  RBT-PARM-PERIOD                  PIC X(06).
      *
       FD RBT-FILE
           RECORD CONTAINS 251 CHARACTERS
           DATA RECORD IS RBT-FILE-RECORD.
       01  RBT-FILE-RECORD.
           05  RBT-KEY-1.
               10  RBT-CUSTOMER-NUMBER-1     PIC X(06).
               10  RBT-AGREEMENT-YEAR-1      PIC 9(04).
           05  RBT-DESCRIPTION-1             PIC X(30).
           05  RBT-START-DATE-1              PIC X(08).
           05  RBT-END-DATE-1                PIC X(08).
           05  RBT-TIER-1                    OCCURS 5 TIMES.
               10  RBT-TIER-THRESHOLD-1      PIC S9(09)V99.
               10  RBT-TIER-PERCENT-1        PIC 9(02)V99.
           05  RBT-QUALIFIER-1               OCCURS 5 TIMES.
               10  RBT-QUAL-SCOPE-1          PIC X(01).
               10  RBT-QUAL-CODE-1           PIC X(10).
           05  RBT-PAYOUT-METHOD-1           PIC X(01).
               88  RBT-PAY-BY-CREDIT-1           VALUE 'C'.
               88  RBT-PAY-BY-CHECK-1            VALUE 'K'.
           05  RBT-VENDOR-NUMBER-1           PIC X(06).
           05  RBT-STATUS-1                  PIC X(01).
               88  RBT-STATUS-ACTIVE-1           VALUE 'A'.
               88  RBT-STATUS-PAID-1             VALUE 'P'.
           05  RBT-QUALIFYING-SALES-1        PIC S9(09)V99.
           05  RBT-EARNED-PERCENT-1          PIC 9(02)V99.
           05  RBT-ACCRUED-TO-DATE-1         PIC S9(09)V99.
           05  RBT-LAST-ACCRUAL-PERIOD-1     PIC X(06).
           05  RBT-PAID-DATE-1               PIC X(08).
           05  RBT-PAYOUT-DOCUMENT-1         PIC 9(06).
           05  RBT-PAID-AMOUNT-1             PIC S9(09)V99.
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
           05  FILLER                        PIC X(222).
           05  CM-REP-CODE                   PIC X(03).
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF              PIC X(01).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
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
               88  VND-STATUS-INACTIVE-1         VALUE 'I'.
           05  VND-1099-SW-1                 PIC X(01).
           05  VND-TIN-TYPE-1                PIC X(01).
           05  VND-TAX-ID-1                  PIC X(09).
           05  VND-1099-BOX-1                PIC X(01).
      *
       FD CTL-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS INVCTL-FILE-RECORD.
       01  INVCTL-FILE-RECORD.
           05  INVCTL-RECORD-KEYGRP-1.
               10  INVCTL-RECORD-KEY-1           PIC 9(01).
           05  INVCTL-NEXT-INVOICE-NUMBER-1      PIC 9(06).
      *
       FD GAPLOG-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS GAPLOG-FILE-RECORD.
       01  GAPLOG-FILE-RECORD.
           05  GAPLOG-KEY-1.
               10  GAPLOG-INVOICE-NUMBER-1       PIC 9(06).
           05  GAPLOG-ISSUED-DATE-1              PIC X(08).
           05  GAPLOG-ISSUED-TIME-1              PIC X(06).
           05  GAPLOG-ISSUED-TRNID-1             PIC X(04).
           05  GAPLOG-RETURNED-SW-1              PIC X(01).
           05  GAPLOG-RETURNED-DATE-1            PIC X(08).
           05  GAPLOG-RETURNED-TIME-1            PIC X(06).
           05  GAPLOG-RETURNED-REASON-1          PIC X(30).
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
           05  APV-MATCH-SW-1                PIC X(01).
           05  APV-CHECK-NUMBER-1            PIC 9(06).
           05  APV-PAID-DATE-1               PIC X(08).
           05  APV-OPERATOR-ID-1             PIC X(08).
           05  APV-VOUCHER-TYPE-1            PIC X(01).
      *
       FD APD-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS APD-FILE-RECORD.
       01  APD-FILE-RECORD.
           05  APD-KEY-1.
               10  APD-VOUCHER-NUMBER-1      PIC 9(06).
               10  APD-LINE-NUMBER-1         PIC 9(02).
           05  APD-GL-SOURCE-CODE-1          PIC X(04).
           05  APD-GL-ACCOUNT-1              PIC X(10).
           05  APD-AMOUNT-1                  PIC S9(07)V99.
           05  APD-VENDOR-NUMBER-1           PIC X(06).
           05  APD-ENTRY-DATE-1              PIC X(08).
      *
       FD GLM-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS GLM-FILE-RECORD.
       01  GLM-FILE-RECORD.
           05  GLM-KEY-1.
               10  GLM-SOURCE-CODE-1             PIC X(04).
           05  GLM-DESCRIPTION-1                 PIC X(20).
           05  GLM-DEBIT-ACCOUNT-1               PIC X(10).
           05  GLM-CREDIT-ACCOUNT-1              PIC X(10).
      *
       FD GL-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-EXTRACT-RECORD.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-CODE                   PIC X(10).
           05  GL-ACCOUNT-DESC                   PIC X(20).
           05  GL-EXTRACT-DATE                   PIC X(08).
           05  GL-DR-CR-INDICATOR                PIC X(02).
           05  GL-AMOUNT                         PIC S9(09)V99.
           05  FILLER                            PIC X(29).
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
       01 WS-RBTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RBTFILE-SUCCESS                VALUE '00'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
           88  WS-INVFILE-NOTFND                 VALUE '23'.
       01 WS-INVXFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVXFILE-SUCCESS               VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-CMFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-CMFILE-SUCCESS                 VALUE '00'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFND                 VALUE '23'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                VALUE '00'.
       01 WS-GAPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GAPFILE-SUCCESS                VALUE '00'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
       01 WS-APDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APDFILE-SUCCESS                VALUE '00'.
       01 WS-GLMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLMFILE-SUCCESS                VALUE '00'.
       01 WS-GLFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-GLFILE-SUCCESS                 VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-INVX-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-INVX-EOF                       VALUE 'Y'.
       01 WS-NEXT-TIER-SW                    PIC X(01)  VALUE 'N'.
           88  WS-NEXT-TIER-FOUND                VALUE 'Y'.
       01 WS-QUALIFIES-SW                    PIC X(01)  VALUE 'N'.
           88  WS-LINE-QUALIFIES                 VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-RUN-TIME-GROUP.
           05  WS-RUN-TIME                   PIC 9(06).
           05  FILLER                        PIC 9(02).
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
      *
      * THE ACCRUAL IS DATED THE LAST DAY OF THE PERIOD, WHICH IS ALSO
      * THE LAST INVOICE DATE THE MEASUREMENT COUNTS.
       01 WS-PERIOD-END-DATE.
           05  WS-PEND-YYYY                  PIC 9(04).
           05  WS-PEND-MM                    PIC 9(02).
           05  WS-PEND-DD                    PIC 9(02).
       01 WS-LEAP-QUOTIENT                   PIC 9(04)  VALUE 0.
       01 WS-LEAP-REMAINDER                  PIC 9(02)  VALUE 0.
       01 WS-MONTH-DAYS-VALUES               PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS                 OCCURS 12 TIMES
                                             PIC 9(02).
      *
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-TIER-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-QUAL-SUB                        PIC S9(04) COMP VALUE 0.
      *
      * ONE SLOT PER AGREEMENT MEASURED THIS RUN, WITH WHAT THE SCAN
      * NEEDS TO MATCH INVOICE LINES TO IT AND WHAT THE REPORT SHOWS.
       01 WS-RB-TABLE.
           05  WS-RB-ENTRY                   OCCURS 200 TIMES.
               10  WS-RB-CUSTOMER            PIC X(06).
               10  WS-RB-YEAR                PIC 9(04).
               10  WS-RB-START-DATE          PIC X(08).
               10  WS-RB-THROUGH-DATE        PIC X(08).
               10  WS-RB-YEAR-END-SW         PIC X(01).
               10  WS-RB-QUAL                OCCURS 5 TIMES.
                   15  WS-RB-QUAL-SCOPE      PIC X(01).
                   15  WS-RB-QUAL-CODE       PIC X(10).
               10  WS-RB-QUAL-CNT            PIC S9(04) COMP.
               10  WS-RB-REP-CODE            PIC X(03).
               10  WS-RB-NAME                PIC X(14).
               10  WS-RB-SALES               PIC S9(09)V99 COMP-3.
               10  WS-RB-PERCENT             PIC 9(02)V99.
               10  WS-RB-EARNED              PIC S9(09)V99 COMP-3.
               10  WS-RB-THIS-RUN            PIC S9(09)V99 COMP-3.
               10  WS-RB-NEXT-THRESHOLD      PIC S9(09)V99 COMP-3.
               10  WS-RB-NEXT-TIER-SW        PIC X(01).
               10  WS-RB-ACTION              PIC X(16).
               10  WS-RB-HIT-SW              PIC X(01).
               10  WS-RB-PRINTED-SW          PIC X(01).
       01 WS-RB-COUNT                        PIC S9(04) COMP VALUE 0.
       01 WS-RB-SUB                          PIC S9(04) COMP VALUE 0.
       01 WS-RB-REP-SUB                      PIC S9(04) COMP VALUE 0.
       01 WS-RB-HIT-CNT                      PIC S9(04) COMP VALUE 0.
       01 WS-CATEGORY-QUAL-CNT               PIC S9(04) COMP VALUE 0.
       01 WS-CURRENT-REP                     PIC X(03)  VALUE SPACES.
      *
      * A FULL CREDIT CARRIES NO LINES OF ITS OWN; IT IS HELD UNTIL THE
      * BROWSE IS DONE AND THEN NETS OUT THE LINES OF THE INVOICE IT
      * REFERENCES.
       01 WS-HC-TABLE.
           05  WS-HC-ENTRY                   OCCURS 500 TIMES.
               10  WS-HC-CUSTOMER            PIC X(06).
               10  WS-HC-DATE                PIC X(08).
               10  WS-HC-REFERENCE           PIC 9(06).
       01 WS-HC-COUNT                        PIC S9(04) COMP VALUE 0.
       01 WS-HC-SUB                          PIC S9(04) COMP VALUE 0.
      *
       01 WS-MATCH-CUSTOMER                  PIC X(06)  VALUE SPACES.
       01 WS-MATCH-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-LINE-SIGN                       PIC S9(01) VALUE +1.
       01 WS-LINE-PRODUCT                    PIC X(10)  VALUE SPACES.
       01 WS-LINE-CATEGORY                   PIC X(10)  VALUE SPACES.
       01 WS-LINE-AMOUNT                     PIC S9(07)V99 VALUE 0.
      *
       01 WS-EARNED                          PIC S9(09)V99 VALUE 0.
       01 WS-CTL-KEY                         PIC 9(01)  VALUE 0.
       01 WS-NEXT-DOCUMENT-NUMBER            PIC 9(06)  VALUE 0.
       01 WS-ACTION-WORK.
           05  WS-ACTION-VERB                PIC X(08).
           05  WS-ACTION-DOCUMENT            PIC 9(06).
           05  FILLER                        PIC X(02)  VALUE SPACES.
       01 WS-REBATE-VENDOR-INVOICE.
           05  FILLER                        PIC X(06)  VALUE 'REBATE'.
           05  WS-RVI-YEAR                   PIC 9(04).
      *
       01 WS-RBAT-CREDIT-ACCOUNT             PIC X(10)  VALUE SPACES.
       01 WS-GLM-SOURCE                      PIC X(04)  VALUE SPACES.
       01 WS-TOT-ACCRUAL                     PIC S9(09)V99 COMP-3
                                                        VALUE 0.
       01 WS-TOT-EARNED                      PIC S9(09)V99 COMP-3
                                                        VALUE 0.
       01 WS-REP-EARNED                      PIC S9(09)V99 COMP-3.
       01 WS-REP-THIS-RUN                    PIC S9(09)V99 COMP-3.
       01 WS-TOT-CREDIT-PAYOUT               PIC S9(09)V99 COMP-3
                                                        VALUE 0.
       01 WS-TOT-CHECK-PAYOUT                PIC S9(09)V99 COMP-3
                                                        VALUE 0.
       01 WS-JRN-AMOUNT                      PIC S9(09)V99
                                              COMP-3 VALUE 0.
       01 WS-JRN-DATE                        PIC X(08)  VALUE SPACES.
       01 WS-TOTAL-DEBITS                    PIC S9(11)V99
                                              COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITS                   PIC S9(11)V99
                                              COMP-3 VALUE 0.
      *
       01 WS-INVOICE-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CREDIT-NETTED-CNT               PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CREDIT-PAID-CNT                 PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CHECK-PAID-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-NO-PAYEE-CNT                    PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - CUSTOMER VOLUME REBATES'.
           05  FILLER                        PIC X(09) VALUE ' PERIOD '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(06) VALUE 'CUST'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE 'NAME'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(04) VALUE 'YEAR'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '    QUAL SALES'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE
               '  PCT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '        EARNED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '      THIS RUN'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               '    NEXT TIER'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               '        TO GO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE 'ACTION'.
      *
       01 REP-HEADER-LINE.
           05  FILLER                        PIC X(05) VALUE 'REP: '.
           05  RHL-REP-CODE                  PIC X(03).
      *
       01 DETAIL-LINE.
           05  DTL-CUSTOMER                  PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NAME                      PIC X(14).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-YEAR                      PIC 9(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-SALES                     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PERCENT                   PIC Z9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-EARNED                    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-THIS-RUN                  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NEXT-TIER-AREA.
               10  DTL-NEXT-THRESHOLD        PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER                    PIC X(02) VALUE SPACES.
               10  DTL-TO-GO                 PIC ZZ,ZZZ,ZZ9.99.
           05  DTL-TOP-TIER-AREA REDEFINES DTL-NEXT-TIER-AREA
                                             PIC X(28).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ACTION                    PIC X(16).
      *
       01 REP-TOTAL-LINE.
           05  FILLER                        PIC X(30) VALUE SPACES.
           05  FILLER                        PIC X(23)
               VALUE 'REP TOTAL'.
           05  RTL-EARNED                    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RTL-THIS-RUN                  PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 GRAND-TOTAL-LINE.
           05  FILLER                        PIC X(30) VALUE SPACES.
           05  FILLER                        PIC X(23)
               VALUE 'TOTAL ALL AGREEMENTS'.
           05  GTL-EARNED                    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  GTL-THIS-RUN                  PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(22)
               VALUE 'AGREEMENTS MEASURED:'.
           05  SL1-AGREEMENT-CNT             PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(22)
               VALUE 'INVOICES READ:'.
           05  SL2-INVOICE-READ-CNT          PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(22)
               VALUE 'FULL CREDITS NETTED:'.
           05  SL3-CREDIT-NETTED-CNT         PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(22)
               VALUE 'PAID BY CREDIT MEMO:'.
           05  SL4-CREDIT-PAID-CNT           PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL4-CREDIT-PAYOUT             PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(22)
               VALUE 'VOUCHERED FOR CHECK:'.
           05  SL5-CHECK-PAID-CNT            PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL5-CHECK-PAYOUT              PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-LINE-6.
           05  FILLER                        PIC X(22)
               VALUE 'HELD - NO PAYEE:'.
           05  SL6-NO-PAYEE-CNT              PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-7.
           05  FILLER                        PIC X(22)
               VALUE 'ACCRUAL DATED:'.
           05  SL7-PERIOD-END-DATE           PIC X(08).
      *
       01 SUMMARY-LINE-8.
           05  FILLER                        PIC X(22)
               VALUE 'TOTAL DEBITS:'.
           05  SL8-TOTAL-DEBITS              PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-9.
           05  FILLER                        PIC X(22)
               VALUE 'TOTAL CREDITS:'.
           05  SL9-TOTAL-CREDITS             PIC Z(10)9.99CR.
      *
       01 SUMMARY-LINE-10.
           05  FILLER                        PIC X(30)
               VALUE 'JOURNAL IN BALANCE'.
      *
       01 SUMMARY-LINE-11.
           05  FILLER                        PIC X(30)
               VALUE 'JOURNAL OUT OF BALANCE'.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-PARM-CARD.
           PERFORM 060-SET-PERIOD-END-DATE.
      *
           OPEN I-O RBT-FILE.
           IF WS-RBTFILE-SUCCESS
               DISPLAY "RBT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-RBTFILE-SW=" WS-RBTFILE-SW
               DISPLAY "RBT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O INVOICE-FILE.
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
           OPEN INPUT CM-FILE.
           IF NOT WS-CMFILE-SUCCESS
               DISPLAY "WS-CMFILE-SW=" WS-CMFILE-SW
               DISPLAY "CM-FILE OPEN ERROR"
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
           OPEN I-O CTL-FILE.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O GAPLOG-FILE.
           IF NOT WS-GAPFILE-SUCCESS
               DISPLAY "WS-GAPFILE-SW=" WS-GAPFILE-SW
               DISPLAY "GAPLOG-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O APV-FILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O APD-FILE.
           IF NOT WS-APDFILE-SUCCESS
               DISPLAY "WS-APDFILE-SW=" WS-APDFILE-SW
               DISPLAY "APD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT GLM-FILE.
           IF NOT WS-GLMFILE-SUCCESS
               DISPLAY "WS-GLMFILE-SW=" WS-GLMFILE-SW
               DISPLAY "GLM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT GL-EXTRACT-FILE.
           IF NOT WS-GLFILE-SUCCESS
               DISPLAY "WS-GLFILE-SW=" WS-GLFILE-SW
               DISPLAY "GL-EXTRACT-FILE OPEN ERROR"
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
           PERFORM 070-CHECK-GL-MAPPINGS.
           PERFORM 100-LOAD-AGREEMENTS.
           PERFORM 200-MEASURE-SALES.
           PERFORM 350-NET-HELD-CREDITS.
           PERFORM 400-SETTLE-AGREEMENTS.
           PERFORM 600-PRINT-BY-REP.
           PERFORM 500-WRITE-REBATE-JOURNAL.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-GROUP FROM TIME.
           MOVE WS-TODAY-DATE (1:6) TO WS-REPORT-PERIOD.
      *
           OPEN INPUT RBT-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ RBT-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND RBT-PARM-PERIOD NUMERIC
                   MOVE RBT-PARM-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY "NO USABLE PARM CARD - ACCRUING FOR THE "
                           "CURRENT MONTH " WS-REPORT-PERIOD
               END-IF
               CLOSE RBT-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO RBT-PARM-FILE FOUND - ACCRUING FOR THE "
                       "CURRENT MONTH " WS-REPORT-PERIOD
           END-IF.
      *
       060-SET-PERIOD-END-DATE.
      *
           MOVE WS-REPORT-PERIOD TO WS-PERIOD-END-DATE (1:6).
           MOVE WS-MONTH-DAYS (WS-PEND-MM) TO WS-PEND-DD.
           IF WS-PEND-MM = 2
               DIVIDE WS-PEND-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-PEND-DD
               END-IF
           END-IF.
      *
       070-CHECK-GL-MAPPINGS.
      *
      * BOTH MAPPINGS ARE PROVED BEFORE ANYTHING IS WRITTEN; THE RBAT
      * CREDIT ACCOUNT IS ALSO WHERE A CHECK PAYOUT'S VOUCHER LINE IS
      * CHARGED, SO THE VOUCHER RELIEVES THE ACCRUAL.
           MOVE 'RBCM' TO WS-GLM-SOURCE.
           PERFORM 520-READ-GL-MAPPING.
           MOVE 'RBAT' TO WS-GLM-SOURCE.
           PERFORM 520-READ-GL-MAPPING.
           MOVE GLM-CREDIT-ACCOUNT-1 TO WS-RBAT-CREDIT-ACCOUNT.
      *
       100-LOAD-AGREEMENTS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ RBT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 110-LOAD-ONE-AGREEMENT
               UNTIL WS-EOF-YES.
      *
       110-LOAD-ONE-AGREEMENT.
      *
      * A PAID AGREEMENT IS FINISHED, AND ONE NOT YET STARTED HAS
      * NOTHING TO MEASURE.
           IF NOT RBT-STATUS-ACTIVE-1
                   OR RBT-START-DATE-1 > WS-PERIOD-END-DATE
               CONTINUE
           ELSE IF WS-RB-COUNT NOT < 200
               DISPLAY "AGREEMENT TABLE FULL - SKIPPED: " RBT-KEY-1
           ELSE
               ADD 1 TO WS-RB-COUNT
               PERFORM 120-FILL-AGREEMENT-SLOT
           END-IF.
      *
           READ RBT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-FILL-AGREEMENT-SLOT.
      *
           MOVE RBT-CUSTOMER-NUMBER-1 TO WS-RB-CUSTOMER (WS-RB-COUNT).
           MOVE RBT-AGREEMENT-YEAR-1  TO WS-RB-YEAR (WS-RB-COUNT).
           MOVE RBT-START-DATE-1      TO WS-RB-START-DATE (WS-RB-COUNT).
      *
      * THE AGREEMENT IS MEASURED UP TO THE EARLIER OF ITS END DATE AND
      * THE PERIOD END; ONCE THE PERIOD REACHES THE END DATE THE
      * REBATE IS FINAL AND IS PAID OUT.
           IF RBT-END-DATE-1 > WS-PERIOD-END-DATE
               MOVE WS-PERIOD-END-DATE
                 TO WS-RB-THROUGH-DATE (WS-RB-COUNT)
               MOVE 'N' TO WS-RB-YEAR-END-SW (WS-RB-COUNT)
           ELSE
               MOVE RBT-END-DATE-1 TO WS-RB-THROUGH-DATE (WS-RB-COUNT)
               MOVE 'Y' TO WS-RB-YEAR-END-SW (WS-RB-COUNT)
           END-IF.
      *
           MOVE ZERO TO WS-RB-QUAL-CNT (WS-RB-COUNT).
           PERFORM 130-LOAD-ONE-QUALIFIER
               VARYING WS-QUAL-SUB FROM 1 BY 1
               UNTIL WS-QUAL-SUB > 5.
      *
           MOVE ZERO   TO WS-RB-SALES (WS-RB-COUNT)
                          WS-RB-PERCENT (WS-RB-COUNT)
                          WS-RB-EARNED (WS-RB-COUNT)
                          WS-RB-THIS-RUN (WS-RB-COUNT)
                          WS-RB-NEXT-THRESHOLD (WS-RB-COUNT).
           MOVE SPACES TO WS-RB-ACTION (WS-RB-COUNT).
           MOVE 'N'    TO WS-RB-NEXT-TIER-SW (WS-RB-COUNT)
                          WS-RB-HIT-SW (WS-RB-COUNT)
                          WS-RB-PRINTED-SW (WS-RB-COUNT).
      *
           MOVE RBT-CUSTOMER-NUMBER-1 TO CM-CUSTOMER-NUMBER.
           MOVE '00' TO WS-CMFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFILE-SW.
           IF WS-CMFILE-SUCCESS
               MOVE CM-REP-CODE  TO WS-RB-REP-CODE (WS-RB-COUNT)
               MOVE CM-LAST-NAME TO WS-RB-NAME (WS-RB-COUNT)
           ELSE
               DISPLAY "CUSTOMER NOT ON CM-FILE: "
                   RBT-CUSTOMER-NUMBER-1
               MOVE SPACES TO WS-RB-REP-CODE (WS-RB-COUNT)
               MOVE '*NOT ON FILE*' TO WS-RB-NAME (WS-RB-COUNT)
           END-IF.
      *
       130-LOAD-ONE-QUALIFIER.
      *
           MOVE RBT-QUAL-SCOPE-1 (WS-QUAL-SUB)
             TO WS-RB-QUAL-SCOPE (WS-RB-COUNT WS-QUAL-SUB).
           MOVE RBT-QUAL-CODE-1 (WS-QUAL-SUB)
             TO WS-RB-QUAL-CODE (WS-RB-COUNT WS-QUAL-SUB).
           IF RBT-QUAL-SCOPE-1 (WS-QUAL-SUB) = 'P' OR 'C'
               ADD 1 TO WS-RB-QUAL-CNT (WS-RB-COUNT)
           END-IF.
           IF RBT-QUAL-SCOPE-1 (WS-QUAL-SUB) = 'C'
               ADD 1 TO WS-CATEGORY-QUAL-CNT
           END-IF.
      *
       200-MEASURE-SALES.
      *
           MOVE 'N' TO WS-EOF-SW.
           IF WS-RB-COUNT = ZERO
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
           PERFORM 210-MEASURE-ONE-INVOICE
               UNTIL WS-EOF-YES.
      *
       210-MEASURE-ONE-INVOICE.
      *
           ADD 1 TO WS-INVOICE-READ-CNT.
      *
      * A REBATE CREDIT MEMO IS THE REBATE ITSELF, NOT A RETURN, AND
      * MUST NOT REDUCE THE SALES IT WAS EARNED ON.
           MOVE ZERO TO WS-RB-HIT-CNT.
           IF NOT INV-IS-VOID-1 AND INV-PO-NUMBER-1 NOT = 'REBATE'
               MOVE INV-CUSTOMER-NUMBER-1 TO WS-MATCH-CUSTOMER
               MOVE INV-INVOICE-DATE-1    TO WS-MATCH-DATE
               PERFORM 220-MARK-MATCHING-AGREEMENTS
           END-IF.
      *
           IF WS-RB-HIT-CNT = ZERO
               CONTINUE
           ELSE IF INV-LINE-ITEM-COUNT-1 = ZERO
                   AND INV-INVOICE-TOTAL-1 < ZERO
                   AND INV-REFERENCE-INVOICE-NUMBER-1 > ZERO
               PERFORM 240-HOLD-FULL-CREDIT
           ELSE
               MOVE +1 TO WS-LINE-SIGN
               PERFORM 250-SCAN-INVOICE-LINES
           END-IF.
      *
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       220-MARK-MATCHING-AGREEMENTS.
      *
      * ON ENTRY WS-MATCH-CUSTOMER AND WS-MATCH-DATE HOLD THE INVOICE
      * BEING COUNTED; EVERY AGREEMENT IT FALLS INSIDE IS FLAGGED.
           MOVE ZERO TO WS-RB-HIT-CNT.
           PERFORM 230-MARK-ONE-AGREEMENT
               VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT.
      *
       230-MARK-ONE-AGREEMENT.
      *
           IF WS-RB-CUSTOMER (WS-RB-SUB) = WS-MATCH-CUSTOMER
                   AND WS-MATCH-DATE NOT < WS-RB-START-DATE (WS-RB-SUB)
                   AND WS-MATCH-DATE
                       NOT > WS-RB-THROUGH-DATE (WS-RB-SUB)
               MOVE 'Y' TO WS-RB-HIT-SW (WS-RB-SUB)
               ADD 1 TO WS-RB-HIT-CNT
           ELSE
               MOVE 'N' TO WS-RB-HIT-SW (WS-RB-SUB)
           END-IF.
      *
       240-HOLD-FULL-CREDIT.
      *
           IF WS-HC-COUNT < 500
               ADD 1 TO WS-HC-COUNT
               MOVE INV-CUSTOMER-NUMBER-1
                 TO WS-HC-CUSTOMER (WS-HC-COUNT)
               MOVE INV-INVOICE-DATE-1
                 TO WS-HC-DATE (WS-HC-COUNT)
               MOVE INV-REFERENCE-INVOICE-NUMBER-1
                 TO WS-HC-REFERENCE (WS-HC-COUNT)
           ELSE
               DISPLAY "CREDIT TABLE FULL - CREDIT NOT NETTED: "
                   INV-INVOICE-NUMBER-1
           END-IF.
      *
       250-SCAN-INVOICE-LINES.
      *
           PERFORM 260-SCAN-ONE-INLINE-ITEM
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
           IF INV-HAS-OVERFLOW-1
               MOVE 'N' TO WS-INVX-EOF-SW
               MOVE INV-INVOICE-NUMBER-1 TO INVX-INVOICE-NUMBER-1
               MOVE ZERO                 TO INVX-LINE-NUMBER-1
               START INVX-FILE KEY IS NOT LESS THAN INVX-KEY-1
                   INVALID KEY MOVE 'Y' TO WS-INVX-EOF-SW
               END-START
               PERFORM 270-SCAN-ONE-OVERFLOW-ITEM
                   UNTIL WS-INVX-EOF
           END-IF.
      *
       260-SCAN-ONE-INLINE-ITEM.
      *
           IF INV-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACE
               MOVE INV-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO WS-LINE-PRODUCT
               MOVE INV-AMOUNT-1 (WS-LINE-SUB) TO WS-LINE-AMOUNT
               PERFORM 300-APPLY-ONE-LINE
           END-IF.
      *
       270-SCAN-ONE-OVERFLOW-ITEM.
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
               MOVE INVX-AMOUNT-1       TO WS-LINE-AMOUNT
               PERFORM 300-APPLY-ONE-LINE
           END-IF.
      *
       300-APPLY-ONE-LINE.
      *
      * THE PRODUCT MASTER IS READ FOR THE LINE'S CATEGORY ONLY WHEN
      * SOME AGREEMENT QUALIFIES BY CATEGORY.
           MOVE SPACES TO WS-LINE-CATEGORY.
           IF WS-CATEGORY-QUAL-CNT > ZERO
               MOVE WS-LINE-PRODUCT TO PRD-PRODUCT-CODE-1
               MOVE '00' TO WS-PRDFILE-SW
               READ PRD-FILE
                   INVALID KEY MOVE '23' TO WS-PRDFILE-SW
               END-READ
               IF WS-PRDFILE-SUCCESS
                   MOVE PRD-CATEGORY-1 TO WS-LINE-CATEGORY
               END-IF
           END-IF.
      *
           PERFORM 310-APPLY-LINE-TO-AGREEMENT
               VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT.
      *
       310-APPLY-LINE-TO-AGREEMENT.
      *
           IF WS-RB-HIT-SW (WS-RB-SUB) = 'Y'
               IF WS-RB-QUAL-CNT (WS-RB-SUB) = ZERO
                   MOVE 'Y' TO WS-QUALIFIES-SW
               ELSE
                   MOVE 'N' TO WS-QUALIFIES-SW
                   PERFORM 320-TEST-ONE-QUALIFIER
                       VARYING WS-QUAL-SUB FROM 1 BY 1
                       UNTIL WS-QUAL-SUB > 5
                          OR WS-LINE-QUALIFIES
               END-IF
               IF WS-LINE-QUALIFIES
                   COMPUTE WS-RB-SALES (WS-RB-SUB) =
                       WS-RB-SALES (WS-RB-SUB)
                       + WS-LINE-SIGN * WS-LINE-AMOUNT
               END-IF
           END-IF.
      *
       320-TEST-ONE-QUALIFIER.
      *
           IF WS-RB-QUAL-SCOPE (WS-RB-SUB WS-QUAL-SUB) = 'P'
                   AND WS-RB-QUAL-CODE (WS-RB-SUB WS-QUAL-SUB)
                       = WS-LINE-PRODUCT
               MOVE 'Y' TO WS-QUALIFIES-SW
           ELSE IF WS-RB-QUAL-SCOPE (WS-RB-SUB WS-QUAL-SUB) = 'C'
                   AND WS-LINE-CATEGORY NOT = SPACES
                   AND WS-RB-QUAL-CODE (WS-RB-SUB WS-QUAL-SUB)
                       = WS-LINE-CATEGORY
               MOVE 'Y' TO WS-QUALIFIES-SW
           END-IF.
      *
       350-NET-HELD-CREDITS.
      *
           PERFORM 360-NET-ONE-HELD-CREDIT
               VARYING WS-HC-SUB FROM 1 BY 1
               UNTIL WS-HC-SUB > WS-HC-COUNT.
      *
       360-NET-ONE-HELD-CREDIT.
      *
      * THE CREDIT'S OWN CUSTOMER AND DATE DECIDE WHICH AGREEMENTS IT
      * COMES OFF; THE ORIGINAL INVOICE'S LINES SAY HOW MUCH. AN
      * ORIGINAL SINCE VOIDED IS ALREADY OUT OF THE SALES.
           MOVE WS-HC-CUSTOMER (WS-HC-SUB) TO WS-MATCH-CUSTOMER.
           MOVE WS-HC-DATE (WS-HC-SUB)     TO WS-MATCH-DATE.
           PERFORM 220-MARK-MATCHING-AGREEMENTS.
      *
           MOVE WS-HC-REFERENCE (WS-HC-SUB) TO INV-INVOICE-NUMBER-1.
           MOVE '00' TO WS-INVFILE-SW.
           READ INVOICE-FILE
               INVALID KEY MOVE '23' TO WS-INVFILE-SW.
      *
           IF WS-INVFILE-NOTFND
               DISPLAY "CREDITED INVOICE NOT ON FILE: "
                   WS-HC-REFERENCE (WS-HC-SUB)
           ELSE IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF INV-IS-VOID-1
               CONTINUE
           ELSE
               MOVE -1 TO WS-LINE-SIGN
               PERFORM 250-SCAN-INVOICE-LINES
               ADD 1 TO WS-CREDIT-NETTED-CNT
           END-IF.
      *
       400-SETTLE-AGREEMENTS.
      *
           PERFORM 410-SETTLE-ONE-AGREEMENT
               VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT.
      *
       410-SETTLE-ONE-AGREEMENT.
      *
           MOVE WS-RB-CUSTOMER (WS-RB-SUB) TO RBT-CUSTOMER-NUMBER-1.
           MOVE WS-RB-YEAR (WS-RB-SUB)     TO RBT-AGREEMENT-YEAR-1.
           READ RBT-FILE
               INVALID KEY MOVE '23' TO WS-RBTFILE-SW.
           IF NOT WS-RBTFILE-SUCCESS
               DISPLAY "WS-RBTFILE-SW=" WS-RBTFILE-SW
               DISPLAY "RBT-FILE READ ERROR KEY=" RBT-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
      * THE HIGHEST TIER REACHED SETS THE PERCENT; THE FIRST TIER NOT
      * YET REACHED IS THE ONE THE CUSTOMER IS WORKING TOWARD.
           PERFORM 420-TEST-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5.
      *
           IF WS-RB-SALES (WS-RB-SUB) > ZERO
               COMPUTE WS-EARNED ROUNDED =
                   WS-RB-SALES (WS-RB-SUB)
                   * WS-RB-PERCENT (WS-RB-SUB) / 100
           ELSE
               MOVE ZERO TO WS-EARNED
           END-IF.
      *
           MOVE WS-EARNED TO WS-RB-EARNED (WS-RB-SUB).
           COMPUTE WS-RB-THIS-RUN (WS-RB-SUB) =
               WS-EARNED - RBT-ACCRUED-TO-DATE-1.
           ADD WS-RB-THIS-RUN (WS-RB-SUB) TO WS-TOT-ACCRUAL.
           ADD WS-EARNED TO WS-TOT-EARNED.
      *
           MOVE WS-RB-SALES (WS-RB-SUB)   TO RBT-QUALIFYING-SALES-1.
           MOVE WS-RB-PERCENT (WS-RB-SUB) TO RBT-EARNED-PERCENT-1.
           MOVE WS-EARNED                 TO RBT-ACCRUED-TO-DATE-1.
           MOVE WS-REPORT-PERIOD          TO RBT-LAST-ACCRUAL-PERIOD-1.
      *
           IF WS-RB-YEAR-END-SW (WS-RB-SUB) = 'N'
               CONTINUE
           ELSE IF WS-EARNED NOT > ZERO
               MOVE 'P'           TO RBT-STATUS-1
               MOVE WS-TODAY-DATE TO RBT-PAID-DATE-1
               MOVE ZERO          TO RBT-PAYOUT-DOCUMENT-1
                                     RBT-PAID-AMOUNT-1
               MOVE 'NOTHING EARNED' TO WS-RB-ACTION (WS-RB-SUB)
           ELSE IF RBT-PAY-BY-CREDIT-1
               PERFORM 450-PAY-BY-CREDIT-MEMO
           ELSE
               PERFORM 460-PAY-BY-CHECK
           END-IF.
      *
           REWRITE RBT-FILE-RECORD.
           IF NOT WS-RBTFILE-SUCCESS
               DISPLAY "WS-RBTFILE-SW=" WS-RBTFILE-SW
               DISPLAY "RBT-FILE REWRITE ERROR KEY=" RBT-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       420-TEST-ONE-TIER.
      *
           IF RBT-TIER-PERCENT-1 (WS-TIER-SUB) > ZERO
               IF WS-RB-SALES (WS-RB-SUB)
                       NOT < RBT-TIER-THRESHOLD-1 (WS-TIER-SUB)
                   MOVE RBT-TIER-PERCENT-1 (WS-TIER-SUB)
                     TO WS-RB-PERCENT (WS-RB-SUB)
               ELSE IF WS-RB-NEXT-TIER-SW (WS-RB-SUB) = 'N'
                   MOVE RBT-TIER-THRESHOLD-1 (WS-TIER-SUB)
                     TO WS-RB-NEXT-THRESHOLD (WS-RB-SUB)
                   MOVE 'Y' TO WS-RB-NEXT-TIER-SW (WS-RB-SUB)
               END-IF
           END-IF.
      *
       450-PAY-BY-CREDIT-MEMO.
      *
      * THE REBATE GOES ON THE CUSTOMER'S ACCOUNT AS A LINE-LESS CREDIT
      * MEMO, DUE TODAY, FOR CRMAPFEC TO APPLY TO OPEN INVOICES.
           MOVE 0 TO WS-CTL-KEY.
           PERFORM 470-GET-NEXT-DOCUMENT-NUMBER.
      *
           MOVE SPACE TO INVOICE-FILE-RECORD.
           MOVE WS-NEXT-DOCUMENT-NUMBER TO INV-INVOICE-NUMBER-1.
           MOVE WS-TODAY-DATE           TO INV-INVOICE-DATE-1.
           MOVE RBT-CUSTOMER-NUMBER-1   TO INV-CUSTOMER-NUMBER-1.
           MOVE 'REBATE'                TO INV-PO-NUMBER-1.
           PERFORM 455-CLEAR-ONE-LINE-ITEM
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
           COMPUTE INV-INVOICE-TOTAL-1 = ZERO - WS-EARNED.
           MOVE ZERO                    TO INV-SALES-TAX-1.
           MOVE ZERO                    TO INV-LINE-ITEM-COUNT-1.
           MOVE 'N'                     TO INV-OVERFLOW-SW-1.
           MOVE 'N'                     TO INV-VOID-SW-1.
           MOVE SPACE                   TO INV-VOID-REASON-CODE-1.
           MOVE SPACE                   TO INV-VOID-DATE-1.
           MOVE ZERO TO INV-REFERENCE-INVOICE-NUMBER-1.
           MOVE ZERO                    TO INV-PAYMENT-AMOUNT-1.
           MOVE SPACE                   TO INV-PAYMENT-DATE-1.
           MOVE 'N'                     TO INV-PAID-SW-1.
           MOVE WS-TODAY-DATE           TO INV-DUE-DATE-1.
           MOVE ZERO                    TO INV-DISCOUNT-AMOUNT-1.
           MOVE SPACES                  TO INV-PRICE-SOURCE-FLAGS-1.
           MOVE SPACE                   TO INV-SHIP-VIA-1.
           MOVE ZERO                    TO INV-FREIGHT-AMOUNT-1.
           MOVE WS-RB-REP-CODE (WS-RB-SUB) TO INV-REP-CODE-1.
           MOVE INV-INVOICE-TOTAL-1     TO INV-OPEN-BALANCE-1.
      *
           WRITE INVOICE-FILE-RECORD
               INVALID KEY MOVE '22' TO WS-INVFILE-SW.
      *
           IF WS-INVFILE-SUCCESS
               MOVE 'RBTB' TO GAPLOG-ISSUED-TRNID-1
               PERFORM 480-WRITE-GAPLOG-ROW
           ELSE
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE WRITE ERROR KEY=" INV-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'CREDIT'  TO WS-ACTION-VERB.
           PERFORM 490-MARK-AGREEMENT-PAID.
           ADD 1         TO WS-CREDIT-PAID-CNT.
           ADD WS-EARNED TO WS-TOT-CREDIT-PAYOUT.
      *
       455-CLEAR-ONE-LINE-ITEM.
      *
           MOVE SPACE TO INV-PRODUCT-CODE-1 (WS-LINE-SUB)
                         INV-ENTRY-UOM-1 (WS-LINE-SUB).
           MOVE ZERO  TO INV-QUANTITY-1 (WS-LINE-SUB)
                         INV-UNIT-PRICE-1 (WS-LINE-SUB)
                         INV-AMOUNT-1 (WS-LINE-SUB)
                         INV-UNIT-COST-1 (WS-LINE-SUB)
                         INV-ENTRY-FACTOR-1 (WS-LINE-SUB).
      *
       460-PAY-BY-CHECK.
      *
      * THE CHECK IS RAISED AS AN OPEN EXPENSE VOUCHER TO THE PAYEE ON
      * THE AGREEMENT, CHARGED TO THE ACCRUED REBATE ACCOUNT. WITH NO
      * USABLE PAYEE THE AGREEMENT STAYS ACTIVE AND IS RETRIED NEXT
      * RUN.
           MOVE RBT-VENDOR-NUMBER-1 TO VND-VENDOR-NUMBER-1.
           MOVE '00' TO WS-VNDFILE-SW.
           READ VND-FILE
               INVALID KEY MOVE '23' TO WS-VNDFILE-SW.
      *
           IF WS-VNDFILE-NOTFND OR RBT-VENDOR-NUMBER-1 = SPACES
               MOVE 'NO PAYEE' TO WS-RB-ACTION (WS-RB-SUB)
               ADD 1 TO WS-NO-PAYEE-CNT
           ELSE IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF VND-STATUS-INACTIVE-1
               MOVE 'PAYEE INACTIVE' TO WS-RB-ACTION (WS-RB-SUB)
               ADD 1 TO WS-NO-PAYEE-CNT
           ELSE
               PERFORM 465-WRITE-REBATE-VOUCHER
               MOVE 'VOUCHER' TO WS-ACTION-VERB
               PERFORM 490-MARK-AGREEMENT-PAID
               ADD 1         TO WS-CHECK-PAID-CNT
               ADD WS-EARNED TO WS-TOT-CHECK-PAYOUT
           END-IF.
      *
       465-WRITE-REBATE-VOUCHER.
      *
           MOVE 5 TO WS-CTL-KEY.
           PERFORM 470-GET-NEXT-DOCUMENT-NUMBER.
      *
           MOVE RBT-AGREEMENT-YEAR-1    TO WS-RVI-YEAR.
           MOVE SPACE                   TO APV-FILE-RECORD.
           MOVE WS-NEXT-DOCUMENT-NUMBER TO APV-VOUCHER-NUMBER-1.
           MOVE RBT-VENDOR-NUMBER-1     TO APV-VENDOR-NUMBER-1.
           MOVE WS-REBATE-VENDOR-INVOICE TO APV-VENDOR-INVOICE-1.
           MOVE ZERO                    TO APV-PO-NUMBER-1.
           MOVE SPACES                  TO APV-PRODUCT-CODE-1.
           MOVE 1                       TO APV-QTY-BILLED-1.
           MOVE WS-EARNED               TO APV-UNIT-PRICE-1.
           MOVE WS-EARNED               TO APV-AMOUNT-1.
           MOVE WS-TODAY-DATE           TO APV-INVOICE-DATE-1.
           MOVE WS-TODAY-DATE           TO APV-ENTRY-DATE-1.
           MOVE 'O'                     TO APV-STATUS-1.
           MOVE 'N'                     TO APV-MATCH-SW-1.
           MOVE ZERO                    TO APV-CHECK-NUMBER-1.
           MOVE SPACE                   TO APV-PAID-DATE-1.
           MOVE 'RBTACFEC'              TO APV-OPERATOR-ID-1.
           MOVE 'E'                     TO APV-VOUCHER-TYPE-1.
      *
           WRITE APV-FILE-RECORD
               INVALID KEY MOVE '22' TO WS-APVFILE-SW.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE WRITE ERROR KEY=" APV-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE WS-NEXT-DOCUMENT-NUMBER TO APD-VOUCHER-NUMBER-1.
           MOVE 01                      TO APD-LINE-NUMBER-1.
           MOVE 'RBAT'                  TO APD-GL-SOURCE-CODE-1.
           MOVE WS-RBAT-CREDIT-ACCOUNT  TO APD-GL-ACCOUNT-1.
           MOVE WS-EARNED               TO APD-AMOUNT-1.
           MOVE RBT-VENDOR-NUMBER-1     TO APD-VENDOR-NUMBER-1.
           MOVE WS-TODAY-DATE           TO APD-ENTRY-DATE-1.
      *
           WRITE APD-FILE-RECORD
               INVALID KEY MOVE '22' TO WS-APDFILE-SW.
           IF NOT WS-APDFILE-SUCCESS
               DISPLAY "WS-APDFILE-SW=" WS-APDFILE-SW
               DISPLAY "APD-FILE WRITE ERROR KEY=" APD-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       470-GET-NEXT-DOCUMENT-NUMBER.
      *
      * CONTROL RECORD 0 NUMBERS INVOICES AND CREDIT MEMOS; CONTROL
      * RECORD 5 NUMBERS AP VOUCHERS.
           MOVE WS-CTL-KEY TO INVCTL-RECORD-KEY-1.
           MOVE '00' TO WS-CTLFILE-SW.
           READ CTL-FILE
               INVALID KEY MOVE '23' TO WS-CTLFILE-SW.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE READ ERROR KEY=" WS-CTL-KEY
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE INVCTL-NEXT-INVOICE-NUMBER-1
             TO WS-NEXT-DOCUMENT-NUMBER.
           ADD 1 TO INVCTL-NEXT-INVOICE-NUMBER-1.
      *
           REWRITE INVCTL-FILE-RECORD.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE REWRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       480-WRITE-GAPLOG-ROW.
      *
           MOVE WS-NEXT-DOCUMENT-NUMBER TO GAPLOG-INVOICE-NUMBER-1.
           MOVE WS-TODAY-DATE           TO GAPLOG-ISSUED-DATE-1.
           MOVE WS-RUN-TIME             TO GAPLOG-ISSUED-TIME-1.
           MOVE 'N'                     TO GAPLOG-RETURNED-SW-1.
           MOVE SPACES                  TO GAPLOG-RETURNED-DATE-1
                                           GAPLOG-RETURNED-TIME-1
                                           GAPLOG-RETURNED-REASON-1.
      *
           WRITE GAPLOG-FILE-RECORD
               INVALID KEY MOVE '22' TO WS-GAPFILE-SW.
           IF NOT WS-GAPFILE-SUCCESS
               DISPLAY "WS-GAPFILE-SW=" WS-GAPFILE-SW
               DISPLAY "GAPLOG-FILE WRITE ERROR KEY=" GAPLOG-KEY-1
           END-IF.
      *
       490-MARK-AGREEMENT-PAID.
      *
           MOVE 'P'                     TO RBT-STATUS-1.
           MOVE WS-TODAY-DATE           TO RBT-PAID-DATE-1.
           MOVE WS-NEXT-DOCUMENT-NUMBER TO RBT-PAYOUT-DOCUMENT-1.
           MOVE WS-EARNED               TO RBT-PAID-AMOUNT-1.
      *
           MOVE WS-NEXT-DOCUMENT-NUMBER TO WS-ACTION-DOCUMENT.
           MOVE WS-ACTION-WORK TO WS-RB-ACTION (WS-RB-SUB).
      *
       500-WRITE-REBATE-JOURNAL.
      *
      * THE MONTH'S CHANGE IN THE ACCRUAL POSTS AS MAPPED ON THE
      * PERIOD-END DATE - SWAPPED WHEN RETURNS HAVE BROUGHT THE EARNED
      * REBATES DOWN. CREDIT MEMO PAYOUTS MOVE THE ACCRUAL ONTO THE
      * CUSTOMERS' ACCOUNTS ON THE DAY THEY ARE ISSUED.
           IF WS-TOT-ACCRUAL NOT = ZERO
               MOVE 'RBAT' TO WS-GLM-SOURCE
               PERFORM 520-READ-GL-MAPPING
               MOVE WS-PERIOD-END-DATE TO WS-JRN-DATE
               IF WS-TOT-ACCRUAL > ZERO
                   MOVE WS-TOT-ACCRUAL       TO WS-JRN-AMOUNT
                   MOVE GLM-DEBIT-ACCOUNT-1  TO GL-ACCOUNT-CODE
                   MOVE 'DR'                 TO GL-DR-CR-INDICATOR
                   PERFORM 510-WRITE-ONE-JOURNAL-LINE
                   MOVE GLM-CREDIT-ACCOUNT-1 TO GL-ACCOUNT-CODE
                   MOVE 'CR'                 TO GL-DR-CR-INDICATOR
                   PERFORM 510-WRITE-ONE-JOURNAL-LINE
               ELSE
                   COMPUTE WS-JRN-AMOUNT = ZERO - WS-TOT-ACCRUAL
                   MOVE GLM-CREDIT-ACCOUNT-1 TO GL-ACCOUNT-CODE
                   MOVE 'DR'                 TO GL-DR-CR-INDICATOR
                   PERFORM 510-WRITE-ONE-JOURNAL-LINE
                   MOVE GLM-DEBIT-ACCOUNT-1  TO GL-ACCOUNT-CODE
                   MOVE 'CR'                 TO GL-DR-CR-INDICATOR
                   PERFORM 510-WRITE-ONE-JOURNAL-LINE
               END-IF
           END-IF.
      *
           IF WS-TOT-CREDIT-PAYOUT > ZERO
               MOVE 'RBCM' TO WS-GLM-SOURCE
               PERFORM 520-READ-GL-MAPPING
               MOVE WS-TODAY-DATE        TO WS-JRN-DATE
               MOVE WS-TOT-CREDIT-PAYOUT TO WS-JRN-AMOUNT
               MOVE GLM-DEBIT-ACCOUNT-1  TO GL-ACCOUNT-CODE
               MOVE 'DR'                 TO GL-DR-CR-INDICATOR
               PERFORM 510-WRITE-ONE-JOURNAL-LINE
               MOVE GLM-CREDIT-ACCOUNT-1 TO GL-ACCOUNT-CODE
               MOVE 'CR'                 TO GL-DR-CR-INDICATOR
               PERFORM 510-WRITE-ONE-JOURNAL-LINE
           END-IF.
      *
       510-WRITE-ONE-JOURNAL-LINE.
      *
           MOVE GLM-DESCRIPTION-1     TO GL-ACCOUNT-DESC.
           MOVE WS-JRN-DATE           TO GL-EXTRACT-DATE.
           MOVE WS-JRN-AMOUNT         TO GL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           IF NOT WS-GLFILE-SUCCESS
               DISPLAY "WS-GLFILE-SW=" WS-GLFILE-SW
               DISPLAY "GL-EXTRACT-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF GL-DR-CR-INDICATOR = 'DR'
               ADD WS-JRN-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-JRN-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
      *
       520-READ-GL-MAPPING.
      *
           MOVE WS-GLM-SOURCE TO GLM-SOURCE-CODE-1.
           MOVE '00' TO WS-GLMFILE-SW.
           READ GLM-FILE
               INVALID KEY MOVE '23' TO WS-GLMFILE-SW.
      *
           IF NOT WS-GLMFILE-SUCCESS
               DISPLAY "GL MAPPING MISSING FOR SOURCE "
                   GLM-SOURCE-CODE-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       600-PRINT-BY-REP.
      *
      * EACH UNPRINTED SLOT STARTS A REP GROUP; EVERY LATER SLOT FOR
      * THE SAME REP IS PRINTED UNDER IT, THEN SUBTOTALLED.
           PERFORM 610-PRINT-ONE-REP-GROUP
               VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
           MOVE WS-TOT-EARNED  TO GTL-EARNED.
           MOVE WS-TOT-ACCRUAL TO GTL-THIS-RUN.
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CNT.
      *
       610-PRINT-ONE-REP-GROUP.
      *
           IF WS-RB-PRINTED-SW (WS-RB-SUB) = 'N'
               MOVE WS-RB-REP-CODE (WS-RB-SUB) TO WS-CURRENT-REP
               MOVE ZERO TO WS-REP-EARNED
                            WS-REP-THIS-RUN
               IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
                   PERFORM 650-PRINT-HEADINGS
               END-IF
               MOVE WS-CURRENT-REP TO RHL-REP-CODE
               WRITE PRINT-LINE FROM REP-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-CNT
               PERFORM 620-PRINT-ONE-AGREEMENT
                   VARYING WS-RB-REP-SUB FROM WS-RB-SUB BY 1
                   UNTIL WS-RB-REP-SUB > WS-RB-COUNT
               MOVE WS-REP-EARNED   TO RTL-EARNED
               MOVE WS-REP-THIS-RUN TO RTL-THIS-RUN
               WRITE PRINT-LINE FROM REP-TOTAL-LINE
               ADD 1 TO WS-LINE-CNT
           END-IF.
      *
       620-PRINT-ONE-AGREEMENT.
      *
           IF WS-RB-PRINTED-SW (WS-RB-REP-SUB) = 'N'
                   AND WS-RB-REP-CODE (WS-RB-REP-SUB) = WS-CURRENT-REP
               PERFORM 630-FORMAT-ONE-AGREEMENT
               MOVE 'Y' TO WS-RB-PRINTED-SW (WS-RB-REP-SUB)
           END-IF.
      *
       630-FORMAT-ONE-AGREEMENT.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-RB-CUSTOMER (WS-RB-REP-SUB)  TO DTL-CUSTOMER.
           MOVE WS-RB-NAME (WS-RB-REP-SUB)      TO DTL-NAME.
           MOVE WS-RB-YEAR (WS-RB-REP-SUB)      TO DTL-YEAR.
           MOVE WS-RB-SALES (WS-RB-REP-SUB)     TO DTL-SALES.
           MOVE WS-RB-PERCENT (WS-RB-REP-SUB)   TO DTL-PERCENT.
           MOVE WS-RB-EARNED (WS-RB-REP-SUB)    TO DTL-EARNED.
           MOVE WS-RB-THIS-RUN (WS-RB-REP-SUB)  TO DTL-THIS-RUN.
           MOVE WS-RB-ACTION (WS-RB-REP-SUB)    TO DTL-ACTION.
      *
           IF WS-RB-NEXT-TIER-SW (WS-RB-REP-SUB) = 'Y'
               MOVE WS-RB-NEXT-THRESHOLD (WS-RB-REP-SUB)
                 TO DTL-NEXT-THRESHOLD
               COMPUTE DTL-TO-GO =
                   WS-RB-NEXT-THRESHOLD (WS-RB-REP-SUB)
                   - WS-RB-SALES (WS-RB-REP-SUB)
           ELSE
               MOVE '     TOP TIER' TO DTL-TOP-TIER-AREA
           END-IF.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD WS-RB-EARNED (WS-RB-REP-SUB)   TO WS-REP-EARNED.
           ADD WS-RB-THIS-RUN (WS-RB-REP-SUB) TO WS-REP-THIS-RUN.
      *
       650-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR      TO HDG1-PAGE-NBR.
           MOVE WS-REPORT-PERIOD TO HDG1-PERIOD.
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
           MOVE WS-RB-COUNT           TO SL1-AGREEMENT-CNT.
           MOVE WS-INVOICE-READ-CNT   TO SL2-INVOICE-READ-CNT.
           MOVE WS-CREDIT-NETTED-CNT  TO SL3-CREDIT-NETTED-CNT.
           MOVE WS-CREDIT-PAID-CNT    TO SL4-CREDIT-PAID-CNT.
           MOVE WS-TOT-CREDIT-PAYOUT  TO SL4-CREDIT-PAYOUT.
           MOVE WS-CHECK-PAID-CNT     TO SL5-CHECK-PAID-CNT.
           MOVE WS-TOT-CHECK-PAYOUT   TO SL5-CHECK-PAYOUT.
           MOVE WS-NO-PAYEE-CNT       TO SL6-NO-PAYEE-CNT.
           MOVE WS-PERIOD-END-DATE    TO SL7-PERIOD-END-DATE.
           MOVE WS-TOTAL-DEBITS       TO SL8-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS      TO SL9-TOTAL-CREDITS.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-5
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-6
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-7
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-8
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-9
               AFTER ADVANCING 1 LINES.
      *
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               WRITE PRINT-LINE FROM SUMMARY-LINE-10
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-LINE FROM SUMMARY-LINE-11
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE RBT-FILE
                 INVOICE-FILE
                 INVX-FILE
                 PRD-FILE
                 CM-FILE
                 VND-FILE
                 CTL-FILE
                 GAPLOG-FILE
                 APV-FILE
                 APD-FILE
                 GLM-FILE
                 GL-EXTRACT-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL AGREEMENTS       = " WS-RB-COUNT.
           DISPLAY "TOTAL INVOICES READ    = " WS-INVOICE-READ-CNT.
           DISPLAY "TOTAL ACCRUED THIS RUN = " WS-TOT-ACCRUAL.
           DISPLAY "CREDIT MEMO PAYOUTS    = " WS-CREDIT-PAID-CNT.
           DISPLAY "CHECK VOUCHER PAYOUTS  = " WS-CHECK-PAID-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
