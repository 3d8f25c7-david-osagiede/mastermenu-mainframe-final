       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTAUFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Weekly carrier freight bill audit. FRTBILIN carries an 'H'
      *header per carrier bill (the carrier's VNDFEC vendor number,
      *its CARFEC carrier code, their bill number and date) followed
      *by a 'D' charge per shipment (tracking number, weight billed,
      *charge billed), with a HIGH-VALUES trailer carrying the
      *expected record count, as VINIMFEC takes supplier invoices.
      *Every charge is matched by tracking number to the TRKFEC
      *shipment and re-rated on CARFEC the way CMORDFEC order entry
      *rates it - the ship-via and the zone of the order's SHTFEC
      *ship-to (else the customer's ship-to or bill-to state), our
      *shipment weight per hundredweight, never under the carrier
      *minimum. A charge is disputed when we have no such shipment,
      *when the tracking number was already billed (earlier on the
      *same bill, or on an earlier bill whose voucher was not
      *rejected - the FBLFEC freight bill lines remember them), when
      *the shipment went by another carrier or has no rate, or when
      *the charge is over the rated cost by more than the tolerance.
      *The whole bill is refused when the carrier is not a usable
      *vendor, the bill was already vouchered, or a charge cannot be
      *read. Otherwise it becomes one type E expense voucher on
      *APVFEC for the amount billed, with one APDFEC line to the
      *GLMFEC FRTO outbound freight bucket: OPEN for the check run
      *when every charge audits clean, HELD when any is disputed.
      *The audit report lists every disputed charge and a line per
      *bill, with the run totals.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT FBIL-IN-FILE ASSIGN TO FRTBILIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FBIFILE-SW.

           SELECT VND-FILE ASSIGN TO VNDMSTR
               RECORD KEY IS VND-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT TRK-FILE ASSIGN TO TRKMSTR
               RECORD KEY IS TRK-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT FBL-FILE ASSIGN TO FBLMSTR
               RECORD KEY IS FBL-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-FBLFILE-SW.

           SELECT APV-FILE ASSIGN TO APVMSTR
               RECORD KEY IS APV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT CTL-FILE ASSIGN TO CTLMSTR
               RECORD KEY IS INVCTL-RECORD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD FBIL-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FBIL-IN-RECORD.
       01  FBIL-IN-RECORD.
           05  FBI-RECORD-TYPE                   PIC X(01).
               88  FBI-HEADER-RECORD                 VALUE 'H'.
               88  FBI-DETAIL-RECORD                 VALUE 'D'.
           05  FBI-HEADER-FIELDS.
               10  FBI-VENDOR-NUMBER             PIC X(06).
               10  FBI-CARRIER-CODE              PIC X(03).
               10  FBI-CARRIER-BILL              PIC X(10).
               10  FBI-BILL-DATE                 PIC X(08).
               10  FILLER                        PIC X(52).
           05  FBI-DETAIL-FIELDS REDEFINES FBI-HEADER-FIELDS.
               10  FBI-TRACKING-NUMBER           PIC X(20).
               10  FBI-BILLED-WEIGHT             PIC 9(07)V99.
               10  FBI-BILLED-CHARGE             PIC 9(07)V99.
               10  FILLER                        PIC X(41).
      *
       01  FBIL-IN-TRAILER REDEFINES FBIL-IN-RECORD.
           05  FBI-TRLR-MARKER                   PIC X(01).
           05  FBI-TRLR-RECORD-COUNT             PIC 9(07).
           05  FILLER                            PIC X(72).
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
       FD FBL-FILE
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS FBL-FILE-RECORD.
       01  FBL-FILE-RECORD.
           05  FBL-KEY-1.
               10  FBL-TRACKING-NUMBER-1     PIC X(20).
           05  FBL-VENDOR-NUMBER-1           PIC X(06).
           05  FBL-CARRIER-BILL-1            PIC X(10).
           05  FBL-BILL-DATE-1               PIC X(08).
           05  FBL-INVOICE-NUMBER-1          PIC 9(06).
           05  FBL-BILLED-WEIGHT-1           PIC S9(07)V99.
           05  FBL-BILLED-CHARGE-1           PIC S9(07)V99.
           05  FBL-RATED-CHARGE-1            PIC S9(07)V99.
           05  FBL-VOUCHER-NUMBER-1          PIC 9(06).
           05  FBL-AUDIT-DATE-1              PIC X(08).
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
               88  APV-STATUS-REJECTED-1         VALUE 'X'.
           05  APV-MATCH-SW-1                PIC X(01).
           05  APV-CHECK-NUMBER-1            PIC 9(06).
           05  APV-PAID-DATE-1               PIC X(08).
           05  APV-OPERATOR-ID-1             PIC X(08).
           05  APV-VOUCHER-TYPE-1            PIC X(01).
               88  APV-TYPE-DEBIT-MEMO-1         VALUE 'D'.
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
       FD CTL-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS INVCTL-FILE-RECORD.
       01  INVCTL-FILE-RECORD.
           05  INVCTL-RECORD-KEYGRP-1.
               10  INVCTL-RECORD-KEY-1           PIC 9(01).
           05  INVCTL-NEXT-INVOICE-NUMBER-1      PIC 9(06).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FBIFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-FBIFILE-SUCCESS                VALUE '00'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFND                 VALUE '23'.
       01 WS-TRKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRKFILE-SUCCESS                VALUE '00'.
           88  WS-TRKFILE-NOTFND                 VALUE '23'.
       01 WS-OORFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OORFILE-SUCCESS                VALUE '00'.
       01 WS-SHTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SHTFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-CARFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CARFILE-SUCCESS                VALUE '00'.
       01 WS-FBLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-FBLFILE-SUCCESS                VALUE '00'.
           88  WS-FBLFILE-NOTFND                 VALUE '23'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
       01 WS-APDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APDFILE-SUCCESS                VALUE '00'.
       01 WS-GLMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLMFILE-SUCCESS                VALUE '00'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SCAN-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SCAN-EOF                       VALUE 'Y'.
       01 WS-BILL-OPEN-SW                    PIC X(01)  VALUE 'N'.
           88  WS-BILL-OPEN                      VALUE 'Y'.
       01 WS-TRAILER-SW                      PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-FOUND                  VALUE 'Y'.
           88  WS-TRAILER-NOT-FOUND              VALUE 'N'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
      * A CHARGE MAY RUN THIS FAR OVER WHAT THE SHIPMENT RATES AT ON
      * CARFEC BEFORE IT IS DISPUTED AS AN OVERCHARGE - FUEL AND
      * ACCESSORIAL ROUNDING ON THE CARRIER'S SIDE.
       01 WS-FREIGHT-TOLERANCE               PIC S9V9(4) VALUE .0200.
      *
      * EVERY FRTO VOUCHER LINE IS CHARGED TO THIS DEBIT ACCOUNT.
       01 WS-GLM-SOURCE                      PIC X(04)  VALUE 'FRTO'.
       01 WS-FRTO-DEBIT-ACCOUNT              PIC X(10)  VALUE SPACES.
      *
       01 WS-TODAY-DATE                      PIC X(08).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY                 PIC 9(04).
           05  WS-TODAY-MM                   PIC 9(02).
           05  WS-TODAY-DD                   PIC 9(02).
      *
      * SHIPMENTS OLDER THAN SIX MONTHS ARE NOT LOADED; NO CARRIER
      * BILLS THAT LATE, AND THE TABLE STAYS WITHIN BOUNDS.
       01 WS-CUTOFF-DATE                     PIC X(08).
       01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY                PIC 9(04).
           05  WS-CUTOFF-MM                  PIC 9(02).
           05  WS-CUTOFF-DD                  PIC 9(02).
      *
       01 WS-RECORD-COUNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-EXPECTED-COUNT                  PIC 9(07)  COMP-3 VALUE 0.
      *
      * THE CARRIER BILL BEING ASSEMBLED FROM ITS HEADER AND CHARGES.
       01 WS-BIL-VENDOR-NUMBER               PIC X(06)  VALUE SPACES.
       01 WS-BIL-CARRIER-CODE                PIC X(03)  VALUE SPACES.
       01 WS-BIL-CARRIER-BILL                PIC X(10)  VALUE SPACES.
       01 WS-BIL-BILL-DATE                   PIC X(08)  VALUE SPACES.
       01 WS-BIL-LINE-CNT                    PIC S9(04) COMP VALUE 0.
       01 WS-BIL-LINE-SUB                    PIC S9(04) COMP VALUE 0.
       01 WS-BIL-PRIOR-SUB                   PIC S9(04) COMP VALUE 0.
       01 WS-BIL-LINE-TABLE.
           05  WS-BIL-LINE-ENTRY             OCCURS 500 TIMES.
               10  WS-BIL-TRACKING-NUMBER    PIC X(20).
               10  WS-BIL-BILLED-WEIGHT      PIC S9(07)V99.
               10  WS-BIL-BILLED-CHARGE      PIC S9(07)V99.
               10  WS-BIL-INVOICE-NUMBER     PIC 9(06).
               10  WS-BIL-OUR-WEIGHT         PIC S9(07)V99.
               10  WS-BIL-RATED-CHARGE       PIC S9(07)V99.
               10  WS-BIL-EXCEPTION          PIC X(24).
      *            N - FIRST BILLING, WRITE THE FBLFEC ROW; R - THE
      *            EARLIER VOUCHER WAS REJECTED, REWRITE IT; SPACE -
      *            NOT OUR SHIPMENT OR ALREADY BILLED, LEAVE IT.
               10  WS-BIL-FBL-ACTION         PIC X(01).
       01 WS-BIL-BILLED-TOTAL                PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-BIL-RATED-TOTAL                 PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-BIL-DISPUTED-CNT                PIC S9(04) COMP VALUE 0.
       01 WS-REJECT-REASON                   PIC X(24)  VALUE SPACES.
       01 WS-REJECT-TRACKING                 PIC X(20)  VALUE SPACES.
      *
       01 WS-NEXT-VOUCHER-NUMBER             PIC 9(06)  VALUE 0.
       01 WS-DEST-STATE                      PIC X(02)  VALUE SPACES.
       01 WS-FREIGHT-COST                    PIC S9(07)V99 VALUE 0.
       01 WS-COST-HIGH                       PIC S9(07)V99 COMP-3.
      *
       COPY ZONFEC.
      *
      * EVERY TRKFEC SHIPMENT INSIDE THE CUTOFF, BY TRACKING NUMBER,
      * WITH THE INVOICE THAT KEYS ITS ROW.
       01 WS-SHP-TABLE.
           05  WS-SHP-ENTRY                  OCCURS 30000 TIMES.
               10  WS-SHP-TRACKING-NUMBER    PIC X(20).
               10  WS-SHP-INVOICE-NUMBER     PIC 9(06).
       01 WS-SHP-COUNT                       PIC S9(05) COMP-3 VALUE 0.
       01 WS-SHP-SUB                         PIC S9(05) COMP-3 VALUE 0.
       01 WS-SHP-HIT-SUB                     PIC S9(05) COMP-3 VALUE 0.
      *
      * VENDOR + INVOICE NUMBERS ALREADY VOUCHERED, COLLECTED AT
      * STARTUP AND EXTENDED AS THIS RUN WRITES, SO A BILL SENT TWICE
      * IS NEVER PAID TWICE.
       01 WS-DUP-TABLE.
           05  WS-DUP-ENTRY                  OCCURS 5000 TIMES.
               10  WS-DUP-VENDOR             PIC X(06).
               10  WS-DUP-INVOICE            PIC X(10).
       01 WS-DUP-COUNT                       PIC S9(05) COMP-3 VALUE 0.
       01 WS-DUP-SUB                         PIC S9(05) COMP-3 VALUE 0.
       01 WS-DUP-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-DUP-FOUND                      VALUE 'Y'.
      *
       01 WS-BILLS-READ-CNT                  PIC 9(05)  COMP-3 VALUE 0.
       01 WS-BILLS-REFUSED-CNT               PIC 9(05)  COMP-3 VALUE 0.
       01 WS-CLEAN-VOUCHER-CNT               PIC 9(05)  COMP-3 VALUE 0.
       01 WS-HELD-VOUCHER-CNT                PIC 9(05)  COMP-3 VALUE 0.
       01 WS-CLEAN-AMOUNT                    PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-HELD-AMOUNT                     PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-CHARGES-AUDITED-CNT             PIC 9(07)  COMP-3 VALUE 0.
       01 WS-UNKNOWN-CNT                     PIC 9(07)  COMP-3 VALUE 0.
       01 WS-DUPLICATE-CNT                   PIC 9(07)  COMP-3 VALUE 0.
       01 WS-OVERCHARGE-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-OVERCHARGE-AMOUNT               PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-UNRATED-CNT                     PIC 9(07)  COMP-3 VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(40)
               VALUE 'KC03FEC - CARRIER FREIGHT BILL AUDIT'.
           05  FILLER                        PIC X(75) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(08) VALUE 'VENDOR'.
           05  FILLER                        PIC X(12) VALUE 'BILL NO'.
           05  FILLER                        PIC X(22)
               VALUE 'TRACKING NUMBER'.
           05  FILLER                        PIC X(08) VALUE 'INVOICE'.
           05  FILLER                        PIC X(10)
               VALUE '  BILL WT'.
           05  FILLER                        PIC X(10)
               VALUE '   OUR WT'.
           05  FILLER                        PIC X(14)
               VALUE '       BILLED'.
           05  FILLER                        PIC X(15)
               VALUE '        RATED'.
           05  FILLER                        PIC X(08) VALUE 'VOUCHER'.
           05  FILLER                        PIC X(24)
               VALUE 'AUDIT RESULT'.
      *
       01 DETAIL-LINE.
           05  DTL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CARRIER-BILL              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TRACKING-NUMBER           PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-INVOICE-NUMBER            PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BILLED-WEIGHT             PIC Z(05)9.99.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-OUR-WEIGHT                PIC Z(05)9.99.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-BILLED-CHARGE             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-RATED-CHARGE              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-VOUCHER-NUMBER            PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-EXCEPTION                 PIC X(24).
      *
       01 TOTAL-LINE-1.
           05  FILLER                        PIC X(30)
               VALUE 'CARRIER BILLS READ:'.
           05  TL1-COUNT                     PIC ZZZZ9.
      *
       01 TOTAL-LINE-2.
           05  FILLER                        PIC X(30)
               VALUE 'BILLS REFUSED:'.
           05  TL2-COUNT                     PIC ZZZZ9.
      *
       01 TOTAL-LINE-3.
           05  FILLER                        PIC X(30)
               VALUE 'BILLS APPROVED, VOUCHER OPEN:'.
           05  TL3-COUNT                     PIC ZZZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  TL3-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01 TOTAL-LINE-4.
           05  FILLER                        PIC X(30)
               VALUE 'BILLS HELD IN DISPUTE:'.
           05  TL4-COUNT                     PIC ZZZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  TL4-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01 TOTAL-LINE-5.
           05  FILLER                        PIC X(28)
               VALUE 'CHARGES AUDITED:'.
           05  TL5-COUNT                     PIC ZZZZZZ9.
      *
       01 TOTAL-LINE-6.
           05  FILLER                        PIC X(28)
               VALUE 'UNKNOWN SHIPMENTS:'.
           05  TL6-COUNT                     PIC ZZZZZZ9.
      *
       01 TOTAL-LINE-7.
           05  FILLER                        PIC X(28)
               VALUE 'DUPLICATE CHARGES:'.
           05  TL7-COUNT                     PIC ZZZZZZ9.
      *
       01 TOTAL-LINE-8.
           05  FILLER                        PIC X(28)
               VALUE 'OVERCHARGES:'.
           05  TL8-COUNT                     PIC ZZZZZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  TL8-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01 TOTAL-LINE-9.
           05  FILLER                        PIC X(28)
               VALUE 'WRONG CARRIER OR NO RATE:'.
           05  TL9-COUNT                     PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 020-SET-THE-CUTOFF.
      *
           OPEN INPUT FBIL-IN-FILE.
           IF NOT WS-FBIFILE-SUCCESS
               DISPLAY "WS-FBIFILE-SW=" WS-FBIFILE-SW
               DISPLAY "FBIL-IN-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT VND-FILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT TRK-FILE.
           IF NOT WS-TRKFILE-SUCCESS
               DISPLAY "WS-TRKFILE-SW=" WS-TRKFILE-SW
               DISPLAY "TRK-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT OOR-FILE.
           IF NOT WS-OORFILE-SUCCESS
               DISPLAY "WS-OORFILE-SW=" WS-OORFILE-SW
               DISPLAY "OOR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT SHT-FILE.
           IF NOT WS-SHTFILE-SUCCESS
               DISPLAY "WS-SHTFILE-SW=" WS-SHTFILE-SW
               DISPLAY "SHT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT CM-FILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT CAR-FILE.
           IF NOT WS-CARFILE-SUCCESS
               DISPLAY "WS-CARFILE-SW=" WS-CARFILE-SW
               DISPLAY "CAR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O FBL-FILE.
           IF NOT WS-FBLFILE-SUCCESS
               DISPLAY "WS-FBLFILE-SW=" WS-FBLFILE-SW
               DISPLAY "FBL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O APV-FILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O APD-FILE.
           IF NOT WS-APDFILE-SUCCESS
               DISPLAY "WS-APDFILE-SW=" WS-APDFILE-SW
               DISPLAY "APD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT GLM-FILE.
           IF NOT WS-GLMFILE-SUCCESS
               DISPLAY "WS-GLMFILE-SW=" WS-GLMFILE-SW
               DISPLAY "GLM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O CTL-FILE.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE OPEN ERROR"
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
           PERFORM 030-CHECK-GL-MAPPING.
           PERFORM 050-LOAD-SHIPMENTS.
           PERFORM 060-ACCUMULATE-VOUCHERS.
           PERFORM 650-PRINT-HEADINGS.
      *
           READ FBIL-IN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-PROCESS-ONE-RECORD
                   UNTIL WS-EOF-YES
               IF WS-BILL-OPEN
                   PERFORM 300-JUDGE-AND-POST-BILL
               END-IF
           ELSE
               DISPLAY "NO DATA IN FBIL-IN-FILE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 850-CHECK-TRAILER-COUNT.
           PERFORM 700-PRINT-RUN-TOTALS.
           PERFORM 900-COMPLETED-OK.
      *
       020-SET-THE-CUTOFF.
      *
           MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE.
           IF WS-TODAY-MM > 6
               SUBTRACT 6 FROM WS-CUTOFF-MM
           ELSE
               ADD 6 TO WS-CUTOFF-MM
               SUBTRACT 1 FROM WS-CUTOFF-YYYY
           END-IF.
      *
       030-CHECK-GL-MAPPING.
      *
      * THE FRTO BUCKET IS PROVED BEFORE ANYTHING IS WRITTEN.
           MOVE WS-GLM-SOURCE TO GLM-SOURCE-CODE-1.
           MOVE '00' TO WS-GLMFILE-SW.
           READ GLM-FILE
               INVALID KEY MOVE '23' TO WS-GLMFILE-SW.
      *
           IF NOT WS-GLMFILE-SUCCESS
               DISPLAY "GL MAPPING MISSING FOR SOURCE "
                   GLM-SOURCE-CODE-1
               PERFORM 800-PROGRAM-FAILED
           ELSE IF GLM-DEBIT-ACCOUNT-1 = SPACES
               DISPLAY "GL MAPPING HAS NO DEBIT ACCOUNT FOR SOURCE "
                   GLM-SOURCE-CODE-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE GLM-DEBIT-ACCOUNT-1 TO WS-FRTO-DEBIT-ACCOUNT.
      *
       050-LOAD-SHIPMENTS.
      *
           MOVE 'N' TO WS-SCAN-EOF-SW.
           READ TRK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW.
      *
           PERFORM 055-LOAD-ONE-SHIPMENT
               UNTIL WS-SCAN-EOF.
      *
       055-LOAD-ONE-SHIPMENT.
      *
           IF TRK-TRACKING-NUMBER-1 = SPACES
                   OR TRK-SHIP-DATE-1 < WS-CUTOFF-DATE
               CONTINUE
           ELSE IF WS-SHP-COUNT < 30000
               ADD 1 TO WS-SHP-COUNT
               MOVE TRK-TRACKING-NUMBER-1
                 TO WS-SHP-TRACKING-NUMBER (WS-SHP-COUNT)
               MOVE TRK-INVOICE-NUMBER-1
                 TO WS-SHP-INVOICE-NUMBER (WS-SHP-COUNT)
           ELSE
               DISPLAY "SHIPMENT TABLE FULL - SKIPPED: "
                   TRK-TRACKING-NUMBER-1
           END-IF.
      *
           READ TRK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW.
      *
       060-ACCUMULATE-VOUCHERS.
      *
           MOVE 'N' TO WS-SCAN-EOF-SW.
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW.
      *
           PERFORM 065-ACCUMULATE-ONE-VOUCHER
               UNTIL WS-SCAN-EOF.
      *
       065-ACCUMULATE-ONE-VOUCHER.
      *
      * A REJECTED VOUCHER IS NOT A DUPLICATE, AND A DEBIT MEMO IS
      * OUR OWN DOCUMENT, NOT A BILL.
           IF NOT APV-STATUS-REJECTED-1
                   AND NOT APV-TYPE-DEBIT-MEMO-1
               MOVE APV-VENDOR-NUMBER-1  TO WS-BIL-VENDOR-NUMBER
               MOVE APV-VENDOR-INVOICE-1 TO WS-BIL-CARRIER-BILL
               PERFORM 330-CHECK-DUPLICATE-BILL
               IF NOT WS-DUP-FOUND
                   PERFORM 450-REMEMBER-THIS-BILL
               END-IF
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW.
      *
       100-PROCESS-ONE-RECORD.
      *
           IF FBI-TRLR-MARKER = HIGH-VALUES
               MOVE FBI-TRLR-RECORD-COUNT TO WS-EXPECTED-COUNT
               MOVE 'Y' TO WS-TRAILER-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               EVALUATE TRUE
                   WHEN FBI-HEADER-RECORD
                       IF WS-BILL-OPEN
                           PERFORM 300-JUDGE-AND-POST-BILL
                       END-IF
                       PERFORM 200-START-NEW-BILL
                   WHEN FBI-DETAIL-RECORD
                       PERFORM 250-HOLD-ONE-CHARGE
                   WHEN OTHER
                       DISPLAY "UNKNOWN RECORD TYPE SKIPPED: "
                           FBI-RECORD-TYPE
               END-EVALUATE
               READ FBIL-IN-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       200-START-NEW-BILL.
      *
           ADD 1 TO WS-BILLS-READ-CNT.
           MOVE FBI-VENDOR-NUMBER TO WS-BIL-VENDOR-NUMBER.
           MOVE FBI-CARRIER-CODE  TO WS-BIL-CARRIER-CODE.
           MOVE FBI-CARRIER-BILL  TO WS-BIL-CARRIER-BILL.
           IF FBI-BILL-DATE NUMERIC
               MOVE FBI-BILL-DATE TO WS-BIL-BILL-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-BIL-BILL-DATE
           END-IF.
           MOVE ZERO   TO WS-BIL-LINE-CNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-REJECT-TRACKING.
           MOVE 'Y'    TO WS-BILL-OPEN-SW.
      *
       250-HOLD-ONE-CHARGE.
      *
           IF NOT WS-BILL-OPEN
               DISPLAY "CHARGE WITH NO BILL HEADER SKIPPED"
           ELSE IF FBI-BILLED-WEIGHT NOT NUMERIC
                   OR FBI-BILLED-CHARGE NOT NUMERIC
                   OR FBI-TRACKING-NUMBER = SPACES
               MOVE 'BAD CHARGE RECORD' TO WS-REJECT-REASON
               MOVE FBI-TRACKING-NUMBER TO WS-REJECT-TRACKING
           ELSE IF WS-BIL-LINE-CNT NOT < 500
               MOVE 'MORE THAN 500 CHARGES' TO WS-REJECT-REASON
               MOVE FBI-TRACKING-NUMBER TO WS-REJECT-TRACKING
           ELSE
               ADD 1 TO WS-BIL-LINE-CNT
               MOVE FBI-TRACKING-NUMBER
                 TO WS-BIL-TRACKING-NUMBER (WS-BIL-LINE-CNT)
               MOVE FBI-BILLED-WEIGHT
                 TO WS-BIL-BILLED-WEIGHT (WS-BIL-LINE-CNT)
               MOVE FBI-BILLED-CHARGE
                 TO WS-BIL-BILLED-CHARGE (WS-BIL-LINE-CNT)
               MOVE ZERO
                 TO WS-BIL-INVOICE-NUMBER (WS-BIL-LINE-CNT)
                    WS-BIL-OUR-WEIGHT (WS-BIL-LINE-CNT)
                    WS-BIL-RATED-CHARGE (WS-BIL-LINE-CNT)
               MOVE SPACES
                 TO WS-BIL-EXCEPTION (WS-BIL-LINE-CNT)
                    WS-BIL-FBL-ACTION (WS-BIL-LINE-CNT)
           END-IF.
      *
       300-JUDGE-AND-POST-BILL.
      *
           IF WS-REJECT-REASON = SPACES AND WS-BIL-LINE-CNT = ZERO
               MOVE 'BILL HAS NO CHARGES' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND WS-BIL-CARRIER-CODE = SPACES
               MOVE 'NO CARRIER CODE ON BILL' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 310-EDIT-THE-VENDOR
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 330-CHECK-DUPLICATE-BILL
               IF WS-DUP-FOUND
                   MOVE 'BILL ALREADY VOUCHERED' TO WS-REJECT-REASON
               END-IF
           END-IF.
      *
           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-BIL-BILLED-TOTAL
                            WS-BIL-RATED-TOTAL
                            WS-BIL-DISPUTED-CNT
               PERFORM 340-AUDIT-ONE-CHARGE
                   VARYING WS-BIL-LINE-SUB FROM 1 BY 1
                   UNTIL WS-BIL-LINE-SUB > WS-BIL-LINE-CNT
               PERFORM 400-WRITE-THE-VOUCHER
               PERFORM 440-RECORD-ONE-BILL-LINE
                   VARYING WS-BIL-LINE-SUB FROM 1 BY 1
                   UNTIL WS-BIL-LINE-SUB > WS-BIL-LINE-CNT
               PERFORM 450-REMEMBER-THIS-BILL
           ELSE
               MOVE WS-BIL-VENDOR-NUMBER TO DTL-VENDOR-NUMBER
               MOVE WS-BIL-CARRIER-BILL  TO DTL-CARRIER-BILL
               MOVE WS-REJECT-TRACKING   TO DTL-TRACKING-NUMBER
               MOVE SPACES               TO DTL-INVOICE-NUMBER
                                            DTL-VOUCHER-NUMBER
               MOVE ZERO                 TO DTL-BILLED-WEIGHT
                                            DTL-OUR-WEIGHT
                                            DTL-BILLED-CHARGE
                                            DTL-RATED-CHARGE
               MOVE WS-REJECT-REASON     TO DTL-EXCEPTION
               PERFORM 600-PRINT-AUDIT-LINE
               ADD 1 TO WS-BILLS-REFUSED-CNT
           END-IF.
      *
           MOVE 'N' TO WS-BILL-OPEN-SW.
      *
       310-EDIT-THE-VENDOR.
      *
           MOVE WS-BIL-VENDOR-NUMBER TO VND-VENDOR-NUMBER-1.
           MOVE '00' TO WS-VNDFILE-SW.
           READ VND-FILE
               INVALID KEY MOVE '23' TO WS-VNDFILE-SW.
      *
           IF WS-VNDFILE-NOTFND
               MOVE 'VENDOR NOT ON FILE' TO WS-REJECT-REASON
           ELSE IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF VND-STATUS-INACTIVE-1
               MOVE 'VENDOR IS INACTIVE' TO WS-REJECT-REASON
           END-IF.
      *
       330-CHECK-DUPLICATE-BILL.
      *
           MOVE 'N' TO WS-DUP-FOUND-SW.
           PERFORM 335-CHECK-ONE-DUP-PAIR
               VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB > WS-DUP-COUNT
                  OR WS-DUP-FOUND.
      *
       335-CHECK-ONE-DUP-PAIR.
      *
           IF WS-DUP-VENDOR (WS-DUP-SUB) = WS-BIL-VENDOR-NUMBER
                   AND WS-DUP-INVOICE (WS-DUP-SUB)
                       = WS-BIL-CARRIER-BILL
               MOVE 'Y' TO WS-DUP-FOUND-SW
           END-IF.
      *
       340-AUDIT-ONE-CHARGE.
      *
           ADD 1 TO WS-CHARGES-AUDITED-CNT.
           ADD WS-BIL-BILLED-CHARGE (WS-BIL-LINE-SUB)
             TO WS-BIL-BILLED-TOTAL.
      *
      * THE SAME TRACKING NUMBER TWICE ON ONE BILL IS BILLED TWICE.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           PERFORM 342-CHECK-ONE-EARLIER-CHARGE
               VARYING WS-BIL-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-BIL-PRIOR-SUB NOT < WS-BIL-LINE-SUB
                  OR WS-DUP-FOUND.
      *
           IF WS-DUP-FOUND
               MOVE 'DUPLICATE ON THIS BILL'
                 TO WS-BIL-EXCEPTION (WS-BIL-LINE-SUB)
               ADD 1 TO WS-DUPLICATE-CNT
           ELSE
               PERFORM 344-FIND-THE-SHIPMENT
               IF WS-SHP-HIT-SUB = ZERO
                   MOVE 'UNKNOWN SHIPMENT'
                     TO WS-BIL-EXCEPTION (WS-BIL-LINE-SUB)
                   ADD 1 TO WS-UNKNOWN-CNT
               ELSE
                   PERFORM 346-CHECK-EARLIER-BILLING
                   IF WS-BIL-FBL-ACTION (WS-BIL-LINE-SUB) = SPACE
                       MOVE 'DUPLICATE CHARGE'
                         TO WS-BIL-EXCEPTION (WS-BIL-LINE-SUB)
                       ADD 1 TO WS-DUPLICATE-CNT
                   ELSE IF TRK-SHIP-VIA-1 NOT = WS-BIL-CARRIER-CODE
                       MOVE 'SHIPPED BY OTHER CARRIER'
                         TO WS-BIL-EXCEPTION (WS-BIL-LINE-SUB)
                       MOVE SPACE
                         TO WS-BIL-FBL-ACTION (WS-BIL-LINE-SUB)
                       ADD 1 TO WS-UNRATED-CNT
                   ELSE
                       PERFORM 350-RATE-THE-SHIPMENT
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-BIL-EXCEPTION (WS-BIL-LINE-SUB) NOT = SPACES
               ADD 1 TO WS-BIL-DISPUTED-CNT
           END-IF.
      *
       342-CHECK-ONE-EARLIER-CHARGE.
      *
           IF WS-BIL-TRACKING-NUMBER (WS-BIL-PRIOR-SUB)
                   = WS-BIL-TRACKING-NUMBER (WS-BIL-LINE-SUB)
               MOVE 'Y' TO WS-DUP-FOUND-SW
           END-IF.
      *
       344-FIND-THE-SHIPMENT.
      *
      * ON EXIT THE TRKFEC ROW IS IN THE RECORD AREA, OR
      * WS-SHP-HIT-SUB IS ZERO WHEN WE SHIPPED NOTHING UNDER THAT
      * TRACKING NUMBER.
           MOVE ZERO TO WS-SHP-HIT-SUB.
           PERFORM 345-CHECK-ONE-SHIPMENT
               VARYING WS-SHP-SUB FROM 1 BY 1
               UNTIL WS-SHP-SUB > WS-SHP-COUNT
                  OR WS-SHP-HIT-SUB > ZERO.
      *
           IF WS-SHP-HIT-SUB > ZERO
               MOVE WS-SHP-INVOICE-NUMBER (WS-SHP-HIT-SUB)
                 TO TRK-INVOICE-NUMBER-1
               MOVE '00' TO WS-TRKFILE-SW
               READ TRK-FILE
                   INVALID KEY MOVE '23' TO WS-TRKFILE-SW
               END-READ
               IF WS-TRKFILE-NOTFND
                   MOVE ZERO TO WS-SHP-HIT-SUB
               ELSE IF NOT WS-TRKFILE-SUCCESS
                   DISPLAY "WS-TRKFILE-SW=" WS-TRKFILE-SW
                   DISPLAY "TRK-FILE READ ERROR"
                   PERFORM 800-PROGRAM-FAILED
               ELSE
                   MOVE TRK-INVOICE-NUMBER-1
                     TO WS-BIL-INVOICE-NUMBER (WS-BIL-LINE-SUB)
                   MOVE TRK-WEIGHT-1
                     TO WS-BIL-OUR-WEIGHT (WS-BIL-LINE-SUB)
               END-IF
           END-IF.
      *
       345-CHECK-ONE-SHIPMENT.
      *
           IF WS-SHP-TRACKING-NUMBER (WS-SHP-SUB)
                   = WS-BIL-TRACKING-NUMBER (WS-BIL-LINE-SUB)
               MOVE WS-SHP-SUB TO WS-SHP-HIT-SUB
           END-IF.
      *
       346-CHECK-EARLIER-BILLING.
      *
      * A TRACKING NUMBER ALREADY ON FBLFEC WAS BILLED BEFORE, UNLESS
      * THE VOUCHER THAT BILL RAISED HAS SINCE BEEN REJECTED - THEN
      * THIS IS THE CARRIER'S CORRECTED BILL AND THE ROW IS REUSED.
           MOVE WS-BIL-TRACKING-NUMBER (WS-BIL-LINE-SUB)
             TO FBL-TRACKING-NUMBER-1.
           MOVE '00' TO WS-FBLFILE-SW.
           READ FBL-FILE
               INVALID KEY MOVE '23' TO WS-FBLFILE-SW.
      *
           IF WS-FBLFILE-NOTFND
               MOVE 'N' TO WS-BIL-FBL-ACTION (WS-BIL-LINE-SUB)
           ELSE IF NOT WS-FBLFILE-SUCCESS
               DISPLAY "WS-FBLFILE-SW=" WS-FBLFILE-SW
               DISPLAY "FBL-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE
               MOVE FBL-VOUCHER-NUMBER-1 TO APV-VOUCHER-NUMBER-1
               MOVE '00' TO WS-APVFILE-SW
               READ APV-FILE
                   INVALID KEY MOVE '23' TO WS-APVFILE-SW
               END-READ
               IF WS-APVFILE-SUCCESS AND APV-STATUS-REJECTED-1
                   MOVE 'R' TO WS-BIL-FBL-ACTION (WS-BIL-LINE-SUB)
               END-IF
           END-IF.
      *
       350-RATE-THE-SHIPMENT.
      *
      * RATED AS CMORDFEC RATES THE ORDER: OUR WEIGHT, THE SHIP-VIA,
      * AND THE ZONE OF THE DESTINATION STATE.
           PERFORM 360-FIND-THE-DESTINATION.
           MOVE 5   TO WS-ZONE-FOUND.
           MOVE 'N' TO WS-ZONE-FOUND-SW.
           PERFORM 368-CHECK-ONE-ZONE-ENTRY
               VARYING WS-ZONE-SUB FROM 1 BY 1
               UNTIL WS-ZONE-SUB > WS-ZONE-TABLE-COUNT
                  OR WS-ZONE-WAS-FOUND.
      *
           MOVE TRK-SHIP-VIA-1 TO CAR-CARRIER-CODE-1.
           MOVE WS-ZONE-FOUND  TO CAR-ZONE-1.
           MOVE '00' TO WS-CARFILE-SW.
           READ CAR-FILE
               INVALID KEY MOVE '23' TO WS-CARFILE-SW.
      *
           IF NOT WS-CARFILE-SUCCESS
               MOVE 'NO CARRIER RATE ON FILE'
                 TO WS-BIL-EXCEPTION (WS-BIL-LINE-SUB)
               ADD 1 TO WS-UNRATED-CNT
           ELSE
               COMPUTE WS-FREIGHT-COST ROUNDED =
                   TRK-WEIGHT-1 * CAR-RATE-PER-CWT-1 / 100
               IF WS-FREIGHT-COST < CAR-MINIMUM-CHARGE-1
                   MOVE CAR-MINIMUM-CHARGE-1 TO WS-FREIGHT-COST
               END-IF
               MOVE WS-FREIGHT-COST
                 TO WS-BIL-RATED-CHARGE (WS-BIL-LINE-SUB)
               ADD WS-FREIGHT-COST TO WS-BIL-RATED-TOTAL
               COMPUTE WS-COST-HIGH ROUNDED =
                   WS-FREIGHT-COST * (1 + WS-FREIGHT-TOLERANCE)
               IF WS-BIL-BILLED-CHARGE (WS-BIL-LINE-SUB)
                       > WS-COST-HIGH
                   MOVE 'OVERCHARGE'
                     TO WS-BIL-EXCEPTION (WS-BIL-LINE-SUB)
                   ADD 1 TO WS-OVERCHARGE-CNT
                   COMPUTE WS-OVERCHARGE-AMOUNT =
                       WS-OVERCHARGE-AMOUNT
                       + WS-BIL-BILLED-CHARGE (WS-BIL-LINE-SUB)
                       - WS-FREIGHT-COST
               END-IF
           END-IF.
      *
      * THE ORDER'S OWN SHIP-TO WHEN IT HAD ONE, ELSE THE CUSTOMER'S
      * SHIP-TO STATE, ELSE THE BILL-TO STATE.
       360-FIND-THE-DESTINATION.
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
       368-CHECK-ONE-ZONE-ENTRY.
      *
           IF WS-ZONE-STATE (WS-ZONE-SUB) = WS-DEST-STATE
               MOVE WS-ZONE-NUMBER (WS-ZONE-SUB) TO WS-ZONE-FOUND
               MOVE 'Y' TO WS-ZONE-FOUND-SW
           END-IF.
      *
       400-WRITE-THE-VOUCHER.
      *
      * THE BILL IS VOUCHERED FOR WHAT THE CARRIER BILLED: OPEN WHEN
      * EVERY CHARGE AUDITED CLEAN, HELD FOR PAYABLES TO SETTLE WITH
      * THE CARRIER WHEN ANY IS DISPUTED.
           PERFORM 430-GET-NEXT-VOUCHER-NUMBER.
      *
           MOVE SPACE                  TO APV-FILE-RECORD.
           MOVE WS-NEXT-VOUCHER-NUMBER TO APV-VOUCHER-NUMBER-1.
           MOVE WS-BIL-VENDOR-NUMBER   TO APV-VENDOR-NUMBER-1.
           MOVE WS-BIL-CARRIER-BILL    TO APV-VENDOR-INVOICE-1.
           MOVE ZERO                   TO APV-PO-NUMBER-1.
           MOVE SPACES                 TO APV-PRODUCT-CODE-1.
           MOVE 1                      TO APV-QTY-BILLED-1.
           MOVE WS-BIL-BILLED-TOTAL    TO APV-UNIT-PRICE-1.
           MOVE WS-BIL-BILLED-TOTAL    TO APV-AMOUNT-1.
           MOVE WS-BIL-BILL-DATE       TO APV-INVOICE-DATE-1.
           MOVE WS-TODAY-DATE          TO APV-ENTRY-DATE-1.
           IF WS-BIL-DISPUTED-CNT = ZERO
               MOVE 'O' TO APV-STATUS-1
               MOVE 'Y' TO APV-MATCH-SW-1
           ELSE
               MOVE 'H' TO APV-STATUS-1
               MOVE 'N' TO APV-MATCH-SW-1
           END-IF.
           MOVE ZERO                   TO APV-CHECK-NUMBER-1.
           MOVE SPACE                  TO APV-PAID-DATE-1.
           MOVE 'FRTAUFEC'             TO APV-OPERATOR-ID-1.
           MOVE 'E'                    TO APV-VOUCHER-TYPE-1.
      *
           MOVE '00' TO WS-APVFILE-SW.
           WRITE APV-FILE-RECORD
               INVALID KEY MOVE '22' TO WS-APVFILE-SW.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE WRITE ERROR KEY=" APV-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE WS-NEXT-VOUCHER-NUMBER TO APD-VOUCHER-NUMBER-1.
           MOVE 01                     TO APD-LINE-NUMBER-1.
           MOVE WS-GLM-SOURCE          TO APD-GL-SOURCE-CODE-1.
           MOVE WS-FRTO-DEBIT-ACCOUNT  TO APD-GL-ACCOUNT-1.
           MOVE WS-BIL-BILLED-TOTAL    TO APD-AMOUNT-1.
           MOVE WS-BIL-VENDOR-NUMBER   TO APD-VENDOR-NUMBER-1.
           MOVE WS-TODAY-DATE          TO APD-ENTRY-DATE-1.
      *
           MOVE '00' TO WS-APDFILE-SW.
           WRITE APD-FILE-RECORD
               INVALID KEY MOVE '22' TO WS-APDFILE-SW.
           IF NOT WS-APDFILE-SUCCESS
               DISPLAY "WS-APDFILE-SW=" WS-APDFILE-SW
               DISPLAY "APD-FILE WRITE ERROR KEY=" APD-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
      *    THE DISPUTED CHARGES PRINT FIRST, THEN THE LINE FOR THE BILL.
           IF WS-BIL-DISPUTED-CNT = ZERO
               ADD 1                   TO WS-CLEAN-VOUCHER-CNT
               ADD WS-BIL-BILLED-TOTAL TO WS-CLEAN-AMOUNT
               MOVE 'APPROVED - VOUCHER OPEN' TO DTL-EXCEPTION
           ELSE
               ADD 1                   TO WS-HELD-VOUCHER-CNT
               ADD WS-BIL-BILLED-TOTAL TO WS-HELD-AMOUNT
               PERFORM 410-LIST-ONE-DISPUTE
                   VARYING WS-BIL-LINE-SUB FROM 1 BY 1
                   UNTIL WS-BIL-LINE-SUB > WS-BIL-LINE-CNT
               MOVE 'DISPUTED - VOUCHER HELD' TO DTL-EXCEPTION
           END-IF.
      *
           MOVE WS-BIL-VENDOR-NUMBER   TO DTL-VENDOR-NUMBER.
           MOVE WS-BIL-CARRIER-BILL    TO DTL-CARRIER-BILL.
           MOVE 'BILL TOTAL'           TO DTL-TRACKING-NUMBER.
           MOVE SPACES                 TO DTL-INVOICE-NUMBER.
           MOVE ZERO                   TO DTL-BILLED-WEIGHT
                                          DTL-OUR-WEIGHT.
           MOVE WS-BIL-BILLED-TOTAL    TO DTL-BILLED-CHARGE.
           MOVE WS-BIL-RATED-TOTAL     TO DTL-RATED-CHARGE.
           MOVE WS-NEXT-VOUCHER-NUMBER TO DTL-VOUCHER-NUMBER.
           PERFORM 600-PRINT-AUDIT-LINE.
      *
       410-LIST-ONE-DISPUTE.
      *
           IF WS-BIL-EXCEPTION (WS-BIL-LINE-SUB) NOT = SPACES
               MOVE WS-BIL-VENDOR-NUMBER TO DTL-VENDOR-NUMBER
               MOVE WS-BIL-CARRIER-BILL  TO DTL-CARRIER-BILL
               MOVE WS-BIL-TRACKING-NUMBER (WS-BIL-LINE-SUB)
                 TO DTL-TRACKING-NUMBER
               IF WS-BIL-INVOICE-NUMBER (WS-BIL-LINE-SUB) = ZERO
                   MOVE SPACES TO DTL-INVOICE-NUMBER
               ELSE
                   MOVE WS-BIL-INVOICE-NUMBER (WS-BIL-LINE-SUB)
                     TO DTL-INVOICE-NUMBER
               END-IF
               MOVE WS-BIL-BILLED-WEIGHT (WS-BIL-LINE-SUB)
                 TO DTL-BILLED-WEIGHT
               MOVE WS-BIL-OUR-WEIGHT (WS-BIL-LINE-SUB)
                 TO DTL-OUR-WEIGHT
               MOVE WS-BIL-BILLED-CHARGE (WS-BIL-LINE-SUB)
                 TO DTL-BILLED-CHARGE
               MOVE WS-BIL-RATED-CHARGE (WS-BIL-LINE-SUB)
                 TO DTL-RATED-CHARGE
               MOVE WS-NEXT-VOUCHER-NUMBER TO DTL-VOUCHER-NUMBER
               MOVE WS-BIL-EXCEPTION (WS-BIL-LINE-SUB)
                 TO DTL-EXCEPTION
               PERFORM 600-PRINT-AUDIT-LINE
           END-IF.
      *
       430-GET-NEXT-VOUCHER-NUMBER.
      *
      * CONTROL RECORD 5 NUMBERS AP VOUCHERS, AS GETINFEC ISSUES THEM
      * ONLINE.
           MOVE 5 TO INVCTL-RECORD-KEY-1.
           MOVE '00' TO WS-CTLFILE-SW.
           READ CTL-FILE
               INVALID KEY MOVE '23' TO WS-CTLFILE-SW.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE READ ERROR ON VOUCHER SEQUENCE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE INVCTL-NEXT-INVOICE-NUMBER-1 TO WS-NEXT-VOUCHER-NUMBER.
           ADD 1 TO INVCTL-NEXT-INVOICE-NUMBER-1.
      *
           REWRITE INVCTL-FILE-RECORD.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE REWRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       440-RECORD-ONE-BILL-LINE.
      *
      * ONLY A CHARGE FOR ONE OF OUR SHIPMENTS, FIRST BILLED BY THE
      * CARRIER THAT CARRIED IT, IS REMEMBERED; A LATER BILL FOR THE
      * SAME TRACKING NUMBER THEN AUDITS AS A DUPLICATE.
           IF WS-BIL-FBL-ACTION (WS-BIL-LINE-SUB) NOT = SPACE
               MOVE WS-BIL-TRACKING-NUMBER (WS-BIL-LINE-SUB)
                 TO FBL-TRACKING-NUMBER-1
               MOVE WS-BIL-VENDOR-NUMBER   TO FBL-VENDOR-NUMBER-1
               MOVE WS-BIL-CARRIER-BILL    TO FBL-CARRIER-BILL-1
               MOVE WS-BIL-BILL-DATE       TO FBL-BILL-DATE-1
               MOVE WS-BIL-INVOICE-NUMBER (WS-BIL-LINE-SUB)
                 TO FBL-INVOICE-NUMBER-1
               MOVE WS-BIL-BILLED-WEIGHT (WS-BIL-LINE-SUB)
                 TO FBL-BILLED-WEIGHT-1
               MOVE WS-BIL-BILLED-CHARGE (WS-BIL-LINE-SUB)
                 TO FBL-BILLED-CHARGE-1
               MOVE WS-BIL-RATED-CHARGE (WS-BIL-LINE-SUB)
                 TO FBL-RATED-CHARGE-1
               MOVE WS-NEXT-VOUCHER-NUMBER TO FBL-VOUCHER-NUMBER-1
               MOVE WS-TODAY-DATE          TO FBL-AUDIT-DATE-1
               MOVE '00' TO WS-FBLFILE-SW
               IF WS-BIL-FBL-ACTION (WS-BIL-LINE-SUB) = 'R'
                   REWRITE FBL-FILE-RECORD
                       INVALID KEY MOVE '23' TO WS-FBLFILE-SW
                   END-REWRITE
               ELSE
                   WRITE FBL-FILE-RECORD
                       INVALID KEY MOVE '22' TO WS-FBLFILE-SW
                   END-WRITE
               END-IF
               IF NOT WS-FBLFILE-SUCCESS
                   DISPLAY "WS-FBLFILE-SW=" WS-FBLFILE-SW
                   DISPLAY "FBL-FILE WRITE ERROR KEY=" FBL-KEY-1
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
       450-REMEMBER-THIS-BILL.
      *
           IF WS-DUP-COUNT < 5000
               ADD 1 TO WS-DUP-COUNT
               MOVE WS-BIL-VENDOR-NUMBER
                 TO WS-DUP-VENDOR (WS-DUP-COUNT)
               MOVE WS-BIL-CARRIER-BILL
                 TO WS-DUP-INVOICE (WS-DUP-COUNT)
           ELSE
               DISPLAY "DUPLICATE-BILL TABLE FULL - GATE "
                       "COVERS FIRST 5000 VOUCHERED BILLS"
           END-IF.
      *
       600-PRINT-AUDIT-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       650-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       700-PRINT-RUN-TOTALS.
      *
           MOVE WS-BILLS-READ-CNT        TO TL1-COUNT.
           MOVE WS-BILLS-REFUSED-CNT     TO TL2-COUNT.
           MOVE WS-CLEAN-VOUCHER-CNT     TO TL3-COUNT.
           MOVE WS-CLEAN-AMOUNT          TO TL3-AMOUNT.
           MOVE WS-HELD-VOUCHER-CNT      TO TL4-COUNT.
           MOVE WS-HELD-AMOUNT           TO TL4-AMOUNT.
           MOVE WS-CHARGES-AUDITED-CNT   TO TL5-COUNT.
           MOVE WS-UNKNOWN-CNT           TO TL6-COUNT.
           MOVE WS-DUPLICATE-CNT         TO TL7-COUNT.
           MOVE WS-OVERCHARGE-CNT        TO TL8-COUNT.
           MOVE WS-OVERCHARGE-AMOUNT     TO TL8-AMOUNT.
           MOVE WS-UNRATED-CNT           TO TL9-COUNT.
      *
           WRITE PRINT-LINE FROM TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-5
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-6
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-7
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-8
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-9
               AFTER ADVANCING 1 LINES.
      *
       850-CHECK-TRAILER-COUNT.
      *
           IF WS-TRAILER-NOT-FOUND
               DISPLAY "NO TRAILER RECORD FOUND IN FBIL-IN-FILE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "TRAILER RECORD COUNT MISMATCH ON FRTBILIN"
               DISPLAY "EXPECTED COUNT = " WS-EXPECTED-COUNT
               DISPLAY "ACTUAL COUNT   = " WS-RECORD-COUNT
               PERFORM 800-PROGRAM-FAILED
           ELSE
               DISPLAY "TRAILER RECORD COUNT VERIFIED = "
                   WS-RECORD-COUNT
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE FBIL-IN-FILE
                 VND-FILE
                 TRK-FILE
                 OOR-FILE
                 SHT-FILE
                 CM-FILE
                 CAR-FILE
                 FBL-FILE
                 APV-FILE
                 APD-FILE
                 GLM-FILE
                 CTL-FILE
                 PRINT-FILE.
           DISPLAY "CARRIER BILLS READ      = " WS-BILLS-READ-CNT.
           DISPLAY "VOUCHERS WRITTEN OPEN   = " WS-CLEAN-VOUCHER-CNT.
           DISPLAY "VOUCHERS WRITTEN HELD   = " WS-HELD-VOUCHER-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
