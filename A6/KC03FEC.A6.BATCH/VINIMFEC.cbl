       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINIMFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Batch vendor invoice import for the suppliers who send their
      *invoices as a file instead of paper, modelled on the ORDIMFEC
      *order gateway. VNDINVIN carries an 'H' header per supplier
      *invoice (vendor, their invoice number and date, our PO
      *number) followed by its 'D' lines (our product code or the
      *vendor's own item number, quantity, unit price, and the unit
      *billed), with a HIGH-VALUES trailer carrying the expected
      *record count - the same edit-and-trailer discipline as the A4
      *loaders. The whole invoice is refused to the exception report
      *when the vendor is unknown or inactive, the PO is missing,
      *cancelled or another vendor's, the invoice was already
      *vouchered, or a line cannot be read or named. Otherwise every
      *line runs the three-way match APVENFEC makes the clerk work by
      *eye: the product must be on the PO, the quantity billed so far
      *must not pass PO-QTY-ORDERED, it must not pass what the RCPFEC
      *dock receipts prove came in (net of RTVENFEC returns), and the
      *price must sit within the tolerance of the PO line's agreed
      *cost (PRD-UNIT-COST when the line has none). A clean line
      *becomes an APVFEC voucher at status O; a line that misses on
      *quantity, price, or a missing receipt is still vouchered but
      *HELD, and printed on the exception report with its reason for
      *the payables clerk to resolve.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT VINV-IN-FILE ASSIGN TO VNDINVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VINFILE-SW.

           SELECT VND-FILE ASSIGN TO VNDMSTR
               RECORD KEY IS VND-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT PO-FILE ASSIGN TO POMSTR
               RECORD KEY IS PO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-POFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT VPR-FILE ASSIGN TO VPRMSTR
               RECORD KEY IS VPR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VPRFILE-SW.

           SELECT RCP-FILE ASSIGN TO RCPMSTR
               RECORD KEY IS RCP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCPFILE-SW.

           SELECT APV-FILE ASSIGN TO APVMSTR
               RECORD KEY IS APV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-APVFILE-SW.

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
       FD VINV-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS VINV-IN-RECORD.
       01  VINV-IN-RECORD.
           05  VII-RECORD-TYPE                   PIC X(01).
               88  VII-HEADER-RECORD                 VALUE 'H'.
               88  VII-DETAIL-RECORD                 VALUE 'D'.
           05  VII-HEADER-FIELDS.
               10  VII-VENDOR-NUMBER             PIC X(06).
               10  VII-VENDOR-INVOICE            PIC X(10).
               10  VII-INVOICE-DATE              PIC X(08).
               10  VII-PO-NUMBER                 PIC 9(06).
               10  FILLER                        PIC X(29).
           05  VII-DETAIL-FIELDS REDEFINES VII-HEADER-FIELDS.
               10  VII-PRODUCT-CODE              PIC X(10).
               10  VII-VENDOR-ITEM               PIC X(15).
               10  VII-QTY-BILLED                PIC 9(07).
               10  VII-UNIT-PRICE                PIC 9(07)V99.
               10  VII-BILLED-UOM                PIC X(02).
               10  FILLER                        PIC X(16).
      *
       01  VINV-IN-TRAILER REDEFINES VINV-IN-RECORD.
           05  VII-TRLR-MARKER                   PIC X(01).
           05  VII-TRLR-RECORD-COUNT             PIC 9(07).
           05  FILLER                            PIC X(52).
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
               88  PO-STATUS-DRAFT-1             VALUE 'D'.
               88  PO-STATUS-CANCELLED-1         VALUE 'X'.
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
       FD VPR-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS VPR-FILE-RECORD.
       01  VPR-FILE-RECORD.
           05  VPR-KEY-1.
               10  VPR-PRODUCT-CODE-1        PIC X(10).
               10  VPR-VENDOR-NUMBER-1       PIC X(06).
           05  VPR-VENDOR-ITEM-1             PIC X(15).
           05  VPR-LAST-COST-1               PIC S9(07)V99.
           05  VPR-QUOTE-DATE-1              PIC X(08).
           05  VPR-MIN-ORDER-QTY-1           PIC S9(07).
           05  VPR-PRIMARY-SW-1              PIC X(01).
      *
       FD RCP-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS RCP-FILE-RECORD.
       01  RCP-FILE-RECORD.
           05  RCP-KEY-1.
               10  RCP-RECEIPT-DATE-1        PIC X(08).
               10  RCP-TASK-NUMBER-1         PIC 9(07).
           05  RCP-PRODUCT-CODE-1            PIC X(10).
           05  RCP-PO-NUMBER-1               PIC 9(06).
           05  RCP-QTY-RECEIVED-1            PIC S9(07).
           05  RCP-RECEIPT-TIME-1            PIC X(06).
           05  RCP-OPERATOR-ID-1             PIC X(08).
           05  RCP-UNIT-COST-1               PIC S9(07)V99.
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
               88  APV-TYPE-PO-VOUCHER-1         VALUE 'P' ' '.
               88  APV-TYPE-DEBIT-MEMO-1         VALUE 'D'.
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
       01 WS-VINFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VINFILE-SUCCESS                VALUE '00'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFND                 VALUE '23'.
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
           88  WS-POFILE-NOTFND                  VALUE '23'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFND                 VALUE '23'.
       01 WS-VPRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VPRFILE-SUCCESS                VALUE '00'.
       01 WS-VPR-AVAILABLE-SW                PIC X(01)  VALUE 'N'.
           88  WS-VPR-AVAILABLE                  VALUE 'Y'.
       01 WS-RCPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RCPFILE-SUCCESS                VALUE '00'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SCAN-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SCAN-EOF                       VALUE 'Y'.
       01 WS-INVOICE-OPEN-SW                 PIC X(01)  VALUE 'N'.
           88  WS-INVOICE-OPEN                   VALUE 'Y'.
       01 WS-TRAILER-SW                      PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-FOUND                  VALUE 'Y'.
           88  WS-TRAILER-NOT-FOUND              VALUE 'N'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
      * BILLED PRICE MAY DRIFT THIS FAR FROM THE AGREED COST BEFORE
      * THE VOUCHER IS HELD - THE SAME TOLERANCE APVENFEC APPLIES.
       01 WS-PRICE-TOLERANCE                 PIC S9V9(4) VALUE .0500.
      *
       01 WS-TODAY-DATE                      PIC X(08).
       01 WS-RECORD-COUNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-EXPECTED-COUNT                  PIC 9(07)  COMP-3 VALUE 0.
      *
      * THE SUPPLIER INVOICE BEING ASSEMBLED FROM ITS HEADER AND LINES.
       01 WS-IMP-VENDOR-NUMBER               PIC X(06)  VALUE SPACES.
       01 WS-IMP-VENDOR-INVOICE              PIC X(10)  VALUE SPACES.
       01 WS-IMP-INVOICE-DATE                PIC X(08)  VALUE SPACES.
       01 WS-IMP-PO-NUMBER                   PIC 9(06)  VALUE 0.
       01 WS-IMP-LINE-CNT                    PIC S9(04) COMP VALUE 0.
       01 WS-IMP-LINE-SUB                    PIC S9(04) COMP VALUE 0.
       01 WS-IMP-LINE-TABLE.
           05  WS-IMP-LINE-ENTRY             OCCURS 20 TIMES.
               10  WS-IMP-PRODUCT-CODE       PIC X(10).
               10  WS-IMP-VENDOR-ITEM        PIC X(15).
               10  WS-IMP-QTY-BILLED         PIC S9(07).
               10  WS-IMP-UNIT-PRICE         PIC S9(07)V99.
               10  WS-IMP-BILLED-UOM         PIC X(02).
               10  WS-IMP-AGREED-COST        PIC S9(07)V99.
               10  WS-IMP-QTY-ORDERED        PIC S9(07).
       01 WS-REJECT-REASON                   PIC X(30)  VALUE SPACES.
       01 WS-REJECT-PRODUCT                  PIC X(10)  VALUE SPACES.
       01 WS-HOLD-REASON                     PIC X(30)  VALUE SPACES.
      *
       01 WS-PO-SUB                          PIC S9(04) COMP VALUE 0.
       01 WS-PO-HIT-SUB                      PIC S9(04) COMP VALUE 0.
       01 WS-XREF-FOUND-SW                   PIC X(01)  VALUE 'N'.
           88  WS-XREF-FOUND                     VALUE 'Y'.
       01 WS-NEXT-VOUCHER-NUMBER             PIC 9(06)  VALUE 0.
       01 WS-COST-LOW                        PIC S9(07)V99 COMP-3.
       01 WS-COST-HIGH                       PIC S9(07)V99 COMP-3.
       01 WS-BILLED-TO-DATE                  PIC S9(07) COMP-3.
      *
      * VENDOR + INVOICE NUMBERS ALREADY VOUCHERED, COLLECTED AT
      * STARTUP AND EXTENDED AS THIS RUN WRITES, SO AN INVOICE SENT
      * TWICE IS NEVER PAID TWICE.
       01 WS-DUP-TABLE.
           05  WS-DUP-ENTRY                  OCCURS 5000 TIMES.
               10  WS-DUP-VENDOR             PIC X(06).
               10  WS-DUP-INVOICE            PIC X(10).
       01 WS-DUP-COUNT                       PIC S9(05) COMP-3 VALUE 0.
       01 WS-DUP-SUB                         PIC S9(05) COMP-3 VALUE 0.
       01 WS-DUP-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-DUP-FOUND                      VALUE 'Y'.
      *
      * ONE SLOT PER PO AND PRODUCT WITH THE QUANTITY THE RCPFEC DOCK
      * RECEIPTS PROVE (LESS RTVENFEC DEBIT MEMOS) AND THE QUANTITY
      * ALREADY VOUCHERED AGAINST IT, AS RNIACFEC BUILDS THEM.
       01 WS-MCH-TABLE.
           05  WS-MCH-ENTRY                  OCCURS 3000 TIMES.
               10  WS-MCH-PO-NUMBER          PIC 9(06).
               10  WS-MCH-PRODUCT            PIC X(10).
               10  WS-MCH-RCV-QTY            PIC S9(07) COMP-3.
               10  WS-MCH-BILL-QTY           PIC S9(07) COMP-3.
       01 WS-MCH-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-MCH-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-MCH-HIT-SUB                     PIC S9(04) COMP VALUE 0.
       01 WS-MCH-SEARCH-PO                   PIC 9(06)  VALUE 0.
       01 WS-MCH-SEARCH-PRODUCT              PIC X(10)  VALUE SPACES.
      *
       01 WS-INVOICES-READ-CNT               PIC 9(05)  COMP-3 VALUE 0.
       01 WS-INVOICES-REJECTED-CNT           PIC 9(05)  COMP-3 VALUE 0.
       01 WS-CLEAN-VOUCHER-CNT               PIC 9(05)  COMP-3 VALUE 0.
       01 WS-HELD-VOUCHER-CNT                PIC 9(05)  COMP-3 VALUE 0.
       01 WS-CLEAN-AMOUNT                    PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-HELD-AMOUNT                     PIC S9(09)V99 COMP-3
                                              VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(48)
               VALUE 'KC03FEC - VENDOR INVOICE IMPORT EXCEPTION REPORT'.
           05  FILLER                        PIC X(67) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(08) VALUE 'VENDOR'.
           05  FILLER                        PIC X(12) VALUE 'INVOICE'.
           05  FILLER                        PIC X(08) VALUE 'PO NO'.
           05  FILLER                        PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(10)
               VALUE '   QTY'.
           05  FILLER                        PIC X(13)
               VALUE '   UNIT PRICE'.
           05  FILLER                        PIC X(13)
               VALUE '  AGREED COST'.
           05  FILLER                        PIC X(09) VALUE ' VOUCHER'.
           05  FILLER                        PIC X(30)
               VALUE 'EXCEPTION'.
      *
       01 DETAIL-LINE.
           05  DTL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-VENDOR-INVOICE            PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PO-NUMBER                 PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-QTY-BILLED                PIC Z(06)9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-UNIT-PRICE                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-AGREED-COST               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-VOUCHER-NUMBER            PIC X(06).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DTL-EXCEPTION                 PIC X(30).
      *
       01 TOTAL-LINE-1.
           05  FILLER                        PIC X(30)
               VALUE 'SUPPLIER INVOICES READ:'.
           05  TL1-COUNT                     PIC ZZZZ9.
      *
       01 TOTAL-LINE-2.
           05  FILLER                        PIC X(30)
               VALUE 'INVOICES REFUSED:'.
           05  TL2-COUNT                     PIC ZZZZ9.
      *
       01 TOTAL-LINE-3.
           05  FILLER                        PIC X(30)
               VALUE 'VOUCHERS WRITTEN OPEN:'.
           05  TL3-COUNT                     PIC ZZZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  TL3-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01 TOTAL-LINE-4.
           05  FILLER                        PIC X(30)
               VALUE 'VOUCHERS WRITTEN HELD:'.
           05  TL4-COUNT                     PIC ZZZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  TL4-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
           OPEN INPUT VINV-IN-FILE.
           IF NOT WS-VINFILE-SUCCESS
               DISPLAY "WS-VINFILE-SW=" WS-VINFILE-SW
               DISPLAY "VINV-IN-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT VND-FILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT PO-FILE.
           IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "PO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT PRD-FILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT VPR-FILE.
           IF WS-VPRFILE-SUCCESS
               MOVE 'Y' TO WS-VPR-AVAILABLE-SW
           ELSE
               DISPLAY "WS-VPRFILE-SW=" WS-VPRFILE-SW
               DISPLAY "VPR-FILE OPEN ERROR - VENDOR ITEM "
                       "TRANSLATION UNAVAILABLE THIS RUN"
           END-IF.
           OPEN INPUT RCP-FILE.
           IF NOT WS-RCPFILE-SUCCESS
               DISPLAY "WS-RCPFILE-SW=" WS-RCPFILE-SW
               DISPLAY "RCP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O APV-FILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE OPEN ERROR"
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
           PERFORM 050-ACCUMULATE-RECEIPTS.
           PERFORM 060-ACCUMULATE-VOUCHERS.
           PERFORM 650-PRINT-HEADINGS.
      *
           READ VINV-IN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-PROCESS-ONE-RECORD
                   UNTIL WS-EOF-YES
               IF WS-INVOICE-OPEN
                   PERFORM 300-JUDGE-AND-POST-INVOICE
               END-IF
           ELSE
               DISPLAY "NO DATA IN VINV-IN-FILE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 850-CHECK-TRAILER-COUNT.
           PERFORM 700-PRINT-RUN-TOTALS.
           PERFORM 900-COMPLETED-OK.
      *
       050-ACCUMULATE-RECEIPTS.
      *
           MOVE 'N' TO WS-SCAN-EOF-SW.
           READ RCP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW.
      *
           PERFORM 055-ACCUMULATE-ONE-RECEIPT
               UNTIL WS-SCAN-EOF.
      *
       055-ACCUMULATE-ONE-RECEIPT.
      *
      * A RECEIPT WITH NO PO CAN NEVER BE BILLED AGAINST ONE.
           IF RCP-PO-NUMBER-1 NOT = ZERO
               MOVE RCP-PO-NUMBER-1    TO WS-MCH-SEARCH-PO
               MOVE RCP-PRODUCT-CODE-1 TO WS-MCH-SEARCH-PRODUCT
               PERFORM 500-FIND-MATCH-SLOT
               IF WS-MCH-HIT-SUB > ZERO
                   ADD RCP-QTY-RECEIVED-1
                       TO WS-MCH-RCV-QTY (WS-MCH-HIT-SUB)
               END-IF
           END-IF.
      *
           READ RCP-FILE NEXT RECORD
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
      * A REJECTED VOUCHER IS NEITHER A LIABILITY NOR A DUPLICATE. A
      * DEBIT MEMO MEANS THE GOODS WENT BACK, SO IT TAKES ITS
      * (NEGATIVE) QUANTITY OFF THE RECEIVED SIDE, AS IN RNIACFEC.
           IF NOT APV-STATUS-REJECTED-1
               IF APV-TYPE-PO-VOUCHER-1
                   PERFORM 070-REMEMBER-VOUCHERED-INVOICE
               END-IF
               IF APV-PO-NUMBER-1 NOT = ZERO
                   MOVE APV-PO-NUMBER-1    TO WS-MCH-SEARCH-PO
                   MOVE APV-PRODUCT-CODE-1 TO WS-MCH-SEARCH-PRODUCT
                   PERFORM 500-FIND-MATCH-SLOT
                   IF WS-MCH-HIT-SUB > ZERO
                       IF APV-TYPE-DEBIT-MEMO-1
                           ADD APV-QTY-BILLED-1
                               TO WS-MCH-RCV-QTY (WS-MCH-HIT-SUB)
                       ELSE
                           ADD APV-QTY-BILLED-1
                               TO WS-MCH-BILL-QTY (WS-MCH-HIT-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW.
      *
       070-REMEMBER-VOUCHERED-INVOICE.
      *
           MOVE APV-VENDOR-NUMBER-1  TO WS-IMP-VENDOR-NUMBER.
           MOVE APV-VENDOR-INVOICE-1 TO WS-IMP-VENDOR-INVOICE.
           PERFORM 330-CHECK-DUPLICATE-INVOICE.
      *
           IF NOT WS-DUP-FOUND
               IF WS-DUP-COUNT < 5000
                   ADD 1 TO WS-DUP-COUNT
                   MOVE APV-VENDOR-NUMBER-1
                     TO WS-DUP-VENDOR (WS-DUP-COUNT)
                   MOVE APV-VENDOR-INVOICE-1
                     TO WS-DUP-INVOICE (WS-DUP-COUNT)
               ELSE
                   DISPLAY "DUPLICATE-INVOICE TABLE FULL - GATE "
                           "COVERS FIRST 5000 VOUCHERED INVOICES"
               END-IF
           END-IF.
      *
       100-PROCESS-ONE-RECORD.
      *
           IF VII-TRLR-MARKER = HIGH-VALUES
               MOVE VII-TRLR-RECORD-COUNT TO WS-EXPECTED-COUNT
               MOVE 'Y' TO WS-TRAILER-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               EVALUATE TRUE
                   WHEN VII-HEADER-RECORD
                       IF WS-INVOICE-OPEN
                           PERFORM 300-JUDGE-AND-POST-INVOICE
                       END-IF
                       PERFORM 200-START-NEW-INVOICE
                   WHEN VII-DETAIL-RECORD
                       PERFORM 250-HOLD-ONE-DETAIL
                   WHEN OTHER
                       DISPLAY "UNKNOWN RECORD TYPE SKIPPED: "
                           VII-RECORD-TYPE
               END-EVALUATE
               READ VINV-IN-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       200-START-NEW-INVOICE.
      *
           ADD 1 TO WS-INVOICES-READ-CNT.
           MOVE VII-VENDOR-NUMBER  TO WS-IMP-VENDOR-NUMBER.
           MOVE VII-VENDOR-INVOICE TO WS-IMP-VENDOR-INVOICE.
           IF VII-INVOICE-DATE NUMERIC
               MOVE VII-INVOICE-DATE TO WS-IMP-INVOICE-DATE
           ELSE
               MOVE WS-TODAY-DATE    TO WS-IMP-INVOICE-DATE
           END-IF.
           IF VII-PO-NUMBER NUMERIC
               MOVE VII-PO-NUMBER TO WS-IMP-PO-NUMBER
           ELSE
               MOVE ZERO          TO WS-IMP-PO-NUMBER
           END-IF.
           MOVE ZERO   TO WS-IMP-LINE-CNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-REJECT-PRODUCT.
           MOVE 'Y'    TO WS-INVOICE-OPEN-SW.
      *
       250-HOLD-ONE-DETAIL.
      *
           IF NOT WS-INVOICE-OPEN
               DISPLAY "DETAIL WITH NO INVOICE HEADER SKIPPED"
           ELSE IF VII-QTY-BILLED NOT NUMERIC
                   OR VII-UNIT-PRICE NOT NUMERIC
                   OR (VII-PRODUCT-CODE = SPACES
                       AND VII-VENDOR-ITEM = SPACES)
               MOVE 'BAD DETAIL RECORD' TO WS-REJECT-REASON
               MOVE VII-PRODUCT-CODE TO WS-REJECT-PRODUCT
           ELSE IF VII-QTY-BILLED = ZERO
               MOVE 'ZERO QUANTITY BILLED' TO WS-REJECT-REASON
               MOVE VII-PRODUCT-CODE TO WS-REJECT-PRODUCT
           ELSE IF WS-IMP-LINE-CNT NOT < 20
               MOVE 'MORE THAN 20 LINES' TO WS-REJECT-REASON
               MOVE VII-PRODUCT-CODE TO WS-REJECT-PRODUCT
           ELSE
               ADD 1 TO WS-IMP-LINE-CNT
               MOVE VII-PRODUCT-CODE
                 TO WS-IMP-PRODUCT-CODE (WS-IMP-LINE-CNT)
               MOVE VII-VENDOR-ITEM
                 TO WS-IMP-VENDOR-ITEM (WS-IMP-LINE-CNT)
               MOVE VII-QTY-BILLED
                 TO WS-IMP-QTY-BILLED (WS-IMP-LINE-CNT)
               MOVE VII-UNIT-PRICE
                 TO WS-IMP-UNIT-PRICE (WS-IMP-LINE-CNT)
               MOVE VII-BILLED-UOM
                 TO WS-IMP-BILLED-UOM (WS-IMP-LINE-CNT)
               MOVE ZERO
                 TO WS-IMP-AGREED-COST (WS-IMP-LINE-CNT)
                    WS-IMP-QTY-ORDERED (WS-IMP-LINE-CNT)
           END-IF.
      *
       300-JUDGE-AND-POST-INVOICE.
      *
           IF WS-REJECT-REASON = SPACES AND WS-IMP-LINE-CNT = ZERO
               MOVE 'INVOICE HAS NO LINES' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 310-EDIT-THE-VENDOR
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 320-EDIT-THE-PO
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 330-CHECK-DUPLICATE-INVOICE
               IF WS-DUP-FOUND
                   MOVE 'INVOICE ALREADY VOUCHERED'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 340-EDIT-ONE-LINE
                   VARYING WS-IMP-LINE-SUB FROM 1 BY 1
                   UNTIL WS-IMP-LINE-SUB > WS-IMP-LINE-CNT
                      OR WS-REJECT-REASON NOT = SPACES
           END-IF.
      *
           IF WS-REJECT-REASON = SPACES
               PERFORM 400-VOUCHER-ONE-LINE
                   VARYING WS-IMP-LINE-SUB FROM 1 BY 1
                   UNTIL WS-IMP-LINE-SUB > WS-IMP-LINE-CNT
               PERFORM 450-REMEMBER-THIS-INVOICE
           ELSE
               MOVE WS-IMP-VENDOR-NUMBER  TO DTL-VENDOR-NUMBER
               MOVE WS-IMP-VENDOR-INVOICE TO DTL-VENDOR-INVOICE
               MOVE WS-IMP-PO-NUMBER      TO DTL-PO-NUMBER
               MOVE WS-REJECT-PRODUCT     TO DTL-PRODUCT-CODE
               MOVE ZERO                  TO DTL-QTY-BILLED
                                             DTL-UNIT-PRICE
                                             DTL-AGREED-COST
               MOVE SPACES                TO DTL-VOUCHER-NUMBER
               MOVE WS-REJECT-REASON      TO DTL-EXCEPTION
               PERFORM 600-PRINT-EXCEPTION-LINE
               ADD 1 TO WS-INVOICES-REJECTED-CNT
           END-IF.
      *
           MOVE 'N' TO WS-INVOICE-OPEN-SW.
      *
       310-EDIT-THE-VENDOR.
      *
           MOVE WS-IMP-VENDOR-NUMBER TO VND-VENDOR-NUMBER-1.
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
       320-EDIT-THE-PO.
      *
           MOVE WS-IMP-PO-NUMBER TO PO-NUMBER-1.
           MOVE '00' TO WS-POFILE-SW.
           READ PO-FILE
               INVALID KEY MOVE '23' TO WS-POFILE-SW.
      *
           IF WS-POFILE-NOTFND
               MOVE 'PURCHASE ORDER NOT ON FILE' TO WS-REJECT-REASON
           ELSE IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "PO-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF PO-STATUS-CANCELLED-1 OR PO-STATUS-DRAFT-1
               MOVE 'PURCHASE ORDER NOT ISSUED' TO WS-REJECT-REASON
           ELSE IF PO-VENDOR-NUMBER-1 NOT = WS-IMP-VENDOR-NUMBER
               MOVE 'PO BELONGS TO ANOTHER VENDOR'
                 TO WS-REJECT-REASON
           END-IF.
      *
       330-CHECK-DUPLICATE-INVOICE.
      *
           MOVE 'N' TO WS-DUP-FOUND-SW.
           PERFORM 335-CHECK-ONE-DUP-PAIR
               VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB > WS-DUP-COUNT
                  OR WS-DUP-FOUND.
      *
       335-CHECK-ONE-DUP-PAIR.
      *
           IF WS-DUP-VENDOR (WS-DUP-SUB) = WS-IMP-VENDOR-NUMBER
                   AND WS-DUP-INVOICE (WS-DUP-SUB)
                       = WS-IMP-VENDOR-INVOICE
               MOVE 'Y' TO WS-DUP-FOUND-SW
           END-IF.
      *
       340-EDIT-ONE-LINE.
      *
      * A LINE NAMED ONLY BY THE VENDOR'S OWN ITEM NUMBER IS TRIED
      * AGAINST THE VPRFEC SUPPLY ROWS FOR THE PRODUCTS ON THE PO.
           IF WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB) = SPACES
               PERFORM 342-TRY-VENDOR-ITEM-XREF
           END-IF.
      *
           IF WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB) = SPACES
               MOVE 'VENDOR ITEM NOT CROSS-REFERENCED'
                 TO WS-REJECT-REASON
               MOVE WS-IMP-VENDOR-ITEM (WS-IMP-LINE-SUB)
                 TO WS-REJECT-PRODUCT
           ELSE
               MOVE WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB)
                 TO PRD-PRODUCT-CODE-1
               MOVE '00' TO WS-PRDFILE-SW
               READ PRD-FILE
                   INVALID KEY MOVE '23' TO WS-PRDFILE-SW
               END-READ
               IF WS-PRDFILE-NOTFND
                   MOVE 'PRODUCT NOT ON FILE' TO WS-REJECT-REASON
                   MOVE WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB)
                     TO WS-REJECT-PRODUCT
               ELSE IF NOT WS-PRDFILE-SUCCESS
                   DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
                   DISPLAY "PRD-FILE READ ERROR"
                   PERFORM 800-PROGRAM-FAILED
               ELSE
                   PERFORM 346-FIND-THE-PO-LINES
               END-IF
           END-IF.
      *
       342-TRY-VENDOR-ITEM-XREF.
      *
           MOVE 'N' TO WS-XREF-FOUND-SW.
           IF WS-VPR-AVAILABLE
                   AND WS-IMP-VENDOR-ITEM (WS-IMP-LINE-SUB) NOT = SPACES
               PERFORM 344-CHECK-ONE-PO-PRODUCT
                   VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > 10
                      OR WS-XREF-FOUND
           END-IF.
      *
       344-CHECK-ONE-PO-PRODUCT.
      *
           IF PO-PRODUCT-CODE-1 (WS-PO-SUB) NOT = SPACES
               MOVE PO-PRODUCT-CODE-1 (WS-PO-SUB)
                 TO VPR-PRODUCT-CODE-1
               MOVE WS-IMP-VENDOR-NUMBER TO VPR-VENDOR-NUMBER-1
               MOVE '00' TO WS-VPRFILE-SW
               READ VPR-FILE
                   INVALID KEY MOVE '23' TO WS-VPRFILE-SW
               END-READ
               IF WS-VPRFILE-SUCCESS
                       AND VPR-VENDOR-ITEM-1
                           = WS-IMP-VENDOR-ITEM (WS-IMP-LINE-SUB)
                   MOVE 'Y' TO WS-XREF-FOUND-SW
                   MOVE PO-PRODUCT-CODE-1 (WS-PO-SUB)
                     TO WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB)
               END-IF
           END-IF.
      *
       346-FIND-THE-PO-LINES.
      *
      * THE ORDERED QUANTITY IS SUMMED OVER EVERY LINE OF THE PO FOR
      * THE PRODUCT; THE AGREED COST AND ENTRY UNIT COME FROM THE
      * FIRST. NO PO-UNIT-COST MEANS THE PRODUCT MASTER COST, AS AT
      * THE KEYBOARD.
           MOVE ZERO TO WS-PO-HIT-SUB.
           PERFORM 348-CHECK-ONE-PO-LINE
               VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > 10.
      *
           IF WS-PO-HIT-SUB > ZERO
               IF PO-UNIT-COST-1 (WS-PO-HIT-SUB) > ZERO
                   MOVE PO-UNIT-COST-1 (WS-PO-HIT-SUB)
                     TO WS-IMP-AGREED-COST (WS-IMP-LINE-SUB)
               ELSE
                   MOVE PRD-UNIT-COST-1
                     TO WS-IMP-AGREED-COST (WS-IMP-LINE-SUB)
               END-IF
               PERFORM 349-CONVERT-BILLED-UNIT
           ELSE
               MOVE PRD-UNIT-COST-1
                 TO WS-IMP-AGREED-COST (WS-IMP-LINE-SUB)
           END-IF.
      *
       348-CHECK-ONE-PO-LINE.
      *
           IF PO-PRODUCT-CODE-1 (WS-PO-SUB)
                   = WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB)
               ADD PO-QTY-ORDERED-1 (WS-PO-SUB)
                 TO WS-IMP-QTY-ORDERED (WS-IMP-LINE-SUB)
               IF WS-PO-HIT-SUB = ZERO
                   MOVE WS-PO-SUB TO WS-PO-HIT-SUB
               END-IF
           END-IF.
      *
       349-CONVERT-BILLED-UNIT.
      *
      * A SUPPLIER BILLING BY THE CASE WE ORDERED BY THE CASE IS
      * BROUGHT BACK TO STOCKING UNITS WITH THE PO LINE'S PACK SIZE,
      * SO QUANTITY AND PRICE COMPARE LIKE FOR LIKE. ANY OTHER UNIT
      * IS TAKEN AS THE STOCKING UNIT.
           IF WS-IMP-BILLED-UOM (WS-IMP-LINE-SUB) NOT = SPACES
                   AND WS-IMP-BILLED-UOM (WS-IMP-LINE-SUB)
                       = PO-ENTRY-UOM-1 (WS-PO-HIT-SUB)
                   AND PO-ENTRY-FACTOR-1 (WS-PO-HIT-SUB) NUMERIC
                   AND PO-ENTRY-FACTOR-1 (WS-PO-HIT-SUB) > 1
               COMPUTE WS-IMP-QTY-BILLED (WS-IMP-LINE-SUB) =
                   WS-IMP-QTY-BILLED (WS-IMP-LINE-SUB)
                   * PO-ENTRY-FACTOR-1 (WS-PO-HIT-SUB)
               COMPUTE WS-IMP-UNIT-PRICE (WS-IMP-LINE-SUB) ROUNDED =
                   WS-IMP-UNIT-PRICE (WS-IMP-LINE-SUB)
                   / PO-ENTRY-FACTOR-1 (WS-PO-HIT-SUB)
           END-IF.
      *
       400-VOUCHER-ONE-LINE.
      *
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE WS-IMP-PO-NUMBER TO WS-MCH-SEARCH-PO.
           MOVE WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB)
             TO WS-MCH-SEARCH-PRODUCT.
           PERFORM 510-LOOK-FOR-MATCH-SLOT.
      *
           MOVE ZERO TO WS-BILLED-TO-DATE.
           IF WS-MCH-HIT-SUB > ZERO
               MOVE WS-MCH-BILL-QTY (WS-MCH-HIT-SUB)
                 TO WS-BILLED-TO-DATE
           END-IF.
           ADD WS-IMP-QTY-BILLED (WS-IMP-LINE-SUB)
             TO WS-BILLED-TO-DATE.
      *
           IF WS-IMP-QTY-ORDERED (WS-IMP-LINE-SUB) = ZERO
               MOVE 'PRODUCT NOT ON THE PO' TO WS-HOLD-REASON
           ELSE IF WS-MCH-HIT-SUB = ZERO
               MOVE 'NO RECEIPT ON FILE' TO WS-HOLD-REASON
           ELSE IF WS-MCH-RCV-QTY (WS-MCH-HIT-SUB) NOT > ZERO
               MOVE 'NO RECEIPT ON FILE' TO WS-HOLD-REASON
           ELSE IF WS-BILLED-TO-DATE
                   > WS-IMP-QTY-ORDERED (WS-IMP-LINE-SUB)
               MOVE 'BILLED OVER QUANTITY ORDERED' TO WS-HOLD-REASON
           ELSE IF WS-BILLED-TO-DATE > WS-MCH-RCV-QTY (WS-MCH-HIT-SUB)
               MOVE 'BILLED OVER QUANTITY RECEIVED'
                 TO WS-HOLD-REASON
           ELSE
               PERFORM 410-CHECK-THE-BILLED-PRICE
           END-IF.
      *
           PERFORM 420-WRITE-THE-VOUCHER.
      *
      *    THE LINE NOW COUNTS AS BILLED, SO A SECOND LINE OR A LATER
      *    INVOICE IN THE SAME FILE CANNOT BILL THE SAME RECEIPT AGAIN.
           MOVE WS-IMP-PO-NUMBER TO WS-MCH-SEARCH-PO.
           MOVE WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB)
             TO WS-MCH-SEARCH-PRODUCT.
           PERFORM 500-FIND-MATCH-SLOT.
           IF WS-MCH-HIT-SUB > ZERO
               ADD WS-IMP-QTY-BILLED (WS-IMP-LINE-SUB)
                 TO WS-MCH-BILL-QTY (WS-MCH-HIT-SUB)
           END-IF.
      *
       410-CHECK-THE-BILLED-PRICE.
      *
           IF WS-IMP-AGREED-COST (WS-IMP-LINE-SUB) > ZERO
               COMPUTE WS-COST-LOW ROUNDED =
                   WS-IMP-AGREED-COST (WS-IMP-LINE-SUB)
                   * (1 - WS-PRICE-TOLERANCE)
               COMPUTE WS-COST-HIGH ROUNDED =
                   WS-IMP-AGREED-COST (WS-IMP-LINE-SUB)
                   * (1 + WS-PRICE-TOLERANCE)
               IF WS-IMP-UNIT-PRICE (WS-IMP-LINE-SUB) < WS-COST-LOW
                       OR WS-IMP-UNIT-PRICE (WS-IMP-LINE-SUB)
                          > WS-COST-HIGH
                   MOVE 'PRICE OUT OF LINE WITH PO COST'
                     TO WS-HOLD-REASON
               END-IF
           END-IF.
      *
       420-WRITE-THE-VOUCHER.
      *
           PERFORM 430-GET-NEXT-VOUCHER-NUMBER.
      *
           MOVE SPACE                  TO APV-FILE-RECORD.
           MOVE WS-NEXT-VOUCHER-NUMBER TO APV-VOUCHER-NUMBER-1.
           MOVE WS-IMP-VENDOR-NUMBER   TO APV-VENDOR-NUMBER-1.
           MOVE WS-IMP-VENDOR-INVOICE  TO APV-VENDOR-INVOICE-1.
           MOVE WS-IMP-PO-NUMBER       TO APV-PO-NUMBER-1.
           MOVE WS-IMP-PRODUCT-CODE (WS-IMP-LINE-SUB)
             TO APV-PRODUCT-CODE-1.
           MOVE WS-IMP-QTY-BILLED (WS-IMP-LINE-SUB)
             TO APV-QTY-BILLED-1.
           MOVE WS-IMP-UNIT-PRICE (WS-IMP-LINE-SUB)
             TO APV-UNIT-PRICE-1.
           COMPUTE APV-AMOUNT-1 ROUNDED =
               WS-IMP-QTY-BILLED (WS-IMP-LINE-SUB)
               * WS-IMP-UNIT-PRICE (WS-IMP-LINE-SUB).
           MOVE WS-IMP-INVOICE-DATE    TO APV-INVOICE-DATE-1.
           MOVE WS-TODAY-DATE          TO APV-ENTRY-DATE-1.
           IF WS-HOLD-REASON = SPACES
               MOVE 'O' TO APV-STATUS-1
               MOVE 'Y' TO APV-MATCH-SW-1
           ELSE
               MOVE 'H' TO APV-STATUS-1
               MOVE 'N' TO APV-MATCH-SW-1
           END-IF.
           MOVE ZERO                   TO APV-CHECK-NUMBER-1.
           MOVE SPACE                  TO APV-PAID-DATE-1.
           MOVE 'VINIMFEC'             TO APV-OPERATOR-ID-1.
           MOVE 'P'                    TO APV-VOUCHER-TYPE-1.
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
           IF WS-HOLD-REASON = SPACES
               ADD 1            TO WS-CLEAN-VOUCHER-CNT
               ADD APV-AMOUNT-1 TO WS-CLEAN-AMOUNT
           ELSE
               ADD 1            TO WS-HELD-VOUCHER-CNT
               ADD APV-AMOUNT-1 TO WS-HELD-AMOUNT
               MOVE WS-IMP-VENDOR-NUMBER  TO DTL-VENDOR-NUMBER
               MOVE WS-IMP-VENDOR-INVOICE TO DTL-VENDOR-INVOICE
               MOVE WS-IMP-PO-NUMBER      TO DTL-PO-NUMBER
               MOVE APV-PRODUCT-CODE-1    TO DTL-PRODUCT-CODE
               MOVE APV-QTY-BILLED-1      TO DTL-QTY-BILLED
               MOVE APV-UNIT-PRICE-1      TO DTL-UNIT-PRICE
               MOVE WS-IMP-AGREED-COST (WS-IMP-LINE-SUB)
                 TO DTL-AGREED-COST
               MOVE APV-VOUCHER-NUMBER-1  TO DTL-VOUCHER-NUMBER
               MOVE WS-HOLD-REASON        TO DTL-EXCEPTION
               PERFORM 600-PRINT-EXCEPTION-LINE
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
       450-REMEMBER-THIS-INVOICE.
      *
           IF WS-DUP-COUNT < 5000
               ADD 1 TO WS-DUP-COUNT
               MOVE WS-IMP-VENDOR-NUMBER
                 TO WS-DUP-VENDOR (WS-DUP-COUNT)
               MOVE WS-IMP-VENDOR-INVOICE
                 TO WS-DUP-INVOICE (WS-DUP-COUNT)
           END-IF.
      *
       500-FIND-MATCH-SLOT.
      *
      * ON ENTRY THE PO AND PRODUCT TO FIND ARE IN WS-MCH-SEARCH-PO
      * AND WS-MCH-SEARCH-PRODUCT; ON EXIT WS-MCH-HIT-SUB POINTS AT
      * THEIR TABLE SLOT, ADDED IF NEW, OR IS ZERO IF THE TABLE IS
      * FULL.
           PERFORM 510-LOOK-FOR-MATCH-SLOT.
      *
           IF WS-MCH-HIT-SUB = ZERO
               IF WS-MCH-COUNT < 3000
                   ADD 1 TO WS-MCH-COUNT
                   MOVE WS-MCH-COUNT TO WS-MCH-HIT-SUB
                   MOVE WS-MCH-SEARCH-PO
                     TO WS-MCH-PO-NUMBER (WS-MCH-HIT-SUB)
                   MOVE WS-MCH-SEARCH-PRODUCT
                     TO WS-MCH-PRODUCT (WS-MCH-HIT-SUB)
                   MOVE ZERO TO WS-MCH-RCV-QTY (WS-MCH-HIT-SUB)
                                WS-MCH-BILL-QTY (WS-MCH-HIT-SUB)
               ELSE
                   DISPLAY "MATCH TABLE FULL - PO LINE SKIPPED: "
                       WS-MCH-SEARCH-PO " " WS-MCH-SEARCH-PRODUCT
               END-IF
           END-IF.
      *
       510-LOOK-FOR-MATCH-SLOT.
      *
           MOVE ZERO TO WS-MCH-HIT-SUB.
           PERFORM 520-CHECK-ONE-MATCH-SLOT
               VARYING WS-MCH-SUB FROM 1 BY 1
               UNTIL WS-MCH-SUB > WS-MCH-COUNT
                  OR WS-MCH-HIT-SUB > ZERO.
      *
       520-CHECK-ONE-MATCH-SLOT.
      *
           IF WS-MCH-PO-NUMBER (WS-MCH-SUB) = WS-MCH-SEARCH-PO
                   AND WS-MCH-PRODUCT (WS-MCH-SUB)
                       = WS-MCH-SEARCH-PRODUCT
               MOVE WS-MCH-SUB TO WS-MCH-HIT-SUB
           END-IF.
      *
       600-PRINT-EXCEPTION-LINE.
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
           MOVE WS-INVOICES-READ-CNT     TO TL1-COUNT.
           MOVE WS-INVOICES-REJECTED-CNT TO TL2-COUNT.
           MOVE WS-CLEAN-VOUCHER-CNT     TO TL3-COUNT.
           MOVE WS-CLEAN-AMOUNT          TO TL3-AMOUNT.
           MOVE WS-HELD-VOUCHER-CNT      TO TL4-COUNT.
           MOVE WS-HELD-AMOUNT           TO TL4-AMOUNT.
      *
           WRITE PRINT-LINE FROM TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINES.
      *
       850-CHECK-TRAILER-COUNT.
      *
           IF WS-TRAILER-NOT-FOUND
               DISPLAY "NO TRAILER RECORD FOUND IN VINV-IN-FILE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "TRAILER RECORD COUNT MISMATCH ON VNDINVIN"
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
           CLOSE VINV-IN-FILE
                 VND-FILE
                 PO-FILE
                 PRD-FILE
                 VPR-FILE
                 RCP-FILE
                 APV-FILE
                 CTL-FILE
                 PRINT-FILE.
           DISPLAY "SUPPLIER INVOICES READ  = " WS-INVOICES-READ-CNT.
           DISPLAY "VOUCHERS WRITTEN OPEN   = " WS-CLEAN-VOUCHER-CNT.
           DISPLAY "VOUCHERS WRITTEN HELD   = " WS-HELD-VOUCHER-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
