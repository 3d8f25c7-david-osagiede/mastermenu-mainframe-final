       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVRGFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-05.
      *PROGRAM DESCRIPTION:
      *Monthly register of open vendor returns. Sweeps the RTVFEC
      *return-to-vendor log RTVENFEC writes and reads the matching
      *type D debit memo on APVFEC for each row. A return is still
      *open on the as-of date on the parameter card (default today)
      *if it went back on or before that date and its memo had not
      *yet been netted into a check by then - status not P, or paid
      *after the as-of date. Open returns are listed grouped and
      *subtotalled by vendor, with the vendor's return authorization
      *number and the days the credit has been outstanding on the
      *same 30/360 arithmetic APAGEFEC ages with, so purchasing can
      *chase the suppliers who are sitting on our money. A return
      *whose memo is missing from APVFEC is listed and flagged.
      *
      *MOD HISTORY
      *2026-10-05  DAO  ORIGINAL PROGRAM.
      *2026-10-08  DAO  VENDOR RECORD GROWS 114 TO 126 FOR THE 1099
      *                 IDENTITY FIELDS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RTVG-PARM-FILE ASSIGN TO RTVGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT RTV-FILE ASSIGN TO RTVMSTR
               RECORD KEY IS RTV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RTVFILE-SW.

           SELECT APV-FILE ASSIGN TO APVMSTR
               RECORD KEY IS APV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-APVFILE-SW.

           SELECT VND-FILE ASSIGN TO VNDMSTR
               RECORD KEY IS VND-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RTVG-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS
           DATA RECORD IS RTVG-PARM-RECORD.
       01  RTVG-PARM-RECORD.
           05  RTVG-AS-OF-DATE                  PIC 9(08).
      *
       FD RTV-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS RTV-FILE-RECORD.
       01  RTV-FILE-RECORD.
           05  RTV-KEY-1.
               10  RTV-VOUCHER-NUMBER-1      PIC 9(06).
           05  RTV-VENDOR-NUMBER-1           PIC X(06).
           05  RTV-PO-NUMBER-1               PIC 9(06).
           05  RTV-PRODUCT-CODE-1            PIC X(10).
           05  RTV-LOT-NUMBER-1              PIC X(10).
           05  RTV-LOCATION-1                PIC 9(01).
           05  RTV-QTY-RETURNED-1            PIC S9(07).
           05  RTV-UNIT-COST-1               PIC S9(07)V99.
           05  RTV-AMOUNT-1                  PIC S9(07)V99.
           05  RTV-RETURN-DATE-1             PIC X(08).
           05  RTV-VENDOR-RMA-1              PIC X(10).
           05  RTV-OPERATOR-ID-1             PIC X(08).
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
       01 WS-RTVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RTVFILE-SUCCESS                VALUE '00'.
           88  WS-RTVFILE-EOF                    VALUE '10'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
           88  WS-APVFILE-NOTFND                 VALUE '23'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFND                 VALUE '23'.
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
      * DAYS OUTSTANDING ON 30-DAY MONTHS, AS APAGEFEC AGES.
       01 WS-ORDINAL-DATE-GROUP.
           05  WS-ORD-YYYY                   PIC 9(04).
           05  WS-ORD-MM                     PIC 9(02).
           05  WS-ORD-DD                     PIC 9(02).
       01 WS-ORDINAL                         PIC S9(09) COMP-3.
       01 WS-AS-OF-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-DAYS-OPEN                       PIC S9(05) COMP-3.
       01 WS-MEMO-STATE                      PIC X(01)  VALUE SPACE.
           88  WS-MEMO-OPEN                      VALUE 'O'.
           88  WS-MEMO-CREDITED                  VALUE 'P'.
           88  WS-MEMO-MISSING                   VALUE 'M'.
      *
      * ONE SLOT PER OPEN RETURN, LOADED IN VOUCHER ORDER AND PRINTED
      * GROUPED BY VENDOR.
       01 WS-RTV-TABLE.
           05  WS-RTV-ENTRY                  OCCURS 2000 TIMES.
               10  WS-RTV-VENDOR             PIC X(06).
               10  WS-RTV-VOUCHER            PIC 9(06).
               10  WS-RTV-RETURN-DATE        PIC X(08).
               10  WS-RTV-PO-NUMBER          PIC 9(06).
               10  WS-RTV-PRODUCT            PIC X(10).
               10  WS-RTV-LOT                PIC X(10).
               10  WS-RTV-QTY                PIC S9(07) COMP-3.
               10  WS-RTV-AMOUNT             PIC S9(07)V99 COMP-3.
               10  WS-RTV-VENDOR-RMA         PIC X(10).
               10  WS-RTV-DAYS-OPEN          PIC S9(05) COMP-3.
               10  WS-RTV-MEMO-MISSING-SW    PIC X(01).
               10  WS-RTV-PRINTED-SW         PIC X(01).
       01 WS-RTV-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-RTV-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-RTV-VENDOR-SUB                  PIC S9(04) COMP VALUE 0.
       01 WS-CURRENT-VENDOR                  PIC X(06)  VALUE SPACES.
      *
       01 WS-VND-OPEN-AMOUNT                 PIC S9(09)V99 COMP-3.
       01 WS-TOT-OPEN-AMOUNT                 PIC S9(09)V99 COMP-3
                                                        VALUE 0.
       01 WS-OVER-30-AMOUNT                  PIC S9(09)V99 COMP-3
                                                        VALUE 0.
      *
       01 WS-RETURN-READ-CNT                 PIC 9(07)  COMP-3 VALUE 0.
       01 WS-RETURN-OPEN-CNT                 PIC 9(07)  COMP-3 VALUE 0.
       01 WS-RETURN-CREDITED-CNT             PIC 9(07)  COMP-3 VALUE 0.
       01 WS-MEMO-MISSING-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-OVER-30-CNT                     PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - OPEN VENDOR RETURNS REGISTER'.
           05  FILLER                        PIC X(09) VALUE ' AS OF '.
           05  HDG1-AS-OF-DATE               PIC X(08).
           05  FILLER                        PIC X(53) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(07) VALUE 'MEMO'.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'RETURNED'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'PO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'LOT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE '     QTY'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               ' CREDIT AMOUNT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'VENDOR RMA'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE ' DAYS'.
      *
       01 VENDOR-HEADER-LINE.
           05  FILLER                        PIC X(08) VALUE 'VENDOR: '.
           05  VHL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  VHL-VENDOR-NAME               PIC X(30).
      *
       01 DETAIL-LINE.
           05  DTL-VOUCHER-NUMBER            PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RETURN-DATE               PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PO-NUMBER                 PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-LOT-NUMBER                PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-QTY                       PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT                    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-VENDOR-RMA                PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DAYS-OPEN                 PIC ZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-MEMO-FLAG                 PIC X(16).
      *
       01 VENDOR-TOTAL-LINE.
           05  FILLER                        PIC X(20) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'VENDOR TOTAL'.
           05  FILLER                        PIC X(20) VALUE SPACES.
           05  VTL-OPEN-AMOUNT               PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 GRAND-TOTAL-LINE.
           05  FILLER                        PIC X(20) VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'TOTAL OPEN CREDITS'.
           05  FILLER                        PIC X(20) VALUE SPACES.
           05  GTL-OPEN-AMOUNT               PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(24)
               VALUE 'RETURNS READ:'.
           05  SL1-RETURN-READ-CNT           PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(24)
               VALUE 'RETURNS CREDITED:'.
           05  SL2-RETURN-CREDITED-CNT       PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(24)
               VALUE 'RETURNS STILL OPEN:'.
           05  SL3-RETURN-OPEN-CNT           PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(24)
               VALUE 'OPEN OVER 30 DAYS:'.
           05  SL4-OVER-30-CNT               PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL4-OVER-30-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(24)
               VALUE 'DEBIT MEMO MISSING:'.
           05  SL5-MEMO-MISSING-CNT          PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
           PERFORM 050-READ-PARM-CARD.
      *
           MOVE WS-AS-OF-DATE TO WS-ORDINAL-DATE-GROUP.
           PERFORM 280-COMPUTE-ORDINAL.
           MOVE WS-ORDINAL TO WS-AS-OF-ORDINAL.
      *
           OPEN INPUT RTV-FILE.
           IF WS-RTVFILE-SUCCESS
               DISPLAY "RTV-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-RTVFILE-SW=" WS-RTVFILE-SW
               DISPLAY "RTV-FILE OPEN ERROR"
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
           OPEN INPUT VND-FILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE OPEN ERROR"
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
           READ RTV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-PROCESS-ONE-RETURN
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN RTV-FILE"
           END-IF.
      *
           PERFORM 600-PRINT-BY-VENDOR.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT RTVG-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ RTVG-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND RTVG-AS-OF-DATE > 0
                   MOVE RTVG-AS-OF-DATE TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "NO USABLE PARM CARD - AS-OF DATE "
                           "DEFAULTS TO TODAY " WS-AS-OF-DATE
               END-IF
               CLOSE RTVG-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO RTVG-PARM-FILE FOUND - AS-OF DATE "
                       "DEFAULTS TO TODAY " WS-AS-OF-DATE
           END-IF.
      *
       100-PROCESS-ONE-RETURN.
      *
           ADD 1 TO WS-RETURN-READ-CNT.
      *
           IF RTV-RETURN-DATE-1 NOT > WS-AS-OF-DATE
               PERFORM 200-CHECK-THE-DEBIT-MEMO
               IF WS-MEMO-CREDITED
                   ADD 1 TO WS-RETURN-CREDITED-CNT
               ELSE
                   PERFORM 300-LOAD-OPEN-RETURN
               END-IF
           END-IF.
      *
           READ RTV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-CHECK-THE-DEBIT-MEMO.
      *
      * A MEMO NETTED INTO A CHECK AFTER THE AS-OF DATE WAS STILL
      * OPEN ON THAT DATE, SO A RERUN FOR A PAST MONTH-END REPRODUCES
      * THE REGISTER AS IT STOOD.
           MOVE RTV-VOUCHER-NUMBER-1 TO APV-VOUCHER-NUMBER-1.
           MOVE '00' TO WS-APVFILE-SW.
           READ APV-FILE
               INVALID KEY MOVE '23' TO WS-APVFILE-SW.
      *
           IF WS-APVFILE-NOTFND
               DISPLAY "DEBIT MEMO NOT ON APV-FILE: "
                   RTV-VOUCHER-NUMBER-1
               MOVE 'M' TO WS-MEMO-STATE
           ELSE IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF APV-STATUS-PAID-1
                   AND APV-PAID-DATE-1 NOT > WS-AS-OF-DATE
               MOVE 'P' TO WS-MEMO-STATE
           ELSE
               MOVE 'O' TO WS-MEMO-STATE
           END-IF.
      *
       280-COMPUTE-ORDINAL.
      *
           COMPUTE WS-ORDINAL =
               WS-ORD-YYYY * 360 + WS-ORD-MM * 30 + WS-ORD-DD.
      *
       300-LOAD-OPEN-RETURN.
      *
           IF WS-RTV-COUNT NOT < 2000
               DISPLAY "RTV TABLE FULL - RETURN SKIPPED: "
                   RTV-VOUCHER-NUMBER-1
           ELSE
               ADD 1 TO WS-RTV-COUNT
               MOVE WS-RTV-COUNT TO WS-RTV-SUB
               MOVE RTV-VENDOR-NUMBER-1 TO WS-RTV-VENDOR (WS-RTV-SUB)
               MOVE RTV-VOUCHER-NUMBER-1
                 TO WS-RTV-VOUCHER (WS-RTV-SUB)
               MOVE RTV-RETURN-DATE-1
                 TO WS-RTV-RETURN-DATE (WS-RTV-SUB)
               MOVE RTV-PO-NUMBER-1 TO WS-RTV-PO-NUMBER (WS-RTV-SUB)
               MOVE RTV-PRODUCT-CODE-1 TO WS-RTV-PRODUCT (WS-RTV-SUB)
               MOVE RTV-LOT-NUMBER-1 TO WS-RTV-LOT (WS-RTV-SUB)
               MOVE RTV-QTY-RETURNED-1 TO WS-RTV-QTY (WS-RTV-SUB)
               MOVE RTV-AMOUNT-1 TO WS-RTV-AMOUNT (WS-RTV-SUB)
               MOVE RTV-VENDOR-RMA-1
                 TO WS-RTV-VENDOR-RMA (WS-RTV-SUB)
               MOVE RTV-RETURN-DATE-1 TO WS-ORDINAL-DATE-GROUP
               PERFORM 280-COMPUTE-ORDINAL
               COMPUTE WS-RTV-DAYS-OPEN (WS-RTV-SUB) =
                   WS-AS-OF-ORDINAL - WS-ORDINAL
               IF WS-MEMO-MISSING
                   MOVE 'Y' TO WS-RTV-MEMO-MISSING-SW (WS-RTV-SUB)
               ELSE
                   MOVE 'N' TO WS-RTV-MEMO-MISSING-SW (WS-RTV-SUB)
               END-IF
               MOVE 'N' TO WS-RTV-PRINTED-SW (WS-RTV-SUB)
           END-IF.
      *
       600-PRINT-BY-VENDOR.
      *
      * EACH UNPRINTED SLOT STARTS A VENDOR GROUP; EVERY LATER SLOT
      * FOR THE SAME VENDOR IS PRINTED UNDER IT, THEN SUBTOTALLED.
           PERFORM 610-PRINT-ONE-VENDOR-GROUP
               VARYING WS-RTV-SUB FROM 1 BY 1
               UNTIL WS-RTV-SUB > WS-RTV-COUNT.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
           MOVE WS-TOT-OPEN-AMOUNT TO GTL-OPEN-AMOUNT.
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CNT.
      *
       610-PRINT-ONE-VENDOR-GROUP.
      *
           IF WS-RTV-PRINTED-SW (WS-RTV-SUB) = 'N'
               MOVE WS-RTV-VENDOR (WS-RTV-SUB) TO WS-CURRENT-VENDOR
               MOVE ZERO TO WS-VND-OPEN-AMOUNT
               PERFORM 615-GET-VENDOR-NAME
               IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
                   PERFORM 650-PRINT-HEADINGS
               END-IF
               MOVE WS-CURRENT-VENDOR TO VHL-VENDOR-NUMBER
               WRITE PRINT-LINE FROM VENDOR-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-CNT
               PERFORM 620-PRINT-ONE-RETURN-LINE
                   VARYING WS-RTV-VENDOR-SUB FROM WS-RTV-SUB BY 1
                   UNTIL WS-RTV-VENDOR-SUB > WS-RTV-COUNT
               MOVE WS-VND-OPEN-AMOUNT TO VTL-OPEN-AMOUNT
               WRITE PRINT-LINE FROM VENDOR-TOTAL-LINE
               ADD 1 TO WS-LINE-CNT
           END-IF.
      *
       615-GET-VENDOR-NAME.
      *
           MOVE WS-CURRENT-VENDOR TO VND-VENDOR-NUMBER-1.
           MOVE '00' TO WS-VNDFILE-SW.
           READ VND-FILE
               INVALID KEY MOVE '23' TO WS-VNDFILE-SW.
      *
           IF WS-VNDFILE-NOTFND
               MOVE '*VENDOR NOT ON FILE*' TO VHL-VENDOR-NAME
           ELSE IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE
               MOVE VND-VENDOR-NAME-1 TO VHL-VENDOR-NAME
           END-IF.
      *
       620-PRINT-ONE-RETURN-LINE.
      *
           IF WS-RTV-PRINTED-SW (WS-RTV-VENDOR-SUB) = 'N'
                   AND WS-RTV-VENDOR (WS-RTV-VENDOR-SUB)
                       = WS-CURRENT-VENDOR
               PERFORM 630-FORMAT-ONE-RETURN-LINE
               MOVE 'Y' TO WS-RTV-PRINTED-SW (WS-RTV-VENDOR-SUB)
           END-IF.
      *
       630-FORMAT-ONE-RETURN-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-RTV-VOUCHER (WS-RTV-VENDOR-SUB)
                                          TO DTL-VOUCHER-NUMBER.
           MOVE WS-RTV-RETURN-DATE (WS-RTV-VENDOR-SUB)
                                          TO DTL-RETURN-DATE.
           MOVE WS-RTV-PO-NUMBER (WS-RTV-VENDOR-SUB) TO DTL-PO-NUMBER.
           MOVE WS-RTV-PRODUCT (WS-RTV-VENDOR-SUB)
                                          TO DTL-PRODUCT-CODE.
           MOVE WS-RTV-LOT (WS-RTV-VENDOR-SUB)   TO DTL-LOT-NUMBER.
           MOVE WS-RTV-QTY (WS-RTV-VENDOR-SUB)   TO DTL-QTY.
           MOVE WS-RTV-AMOUNT (WS-RTV-VENDOR-SUB) TO DTL-AMOUNT.
           MOVE WS-RTV-VENDOR-RMA (WS-RTV-VENDOR-SUB)
                                          TO DTL-VENDOR-RMA.
           MOVE WS-RTV-DAYS-OPEN (WS-RTV-VENDOR-SUB) TO DTL-DAYS-OPEN.
           IF WS-RTV-MEMO-MISSING-SW (WS-RTV-VENDOR-SUB) = 'Y'
               MOVE '*MEMO MISSING*' TO DTL-MEMO-FLAG
               ADD 1 TO WS-MEMO-MISSING-CNT
           ELSE
               MOVE SPACES           TO DTL-MEMO-FLAG
           END-IF.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-RETURN-OPEN-CNT.
      *
           ADD WS-RTV-AMOUNT (WS-RTV-VENDOR-SUB)
             TO WS-VND-OPEN-AMOUNT
                WS-TOT-OPEN-AMOUNT.
           IF WS-RTV-DAYS-OPEN (WS-RTV-VENDOR-SUB) > 30
               ADD 1 TO WS-OVER-30-CNT
               ADD WS-RTV-AMOUNT (WS-RTV-VENDOR-SUB)
                 TO WS-OVER-30-AMOUNT
           END-IF.
      *
       650-PRINT-HEADINGS.
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
           MOVE WS-RETURN-READ-CNT     TO SL1-RETURN-READ-CNT.
           MOVE WS-RETURN-CREDITED-CNT TO SL2-RETURN-CREDITED-CNT.
           MOVE WS-RETURN-OPEN-CNT     TO SL3-RETURN-OPEN-CNT.
           MOVE WS-OVER-30-CNT         TO SL4-OVER-30-CNT.
           MOVE WS-OVER-30-AMOUNT      TO SL4-OVER-30-AMOUNT.
           MOVE WS-MEMO-MISSING-CNT    TO SL5-MEMO-MISSING-CNT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-5
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE RTV-FILE
                 APV-FILE
                 VND-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL RETURNS READ   = " WS-RETURN-READ-CNT.
           DISPLAY "TOTAL RETURNS OPEN   = " WS-RETURN-OPEN-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
