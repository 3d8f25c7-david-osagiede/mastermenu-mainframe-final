       IDENTIFICATION DIVISION.
       PROGRAM-ID. V1099FEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-08.
      *PROGRAM DESCRIPTION:
      *Year-end vendor 1099 information return extract. Sweeps APVFEC
      *for every paid (P) voucher whose APV-PAID-DATE falls in the tax
      *year on the parameter card (default last calendar year) and
      *totals it by vendor - supplier invoices, expense vouchers, and
      *the debit memos a check absorbed (negative), so the total is
      *what we actually paid the vendor in cash that year. Each vendor
      *the VNDFEC master marks 1099-reportable whose total reaches the
      *reporting threshold is written to the information return file
      *for the filing service - a header carrying the payer, one
      *detail per payee with its taxpayer ID, address, form and box,
      *and a count-and-total trailer. A reportable vendor over the
      *threshold with no taxpayer ID on file is NOT written; it is
      *flagged on the review report so AP can get a W-9 and rerun
      *before the filing deadline. The review report lists every
      *reportable vendor paid in the year with what was done with it.
      *The payer's EIN and name come from the parameter card.
      *
      *MOD HISTORY
      *2026-10-08  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT V109-PARM-FILE ASSIGN TO V109PARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT APV-FILE ASSIGN TO APVMSTR
               RECORD KEY IS APV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APVFILE-SW.

           SELECT VND-FILE ASSIGN TO VNDMSTR
               RECORD KEY IS VND-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT INFRET-FILE ASSIGN TO INFORTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRFFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD V109-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS V109-PARM-RECORD.
       01  V109-PARM-RECORD.
           05  V109-TAX-YEAR                   PIC 9(04).
           05  V109-PAYER-TIN                  PIC X(09).
           05  V109-PAYER-NAME                 PIC X(30).
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
               88  APV-STATUS-REJECTED-1         VALUE 'X'.
           05  APV-MATCH-SW-1                PIC X(01).
           05  APV-CHECK-NUMBER-1            PIC 9(06).
           05  APV-PAID-DATE-1               PIC X(08).
           05  APV-OPERATOR-ID-1             PIC X(08).
           05  APV-VOUCHER-TYPE-1            PIC X(01).
               88  APV-TYPE-PO-VOUCHER-1         VALUE 'P' ' '.
               88  APV-TYPE-DEBIT-MEMO-1         VALUE 'D'.
               88  APV-TYPE-EXPENSE-1            VALUE 'E'.
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
               88  VND-1099-REPORTABLE-1         VALUE 'Y'.
           05  VND-TIN-TYPE-1                PIC X(01).
           05  VND-TAX-ID-1                  PIC X(09).
           05  VND-1099-BOX-1                PIC X(01).
               88  VND-1099-BOX-NEC-1            VALUE 'N' ' '.
               88  VND-1099-BOX-RENTS-1          VALUE 'R'.
      *
      * INFORMATION RETURN FILE FOR THE FILING SERVICE - HEADER 'H',
      * ONE DETAIL 'D' PER PAYEE, TRAILER 'T'. EVERY RECORD CARRIES
      * THE TAX YEAR AND THE PAYER'S EIN.
       FD INFRET-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS INFRET-RECORD.
       01  INFRET-RECORD.
           05  IRF-RECORD-TYPE               PIC X(01).
           05  IRF-TAX-YEAR                  PIC 9(04).
           05  IRF-PAYER-TIN                 PIC X(09).
           05  IRF-DETAIL-DATA               PIC X(186).
           05  IRF-HEADER REDEFINES IRF-DETAIL-DATA.
               10  IRF-FILE-DATE             PIC X(08).
               10  IRF-PAYER-NAME            PIC X(30).
               10  FILLER                    PIC X(148).
           05  IRF-DETAIL REDEFINES IRF-DETAIL-DATA.
               10  IRF-FORM-TYPE             PIC X(04).
               10  IRF-BOX-NUMBER            PIC X(02).
               10  IRF-PAYEE-TIN-TYPE        PIC X(01).
               10  IRF-PAYEE-TIN             PIC X(09).
               10  IRF-PAYEE-NAME            PIC X(30).
               10  IRF-PAYEE-ADDRESS         PIC X(30).
               10  IRF-PAYEE-CITY            PIC X(20).
               10  IRF-PAYEE-STATE           PIC X(02).
               10  IRF-PAYEE-ZIP             PIC X(10).
               10  IRF-AMOUNT                PIC 9(10)V99.
               10  IRF-PAYEE-ACCOUNT         PIC X(06).
               10  FILLER                    PIC X(60).
           05  IRF-TRAILER REDEFINES IRF-DETAIL-DATA.
               10  IRF-PAYEE-COUNT           PIC 9(07).
               10  IRF-TOTAL-AMOUNT          PIC 9(12)V99.
               10  FILLER                    PIC X(165).
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
           88  WS-PARMFILE-EOF                   VALUE '10'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
           88  WS-APVFILE-EOF                    VALUE '10'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFND                 VALUE '23'.
       01 WS-IRFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-IRFFILE-SUCCESS                VALUE '00'.
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
       01 WS-TODAY-DATE.
           05  WS-TODAY-YYYY                 PIC 9(04).
           05  WS-TODAY-MMDD                 PIC 9(04).
       01 WS-TAX-YEAR                        PIC 9(04)  VALUE 0.
       01 WS-PAYER-TIN                       PIC X(09)  VALUE SPACES.
       01 WS-PAYER-NAME                      PIC X(30)  VALUE SPACES.
      *
      * TOTAL PAID IN THE YEAR AT WHICH A PAYEE MUST BE REPORTED -
      * THE SAME FOR NONEMPLOYEE COMPENSATION AND RENTS.
       01 WS-1099-THRESHOLD                  PIC S9(07)V99 COMP-3
                                              VALUE 600.00.
      *
      * EVERY VENDOR PAID IN THE YEAR, WITH ITS REPORTABLE SWITCH AS
      * READ ONCE FROM THE VENDOR MASTER AND WHAT IT WAS PAID.
       01 WS-VENDOR-TABLE.
           05  WS-VND-ENTRY                  OCCURS 500 TIMES.
               10  WS-VND-NUMBER             PIC X(06).
               10  WS-VND-1099-SW            PIC X(01).
               10  WS-VND-PAID-TOTAL         PIC S9(09)V99 COMP-3.
       01 WS-VND-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-VND-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-VND-HIT-SUB                     PIC S9(04) COMP VALUE 0.
       01 WS-VND-SEARCH-ARG                  PIC X(06)  VALUE SPACES.
      *
      * ONLY THE LAST FOUR DIGITS OF A TAXPAYER ID ARE PRINTED.
       01 WS-TAX-ID-GROUP.
           05  WS-TAX-ID-FIRST-5             PIC X(05).
           05  WS-TAX-ID-LAST-4              PIC X(04).
       01 WS-MASKED-TAX-ID.
           05  FILLER                        PIC X(05) VALUE '*****'.
           05  WS-MASKED-LAST-4              PIC X(04).
      *
       01 WS-VOUCHER-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-VOUCHER-YEAR-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-REPORTABLE-CNT                  PIC 9(05)  COMP-3 VALUE 0.
       01 WS-FILED-CNT                       PIC 9(07)  COMP-3 VALUE 0.
       01 WS-FILED-TOT                       PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-UNDER-CNT                       PIC 9(05)  COMP-3 VALUE 0.
       01 WS-UNDER-TOT                       PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-NO-TIN-CNT                      PIC 9(05)  COMP-3 VALUE 0.
       01 WS-NO-TIN-TOT                      PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - VENDOR 1099 YEAR-END REVIEW'.
           05  FILLER                        PIC X(10)
               VALUE 'TAX YEAR '.
           05  HDG1-TAX-YEAR                 PIC 9(04).
           05  FILLER                        PIC X(56) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(08) VALUE 'VENDOR'.
           05  FILLER                        PIC X(30) VALUE 'NAME'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(03) VALUE 'TIN'.
           05  FILLER                        PIC X(11) VALUE 'TAX ID'.
           05  FILLER                        PIC X(08) VALUE 'FORM'.
           05  FILLER                        PIC X(15)
               VALUE '   PAID IN YEAR'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(24) VALUE 'ACTION'.
      *
       01 DETAIL-LINE.
           05  DTL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-VENDOR-NAME               PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TIN-TYPE                  PIC X(01).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TAX-ID                    PIC X(09).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-FORM                      PIC X(08).
           05  DTL-PAID-TOTAL                PIC ZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ACTION                    PIC X(24).
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(32)
               VALUE 'PAID VOUCHERS IN TAX YEAR:'.
           05  SL1-VOUCHER-YEAR-CNT          PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(32)
               VALUE 'REPORTABLE VENDORS PAID:'.
           05  SL2-REPORTABLE-CNT            PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(32)
               VALUE 'RETURNS WRITTEN:'.
           05  SL3-FILED-CNT                 PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  SL3-FILED-TOT                 PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(32)
               VALUE 'UNDER THRESHOLD - NOT REPORTED:'.
           05  SL4-UNDER-CNT                 PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  SL4-UNDER-TOT                 PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 SUMMARY-LINE-5.
           05  FILLER                        PIC X(32)
               VALUE 'HELD - NO TAX ID ON FILE:'.
           05  SL5-NO-TIN-CNT                PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  SL5-NO-TIN-TOT                PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TAX-YEAR = WS-TODAY-YYYY - 1.
           PERFORM 050-READ-PARM-CARD.
           MOVE WS-TAX-YEAR TO HDG1-TAX-YEAR.
      *
           OPEN INPUT APV-FILE.
           IF WS-APVFILE-SUCCESS
               DISPLAY "APV-FILE OPEN SUCCESSFUL"
           ELSE
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
           OPEN OUTPUT INFRET-FILE.
           IF NOT WS-IRFFILE-SUCCESS
               DISPLAY "WS-IRFFILE-SW=" WS-IRFFILE-SW
               DISPLAY "INFRET-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           PERFORM 080-WRITE-INFRET-HEADER.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO THEN
               PERFORM 100-PROCESS-ONE-VOUCHER
                   UNTIL WS-EOF-YES
           ELSE
               DISPLAY "NO DATA IN APV-FILE"
           END-IF.
      *
           PERFORM 500-REPORT-ONE-VENDOR
               VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT.
      *
           PERFORM 740-WRITE-INFRET-TRAILER.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT V109-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ V109-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND V109-TAX-YEAR > 0
                   MOVE V109-TAX-YEAR   TO WS-TAX-YEAR
                   MOVE V109-PAYER-TIN  TO WS-PAYER-TIN
                   MOVE V109-PAYER-NAME TO WS-PAYER-NAME
               ELSE
                   DISPLAY "NO USABLE PARM CARD - TAX YEAR "
                           "DEFAULTS TO LAST YEAR " WS-TAX-YEAR
               END-IF
               CLOSE V109-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO V109-PARM-FILE FOUND - TAX YEAR "
                       "DEFAULTS TO LAST YEAR " WS-TAX-YEAR
           END-IF.
      *
       080-WRITE-INFRET-HEADER.
      *
           IF WS-PAYER-TIN = SPACES
               DISPLAY "NO PAYER EIN ON PARM CARD - INFORMATION "
                       "RETURN FILE CARRIES A BLANK PAYER"
           END-IF.
      *
           MOVE SPACES         TO INFRET-RECORD.
           MOVE 'H'            TO IRF-RECORD-TYPE.
           MOVE WS-TAX-YEAR    TO IRF-TAX-YEAR.
           MOVE WS-PAYER-TIN   TO IRF-PAYER-TIN.
           MOVE WS-TODAY-DATE  TO IRF-FILE-DATE.
           MOVE WS-PAYER-NAME  TO IRF-PAYER-NAME.
      *
           WRITE INFRET-RECORD.
           IF NOT WS-IRFFILE-SUCCESS
               DISPLAY "WS-IRFFILE-SW=" WS-IRFFILE-SW
               DISPLAY "INFRET-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       100-PROCESS-ONE-VOUCHER.
      *
           ADD 1 TO WS-VOUCHER-READ-CNT.
      *
           IF APV-STATUS-PAID-1
                   AND APV-PAID-DATE-1 (1:4) = WS-TAX-YEAR
               ADD 1 TO WS-VOUCHER-YEAR-CNT
               MOVE APV-VENDOR-NUMBER-1 TO WS-VND-SEARCH-ARG
               PERFORM 300-FIND-VENDOR-SLOT
               IF WS-VND-HIT-SUB > ZERO
                   ADD APV-AMOUNT-1
                     TO WS-VND-PAID-TOTAL (WS-VND-HIT-SUB)
               END-IF
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       300-FIND-VENDOR-SLOT.
      *
      * ON ENTRY THE VENDOR NUMBER TO FIND IS IN WS-VND-SEARCH-ARG;
      * ON EXIT WS-VND-HIT-SUB POINTS AT ITS TABLE SLOT, ADDED TO THE
      * TABLE WITH ITS REPORTABLE SWITCH IF IT WAS NOT THERE YET.
           MOVE ZERO TO WS-VND-HIT-SUB.
           PERFORM 310-CHECK-ONE-VENDOR-SLOT
               VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
                  OR WS-VND-HIT-SUB > ZERO.
      *
           IF WS-VND-HIT-SUB = ZERO
               PERFORM 320-READ-VENDOR
               IF WS-VND-COUNT < 500
                   ADD 1 TO WS-VND-COUNT
                   MOVE WS-VND-COUNT TO WS-VND-HIT-SUB
                   MOVE WS-VND-SEARCH-ARG
                     TO WS-VND-NUMBER (WS-VND-HIT-SUB)
                   MOVE VND-1099-SW-1
                     TO WS-VND-1099-SW (WS-VND-HIT-SUB)
                   MOVE ZERO TO WS-VND-PAID-TOTAL (WS-VND-HIT-SUB)
               ELSE
                   DISPLAY "VENDOR TABLE FULL - VENDOR NOT TOTALED: "
                       WS-VND-SEARCH-ARG
               END-IF
           END-IF.
      *
       310-CHECK-ONE-VENDOR-SLOT.
      *
           IF WS-VND-NUMBER (WS-VND-SUB) = WS-VND-SEARCH-ARG
               MOVE WS-VND-SUB TO WS-VND-HIT-SUB
           END-IF.
      *
       320-READ-VENDOR.
      *
      * A VENDOR NO LONGER ON THE MASTER CANNOT BE REPORTED - IT IS
      * CARRIED AS NOT REPORTABLE AND SHOWN ON THE CONSOLE.
           MOVE WS-VND-SEARCH-ARG TO VND-VENDOR-NUMBER-1.
           MOVE '00' TO WS-VNDFILE-SW.
           READ VND-FILE
               INVALID KEY MOVE '23' TO WS-VNDFILE-SW.
      *
           IF WS-VNDFILE-NOTFND
               DISPLAY "PAID VENDOR NOT ON VENDOR MASTER: "
                   WS-VND-SEARCH-ARG
               MOVE SPACES TO VND-FILE-RECORD
               MOVE WS-VND-SEARCH-ARG TO VND-VENDOR-NUMBER-1
               MOVE 'N' TO VND-1099-SW-1
           ELSE IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       500-REPORT-ONE-VENDOR.
      *
           IF WS-VND-1099-SW (WS-VND-SUB) = 'Y'
               ADD 1 TO WS-REPORTABLE-CNT
               MOVE WS-VND-NUMBER (WS-VND-SUB) TO WS-VND-SEARCH-ARG
               PERFORM 320-READ-VENDOR
               IF WS-VND-PAID-TOTAL (WS-VND-SUB) < WS-1099-THRESHOLD
                   MOVE 'UNDER THRESHOLD' TO DTL-ACTION
                   ADD 1 TO WS-UNDER-CNT
                   ADD WS-VND-PAID-TOTAL (WS-VND-SUB) TO WS-UNDER-TOT
               ELSE IF VND-TAX-ID-1 = SPACES
                   MOVE '*** HELD - NO TAX ID ***' TO DTL-ACTION
                   ADD 1 TO WS-NO-TIN-CNT
                   ADD WS-VND-PAID-TOTAL (WS-VND-SUB) TO WS-NO-TIN-TOT
               ELSE
                   MOVE 'RETURN WRITTEN' TO DTL-ACTION
                   PERFORM 550-WRITE-INFRET-DETAIL
               END-IF
               PERFORM 560-PRINT-VENDOR-LINE
           END-IF.
      *
       550-WRITE-INFRET-DETAIL.
      *
           MOVE SPACES              TO INFRET-RECORD.
           MOVE 'D'                 TO IRF-RECORD-TYPE.
           MOVE WS-TAX-YEAR         TO IRF-TAX-YEAR.
           MOVE WS-PAYER-TIN        TO IRF-PAYER-TIN.
           IF VND-1099-BOX-RENTS-1
               MOVE 'MISC'          TO IRF-FORM-TYPE
           ELSE
               MOVE 'NEC '          TO IRF-FORM-TYPE
           END-IF.
           MOVE '01'                TO IRF-BOX-NUMBER.
           MOVE VND-TIN-TYPE-1      TO IRF-PAYEE-TIN-TYPE.
           MOVE VND-TAX-ID-1        TO IRF-PAYEE-TIN.
           MOVE VND-VENDOR-NAME-1   TO IRF-PAYEE-NAME.
           MOVE VND-ADDRESS-1       TO IRF-PAYEE-ADDRESS.
           MOVE VND-CITY-1          TO IRF-PAYEE-CITY.
           MOVE VND-STATE-1         TO IRF-PAYEE-STATE.
           MOVE VND-ZIP-CODE-1      TO IRF-PAYEE-ZIP.
           MOVE WS-VND-PAID-TOTAL (WS-VND-SUB) TO IRF-AMOUNT.
           MOVE VND-VENDOR-NUMBER-1 TO IRF-PAYEE-ACCOUNT.
      *
           WRITE INFRET-RECORD.
           IF NOT WS-IRFFILE-SUCCESS
               DISPLAY "WS-IRFFILE-SW=" WS-IRFFILE-SW
               DISPLAY "INFRET-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ADD 1 TO WS-FILED-CNT.
           ADD WS-VND-PAID-TOTAL (WS-VND-SUB) TO WS-FILED-TOT.
      *
       560-PRINT-VENDOR-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE VND-VENDOR-NUMBER-1 TO DTL-VENDOR-NUMBER.
           MOVE VND-VENDOR-NAME-1   TO DTL-VENDOR-NAME.
           MOVE VND-TIN-TYPE-1      TO DTL-TIN-TYPE.
           IF VND-TAX-ID-1 = SPACES
               MOVE SPACES TO DTL-TAX-ID
           ELSE
               MOVE VND-TAX-ID-1     TO WS-TAX-ID-GROUP
               MOVE WS-TAX-ID-LAST-4 TO WS-MASKED-LAST-4
               MOVE WS-MASKED-TAX-ID TO DTL-TAX-ID
           END-IF.
           IF VND-1099-BOX-RENTS-1
               MOVE 'MISC-1'        TO DTL-FORM
           ELSE
               MOVE 'NEC-1'         TO DTL-FORM
           END-IF.
           MOVE WS-VND-PAID-TOTAL (WS-VND-SUB) TO DTL-PAID-TOTAL.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR TO HDG1-PAGE-NBR.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
      *
           MOVE 3 TO WS-LINE-CNT.
      *
       700-PRINT-SUMMARY.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-VOUCHER-YEAR-CNT TO SL1-VOUCHER-YEAR-CNT.
           MOVE WS-REPORTABLE-CNT   TO SL2-REPORTABLE-CNT.
           MOVE WS-FILED-CNT        TO SL3-FILED-CNT.
           MOVE WS-FILED-TOT        TO SL3-FILED-TOT.
           MOVE WS-UNDER-CNT        TO SL4-UNDER-CNT.
           MOVE WS-UNDER-TOT        TO SL4-UNDER-TOT.
           MOVE WS-NO-TIN-CNT       TO SL5-NO-TIN-CNT.
           MOVE WS-NO-TIN-TOT       TO SL5-NO-TIN-TOT.
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
       740-WRITE-INFRET-TRAILER.
      *
           MOVE SPACES         TO INFRET-RECORD.
           MOVE 'T'            TO IRF-RECORD-TYPE.
           MOVE WS-TAX-YEAR    TO IRF-TAX-YEAR.
           MOVE WS-PAYER-TIN   TO IRF-PAYER-TIN.
           MOVE WS-FILED-CNT   TO IRF-PAYEE-COUNT.
           MOVE WS-FILED-TOT   TO IRF-TOTAL-AMOUNT.
      *
           WRITE INFRET-RECORD.
           IF NOT WS-IRFFILE-SUCCESS
               DISPLAY "WS-IRFFILE-SW=" WS-IRFFILE-SW
               DISPLAY "INFRET-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE APV-FILE
                 VND-FILE
                 INFRET-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL VOUCHERS READ   = " WS-VOUCHER-READ-CNT.
           DISPLAY "TOTAL RETURNS WRITTEN = " WS-FILED-CNT.
           DISPLAY "TOTAL HELD - NO TAX ID= " WS-NO-TIN-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
