       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGEFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-03.
      *PROGRAM DESCRIPTION:
      *Weekly accounts payable aging and cash requirements report.
      *Sweeps APVFEC and takes every open (O) and held (H) voucher -
      *paid vouchers are history. Each voucher is due-dated exactly
      *the way APCKFEC due-dates it for payment: invoice date plus the
      *net days of the vendor's VNDFEC terms code through the TRFFEC
      *terms file, on the same 30/360 month arithmetic. Days past due
      *against the as-of date (parameter card, default today) put the
      *voucher into the vendor's current, 1-30, 31-60, 61-90 or over
      *90 bucket; one line per vendor, with totals. A second section
      *lays out cash requirements: what falls due already past due,
      *in each of the next six weeks, and later, with the early
      *payment discounts still available shown separately against the
      *week their discount window closes - the controller's Monday
      *picture of the payables position, no longer built by hand from
      *a DLXTFEC download.
      *
      *MOD HISTORY
      *2026-10-03  DAO  ORIGINAL PROGRAM.
      *2026-10-05  DAO  AGE RTVENFEC DEBIT MEMOS (APV-VOUCHER-TYPE D)
      *                 AS NEGATIVE AMOUNTS SO THEY REDUCE WHAT WE OWE
      *                 THE VENDOR; NO DISCOUNT IS FIGURED ON A MEMO.
      *                 APV RECORD GROWS 103 TO 104.
      *2026-10-08  DAO  VENDOR RECORD GROWS 114 TO 126 FOR THE 1099
      *                 IDENTITY FIELDS.
      *2026-10-15  DAO  READ VENDOR TERMS FROM THE TRFFEC TERMS FILE
      *                 INSTEAD OF THE COMPILED TRMFEC TABLE, COUNTING
      *                 MONTH-END (EOM/PROX) TERMS FROM THE MONTH END.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT APAG-PARM-FILE ASSIGN TO APAGPARM
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
       FD APAG-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS
           DATA RECORD IS APAG-PARM-RECORD.
       01  APAG-PARM-RECORD.
           05  APAG-AS-OF-DATE                  PIC 9(08).
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
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
           88  WS-APVFILE-EOF                    VALUE '10'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFND                 VALUE '23'.
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
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       COPY TRMFEC.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-AS-OF-DATE                      PIC X(08)  VALUE SPACES.
      *
      * DUE AND DISCOUNT DATES COMPUTED FROM A BASE DATE PLUS A NUMBER
      * OF DAYS ON 30-DAY MONTHS - THE SAME BANKER'S APPROXIMATION
      * APCKFEC PAYS BY.
       01 WS-BASE-DATE                       PIC X(08)  VALUE SPACES.
       01 WS-DUE-DATE-GROUP.
           05  WS-DUE-YYYY                   PIC 9(04).
           05  WS-DUE-MM                     PIC 9(02).
           05  WS-DUE-DD                     PIC 9(03).
       01 WS-DUE-DATE-OUT.
           05  WS-DUE-OUT-YYYY               PIC 9(04).
           05  WS-DUE-OUT-MM                 PIC 9(02).
           05  WS-DUE-OUT-DD                 PIC 9(02).
       01 WS-VOUCHER-DUE-DATE                PIC X(08)  VALUE SPACES.
       01 WS-DISCOUNT-THRU-DATE              PIC X(08)  VALUE SPACES.
      *
       01 WS-ORDINAL-DATE-GROUP.
           05  WS-ORD-YYYY                   PIC 9(04).
           05  WS-ORD-MM                     PIC 9(02).
           05  WS-ORD-DD                     PIC 9(02).
       01 WS-ORDINAL                         PIC S9(09) COMP-3.
       01 WS-AS-OF-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-DUE-ORDINAL                     PIC S9(09) COMP-3.
       01 WS-DAYS-PAST-DUE                   PIC S9(09) COMP-3.
       01 WS-DAYS-AHEAD                      PIC S9(09) COMP-3.
      *
       01 WS-BUCKET-SUB                      PIC S9(04) COMP VALUE 0.
       01 WS-WEEK-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-DISCOUNT-AMOUNT                 PIC S9(07)V99 COMP-3
                                              VALUE 0.
      *
      * PER-VENDOR AGING BUCKETS: 1 CURRENT, 2 1-30, 3 31-60,
      * 4 61-90, 5 OVER 90.
       01 WS-VENDOR-TABLE.
           05  WS-VND-ENTRY                  OCCURS 200 TIMES.
               10  WS-VND-NUMBER             PIC X(06).
               10  WS-VND-NAME               PIC X(30).
               10  WS-VND-BUCKET             OCCURS 5 TIMES
                                             PIC S9(09)V99 COMP-3.
               10  WS-VND-TOTAL              PIC S9(09)V99 COMP-3.
       01 WS-VND-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-VND-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-VND-HIT-SUB                     PIC S9(04) COMP VALUE 0.
       01 WS-VND-SEARCH-ARG                  PIC X(06)  VALUE SPACES.
      *
       01 WS-GRAND-BUCKETS.
           05  WS-GRAND-BUCKET               OCCURS 5 TIMES
                                             PIC S9(11)V99 COMP-3.
       01 WS-GRAND-TOTAL                     PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
      * CASH REQUIREMENTS: ROW 1 PAST DUE, ROWS 2-7 THE NEXT SIX
      * WEEKS, ROW 8 LATER. DUE AMOUNTS GO BY DUE DATE, AVAILABLE
      * DISCOUNTS BY THE DATE THEIR WINDOW CLOSES.
       01 WS-CASH-TABLE.
           05  WS-CASH-ENTRY                 OCCURS 8 TIMES.
               10  WS-CASH-DUE               PIC S9(11)V99 COMP-3.
               10  WS-CASH-DISCOUNT          PIC S9(09)V99 COMP-3.
       01 WS-CASH-TOTAL-DUE                  PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-CASH-TOTAL-DISCOUNT             PIC S9(09)V99 COMP-3
                                              VALUE 0.
      *
       01 WS-VOUCHER-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-VOUCHER-AGED-CNT                PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - ACCOUNTS PAYABLE AGING REPORT'.
           05  FILLER                        PIC X(07) VALUE 'AS OF '.
           05  HDG1-AS-OF-DATE               PIC X(08).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(06) VALUE 'VENDOR'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(24) VALUE
               'VENDOR NAME'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '       CURRENT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '     1-30 DAYS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '    31-60 DAYS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '    61-90 DAYS'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '       OVER 90'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               '         TOTAL'.
      *
       01 DETAIL-LINE.
           05  DTL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-VENDOR-NAME               PIC X(24).
           05  DTL-BUCKET-GROUP              OCCURS 6 TIMES.
               10  FILLER                    PIC X(02).
               10  DTL-BUCKET                PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 CASH-HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - ACCOUNTS PAYABLE CASH REQUIREMENTS'.
           05  FILLER                        PIC X(07) VALUE 'AS OF '.
           05  CHL1-AS-OF-DATE               PIC X(08).
           05  FILLER                        PIC X(55) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  CHL1-PAGE-NBR                 PIC ZZZ9.
      *
       01 CASH-HEADING-LINE-2.
           05  FILLER                        PIC X(20) VALUE 'PERIOD'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'THROUGH'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               '      AMOUNT DUE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               'DISC AVAILABLE'.
      *
       01 CASH-DETAIL-LINE.
           05  CDL-PERIOD                    PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CDL-THROUGH-DATE              PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CDL-AMOUNT-DUE                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  CDL-DISCOUNT                  PIC ZZ,ZZZ,ZZ9.99-.
      *
       01 WS-CASH-PERIOD-NAMES.
           05  FILLER                        PIC X(20)
               VALUE 'PAST DUE'.
           05  FILLER                        PIC X(20)
               VALUE 'WEEK 1'.
           05  FILLER                        PIC X(20)
               VALUE 'WEEK 2'.
           05  FILLER                        PIC X(20)
               VALUE 'WEEK 3'.
           05  FILLER                        PIC X(20)
               VALUE 'WEEK 4'.
           05  FILLER                        PIC X(20)
               VALUE 'WEEK 5'.
           05  FILLER                        PIC X(20)
               VALUE 'WEEK 6'.
           05  FILLER                        PIC X(20)
               VALUE 'LATER'.
       01 WS-CASH-PERIOD-TABLE REDEFINES WS-CASH-PERIOD-NAMES.
           05  WS-CASH-PERIOD-NAME           OCCURS 8 TIMES
                                             PIC X(20).
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(20)
               VALUE 'VOUCHERS READ:'.
           05  SL1-VOUCHER-READ-CNT          PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-2.
           05  FILLER                        PIC X(20)
               VALUE 'VOUCHERS AGED:'.
           05  SL2-VOUCHER-AGED-CNT          PIC ZZZZZZ9.
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
           PERFORM 060-CLEAR-ONE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5.
           PERFORM 070-CLEAR-ONE-CASH-ROW
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 8.
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
           PERFORM 500-PRINT-AGING-SECTION.
           PERFORM 600-PRINT-CASH-SECTION.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT APAG-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ APAG-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS AND APAG-AS-OF-DATE > 0
                   MOVE APAG-AS-OF-DATE TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "NO USABLE PARM CARD - AS-OF DATE "
                           "DEFAULTS TO TODAY " WS-AS-OF-DATE
               END-IF
               CLOSE APAG-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO APAG-PARM-FILE FOUND - AS-OF DATE "
                       "DEFAULTS TO TODAY " WS-AS-OF-DATE
           END-IF.
      *
       060-CLEAR-ONE-GRAND-BUCKET.
      *
           MOVE ZERO TO WS-GRAND-BUCKET (WS-BUCKET-SUB).
      *
       070-CLEAR-ONE-CASH-ROW.
      *
           MOVE ZERO TO WS-CASH-DUE (WS-WEEK-SUB)
                        WS-CASH-DISCOUNT (WS-WEEK-SUB).
      *
       100-PROCESS-ONE-VOUCHER.
      *
           ADD 1 TO WS-VOUCHER-READ-CNT.
      *
           IF APV-STATUS-OPEN-1 OR APV-STATUS-HELD-1
               ADD 1 TO WS-VOUCHER-AGED-CNT
               PERFORM 200-AGE-ONE-VOUCHER
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-AGE-ONE-VOUCHER.
      *
           MOVE APV-VENDOR-NUMBER-1 TO WS-VND-SEARCH-ARG.
           PERFORM 300-FIND-VENDOR-SLOT.
      *
           MOVE APV-INVOICE-DATE-1 TO WS-DUE-DATE-OUT.
           MOVE WS-DUE-OUT-DD      TO WS-TERMS-START-DD.
           PERFORM 250-LOOK-UP-VENDOR-TERMS.
      *
      * DUE DATE = INVOICE DATE PLUS THE TERMS NET DAYS; DISCOUNT
      * WINDOW = INVOICE DATE PLUS THE TERMS DISCOUNT DAYS.
           MOVE APV-INVOICE-DATE-1 TO WS-BASE-DATE.
           MOVE WS-TERMS-NET-DAYS-FOUND TO WS-DUE-DD.
           PERFORM 260-COMPUTE-ONE-TERMS-DATE.
           MOVE WS-DUE-DATE-OUT TO WS-VOUCHER-DUE-DATE.
      *
           MOVE WS-TERMS-DISC-DAYS-FOUND TO WS-DUE-DD.
           PERFORM 260-COMPUTE-ONE-TERMS-DATE.
           MOVE WS-DUE-DATE-OUT TO WS-DISCOUNT-THRU-DATE.
      *
           MOVE WS-VOUCHER-DUE-DATE TO WS-ORDINAL-DATE-GROUP.
           PERFORM 280-COMPUTE-ORDINAL.
           MOVE WS-ORDINAL TO WS-DUE-ORDINAL.
           COMPUTE WS-DAYS-PAST-DUE =
               WS-AS-OF-ORDINAL - WS-DUE-ORDINAL.
      *
           IF WS-DAYS-PAST-DUE NOT > 0
               MOVE 1 TO WS-BUCKET-SUB
           ELSE IF WS-DAYS-PAST-DUE NOT > 30
               MOVE 2 TO WS-BUCKET-SUB
           ELSE IF WS-DAYS-PAST-DUE NOT > 60
               MOVE 3 TO WS-BUCKET-SUB
           ELSE IF WS-DAYS-PAST-DUE NOT > 90
               MOVE 4 TO WS-BUCKET-SUB
           ELSE
               MOVE 5 TO WS-BUCKET-SUB
           END-IF.
      *
           IF WS-VND-HIT-SUB > ZERO
               ADD APV-AMOUNT-1 TO WS-VND-BUCKET (WS-VND-HIT-SUB,
                                                  WS-BUCKET-SUB)
                                   WS-VND-TOTAL (WS-VND-HIT-SUB)
           END-IF.
           ADD APV-AMOUNT-1 TO WS-GRAND-BUCKET (WS-BUCKET-SUB)
                               WS-GRAND-TOTAL.
      *
      * CASH REQUIREMENTS ROW FOR THE DUE DATE.
           COMPUTE WS-DAYS-AHEAD = WS-DUE-ORDINAL - WS-AS-OF-ORDINAL.
           PERFORM 270-PICK-CASH-ROW.
           ADD APV-AMOUNT-1 TO WS-CASH-DUE (WS-WEEK-SUB)
                               WS-CASH-TOTAL-DUE.
      *
      * A DISCOUNT WHOSE WINDOW IS STILL OPEN ON THE AS-OF DATE IS
      * SHOWN AGAINST THE WEEK THE WINDOW CLOSES. HELD VOUCHERS ARE
      * NOT PAYABLE YET, SO THEIR DISCOUNT IS NOT COUNTED.
           IF WS-TERMS-DISC-RATE-FOUND > ZERO
                   AND APV-STATUS-OPEN-1
                   AND NOT APV-TYPE-DEBIT-MEMO-1
                   AND WS-DISCOUNT-THRU-DATE NOT < WS-AS-OF-DATE
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   APV-AMOUNT-1 * WS-TERMS-DISC-RATE-FOUND
               MOVE WS-DISCOUNT-THRU-DATE TO WS-ORDINAL-DATE-GROUP
               PERFORM 280-COMPUTE-ORDINAL
               COMPUTE WS-DAYS-AHEAD =
                   WS-ORDINAL - WS-AS-OF-ORDINAL
               PERFORM 270-PICK-CASH-ROW
               ADD WS-DISCOUNT-AMOUNT
                   TO WS-CASH-DISCOUNT (WS-WEEK-SUB)
                      WS-CASH-TOTAL-DISCOUNT
           END-IF.
      *
       250-LOOK-UP-VENDOR-TERMS.
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
           MOVE VND-TERMS-CODE-1 TO TRM-TERMS-CODE-1.
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
                   PERFORM 255-APPLY-MONTH-END-BASIS
               END-IF
           ELSE IF NOT WS-TRMFILE-NOTFND
               DISPLAY "WS-TRMFILE-SW=" WS-TRMFILE-SW
               DISPLAY "TRM-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       255-APPLY-MONTH-END-BASIS.
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
       260-COMPUTE-ONE-TERMS-DATE.
      *
      * ON ENTRY WS-BASE-DATE HOLDS THE START DATE AND WS-DUE-DD THE
      * DAYS TO ADD; ON EXIT WS-DUE-DATE-OUT HOLDS THE BASE DATE PLUS
      * THAT MANY DAYS ON 30-DAY MONTHS.
           MOVE WS-BASE-DATE TO WS-DUE-DATE-OUT.
           ADD WS-DUE-OUT-DD  TO WS-DUE-DD.
           MOVE WS-DUE-OUT-YYYY TO WS-DUE-YYYY.
           MOVE WS-DUE-OUT-MM   TO WS-DUE-MM.
           PERFORM 265-NORMALIZE-TERMS-DATE
               UNTIL WS-DUE-DD NOT > 30.
           MOVE WS-DUE-YYYY TO WS-DUE-OUT-YYYY.
           MOVE WS-DUE-MM   TO WS-DUE-OUT-MM.
           MOVE WS-DUE-DD   TO WS-DUE-OUT-DD.
      *
       265-NORMALIZE-TERMS-DATE.
      *
           SUBTRACT 30 FROM WS-DUE-DD.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
               SUBTRACT 12 FROM WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
      *
       270-PICK-CASH-ROW.
      *
      * ON ENTRY WS-DAYS-AHEAD IS DAYS FROM THE AS-OF DATE; ON EXIT
      * WS-WEEK-SUB IS THE CASH ROW - 1 PAST DUE, 2-7 WEEKS ONE TO
      * SIX, 8 LATER.
           IF WS-DAYS-AHEAD < 0
               MOVE 1 TO WS-WEEK-SUB
           ELSE IF WS-DAYS-AHEAD > 41
               MOVE 8 TO WS-WEEK-SUB
           ELSE
               COMPUTE WS-WEEK-SUB = WS-DAYS-AHEAD / 7 + 2
           END-IF.
      *
       280-COMPUTE-ORDINAL.
      *
           COMPUTE WS-ORDINAL =
               WS-ORD-YYYY * 360 + WS-ORD-MM * 30 + WS-ORD-DD.
      *
       300-FIND-VENDOR-SLOT.
      *
      * ON ENTRY THE VENDOR NUMBER TO FIND IS IN WS-VND-SEARCH-ARG;
      * ON EXIT WS-VND-HIT-SUB POINTS AT ITS TABLE SLOT, ADDED TO THE
      * TABLE IF IT WAS NOT THERE YET, AND THE VENDOR RECORD (FOR ITS
      * TERMS CODE) IS IN THE FD.
           MOVE ZERO TO WS-VND-HIT-SUB.
           PERFORM 310-CHECK-ONE-VENDOR-SLOT
               VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
                  OR WS-VND-HIT-SUB > ZERO.
      *
           MOVE WS-VND-SEARCH-ARG TO VND-VENDOR-NUMBER-1.
           MOVE '00' TO WS-VNDFILE-SW.
           READ VND-FILE
               INVALID KEY MOVE '23' TO WS-VNDFILE-SW.
      *
           IF WS-VNDFILE-NOTFND
               MOVE '*NOT ON VENDOR MASTER*' TO VND-VENDOR-NAME-1
               MOVE SPACES TO VND-TERMS-CODE-1
           ELSE IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF WS-VND-HIT-SUB = ZERO
               IF WS-VND-COUNT < 200
                   ADD 1 TO WS-VND-COUNT
                   MOVE WS-VND-COUNT TO WS-VND-HIT-SUB
                   MOVE WS-VND-SEARCH-ARG
                     TO WS-VND-NUMBER (WS-VND-HIT-SUB)
                   MOVE VND-VENDOR-NAME-1
                     TO WS-VND-NAME (WS-VND-HIT-SUB)
                   MOVE ZERO TO WS-VND-TOTAL (WS-VND-HIT-SUB)
                   PERFORM 320-CLEAR-ONE-VENDOR-BUCKET
                       VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 5
               ELSE
                   DISPLAY "VENDOR TABLE FULL - VENDOR NOT ITEMIZED: "
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
       320-CLEAR-ONE-VENDOR-BUCKET.
      *
           MOVE ZERO TO WS-VND-BUCKET (WS-VND-HIT-SUB, WS-BUCKET-SUB).
      *
       500-PRINT-AGING-SECTION.
      *
           PERFORM 510-PRINT-ONE-VENDOR-LINE
               VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
           MOVE SPACES       TO DTL-VENDOR-NUMBER.
           MOVE 'TOTAL PAYABLES' TO DTL-VENDOR-NAME.
           PERFORM 530-MOVE-ONE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5.
           MOVE WS-GRAND-TOTAL TO DTL-BUCKET (6).
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CNT.
      *
       510-PRINT-ONE-VENDOR-LINE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 650-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-VND-NUMBER (WS-VND-SUB) TO DTL-VENDOR-NUMBER.
           MOVE WS-VND-NAME (WS-VND-SUB)   TO DTL-VENDOR-NAME.
           PERFORM 520-MOVE-ONE-VENDOR-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5.
           MOVE WS-VND-TOTAL (WS-VND-SUB)  TO DTL-BUCKET (6).
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       520-MOVE-ONE-VENDOR-BUCKET.
      *
           MOVE WS-VND-BUCKET (WS-VND-SUB, WS-BUCKET-SUB)
             TO DTL-BUCKET (WS-BUCKET-SUB).
      *
       530-MOVE-ONE-GRAND-BUCKET.
      *
           MOVE WS-GRAND-BUCKET (WS-BUCKET-SUB)
             TO DTL-BUCKET (WS-BUCKET-SUB).
      *
       600-PRINT-CASH-SECTION.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR   TO CHL1-PAGE-NBR.
           MOVE WS-AS-OF-DATE TO CHL1-AS-OF-DATE.
           WRITE PRINT-LINE FROM CASH-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM CASH-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           PERFORM 610-PRINT-ONE-CASH-ROW
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 8.
      *
           MOVE 'TOTAL'                TO CDL-PERIOD.
           MOVE SPACES                 TO CDL-THROUGH-DATE.
           MOVE WS-CASH-TOTAL-DUE      TO CDL-AMOUNT-DUE.
           MOVE WS-CASH-TOTAL-DISCOUNT TO CDL-DISCOUNT.
           WRITE PRINT-LINE FROM CASH-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
      *
       610-PRINT-ONE-CASH-ROW.
      *
           MOVE WS-CASH-PERIOD-NAME (WS-WEEK-SUB) TO CDL-PERIOD.
      *
      * WEEK N RUNS THROUGH THE AS-OF DATE PLUS 7N - 1 DAYS; PAST DUE
      * AND LATER CARRY NO THROUGH DATE.
           IF WS-WEEK-SUB = 1 OR WS-WEEK-SUB = 8
               MOVE SPACES TO CDL-THROUGH-DATE
           ELSE
               MOVE WS-AS-OF-DATE TO WS-BASE-DATE
               COMPUTE WS-DUE-DD = (WS-WEEK-SUB - 1) * 7 - 1
               PERFORM 260-COMPUTE-ONE-TERMS-DATE
               MOVE WS-DUE-DATE-OUT TO CDL-THROUGH-DATE
           END-IF.
      *
           MOVE WS-CASH-DUE (WS-WEEK-SUB)      TO CDL-AMOUNT-DUE.
           MOVE WS-CASH-DISCOUNT (WS-WEEK-SUB) TO CDL-DISCOUNT.
           WRITE PRINT-LINE FROM CASH-DETAIL-LINE.
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
           MOVE WS-VOUCHER-READ-CNT TO SL1-VOUCHER-READ-CNT.
           MOVE WS-VOUCHER-AGED-CNT TO SL2-VOUCHER-AGED-CNT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE APV-FILE
                 VND-FILE
                 TRM-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL VOUCHERS READ    = " WS-VOUCHER-READ-CNT.
           DISPLAY "TOTAL VOUCHERS AGED    = " WS-VOUCHER-AGED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
