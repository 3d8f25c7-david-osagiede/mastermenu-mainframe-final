      *Accounts payable payment selection and check run. Sweeps the
      *APVFEC open-payables file the way INVPGFEC sweeps INVFEC, and
      *selects every status-O voucher whose due date falls on or
      *before the cutoff date on the parameter card (default today),
      *or on a closed day between the cutoff and the next working day
      *on the BCLFEC business calendar - a voucher falling due over a
      *weekend or holiday is paid in the run before it, not late.
      *The due date and the early-payment discount come from the
      *vendor's VNDFEC terms code through the same TRFFEC terms file
      *the receivables side uses - invoice date plus net days on the
      *same 30/360 month arithmetic INVARFEC ages with - and a voucher
      *still inside its discount window is selected early and paid
      *net of the discount, so supplier discounts stop being left on
      *the table. Each selected voucher is paid by a check numbered
      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-05  DAO  NET VENDOR DEBIT MEMOS. A PRE-PASS LOADS EVERY
      *                 OPEN TYPE D APVFEC VOUCHER (WRITTEN BY THE
      *                 RTVENFEC RETURN-TO-VENDOR TRANSACTION) INTO A
      *                 TABLE; EACH CHECK CUT FOR THAT VENDOR THEN
      *                 ABSORBS AS MANY OF ITS MEMOS AS STILL LEAVE A
      *                 POSITIVE CHECK, PRINTING THEM UNDER THE
      *                 VOUCHER ON THE REGISTER. A CLOSING PASS
      *                 REWRITES THE NETTED MEMOS STATUS P WITH THE
      *                 CHECK NUMBER. A MEMO NO CHECK COULD ABSORB
      *                 STAYS OPEN FOR THE NEXT RUN. APV RECORD GROWS
      *                 103 TO 104 FOR APV-VOUCHER-TYPE.
      *2026-10-06  DAO  PAY THE NON-PO EXPENSE VOUCHERS (TYPE E) FROM
      *                 APEXPFEC IN THE SAME RUN. THEY SELECT, DISCOUNT
      *                 AND NET EXACTLY LIKE A PO VOUCHER; ONE HELD FOR
      *                 SUPERVISOR APPROVAL STAYS STATUS H UNTIL
      *                 APPRVFEC RELEASES IT, AND A REJECTED ONE (X) IS
      *                 NEVER SELECTED. SUMMARY LINE 8 COUNTS THEM.
      *2026-10-07  DAO  POSITIVE PAY. EVERY CHECK CUT IS WRITTEN TO THE
      *                 NEW ACKFEC ISSUED-CHECK FILE (ACKMSTR) AT
      *                 STATUS O AND TO THE BANK'S POSITIVE-PAY ISSUE
      *                 FILE (POSPAYF) - A HEADER, ONE DETAIL PER
      *                 CHECK, AND A COUNT-AND-TOTAL TRAILER. THE BANK
      *                 ACCOUNT COMES FROM COLUMNS 9-20 OF THE PARM
      *                 CARD, WHICH GROWS 8 TO 20. APCLRFEC CLEARS THE
      *                 CHECKS FROM THE BANK'S PAID-ITEMS FILE.
      *2026-10-08  DAO  VENDOR RECORD GROWS 114 TO 126 FOR THE 1099
      *                 IDENTITY FIELDS.
      *2026-10-15  DAO  READ VENDOR TERMS FROM THE TRFFEC TERMS FILE
      *                 INSTEAD OF THE COMPILED TRMFEC TABLE, COUNTING
      *                 MONTH-END (EOM/PROX) TERMS FROM THE MONTH END.
      *2026-10-15  DAO  ALSO PAY VOUCHERS DUE ON THE CLOSED DAYS
      *                 BETWEEN THE CUTOFF AND THE NEXT WORKING DAY ON
      *                 THE BCLFEC CALENDAR, FOUND THROUGH BCLBTFEC.
      *2026-10-15  DAO  THE OPERATOR RUNNING THE CHECK RUN GOES IN
      *                 COLUMNS 21-28 OF THE PARM CARD, WHICH GROWS 20
      *                 TO 28, AND IS STAMPED ON EVERY ACKFEC CHECK
      *                 (RECORD GROWS 83 TO 91) FOR THE SODRPFEC
      *                 SEGREGATION-OF-DUTIES REPORT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT TRM-FILE ASSIGN TO TRMMSTR
               RECORD KEY IS TRM-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-TRMFILE-SW.

           SELECT CTL-FILE ASSIGN TO CTLMSTR
               RECORD KEY IS INVCTL-RECORD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT ACK-FILE ASSIGN TO ACKMSTR
               RECORD KEY IS ACK-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-ACKFILE-SW.

           SELECT POSPAY-FILE ASSIGN TO POSPAYF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPYFILE-SW.

           SELECT CHECK-FILE ASSIGN TO CHKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKFILE-SW.
       FILE SECTION.
       FD APCK-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS APCK-PARM-RECORD.
       01  APCK-PARM-RECORD.
           05  APCK-CUTOFF-DATE                 PIC 9(08).
           05  APCK-BANK-ACCOUNT                PIC X(12).
           05  APCK-RUN-OPERATOR                PIC X(08).
      *
       FD APV-FILE
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS APV-FILE-RECORD.
       01  APV-FILE-RECORD.
           05  APV-KEY-1.
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
       FD CTL-FILE
           RECORD CONTAINS 7 CHARACTERS
           05  INVCTL-RECORD-KEYGRP-1.
               10  INVCTL-RECORD-KEY-1           PIC 9(01).
           05  INVCTL-NEXT-INVOICE-NUMBER-1      PIC 9(06).
      *
       FD ACK-FILE
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS ACK-FILE-RECORD.
       01  ACK-FILE-RECORD.
           05  ACK-KEY-1.
               10  ACK-CHECK-NUMBER-1        PIC 9(06).
           05  ACK-VENDOR-NUMBER-1           PIC X(06).
           05  ACK-VOUCHER-NUMBER-1          PIC 9(06).
           05  ACK-PAYEE-NAME-1              PIC X(30).
           05  ACK-ISSUE-DATE-1              PIC X(08).
           05  ACK-AMOUNT-1                  PIC S9(07)V99.
           05  ACK-STATUS-1                  PIC X(01).
           05  ACK-CLEARED-DATE-1            PIC X(08).
           05  ACK-CLEARED-AMOUNT-1          PIC S9(07)V99.
           05  ACK-RUN-OPERATOR-1            PIC X(08).
      *
      * POSITIVE-PAY ISSUE FILE IN THE BANK'S 80-BYTE LAYOUT - ONE
      * H HEADER, A D DETAIL PER CHECK, AND A T TRAILER CARRYING THE
      * ITEM COUNT AND DOLLAR TOTAL THE BANK BALANCES THE FILE TO.
       FD POSPAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POSPAY-RECORD.
       01  POSPAY-RECORD.
           05  PPY-RECORD-TYPE               PIC X(01).
           05  PPY-ACCOUNT-NUMBER            PIC X(12).
           05  PPY-DETAIL-DATA               PIC X(67).
           05  PPY-HEADER REDEFINES PPY-DETAIL-DATA.
               10  PPY-FILE-DATE             PIC X(08).
               10  FILLER                    PIC X(59).
           05  PPY-DETAIL REDEFINES PPY-DETAIL-DATA.
               10  PPY-CHECK-NUMBER          PIC 9(10).
               10  PPY-ISSUE-DATE            PIC X(08).
               10  PPY-AMOUNT                PIC 9(08)V99.
               10  PPY-ISSUE-CODE            PIC X(01).
               10  PPY-PAYEE-NAME            PIC X(30).
               10  FILLER                    PIC X(08).
           05  PPY-TRAILER REDEFINES PPY-DETAIL-DATA.
               10  PPY-ITEM-COUNT            PIC 9(07).
               10  PPY-TOTAL-AMOUNT          PIC 9(10)V99.
               10  FILLER                    PIC X(48).
      *
       FD CHECK-FILE
           RECORDING MODE IS F
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFND                 VALUE '23'.
       01 WS-TRMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRMFILE-SUCCESS                VALUE '00'.
           88  WS-TRMFILE-NOTFND                 VALUE '23'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                VALUE '00'.
       01 WS-ACKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ACKFILE-SUCCESS                VALUE '00'.
       01 WS-PPYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PPYFILE-SUCCESS                VALUE '00'.
       01 WS-CHKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CHKFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-CUTOFF-DATE                     PIC X(08)  VALUE SPACES.
       01 WS-NEXT-WORKING-DATE               PIC X(08)  VALUE SPACES.
      *
       COPY BCLDTCOM.
       01 WS-BANK-ACCOUNT                    PIC X(12)  VALUE SPACES.
       01 WS-RUN-OPERATOR                    PIC X(08)  VALUE SPACES.
      *
      * DUE AND DISCOUNT DATES COMPUTED FROM THE VOUCHER'S INVOICE
      * DATE PLUS THE VENDOR'S TERMS DAYS ON 30-DAY MONTHS - THE SAME
       01 WS-NET-AMOUNT                      PIC S9(07)V99 COMP-3
                                              VALUE 0.
       01 WS-CHECK-NUMBER                    PIC 9(06)  VALUE 0.
      *
      * OPEN DEBIT MEMOS LOADED BY THE PRE-PASS. WS-MEMO-CHECK-NUMBER
      * STAYS ZERO UNTIL A CHECK ABSORBS THE MEMO.
       01 WS-MEMO-MAX                        PIC 9(04)  COMP VALUE 500.
       01 WS-MEMO-COUNT                      PIC 9(04)  COMP VALUE 0.
       01 WS-MEMO-SUB                        PIC 9(04)  COMP VALUE 0.
       01 WS-MEMO-TABLE.
           05  WS-MEMO-ENTRY OCCURS 500 TIMES.
               10  WS-MEMO-VENDOR-NUMBER     PIC X(06).
               10  WS-MEMO-VOUCHER-NUMBER    PIC 9(06).
               10  WS-MEMO-VENDOR-INVOICE    PIC X(10).
               10  WS-MEMO-AMOUNT            PIC S9(07)V99 COMP-3.
               10  WS-MEMO-CHECK-NUMBER      PIC 9(06).
       01 WS-MEMO-FOUND-SW                   PIC X(01)  VALUE 'N'.
           88  WS-MEMO-FOUND                     VALUE 'Y'.
       01 WS-MEMO-APPLIED-AMOUNT             PIC S9(07)V99 COMP-3
                                              VALUE 0.
      *
       01 WS-VOUCHER-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CHECK-CNT                       PIC 9(05)  COMP-3 VALUE 0.
                                              VALUE 0.
       01 WS-NET-TOTAL                       PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-MEMO-NETTED-CNT                 PIC 9(05)  COMP-3 VALUE 0.
       01 WS-MEMO-CARRIED-CNT                PIC 9(05)  COMP-3 VALUE 0.
       01 WS-MEMO-TOTAL                      PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-PPY-ITEM-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PPY-TOTAL                       PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01 WS-EXPENSE-PAID-CNT                PIC 9(05)  COMP-3 VALUE 0.
       01 WS-EXPENSE-NET-TOTAL               PIC S9(11)V99 COMP-3
                                              VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(40)
           05  FILLER                        PIC X(20)
               VALUE 'NET PAID:'.
           05  SL5-NET-TOTAL                 PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       01 SUMMARY-LINE-6.
           05  FILLER                        PIC X(20)
               VALUE 'DEBIT MEMOS NETTED:'.
           05  SL6-MEMO-NETTED-CNT           PIC ZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL6-MEMO-TOTAL                PIC ZZZ,ZZZ,ZZ9.99CR.
      *
       01 SUMMARY-LINE-7.
           05  FILLER                        PIC X(20)
               VALUE 'DEBIT MEMOS CARRIED:'.
           05  SL7-MEMO-CARRIED-CNT          PIC ZZZZ9.
      *
       01 SUMMARY-LINE-8.
           05  FILLER                        PIC X(20)
               VALUE 'EXPENSE VOUCHERS:'.
           05  SL8-EXPENSE-PAID-CNT          PIC ZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL8-EXPENSE-NET-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99CR.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE.
           PERFORM 050-READ-PARM-CARD.
           PERFORM 060-FIND-NEXT-WORKING-DAY.
      *
           OPEN I-O APV-FILE.
           IF WS-APVFILE-SUCCESS
               DISPLAY "APV-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 070-LOAD-DEBIT-MEMOS.
      *
           OPEN INPUT VND-FILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "CTL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O ACK-FILE.
           IF NOT WS-ACKFILE-SUCCESS
               DISPLAY "WS-ACKFILE-SW=" WS-ACKFILE-SW
               DISPLAY "ACK-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT POSPAY-FILE.
           IF NOT WS-PPYFILE-SUCCESS
               DISPLAY "WS-PPYFILE-SW=" WS-PPYFILE-SW
               DISPLAY "POSPAY-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           PERFORM 080-WRITE-POSPAY-HEADER.
      *
           OPEN OUTPUT CHECK-FILE.
           IF NOT WS-CHKFILE-SUCCESS
               DISPLAY "CHECK-FILE OPEN ERROR"
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
           ELSE
               DISPLAY "NO DATA IN APV-FILE"
           END-IF.
      *
           IF WS-MEMO-NETTED-CNT > ZERO
               PERFORM 750-CLOSE-NETTED-MEMOS
           END-IF.
      *
           PERFORM 740-WRITE-POSPAY-TRAILER.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
                   DISPLAY "NO USABLE PARM CARD - CUTOFF DEFAULTS "
                           "TO TODAY " WS-CUTOFF-DATE
               END-IF
               IF WS-PARMFILE-SUCCESS
                   MOVE APCK-BANK-ACCOUNT TO WS-BANK-ACCOUNT
                   MOVE APCK-RUN-OPERATOR TO WS-RUN-OPERATOR
               END-IF
               IF WS-RUN-OPERATOR = SPACES
                   DISPLAY "NO RUN OPERATOR ON PARM CARD - CHECKS "
                           "CARRY A BLANK OPERATOR"
               END-IF
               CLOSE APCK-PARM-FILE
           ELSE
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO APCK-PARM-FILE FOUND - CUTOFF DEFAULTS "
                       "TO TODAY " WS-CUTOFF-DATE
           END-IF.
      *
       060-FIND-NEXT-WORKING-DAY.
      *
      * EVERYTHING DUE BEFORE THE NEXT WORKING DAY AFTER THE CUTOFF
      * IS PAID NOW - THERE IS NO RUN ON THE CLOSED DAYS BETWEEN.
           MOVE 'A'            TO BCLDT-FUNCTION.
           MOVE WS-CUTOFF-DATE TO BCLDT-DATE-IN.
           MOVE SPACES         TO BCLDT-DATE-TO.
           CALL 'BCLBTFEC' USING BCLDT-COMMAREA.
           IF BCLDT-BAD-DATE
               DISPLAY "CUTOFF DATE IS NOT A DATE: " WS-CUTOFF-DATE
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           MOVE BCLDT-DATE-OUT TO WS-NEXT-WORKING-DATE.
           DISPLAY "PAYING VOUCHERS DUE BEFORE " WS-NEXT-WORKING-DATE.
      *
       080-WRITE-POSPAY-HEADER.
      *
           IF WS-BANK-ACCOUNT = SPACES
               DISPLAY "NO BANK ACCOUNT ON PARM CARD - POSITIVE PAY "
                       "FILE CARRIES A BLANK ACCOUNT"
           END-IF.
      *
           MOVE SPACES          TO POSPAY-RECORD.
           MOVE 'H'             TO PPY-RECORD-TYPE.
           MOVE WS-BANK-ACCOUNT TO PPY-ACCOUNT-NUMBER.
           MOVE WS-TODAY-DATE   TO PPY-FILE-DATE.
      *
           WRITE POSPAY-RECORD.
           IF NOT WS-PPYFILE-SUCCESS
               DISPLAY "WS-PPYFILE-SW=" WS-PPYFILE-SW
               DISPLAY "POSPAY-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       070-LOAD-DEBIT-MEMOS.
      *
      * PRE-PASS - A MEMO MAY SORT AFTER THE VOUCHER WHOSE CHECK
      * SHOULD ABSORB IT, SO ALL OPEN MEMOS ARE LOADED FIRST AND THE
      * FILE IS REOPENED FOR THE CHECK RUN PROPER.
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 075-LOAD-ONE-DEBIT-MEMO
               UNTIL WS-EOF-YES.
      *
           CLOSE APV-FILE.
           OPEN I-O APV-FILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE REOPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
      *
       075-LOAD-ONE-DEBIT-MEMO.
      *
           IF APV-STATUS-OPEN-1 AND APV-TYPE-DEBIT-MEMO-1
               IF WS-MEMO-COUNT < WS-MEMO-MAX
                   ADD 1 TO WS-MEMO-COUNT
                   MOVE APV-VENDOR-NUMBER-1
                     TO WS-MEMO-VENDOR-NUMBER (WS-MEMO-COUNT)
                   MOVE APV-VOUCHER-NUMBER-1
                     TO WS-MEMO-VOUCHER-NUMBER (WS-MEMO-COUNT)
                   MOVE APV-VENDOR-INVOICE-1
                     TO WS-MEMO-VENDOR-INVOICE (WS-MEMO-COUNT)
                   MOVE APV-AMOUNT-1
                     TO WS-MEMO-AMOUNT (WS-MEMO-COUNT)
                   MOVE ZERO
                     TO WS-MEMO-CHECK-NUMBER (WS-MEMO-COUNT)
               ELSE
                   DISPLAY "DEBIT MEMO TABLE FULL - MEMO "
                           APV-VOUCHER-NUMBER-1 " LEFT FOR NEXT RUN"
                   ADD 1 TO WS-MEMO-CARRIED-CNT
               END-IF
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       100-PROCESS-ONE-VOUCHER.
      *
           ADD 1 TO WS-VOUCHER-READ-CNT.
      *
           IF APV-STATUS-OPEN-1 AND NOT APV-TYPE-DEBIT-MEMO-1
               PERFORM 200-SELECT-ONE-VOUCHER
               IF WS-SELECT-THIS-VOUCHER
                   PERFORM 300-CUT-ONE-CHECK
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE APV-INVOICE-DATE-1 TO WS-DUE-DATE-OUT.
           MOVE WS-DUE-OUT-DD      TO WS-TERMS-START-DD.
           PERFORM 250-LOOK-UP-VENDOR-TERMS.
      *
      * DUE DATE = INVOICE DATE PLUS THE TERMS NET DAYS; DISCOUNT
           PERFORM 260-COMPUTE-ONE-TERMS-DATE
           MOVE WS-DUE-DATE-OUT TO WS-DISCOUNT-THRU-DATE.
      *
           IF WS-VOUCHER-DUE-DATE < WS-NEXT-WORKING-DATE
               MOVE 'Y' TO WS-SELECT-SW
           END-IF.
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
           COMPUTE WS-NET-AMOUNT =
               APV-AMOUNT-1 - WS-DISCOUNT-AMOUNT.
      *
           MOVE ZERO TO WS-MEMO-APPLIED-AMOUNT.
           PERFORM 320-NET-ONE-DEBIT-MEMO
               VARYING WS-MEMO-SUB FROM 1 BY 1
               UNTIL WS-MEMO-SUB > WS-MEMO-COUNT.
      *
           PERFORM 400-PRINT-CHECK-FACE.
           PERFORM 500-PRINT-REGISTER-LINE.
           IF WS-MEMO-APPLIED-AMOUNT NOT = ZERO
               PERFORM 520-PRINT-MEMO-LINE
                   VARYING WS-MEMO-SUB FROM 1 BY 1
                   UNTIL WS-MEMO-SUB > WS-MEMO-COUNT
           END-IF.
      *
           MOVE 'P'             TO APV-STATUS-1.
           MOVE WS-CHECK-NUMBER TO APV-CHECK-NUMBER-1.
               DISPLAY "APV-FILE REWRITE ERROR KEY=" APV-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 360-RECORD-ISSUED-CHECK.
      *
           ADD 1 TO WS-CHECK-CNT.
           ADD APV-AMOUNT-1       TO WS-GROSS-TOTAL.
           ADD WS-DISCOUNT-AMOUNT TO WS-DISCOUNT-TOTAL.
           ADD WS-NET-AMOUNT      TO WS-NET-TOTAL.
           IF APV-TYPE-EXPENSE-1
               ADD 1             TO WS-EXPENSE-PAID-CNT
               ADD WS-NET-AMOUNT TO WS-EXPENSE-NET-TOTAL
           END-IF.
      *
       320-NET-ONE-DEBIT-MEMO.
      *
      * A MEMO IS NETTED ONLY IF THE CHECK STAYS POSITIVE AFTER IT -
      * THE MEMO AMOUNT IS NEGATIVE, SO ADDING IT REDUCES THE CHECK.
           IF WS-MEMO-VENDOR-NUMBER (WS-MEMO-SUB) = APV-VENDOR-NUMBER-1
                   AND WS-MEMO-CHECK-NUMBER (WS-MEMO-SUB) = ZERO
                   AND WS-NET-AMOUNT + WS-MEMO-AMOUNT (WS-MEMO-SUB)
                       > ZERO
               ADD WS-MEMO-AMOUNT (WS-MEMO-SUB) TO WS-NET-AMOUNT
               ADD WS-MEMO-AMOUNT (WS-MEMO-SUB)
                 TO WS-MEMO-APPLIED-AMOUNT
               MOVE WS-CHECK-NUMBER
                 TO WS-MEMO-CHECK-NUMBER (WS-MEMO-SUB)
               ADD 1 TO WS-MEMO-NETTED-CNT
               ADD WS-MEMO-AMOUNT (WS-MEMO-SUB) TO WS-MEMO-TOTAL
           END-IF.
      *
       350-GET-NEXT-CHECK-NUMBER.
      *
               DISPLAY "CTL-FILE REWRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       360-RECORD-ISSUED-CHECK.
      *
      * THE ISSUED-CHECK ROW AND THE BANK'S DETAIL CARRY THE AMOUNT
      * ACTUALLY ON THE CHECK FACE - NET OF DISCOUNT AND ANY DEBIT
      * MEMOS IT ABSORBED.
           MOVE SPACES               TO ACK-FILE-RECORD.
           MOVE WS-CHECK-NUMBER      TO ACK-CHECK-NUMBER-1.
           MOVE APV-VENDOR-NUMBER-1  TO ACK-VENDOR-NUMBER-1.
           MOVE APV-VOUCHER-NUMBER-1 TO ACK-VOUCHER-NUMBER-1.
           MOVE VND-VENDOR-NAME-1    TO ACK-PAYEE-NAME-1.
           MOVE WS-TODAY-DATE        TO ACK-ISSUE-DATE-1.
           MOVE WS-NET-AMOUNT        TO ACK-AMOUNT-1.
           MOVE 'O'                  TO ACK-STATUS-1.
           MOVE ZERO                 TO ACK-CLEARED-AMOUNT-1.
           MOVE WS-RUN-OPERATOR      TO ACK-RUN-OPERATOR-1.
      *
           WRITE ACK-FILE-RECORD
               INVALID KEY MOVE '22' TO WS-ACKFILE-SW.
           IF NOT WS-ACKFILE-SUCCESS
               DISPLAY "WS-ACKFILE-SW=" WS-ACKFILE-SW
               DISPLAY "ACK-FILE WRITE ERROR KEY=" ACK-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE SPACES               TO POSPAY-RECORD.
           MOVE 'D'                  TO PPY-RECORD-TYPE.
           MOVE WS-BANK-ACCOUNT      TO PPY-ACCOUNT-NUMBER.
           MOVE WS-CHECK-NUMBER      TO PPY-CHECK-NUMBER.
           MOVE WS-TODAY-DATE        TO PPY-ISSUE-DATE.
           MOVE WS-NET-AMOUNT        TO PPY-AMOUNT.
           MOVE 'I'                  TO PPY-ISSUE-CODE.
           MOVE VND-VENDOR-NAME-1    TO PPY-PAYEE-NAME.
      *
           WRITE POSPAY-RECORD.
           IF NOT WS-PPYFILE-SUCCESS
               DISPLAY "WS-PPYFILE-SW=" WS-PPYFILE-SW
               DISPLAY "POSPAY-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ADD 1             TO WS-PPY-ITEM-CNT.
           ADD WS-NET-AMOUNT TO WS-PPY-TOTAL.
      *
       400-PRINT-CHECK-FACE.
      *
           MOVE APV-VENDOR-INVOICE-1 TO DTL-VENDOR-INVOICE.
           MOVE APV-AMOUNT-1         TO DTL-GROSS-AMT.
           MOVE WS-DISCOUNT-AMOUNT   TO DTL-DISCOUNT-AMT.
           COMPUTE DTL-NET-AMT =
               APV-AMOUNT-1 - WS-DISCOUNT-AMOUNT.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       520-PRINT-MEMO-LINE.
      *
           IF WS-MEMO-CHECK-NUMBER (WS-MEMO-SUB) = WS-CHECK-NUMBER
               IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
                   PERFORM 600-PRINT-HEADINGS
               END-IF
               MOVE WS-CHECK-NUMBER      TO DTL-CHECK-NUMBER
               MOVE APV-VENDOR-NUMBER-1  TO DTL-VENDOR-NUMBER
               MOVE 'DEBIT MEMO'         TO DTL-VENDOR-NAME
               MOVE WS-MEMO-VOUCHER-NUMBER (WS-MEMO-SUB)
                 TO DTL-VOUCHER-NUMBER
               MOVE WS-MEMO-VENDOR-INVOICE (WS-MEMO-SUB)
                 TO DTL-VENDOR-INVOICE
               MOVE WS-MEMO-AMOUNT (WS-MEMO-SUB) TO DTL-GROSS-AMT
               MOVE ZERO                 TO DTL-DISCOUNT-AMT
               MOVE WS-MEMO-AMOUNT (WS-MEMO-SUB) TO DTL-NET-AMT
               WRITE PRINT-LINE FROM DETAIL-LINE
               ADD 1 TO WS-LINE-CNT
           END-IF.
      *
       600-PRINT-HEADINGS.
      *
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-5
               AFTER ADVANCING 1 LINES.
      *
           MOVE WS-MEMO-NETTED-CNT  TO SL6-MEMO-NETTED-CNT.
           MOVE WS-MEMO-TOTAL       TO SL6-MEMO-TOTAL.
           COMPUTE SL7-MEMO-CARRIED-CNT =
               WS-MEMO-COUNT - WS-MEMO-NETTED-CNT + WS-MEMO-CARRIED-CNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE-6
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-7
               AFTER ADVANCING 1 LINES.
      *
           MOVE WS-EXPENSE-PAID-CNT  TO SL8-EXPENSE-PAID-CNT.
           MOVE WS-EXPENSE-NET-TOTAL TO SL8-EXPENSE-NET-TOTAL.
           WRITE PRINT-LINE FROM SUMMARY-LINE-8
               AFTER ADVANCING 1 LINES.
      *
       740-WRITE-POSPAY-TRAILER.
      *
           MOVE SPACES          TO POSPAY-RECORD.
           MOVE 'T'             TO PPY-RECORD-TYPE.
           MOVE WS-BANK-ACCOUNT TO PPY-ACCOUNT-NUMBER.
           MOVE WS-PPY-ITEM-CNT TO PPY-ITEM-COUNT.
           MOVE WS-PPY-TOTAL    TO PPY-TOTAL-AMOUNT.
      *
           WRITE POSPAY-RECORD.
           IF NOT WS-PPYFILE-SUCCESS
               DISPLAY "WS-PPYFILE-SW=" WS-PPYFILE-SW
               DISPLAY "POSPAY-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       750-CLOSE-NETTED-MEMOS.
      *
      * CLOSING PASS - REWRITE EVERY MEMO A CHECK ABSORBED AS PAID BY
      * THAT CHECK.
           CLOSE APV-FILE.
           OPEN I-O APV-FILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE REOPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 760-CLOSE-ONE-MEMO
               UNTIL WS-EOF-YES.
      *
       760-CLOSE-ONE-MEMO.
      *
           IF APV-STATUS-OPEN-1 AND APV-TYPE-DEBIT-MEMO-1
               MOVE 'N' TO WS-MEMO-FOUND-SW
               PERFORM 765-FIND-ONE-MEMO
                   VARYING WS-MEMO-SUB FROM 1 BY 1
                   UNTIL WS-MEMO-SUB > WS-MEMO-COUNT
                      OR WS-MEMO-FOUND
               IF WS-MEMO-FOUND
                   SUBTRACT 1 FROM WS-MEMO-SUB
                   IF WS-MEMO-CHECK-NUMBER (WS-MEMO-SUB) > ZERO
                       MOVE 'P' TO APV-STATUS-1
                       MOVE WS-MEMO-CHECK-NUMBER (WS-MEMO-SUB)
                         TO APV-CHECK-NUMBER-1
                       MOVE WS-TODAY-DATE TO APV-PAID-DATE-1
                       REWRITE APV-FILE-RECORD
                       IF NOT WS-APVFILE-SUCCESS
                           DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
                           DISPLAY "APV-FILE REWRITE ERROR KEY="
                                   APV-KEY-1
                           PERFORM 800-PROGRAM-FAILED
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       765-FIND-ONE-MEMO.
      *
           IF WS-MEMO-VOUCHER-NUMBER (WS-MEMO-SUB)
                   = APV-VOUCHER-NUMBER-1
               MOVE 'Y' TO WS-MEMO-FOUND-SW
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
       900-COMPLETED-OK.
           CLOSE APV-FILE
                 VND-FILE
                 TRM-FILE
                 CTL-FILE
                 ACK-FILE
                 POSPAY-FILE
                 CHECK-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL VOUCHERS READ  = " WS-VOUCHER-READ-CNT.
           DISPLAY "TOTAL CHECKS WRITTEN = " WS-CHECK-CNT.
           DISPLAY "POSITIVE PAY ITEMS   = " WS-PPY-ITEM-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
