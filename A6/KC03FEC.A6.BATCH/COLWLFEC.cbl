       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLWLFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Daily collections worklist. Runs after PTPCKFEC has judged the
      *night's promises. Browses INVFEC in customer order over the
      *INVFECC alternate index the way INVDNFEC does and ages every
      *open (not void, not paid) balance from INV-DUE-DATE-1 on the
      *same 30/360 day count, totalling each customer's past-due
      *amount into 1-30, 31-60, 61-90, and over-90 day buckets. A
      *past-due account is left off the list while the latest
      *promise-to-pay on its CTCFEC contact log is still open - the
      *collector already has the customer's word. When the latest
      *promise was broken the account is listed and flagged with the
      *date it was due, so a broken promise is the first thing the
      *collector sees the next morning. Accounts are assigned to a
      *collector by customer number range from the COLWPARM cards -
      *one per collector, the collector id and the highest customer
      *number in that collector's range, lowest range first. With no
      *cards every account goes on one list for ALL; a customer above
      *the last range goes on an UNASSIGN list. Each collector's
      *accounts are SORTed largest past-due amount first, oldest
      *first within the same amount, and print on their own pages.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  LEAVE OPEN DISPUTED AMOUNTS ON DSPFEC OUT OF
      *                 THE PAST DUE - DISPUTES ARE WORKED ON DSPMNFEC.
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

           SELECT COLW-PARM-FILE ASSIGN TO COLWPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ALTERNATE RECORD KEY IS INV-CUSTOMER-NUMBER-1
                   WITH DUPLICATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-INVFILE-SW.

           SELECT DSP-FILE ASSIGN TO DSPMSTR
               RECORD KEY IS DSP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-DSPFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT CTC-FILE ASSIGN TO CTCMSTR
               RECORD KEY IS CTC-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CTCFILE-SW.

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
       FD COLW-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS COLW-PARM-RECORD.
       01  COLW-PARM-RECORD.
           05  COLW-COLLECTOR-ID             PIC X(08).
           05  COLW-HIGH-CUSTOMER            PIC X(06).
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
       FD DSP-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS DSP-FILE-RECORD.
       01  DSP-FILE-RECORD.
           05  DSP-KEY-1.
               10  DSP-INVOICE-NUMBER-1      PIC 9(06).
           05  DSP-CUSTOMER-NUMBER-1         PIC X(06).
           05  DSP-DISPUTED-AMOUNT-1         PIC S9(07)V99.
           05  DSP-REASON-CODE-1             PIC X(02).
           05  DSP-OWNER-1                   PIC X(08).
           05  DSP-STATUS-1                  PIC X(01).
               88  DSP-STATUS-OPEN-1             VALUE 'O'.
           05  FILLER                        PIC X(98).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  CM-FIRST-NAME                 PIC X(20).
           05  CM-LAST-NAME                  PIC X(30).
           05  FILLER                        PIC X(124).
           05  CM-STATUS                     PIC X(1).
           05  CM-PHONE                      PIC X(12).
           05  FILLER                        PIC X(104).
      *
       FD CTC-FILE
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS CTC-FILE-RECORD.
       01  CTC-FILE-RECORD.
           05  CTC-KEY-1.
               10  CTC-CUSTOMER-NUMBER-1     PIC X(06).
               10  CTC-CONTACT-DATE-1        PIC X(08).
               10  CTC-CONTACT-TIME-1        PIC X(06).
           05  CTC-OPERATOR-ID-1             PIC X(08).
           05  CTC-CONTACT-TYPE-1            PIC X(01).
               88  CTC-TYPE-PROMISE-1            VALUE 'P'.
           05  CTC-CONTACT-TEXT-1            PIC X(60).
           05  CTC-PROMISE-AMOUNT-1          PIC S9(07)V99.
           05  CTC-PROMISE-DATE-1            PIC X(08).
           05  CTC-PROMISE-STATUS-1          PIC X(01).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SRT-COLLECTOR                 PIC X(08).
           05  SRT-PAST-DUE                  PIC S9(09)V99.
           05  SRT-OLDEST-DAYS               PIC S9(05).
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-CUSTOMER-NAME             PIC X(30).
           05  SRT-PHONE                     PIC X(12).
           05  SRT-INVOICE-CNT               PIC 9(04).
           05  SRT-BUCKET                    OCCURS 4 TIMES
                                             PIC S9(09)V99.
           05  SRT-BROKEN-SW                 PIC X(01).
               88  SRT-PROMISE-BROKEN            VALUE 'Y'.
           05  SRT-BROKEN-DATE               PIC X(08).
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
       01 WS-OWN-JOB-NAME                   PIC X(08) VALUE 'COLWLFEC'.
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
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-DSPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DSPFILE-SUCCESS                VALUE '00'.
           88  WS-DSPFILE-NOTFND                 VALUE '23'.
       01 WS-DISPUTE-SW                      PIC X(01)  VALUE 'N'.
           88  WS-DISPUTE-OPEN                   VALUE 'Y'.
       01 WS-COLLECTIBLE-BALANCE             PIC S9(07)V99 VALUE 0.
       01 WS-DISPUTED-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-CTCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTCFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-PARM-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-PARM-EOF                       VALUE 'Y'.
       01 WS-CTC-DONE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-CTC-DONE                       VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-FIRST-RECORD-SW                 PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-RECORD                   VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-TODAY-DATE-GROUP.
           05  WS-TODAY-YYYY                 PIC 9(04).
           05  WS-TODAY-MM                   PIC 9(02).
           05  WS-TODAY-DD                   PIC 9(02).
       01 WS-TODAY-DATE REDEFINES WS-TODAY-DATE-GROUP
                                             PIC X(08).
       01 WS-DUE-DATE-GROUP.
           05  WS-DUE-YYYY                   PIC 9(04).
           05  WS-DUE-MM                     PIC 9(02).
           05  WS-DUE-DD                     PIC 9(02).
       01 WS-TODAY-ORDINAL                   PIC S9(09) COMP-3.
       01 WS-DUE-ORDINAL                     PIC S9(09) COMP-3.
       01 WS-DAYS-PAST-DUE                   PIC S9(09) COMP-3.
       01 WS-BUCKET-SUB                      PIC S9(04) COMP VALUE 0.
      *
      * COLLECTOR RANGES FROM THE COLWPARM CARDS, LOWEST FIRST.
       01 WS-COLLECTOR-TABLE.
           05  WS-COL-ENTRY                  OCCURS 10 TIMES.
               10  WS-COL-ID                 PIC X(08).
               10  WS-COL-HIGH-CUSTOMER      PIC X(06).
       01 WS-COL-MAX                         PIC S9(04) COMP VALUE 10.
       01 WS-COL-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-COL-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-COL-HIT-SUB                     PIC S9(04) COMP VALUE 0.
      *
      * ONE CUSTOMER'S PAST-DUE TOTALS WHILE ITS INVOICES GO BY.
       01 WS-PREV-CUSTOMER-NUMBER            PIC X(06)  VALUE SPACES.
       01 WS-CUST-PAST-DUE                   PIC S9(09)V99 VALUE 0.
       01 WS-CUST-OLDEST-DAYS                PIC S9(05) VALUE 0.
       01 WS-CUST-INVOICE-CNT                PIC 9(04)  VALUE 0.
       01 WS-CUST-BUCKETS.
           05  WS-CUST-BUCKET                OCCURS 4 TIMES
                                             PIC S9(09)V99.
      *
      * THE CUSTOMER'S LATEST PROMISE-TO-PAY, IF IT HAS ONE.
       01 WS-LAST-PROMISE-SW                 PIC X(01)  VALUE 'N'.
           88  WS-HAS-A-PROMISE                  VALUE 'Y'.
       01 WS-LAST-PROMISE-STATUS             PIC X(01)  VALUE SPACE.
           88  WS-LAST-PROMISE-OPEN              VALUE 'O'.
           88  WS-LAST-PROMISE-BROKEN            VALUE 'B'.
       01 WS-LAST-PROMISE-DATE               PIC X(08)  VALUE SPACES.
      *
       01 WS-PREV-COLLECTOR                  PIC X(08)  VALUE SPACES.
       01 WS-RANK                            PIC 9(04)  COMP VALUE 0.
       01 WS-COLL-PAST-DUE                   PIC S9(11)V99 VALUE 0.
       01 WS-COLL-BUCKETS.
           05  WS-COLL-BUCKET                OCCURS 4 TIMES
                                             PIC S9(11)V99.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-INVOICE-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-PAST-DUE-CUST-CNT               PIC 9(07)  COMP-3 VALUE 0.
       01 WS-ON-PROMISE-CNT                  PIC 9(07)  COMP-3 VALUE 0.
       01 WS-LISTED-CNT                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-BROKEN-CNT                      PIC 9(07)  COMP-3 VALUE 0.
       01 WS-COLLECTOR-CNT                   PIC 9(05)  COMP-3 VALUE 0.
       01 WS-LISTED-PAST-DUE                 PIC S9(11)V99 VALUE 0.
       01 WS-PROMISED-PAST-DUE               PIC S9(11)V99 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(33)
               VALUE 'KC03FEC - COLLECTIONS WORKLIST'.
           05  FILLER                        PIC X(11)
               VALUE 'COLLECTOR'.
           05  HDG1-COLLECTOR                PIC X(08).
           05  FILLER                        PIC X(13)
               VALUE '   RUN DATE '.
           05  HDG1-RUN-DATE                 PIC X(08).
           05  FILLER                        PIC X(30) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(60)
               VALUE 'PAST DUE ON THE 30/360 DAY COUNT - LARGEST FIRST'.
           05  FILLER                        PIC X(40)
               VALUE 'OPEN PROMISES ARE LEFT OFF'.
      *
       01 HEADING-LINE-3.
           05  FILLER                        PIC X(05) VALUE 'RANK'.
           05  FILLER                        PIC X(07) VALUE 'CUST'.
           05  FILLER                        PIC X(25) VALUE 'NAME'.
           05  FILLER                        PIC X(13) VALUE 'PHONE'.
           05  FILLER                        PIC X(04) VALUE 'INV'.
           05  FILLER                        PIC X(13) VALUE
               '    PAST DUE'.
           05  FILLER                        PIC X(11) VALUE
               '      1-30'.
           05  FILLER                        PIC X(11) VALUE
               '     31-60'.
           05  FILLER                        PIC X(11) VALUE
               '     61-90'.
           05  FILLER                        PIC X(11) VALUE
               '   OVER 90'.
           05  FILLER                        PIC X(07) VALUE
               ' DAYS'.
           05  FILLER                        PIC X(15) VALUE
               'BROKEN PROMISE'.
      *
       01 DETAIL-LINE.
           05  DTL-RANK                      PIC ZZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-CUSTOMER-NAME             PIC X(24).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-PHONE                     PIC X(12).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-INVOICE-CNT               PIC ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-PAST-DUE                  PIC Z,ZZZ,ZZ9.99.
           05  DTL-BUCKET-GROUP              OCCURS 4 TIMES.
               10  FILLER                    PIC X(01).
               10  DTL-BUCKET                PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-OLDEST-DAYS               PIC ZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-BROKEN-FLAG               PIC X(07).
           05  DTL-BROKEN-DATE               PIC X(08).
      *
       01 COLLECTOR-TOTAL-LINE.
           05  FILLER                        PIC X(19)
               VALUE 'COLLECTOR TOTAL - '.
           05  CTL-ACCOUNTS                  PIC ZZZZ9.
           05  FILLER                        PIC X(28)
               VALUE ' ACCOUNTS'.
           05  CTL-PAST-DUE                  PIC ZZZ,ZZZ,ZZ9.99.
           05  CTL-BUCKET-GROUP              OCCURS 4 TIMES.
               10  FILLER                    PIC X(01).
               10  CTL-BUCKET                PIC ZZZZZZ9.99.
      *
       01 SUMMARY-LINE.
           05  SL-LABEL                      PIC X(40).
           05  SL-COUNT                      PIC ZZZZZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  SL-AMOUNT                     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 010-CHECK-JOB-DEPENDENCIES.
           PERFORM 015-OPEN-RUNHIST-TRAIL.
      *
           ACCEPT WS-TODAY-DATE-GROUP FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-ORDINAL =
               WS-TODAY-YYYY * 360 + WS-TODAY-MM * 30 + WS-TODAY-DD.
      *
           PERFORM 050-READ-COLLECTOR-CARDS.
      *
           OPEN INPUT INVOICE-FILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT DSP-FILE.
           IF NOT WS-DSPFILE-SUCCESS
               DISPLAY "WS-DSPFILE-SW=" WS-DSPFILE-SW
               DISPLAY "DSP-FILE OPEN ERROR"
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
           OPEN INPUT CTC-FILE.
           IF NOT WS-CTCFILE-SUCCESS
               DISPLAY "WS-CTCFILE-SW=" WS-CTCFILE-SW
               DISPLAY "CTC-FILE OPEN ERROR"
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
               ON ASCENDING KEY SRT-COLLECTOR
               ON DESCENDING KEY SRT-PAST-DUE
               ON DESCENDING KEY SRT-OLDEST-DAYS
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
               INPUT PROCEDURE IS 100-GATHER-PAST-DUE-ACCOUNTS
               OUTPUT PROCEDURE IS 300-PRINT-THE-WORKLISTS.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-COLLECTOR-CARDS.
      *
           OPEN INPUT COLW-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ COLW-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARM-EOF-SW
               END-READ
               PERFORM 055-HOLD-ONE-COLLECTOR-CARD
                   UNTIL WS-PARM-EOF
               CLOSE COLW-PARM-FILE
           END-IF.
      *
           IF WS-COL-COUNT = ZERO
               DISPLAY "NO COLLECTOR CARDS - ONE WORKLIST FOR ALL "
                       "ACCOUNTS"
           END-IF.
      *
       055-HOLD-ONE-COLLECTOR-CARD.
      *
           IF COLW-COLLECTOR-ID = SPACES
               DISPLAY "BLANK COLLECTOR CARD IGNORED"
           ELSE IF WS-COL-COUNT NOT < WS-COL-MAX
               DISPLAY "TOO MANY COLLECTOR CARDS - IGNORED: "
                       COLW-COLLECTOR-ID
           ELSE IF WS-COL-COUNT > ZERO
                AND COLW-HIGH-CUSTOMER
                    NOT > WS-COL-HIGH-CUSTOMER (WS-COL-COUNT)
               DISPLAY "COLLECTOR CARD OUT OF ORDER - IGNORED: "
                       COLW-COLLECTOR-ID
           ELSE
               ADD 1 TO WS-COL-COUNT
               MOVE COLW-COLLECTOR-ID
                 TO WS-COL-ID (WS-COL-COUNT)
               MOVE COLW-HIGH-CUSTOMER
                 TO WS-COL-HIGH-CUSTOMER (WS-COL-COUNT)
           END-IF.
      *
           READ COLW-PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SW.
      *
       100-GATHER-PAST-DUE-ACCOUNTS.
      *
           MOVE LOW-VALUE TO INV-CUSTOMER-NUMBER-1.
           START INVOICE-FILE KEY IS NOT LESS THAN
               INV-CUSTOMER-NUMBER-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
      *
           IF WS-EOF-NO
               PERFORM 110-READ-NEXT-INVOICE
               PERFORM 120-PROCESS-ONE-INVOICE
                   UNTIL WS-EOF-YES
               IF NOT WS-FIRST-RECORD
                   PERFORM 200-CLOSE-OUT-CUSTOMER
               END-IF
           ELSE
               DISPLAY "NO DATA IN INVOICE-FILE"
           END-IF.
      *
       110-READ-NEXT-INVOICE.
      *
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-PROCESS-ONE-INVOICE.
      *
           ADD 1 TO WS-INVOICE-READ-CNT.
      *
           IF INV-CUSTOMER-NUMBER-1 NOT = WS-PREV-CUSTOMER-NUMBER
               IF NOT WS-FIRST-RECORD
                   PERFORM 200-CLOSE-OUT-CUSTOMER
               END-IF
               PERFORM 130-START-NEW-CUSTOMER
           END-IF.
      *
           IF INV-IS-VOID-1
                   OR INV-IS-PAID-1
                   OR INV-OPEN-BALANCE-1 NOT > ZERO
               CONTINUE
           ELSE
               PERFORM 135-NET-OUT-DISPUTE
               IF WS-COLLECTIBLE-BALANCE > ZERO
                   PERFORM 140-AGE-ONE-OPEN-INVOICE
               END-IF
           END-IF.
      *
           PERFORM 110-READ-NEXT-INVOICE.
      *
       130-START-NEW-CUSTOMER.
      *
           MOVE INV-CUSTOMER-NUMBER-1 TO WS-PREV-CUSTOMER-NUMBER.
           MOVE ZERO                  TO WS-CUST-PAST-DUE
                                         WS-CUST-OLDEST-DAYS
                                         WS-CUST-INVOICE-CNT
                                         WS-CUST-BUCKET (1)
                                         WS-CUST-BUCKET (2)
                                         WS-CUST-BUCKET (3)
                                         WS-CUST-BUCKET (4).
           MOVE 'N'                   TO WS-FIRST-RECORD-SW.
      *
      *    AN OPEN DISPUTE ON DSPFEC TAKES ITS AMOUNT, UP TO THE OPEN
      *    BALANCE, OUT OF THE PAST DUE - DISPUTES ARE WORKED ON
      *    DSPMNFEC, NOT FROM THE WORKLIST.
       135-NET-OUT-DISPUTE.
      *
           MOVE INV-OPEN-BALANCE-1   TO WS-COLLECTIBLE-BALANCE.
           MOVE 'N'                  TO WS-DISPUTE-SW.
           MOVE INV-INVOICE-NUMBER-1 TO DSP-INVOICE-NUMBER-1.
           MOVE '00' TO WS-DSPFILE-SW.
           READ DSP-FILE
               INVALID KEY MOVE '23' TO WS-DSPFILE-SW.
      *
           IF WS-DSPFILE-NOTFND
               CONTINUE
           ELSE IF NOT WS-DSPFILE-SUCCESS
               DISPLAY "WS-DSPFILE-SW=" WS-DSPFILE-SW
               DISPLAY "DSP-FILE READ ERROR KEY=" DSP-KEY-1
               PERFORM 800-PROGRAM-FAILED
           ELSE IF DSP-STATUS-OPEN-1
               MOVE 'Y' TO WS-DISPUTE-SW
               ADD 1 TO WS-DISPUTED-CNT
               SUBTRACT DSP-DISPUTED-AMOUNT-1
                   FROM WS-COLLECTIBLE-BALANCE
               IF WS-COLLECTIBLE-BALANCE < ZERO
                   MOVE ZERO TO WS-COLLECTIBLE-BALANCE
               END-IF
           END-IF.
      *
       140-AGE-ONE-OPEN-INVOICE.
      *
           IF INV-DUE-DATE-1 = SPACES OR ZEROS
               MOVE INV-INVOICE-DATE-1 TO WS-DUE-DATE-GROUP
           ELSE
               MOVE INV-DUE-DATE-1     TO WS-DUE-DATE-GROUP
           END-IF.
           COMPUTE WS-DUE-ORDINAL =
               WS-DUE-YYYY * 360 + WS-DUE-MM * 30 + WS-DUE-DD.
           COMPUTE WS-DAYS-PAST-DUE =
               WS-TODAY-ORDINAL - WS-DUE-ORDINAL.
      *
           IF WS-DAYS-PAST-DUE > ZERO
               PERFORM 145-PICK-THE-BUCKET
               ADD WS-COLLECTIBLE-BALANCE TO WS-CUST-PAST-DUE
               ADD WS-COLLECTIBLE-BALANCE
                 TO WS-CUST-BUCKET (WS-BUCKET-SUB)
               ADD 1 TO WS-CUST-INVOICE-CNT
               IF WS-DAYS-PAST-DUE > WS-CUST-OLDEST-DAYS
                   MOVE WS-DAYS-PAST-DUE TO WS-CUST-OLDEST-DAYS
               END-IF
           END-IF.
      *
       145-PICK-THE-BUCKET.
      *
           IF WS-DAYS-PAST-DUE > 90
               MOVE 4 TO WS-BUCKET-SUB
           ELSE IF WS-DAYS-PAST-DUE > 60
               MOVE 3 TO WS-BUCKET-SUB
           ELSE IF WS-DAYS-PAST-DUE > 30
               MOVE 2 TO WS-BUCKET-SUB
           ELSE
               MOVE 1 TO WS-BUCKET-SUB
           END-IF.
      *
       200-CLOSE-OUT-CUSTOMER.
      *
           IF WS-CUST-PAST-DUE > ZERO
               ADD 1 TO WS-PAST-DUE-CUST-CNT
               PERFORM 210-FIND-LAST-PROMISE
               IF WS-HAS-A-PROMISE AND WS-LAST-PROMISE-OPEN
                   ADD 1 TO WS-ON-PROMISE-CNT
                   ADD WS-CUST-PAST-DUE TO WS-PROMISED-PAST-DUE
               ELSE
                   PERFORM 230-RELEASE-THE-ACCOUNT
               END-IF
           END-IF.
      *
      *    READ THE CUSTOMER'S CONTACT ROWS FORWARD - OLDEST FIRST -
      *    SO THE LAST TYPE P ROW SEEN IS THE LATEST PROMISE.
       210-FIND-LAST-PROMISE.
      *
           MOVE 'N'    TO WS-LAST-PROMISE-SW.
           MOVE SPACE  TO WS-LAST-PROMISE-STATUS.
           MOVE SPACES TO WS-LAST-PROMISE-DATE.
           MOVE 'N'    TO WS-CTC-DONE-SW.
      *
           MOVE WS-PREV-CUSTOMER-NUMBER TO CTC-CUSTOMER-NUMBER-1.
           MOVE LOW-VALUES              TO CTC-CONTACT-DATE-1
                                           CTC-CONTACT-TIME-1.
           START CTC-FILE KEY IS NOT LESS THAN CTC-KEY-1
               INVALID KEY MOVE 'Y' TO WS-CTC-DONE-SW.
      *
           IF NOT WS-CTC-DONE
               READ CTC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CTC-DONE-SW
               END-READ
               PERFORM 215-SCREEN-ONE-CONTACT
                   UNTIL WS-CTC-DONE
           END-IF.
      *
       215-SCREEN-ONE-CONTACT.
      *
           IF CTC-CUSTOMER-NUMBER-1 NOT = WS-PREV-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-CTC-DONE-SW
           ELSE
               IF CTC-TYPE-PROMISE-1
                   MOVE 'Y'                  TO WS-LAST-PROMISE-SW
                   MOVE CTC-PROMISE-STATUS-1 TO WS-LAST-PROMISE-STATUS
                   MOVE CTC-PROMISE-DATE-1   TO WS-LAST-PROMISE-DATE
               END-IF
               READ CTC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CTC-DONE-SW
               END-READ
           END-IF.
      *
       230-RELEASE-THE-ACCOUNT.
      *
           PERFORM 240-ASSIGN-THE-COLLECTOR.
      *
           MOVE WS-PREV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW
           END-READ.
           IF WS-CMFFILE-SUCCESS
               MOVE CM-LAST-NAME TO SRT-CUSTOMER-NAME
               MOVE CM-PHONE     TO SRT-PHONE
           ELSE
               MOVE '*** NOT ON CUSTOMER FILE ***'
                 TO SRT-CUSTOMER-NAME
               MOVE SPACES       TO SRT-PHONE
           END-IF.
      *
           MOVE WS-PREV-CUSTOMER-NUMBER TO SRT-CUSTOMER-NUMBER.
           MOVE WS-CUST-PAST-DUE        TO SRT-PAST-DUE.
           MOVE WS-CUST-OLDEST-DAYS     TO SRT-OLDEST-DAYS.
           MOVE WS-CUST-INVOICE-CNT     TO SRT-INVOICE-CNT.
           MOVE WS-CUST-BUCKET (1)      TO SRT-BUCKET (1).
           MOVE WS-CUST-BUCKET (2)      TO SRT-BUCKET (2).
           MOVE WS-CUST-BUCKET (3)      TO SRT-BUCKET (3).
           MOVE WS-CUST-BUCKET (4)      TO SRT-BUCKET (4).
      *
           IF WS-HAS-A-PROMISE AND WS-LAST-PROMISE-BROKEN
               MOVE 'Y'                  TO SRT-BROKEN-SW
               MOVE WS-LAST-PROMISE-DATE TO SRT-BROKEN-DATE
               ADD 1 TO WS-BROKEN-CNT
           ELSE
               MOVE 'N'                  TO SRT-BROKEN-SW
               MOVE SPACES               TO SRT-BROKEN-DATE
           END-IF.
      *
           ADD 1 TO WS-LISTED-CNT.
           ADD WS-CUST-PAST-DUE TO WS-LISTED-PAST-DUE.
           RELEASE SORT-RECORD.
      *
       240-ASSIGN-THE-COLLECTOR.
      *
           IF WS-COL-COUNT = ZERO
               MOVE 'ALL' TO SRT-COLLECTOR
           ELSE
               MOVE ZERO TO WS-COL-HIT-SUB
               PERFORM 245-CHECK-ONE-RANGE
                   VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
                      OR WS-COL-HIT-SUB > ZERO
               IF WS-COL-HIT-SUB > ZERO
                   MOVE WS-COL-ID (WS-COL-HIT-SUB) TO SRT-COLLECTOR
               ELSE
                   MOVE 'UNASSIGN' TO SRT-COLLECTOR
               END-IF
           END-IF.
      *
       245-CHECK-ONE-RANGE.
      *
           IF WS-PREV-CUSTOMER-NUMBER
                   NOT > WS-COL-HIGH-CUSTOMER (WS-COL-SUB)
               MOVE WS-COL-SUB TO WS-COL-HIT-SUB
           END-IF.
      *
       300-PRINT-THE-WORKLISTS.
      *
           MOVE 'Y' TO WS-FIRST-RECORD-SW.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
           PERFORM 310-PRINT-ONE-ACCOUNT
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-RECORD
               PERFORM 340-PRINT-COLLECTOR-TOTAL
           END-IF.
      *
       310-PRINT-ONE-ACCOUNT.
      *
           IF WS-FIRST-RECORD
               PERFORM 320-START-NEW-COLLECTOR
           ELSE IF SRT-COLLECTOR NOT = WS-PREV-COLLECTOR
               PERFORM 340-PRINT-COLLECTOR-TOTAL
               PERFORM 320-START-NEW-COLLECTOR
           END-IF.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           ADD 1 TO WS-RANK.
           MOVE WS-RANK             TO DTL-RANK.
           MOVE SRT-CUSTOMER-NUMBER TO DTL-CUSTOMER-NUMBER.
           MOVE SRT-CUSTOMER-NAME   TO DTL-CUSTOMER-NAME.
           MOVE SRT-PHONE           TO DTL-PHONE.
           MOVE SRT-INVOICE-CNT     TO DTL-INVOICE-CNT.
           MOVE SRT-PAST-DUE        TO DTL-PAST-DUE.
           MOVE SRT-BUCKET (1)      TO DTL-BUCKET (1).
           MOVE SRT-BUCKET (2)      TO DTL-BUCKET (2).
           MOVE SRT-BUCKET (3)      TO DTL-BUCKET (3).
           MOVE SRT-BUCKET (4)      TO DTL-BUCKET (4).
           MOVE SRT-OLDEST-DAYS     TO DTL-OLDEST-DAYS.
           IF SRT-PROMISE-BROKEN
               MOVE 'BROKEN '       TO DTL-BROKEN-FLAG
               MOVE SRT-BROKEN-DATE TO DTL-BROKEN-DATE
           ELSE
               MOVE SPACES          TO DTL-BROKEN-FLAG
                                       DTL-BROKEN-DATE
           END-IF.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-CNT.
      *
           ADD SRT-PAST-DUE   TO WS-COLL-PAST-DUE.
           ADD SRT-BUCKET (1) TO WS-COLL-BUCKET (1).
           ADD SRT-BUCKET (2) TO WS-COLL-BUCKET (2).
           ADD SRT-BUCKET (3) TO WS-COLL-BUCKET (3).
           ADD SRT-BUCKET (4) TO WS-COLL-BUCKET (4).
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW.
      *
       320-START-NEW-COLLECTOR.
      *
           MOVE SRT-COLLECTOR TO WS-PREV-COLLECTOR.
           MOVE 'N'           TO WS-FIRST-RECORD-SW.
           MOVE ZERO          TO WS-RANK
                                 WS-COLL-PAST-DUE
                                 WS-COLL-BUCKET (1)
                                 WS-COLL-BUCKET (2)
                                 WS-COLL-BUCKET (3)
                                 WS-COLL-BUCKET (4).
           ADD 1 TO WS-COLLECTOR-CNT.
           PERFORM 600-PRINT-HEADINGS.
      *
       340-PRINT-COLLECTOR-TOTAL.
      *
           MOVE WS-RANK            TO CTL-ACCOUNTS.
           MOVE WS-COLL-PAST-DUE   TO CTL-PAST-DUE.
           MOVE WS-COLL-BUCKET (1) TO CTL-BUCKET (1).
           MOVE WS-COLL-BUCKET (2) TO CTL-BUCKET (2).
           MOVE WS-COLL-BUCKET (3) TO CTL-BUCKET (3).
           MOVE WS-COLL-BUCKET (4) TO CTL-BUCKET (4).
           WRITE PRINT-LINE FROM COLLECTOR-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR       TO HDG1-PAGE-NBR.
           MOVE WS-PREV-COLLECTOR TO HDG1-COLLECTOR.
           MOVE WS-TODAY-DATE     TO HDG1-RUN-DATE.
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
           MOVE 'INVOICES READ:'                   TO SL-LABEL.
           MOVE WS-INVOICE-READ-CNT                TO SL-COUNT.
           MOVE ZERO                               TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'CUSTOMERS WITH A PAST-DUE BALANCE:' TO SL-LABEL.
           MOVE WS-PAST-DUE-CUST-CNT               TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LEFT OFF - PROMISE STILL OPEN:'  TO SL-LABEL.
           MOVE WS-ON-PROMISE-CNT                  TO SL-COUNT.
           MOVE WS-PROMISED-PAST-DUE               TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  ON THE WORKLISTS:'              TO SL-LABEL.
           MOVE WS-LISTED-CNT                      TO SL-COUNT.
           MOVE WS-LISTED-PAST-DUE                 TO SL-AMOUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE ZERO                               TO SL-AMOUNT.
           MOVE '    WITH A BROKEN PROMISE:'       TO SL-LABEL.
           MOVE WS-BROKEN-CNT                      TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'COLLECTOR WORKLISTS PRINTED:'     TO SL-LABEL.
           MOVE WS-COLLECTOR-CNT                   TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
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
           CLOSE INVOICE-FILE
                 DSP-FILE
                 CM-FILE
                 CTC-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL INVOICES READ      = " WS-INVOICE-READ-CNT.
           DISPLAY "ACCOUNTS ON WORKLISTS    = " WS-LISTED-CNT.
           DISPLAY "LEFT OFF ON A PROMISE    = " WS-ON-PROMISE-CNT.
           DISPLAY "BROKEN PROMISES LISTED   = " WS-BROKEN-CNT.
           DISPLAY "INVOICES UNDER OPEN DISPUTE: " WS-DISPUTED-CNT.
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
           MOVE WS-INVOICE-READ-CNT   TO RUNHIST-RECORD-COUNT.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
           CLOSE RUNHIST-FILE.
      *
