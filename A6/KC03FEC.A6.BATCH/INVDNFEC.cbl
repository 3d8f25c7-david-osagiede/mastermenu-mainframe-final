      *dates and balances, with the letter text escalating by the
      *customer's WORST bucket: friendly at 31-60 days, firm at
      *61-90, and final over 90. A customer whose open balances are
      *all current gets no notice at all. Each printed notice is a
      *page of the SPLFEC spool with an SPBFEC row naming the
      *customer's collector, taken from the same COLWPARM customer
      *number ranges COLWLFEC uses, so RPTVWFEC can show a collector
      *only his or her own notices.
      *
      *MOD HISTORY
      *2026-10-15  DAO  WRITE THE PRINTED NOTICES TO THE SPLFEC SPOOL,
      *                 ONE PAGE A NOTICE, WITH AN SPBFEC ROW NAMING THE
      *                 COLLECTOR FROM THE COLWPARM RANGES SO THE
      *                 REGISTER CAN BE BURST BY COLLECTOR IN RPTVWFEC.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *2026-10-15  DAO  LEAVE THE OPEN DISPUTED AMOUNT ON DSPFEC OUT
      *                 OF EACH PAST-DUE BALANCE - A FULLY DISPUTED
      *                 INVOICE IS NOT DUNNED AT ALL.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-09-01  DAO  ROUTE NOTICES FOR CUSTOMERS FLAGGED
      *                 CM-DELIVERY-PREF E TO THE EMAILOUT EXTRACT -
      *                 ONE H RECORD WITH THE EMAIL ADDRESS, THEN
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

           SELECT COLW-PARM-FILE ASSIGN TO COLWPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT SPL-FILE ASSIGN TO SPLMSTR
               RECORD KEY IS SPL-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SPLFILE-SW.

           SELECT SPB-FILE ASSIGN TO SPBMSTR
               RECORD KEY IS SPB-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SPBFILE-SW.

           SELECT EMAIL-FILE ASSIGN TO EMAILOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMLFILE-SW.
       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
      *
           05  INV-FREIGHT-AMOUNT-1              PIC S9(07)V99.
           05  INV-REP-CODE-1                  PIC X(03).
           05  INV-SHIPTO-CODE-1               PIC X(04).
           05  INV-LINE-UOM-1                  OCCURS 10 TIMES.
               10  INV-ENTRY-UOM-1             PIC X(02).
               10  INV-ENTRY-FACTOR-1          PIC 9(05).
      *
       FD DSP-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS DSP-FILE-RECORD.
       01  DSP-FILE-RECORD.
           05  DSP-KEY-1.
               10  DSP-INVOICE-NUMBER-1          PIC 9(06).
           05  DSP-CUSTOMER-NUMBER-1             PIC X(06).
           05  DSP-DISPUTED-AMOUNT-1             PIC S9(07)V99.
           05  DSP-REASON-CODE-1                 PIC X(02).
           05  DSP-OWNER-1                       PIC X(08).
           05  DSP-STATUS-1                      PIC X(01).
               88  DSP-STATUS-OPEN-1                 VALUE 'O'.
           05  FILLER                            PIC X(98).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF              PIC X(01).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
      *
       FD COLW-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS COLW-PARM-RECORD.
       01  COLW-PARM-RECORD.
           05  COLW-COLLECTOR-ID             PIC X(08).
           05  COLW-HIGH-CUSTOMER            PIC X(06).
      *
       FD SPL-FILE
           RECORD CONTAINS 162 CHARACTERS
           DATA RECORD IS SPL-FILE-RECORD.
       01  SPL-FILE-RECORD.
           05  SPL-KEY-1.
               10  SPL-REPORT-ID-1           PIC X(08).
               10  SPL-RUN-DATE-1            PIC X(08).
               10  SPL-RUN-TIME-1            PIC X(06).
               10  SPL-PAGE-NUMBER-1         PIC 9(04).
               10  SPL-LINE-NUMBER-1         PIC 9(03).
           05  SPL-PRINT-LINE-1              PIC X(133).
      *
       FD SPB-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS SPB-FILE-RECORD.
       01  SPB-FILE-RECORD.
           05  SPB-KEY-1.
               10  SPB-REPORT-ID-1           PIC X(08).
               10  SPB-RUN-DATE-1            PIC X(08).
               10  SPB-RUN-TIME-1            PIC X(06).
               10  SPB-PAGE-NUMBER-1         PIC 9(04).
           05  SPB-BURST-KEY-1               PIC X(08).
      *
       FD EMAIL-FILE
           RECORDING MODE IS F
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
           88  WS-INVFILE-EOF                    VALUE '10'.
       01 WS-DSPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DSPFILE-SUCCESS                VALUE '00'.
           88  WS-DSPFILE-NOTFND                 VALUE '23'.
       01 WS-DISPUTE-SW                      PIC X(01)  VALUE 'N'.
           88  WS-DISPUTE-OPEN                   VALUE 'Y'.
       01 WS-COLLECTIBLE-BALANCE             PIC S9(07)V99 VALUE 0.
       01 WS-DISPUTED-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-NOTFND                 VALUE '23'.
       01 WS-EMAILED-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-PARM-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-PARM-EOF                       VALUE 'Y'.
       01 WS-SPLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SPLFILE-SUCCESS                VALUE '00'.
       01 WS-SPBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SPBFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-FIRST-RECORD-SW                 PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-RECORD                   VALUE 'Y'.
       01 WS-NOTICE-CNT                      PIC 9(05)  COMP-3 VALUE 0.
      *
      * COLLECTOR RANGES FROM THE COLWPARM CARDS, LOWEST FIRST, AS
      * COLWLFEC READS THEM.
       01 WS-COLLECTOR-TABLE.
           05  WS-COL-ENTRY                  OCCURS 10 TIMES.
               10  WS-COL-ID                 PIC X(08).
               10  WS-COL-HIGH-CUSTOMER      PIC X(06).
       01 WS-COL-MAX                         PIC S9(04) COMP VALUE 10.
       01 WS-COL-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-COL-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-COL-HIT-SUB                     PIC S9(04) COMP VALUE 0.
      *
      * THE SPOOL KEY OF THE PAGE NOW PRINTING, AND THE COLLECTOR IT
      * BELONGS TO - SPACES ON THE RUN TOTAL PAGE.
       01 WS-RUN-DATE                        PIC X(08)  VALUE SPACES.
       01 WS-RUN-TIME-RAW                    PIC X(08)  VALUE SPACES.
       01 WS-RUN-TIME                        PIC X(06)  VALUE SPACES.
       01 WS-PAGE-NBR                        PIC 9(04)  VALUE 0.
       01 WS-SPOOL-SEQ                       PIC 9(03)  VALUE 0.
       01 WS-SPOOL-LINE                      PIC X(133) VALUE SPACES.
       01 WS-BURST-KEY                       PIC X(08)  VALUE SPACES.
      *
       01 NOTICE-HEADING-LINE.
           05  FILLER                        PIC X(33)
               DISPLAY "INVOICE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT DSP-FILE.
           IF WS-DSPFILE-SUCCESS
               DISPLAY "DSP-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-DSPFILE-SW=" WS-DSPFILE-SW
               DISPLAY "DSP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CM-FILE.
           IF WS-CMFFILE-SUCCESS
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O SPL-FILE.
           IF WS-SPLFILE-SUCCESS
               DISPLAY "SPL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SPLFILE-SW=" WS-SPLFILE-SW
               DISPLAY "SPL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O SPB-FILE.
           IF WS-SPBFILE-SUCCESS
               DISPLAY "SPB-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SPBFILE-SW=" WS-SPBFILE-SW
               DISPLAY "SPB-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ACCEPT WS-RUN-DATE     FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME.
      *
           PERFORM 050-READ-COLLECTOR-CARDS.
      *
           OPEN OUTPUT EMAIL-FILE.
           IF NOT WS-EMLFILE-SUCCESS
      *
           PERFORM 700-PRINT-RUN-TOTAL.
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
               DISPLAY "NO COLLECTOR CARDS - EVERY NOTICE BURSTS TO ALL"
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
       100-READ-NEXT-INVOICE.
      *
                   OR INV-OPEN-BALANCE-1 NOT > ZERO
               CONTINUE
           ELSE
               PERFORM 350-NET-OUT-DISPUTE
               IF WS-COLLECTIBLE-BALANCE > ZERO
                   PERFORM 400-AGE-ONE-OPEN-INVOICE
               END-IF
           END-IF.
      *
           PERFORM 100-READ-NEXT-INVOICE.
                                         WS-PD-TOTAL
                                         WS-WORST-DAYS-PAST-DUE.
           MOVE 'N'                   TO WS-FIRST-RECORD-SW.
      *
      *    AN OPEN DISPUTE ON DSPFEC TAKES ITS AMOUNT, UP TO THE OPEN
      *    BALANCE, OUT OF WHAT IS DUNNED. A FULLY DISPUTED INVOICE
      *    IS NOT LISTED AT ALL.
       350-NET-OUT-DISPUTE.
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
       400-AGE-ONE-OPEN-INVOICE.
      *
                 TO WS-PD-DUE-DATE (WS-PD-CNT)
               MOVE WS-DAYS-PAST-DUE
                 TO WS-PD-DAYS-PAST-DUE (WS-PD-CNT)
               MOVE WS-COLLECTIBLE-BALANCE
                 TO WS-PD-OPEN-BALANCE (WS-PD-CNT)
               ADD WS-COLLECTIBLE-BALANCE TO WS-PD-TOTAL
               IF WS-DAYS-PAST-DUE > WS-WORST-DAYS-PAST-DUE
                   MOVE WS-DAYS-PAST-DUE TO WS-WORST-DAYS-PAST-DUE
               END-IF
      *
       605-PRINT-THE-NOTICE.
      *
           PERFORM 640-ASSIGN-THE-COLLECTOR.
           PERFORM 610-PRINT-NOTICE-HEADINGS.
           PERFORM 620-PRINT-LETTER-TEXT.
           WRITE PRINT-LINE FROM DETAIL-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE DETAIL-HEADING-LINE TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
           PERFORM 630-PRINT-ONE-PAST-DUE-LINE
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-CNT.
           MOVE WS-PD-TOTAL TO NTL-PD-TOTAL.
           WRITE PRINT-LINE FROM NOTICE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE NOTICE-TOTAL-LINE TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
           ADD 1 TO WS-NOTICE-CNT.
      *
       610-PRINT-NOTICE-HEADINGS.
      *
           PERFORM 745-START-SPOOL-PAGE.
      *
           WRITE PRINT-LINE FROM NOTICE-HEADING-LINE
               AFTER ADVANCING PAGE.
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM ADDRESS-LINE-3
               AFTER ADVANCING 1 LINES.
      *
           MOVE NOTICE-HEADING-LINE TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
           MOVE ADDRESS-LINE-1 TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
           MOVE ADDRESS-LINE-2 TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
           MOVE ADDRESS-LINE-3 TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
      *
       615-LOOKUP-CUSTOMER-ADDRESS.
      *
                       AFTER ADVANCING 1 LINES
                   WRITE PRINT-LINE FROM LETTER-TEXT-FINAL-3
                       AFTER ADVANCING 1 LINES
                   MOVE LETTER-TEXT-FINAL-1 TO WS-SPOOL-LINE
                   PERFORM 750-WRITE-SPOOL-LINE
                   MOVE LETTER-TEXT-FINAL-2 TO WS-SPOOL-LINE
                   PERFORM 750-WRITE-SPOOL-LINE
                   MOVE LETTER-TEXT-FINAL-3 TO WS-SPOOL-LINE
                   PERFORM 750-WRITE-SPOOL-LINE
               WHEN WS-WORST-DAYS-PAST-DUE > 60
                   WRITE PRINT-LINE FROM LETTER-TEXT-FIRM-1
                       AFTER ADVANCING 2 LINES
                   WRITE PRINT-LINE FROM LETTER-TEXT-FIRM-2
                       AFTER ADVANCING 1 LINES
                   MOVE LETTER-TEXT-FIRM-1 TO WS-SPOOL-LINE
                   PERFORM 750-WRITE-SPOOL-LINE
                   MOVE LETTER-TEXT-FIRM-2 TO WS-SPOOL-LINE
                   PERFORM 750-WRITE-SPOOL-LINE
               WHEN OTHER
                   WRITE PRINT-LINE FROM LETTER-TEXT-FRIENDLY-1
                       AFTER ADVANCING 2 LINES
                   WRITE PRINT-LINE FROM LETTER-TEXT-FRIENDLY-2
                       AFTER ADVANCING 1 LINES
                   MOVE LETTER-TEXT-FRIENDLY-1 TO WS-SPOOL-LINE
                   PERFORM 750-WRITE-SPOOL-LINE
                   MOVE LETTER-TEXT-FRIENDLY-2 TO WS-SPOOL-LINE
                   PERFORM 750-WRITE-SPOOL-LINE
           END-EVALUATE.
      *
       630-PRINT-ONE-PAST-DUE-LINE.
           MOVE WS-PD-OPEN-BALANCE (WS-PD-SUB)   TO DTL-OPEN-BALANCE.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           MOVE DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
      *
       640-ASSIGN-THE-COLLECTOR.
      *
           IF WS-COL-COUNT = ZERO
               MOVE 'ALL' TO WS-BURST-KEY
           ELSE
               MOVE ZERO TO WS-COL-HIT-SUB
               PERFORM 645-CHECK-ONE-RANGE
                   VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
                      OR WS-COL-HIT-SUB > ZERO
               IF WS-COL-HIT-SUB > ZERO
                   MOVE WS-COL-ID (WS-COL-HIT-SUB) TO WS-BURST-KEY
               ELSE
                   MOVE 'UNASSIGN' TO WS-BURST-KEY
               END-IF
           END-IF.
      *
       645-CHECK-ONE-RANGE.
      *
           IF WS-PREV-CUSTOMER-NUMBER
                   NOT > WS-COL-HIGH-CUSTOMER (WS-COL-SUB)
               MOVE WS-COL-SUB TO WS-COL-HIT-SUB
           END-IF.
      *
       650-EXTRACT-CUSTOMER-NOTICE.
      *
           END-IF.
      *
       700-PRINT-RUN-TOTAL.
      *
           MOVE SPACES TO WS-BURST-KEY.
           PERFORM 745-START-SPOOL-PAGE.
      *
           MOVE WS-NOTICE-CNT TO RTL-NOTICE-CNT.
           WRITE PRINT-LINE FROM RUN-TOTAL-LINE
               AFTER ADVANCING PAGE.
           MOVE RUN-TOTAL-LINE TO WS-SPOOL-LINE.
           PERFORM 750-WRITE-SPOOL-LINE.
           DISPLAY "NOTICES EMAILED = " WS-EMAILED-CNT.
      *
       745-START-SPOOL-PAGE.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE ZERO TO WS-SPOOL-SEQ.
      *
           MOVE 'INVDNFEC'    TO SPB-REPORT-ID-1.
           MOVE WS-RUN-DATE   TO SPB-RUN-DATE-1.
           MOVE WS-RUN-TIME   TO SPB-RUN-TIME-1.
           MOVE WS-PAGE-NBR   TO SPB-PAGE-NUMBER-1.
           MOVE WS-BURST-KEY  TO SPB-BURST-KEY-1.
      *
           WRITE SPB-FILE-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE BURST KEY " SPB-KEY-1
                   PERFORM 800-PROGRAM-FAILED.
      *
       750-WRITE-SPOOL-LINE.
      *
           ADD 1 TO WS-SPOOL-SEQ.
           MOVE 'INVDNFEC'    TO SPL-REPORT-ID-1.
           MOVE WS-RUN-DATE   TO SPL-RUN-DATE-1.
           MOVE WS-RUN-TIME   TO SPL-RUN-TIME-1.
           MOVE WS-PAGE-NBR   TO SPL-PAGE-NUMBER-1.
           MOVE WS-SPOOL-SEQ  TO SPL-LINE-NUMBER-1.
           MOVE WS-SPOOL-LINE TO SPL-PRINT-LINE-1.
      *
           WRITE SPL-FILE-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE SPOOL KEY " SPL-KEY-1
                   PERFORM 800-PROGRAM-FAILED.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
      *
       900-COMPLETED-OK.
           CLOSE INVOICE-FILE
                 DSP-FILE
                 CM-FILE
                 SPL-FILE
                 SPB-FILE
                 EMAIL-FILE
                 PRINT-FILE.
           DISPLAY "INVOICES UNDER OPEN DISPUTE: " WS-DISPUTED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
