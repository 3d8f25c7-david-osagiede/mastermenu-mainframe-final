      *
      *MOD HISTORY
      *2026-08-22  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  LEAVE OPEN DISPUTED AMOUNTS ON DSPFEC OUT OF
      *                 THE PAST-DUE BALANCE THAT DRIVES THE HOLD.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           05  FILLER                            PIC X(06).
      *
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
       FD PRINT-FILE
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
           OPEN I-O CM-FILE.
           IF WS-CMFFILE-SUCCESS
                   OR INV-OPEN-BALANCE-1 NOT > ZERO
               CONTINUE
           ELSE
               PERFORM 250-NET-OUT-DISPUTE
               IF WS-COLLECTIBLE-BALANCE > ZERO
                   PERFORM 300-AGE-ONE-OPEN-INVOICE
               END-IF
           END-IF.
      *
           PERFORM 100-READ-NEXT-INVOICE.
      *
      *    AN OPEN DISPUTE ON DSPFEC TAKES ITS AMOUNT, UP TO THE OPEN
      *    BALANCE, OUT OF THE PAST DUE THAT DRIVES THE HOLD.
       250-NET-OUT-DISPUTE.
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
       300-AGE-ONE-OPEN-INVOICE.
      *
               WS-TODAY-ORDINAL - WS-DUE-ORDINAL.
      *
           IF WS-DAYS-PAST-DUE > WS-PAST-DUE-DAYS
               ADD WS-COLLECTIBLE-BALANCE TO WS-PAST-DUE-BALANCE
           END-IF.
      *
       400-SET-OR-RELEASE-HOLD.
      *
       900-COMPLETED-OK.
           CLOSE INVOICE-FILE
                 DSP-FILE
                 CM-FILE
                 PRINT-FILE.
           DISPLAY "INVOICES UNDER OPEN DISPUTE: " WS-DISPUTED-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
