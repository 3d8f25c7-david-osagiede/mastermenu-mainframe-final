      *Nightly archive/purge job for INVFEC. Browses INVOICE-FILE
      *sequentially by INV-KEY-1 the way INVCFFEC/INVARFEC already do,
      *and for every invoice whose INV-INVOICE-DATE-1 is older than
      *the INV retention age on the RTPFEC retention policy file,
      *writes a full copy of the record to INVOICE-HISTORY-
      *FILE and then deletes it from the live INVOICE-FILE. Uses the
      *same 30/360 day-count ordinal approximation INVARFEC uses for
      *aging so "how old is this invoice" is computed the same way in
      *browses in CMINQFEC and INSUMFEC's full-file summary, while
      *INVOICE-HISTORY-FILE preserves the archived records - same
      *447-byte layout as INVFEC - for INVSTFEC/INVARFEC-style
      *reporting against old data if that is ever needed. An
      *invoice whose customer is under a LGHFEC legal hold covering
      *the invoice date is left on file and listed as HELD.
      *
      *MOD HISTORY
      *2026-08-09  DAO  ORIGINAL PROGRAM.
      *                 THROUGH TO IT ONLINE AND INVHRFEC CAN REPRINT
      *                 FROM IT - THE FLAT INVHIST EXTRACT STAYS FOR
      *                 THE EXISTING REPORT-STYLE USES.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  RETENTION COMES FROM THE RTPFEC POLICY FILE
      *                 THROUGH RTPBTFEC INSTEAD OF THE PURGPARM CARD,
      *                 AND INVOICES UNDER A LGHFEC LEGAL HOLD ARE
      *                 KEPT AND LISTED AS HELD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ORGANIZATION IS INDEXED
      *
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
       FD INVOICE-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-HISTORY-RECORD.
       01  INVOICE-HISTORY-RECORD                PIC X(653).
      *
       FD INVH-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVH-FILE-RECORD.
       01  INVH-FILE-RECORD.
           05  INVH-KEY-1.
               10  INVH-INVOICE-NUMBER-1         PIC 9(06).
           05  INVH-DATA-1                       PIC X(647).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
           88  WS-INVFILE-EOF                    VALUE '10'.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
      * DEFAULT RETENTION IF THERE IS NO INV POLICY ROW -
      * TWO YEARS ON THE SAME 360-DAY BASIS INVARFEC USES FOR AGING.
       01 WS-RETENTION-DAYS                  PIC 9(05)  VALUE 00720.
      *
      *
       01 WS-INVOICE-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-INVOICE-PURGED-CNT              PIC 9(07)  COMP-3 VALUE 0.
       01 WS-INVOICE-HELD-CNT                PIC 9(07)  COMP-3 VALUE 0.
      *
       COPY RTPCKCOM.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(35)
           05  DTL-INVOICE-DATE                PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  DTL-DAYS-OLD                    PIC ZZZZZ9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  DTL-HOLD-TEXT                   PIC X(40).
      *
       01 SUMMARY-LINE-1.
           05  FILLER                         PIC X(20)
           05  FILLER                         PIC X(20)
               VALUE 'INVOICES PURGED:'.
           05  SL3-INVOICE-PURGED-CNT          PIC ZZZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                         PIC X(20)
               VALUE 'INVOICES HELD:'.
           05  SL4-INVOICE-HELD-CNT            PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 050-READ-RETENTION-POLICY.
      *
           ACCEPT WS-TODAY-DATE-GROUP FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-ORDINAL =
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-RETENTION-POLICY.
      *
           MOVE 'P'    TO RTPCK-FUNCTION.
           MOVE 'INV ' TO RTPCK-RECORD-TYPE.
           CALL 'RTPBTFEC' USING RTPCK-COMMAREA.
           IF RTPCK-POLICY-FOUND AND RTPCK-RETENTION-DAYS > 0
               MOVE RTPCK-RETENTION-DAYS TO WS-RETENTION-DAYS
           ELSE
               DISPLAY "NO INV RETENTION POLICY - USING DEFAULT "
                       "RETENTION OF " WS-RETENTION-DAYS " DAYS"
           END-IF.
      *
           COMPUTE WS-DAYS-OLD = WS-TODAY-ORDINAL - WS-INVOICE-ORDINAL.
      *
           IF WS-DAYS-OLD > WS-RETENTION-DAYS
               MOVE 'H'                   TO RTPCK-FUNCTION
               MOVE INV-CUSTOMER-NUMBER-1 TO RTPCK-CUSTOMER-NUMBER
               MOVE INV-INVOICE-DATE-1    TO RTPCK-RECORD-DATE
               CALL 'RTPBTFEC' USING RTPCK-COMMAREA
               IF RTPCK-HELD
                   PERFORM 160-LIST-HELD-INVOICE
               ELSE
                   PERFORM 150-ARCHIVE-AND-PURGE
               END-IF
           END-IF.
      *
           READ INVOICE-FILE NEXT RECORD
           MOVE INV-CUSTOMER-NUMBER-1 TO DTL-CUSTOMER-NUMBER.
           MOVE INV-INVOICE-DATE-1    TO DTL-INVOICE-DATE.
           MOVE WS-DAYS-OLD           TO DTL-DAYS-OLD.
           MOVE SPACES                TO DTL-HOLD-TEXT.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-INVOICE-PURGED-CNT.
      *
       160-LIST-HELD-INVOICE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 200-PRINT-HEADINGS
           END-IF.
      *
           MOVE INV-INVOICE-NUMBER-1  TO DTL-INVOICE-NUMBER.
           MOVE INV-CUSTOMER-NUMBER-1 TO DTL-CUSTOMER-NUMBER.
           MOVE INV-INVOICE-DATE-1    TO DTL-INVOICE-DATE.
           MOVE WS-DAYS-OLD           TO DTL-DAYS-OLD.
           MOVE SPACES                TO DTL-HOLD-TEXT.
           STRING 'HELD - ' DELIMITED BY SIZE
                  RTPCK-MATTER DELIMITED BY SIZE
               INTO DTL-HOLD-TEXT.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-INVOICE-HELD-CNT.
      *
       200-PRINT-HEADINGS.
      *
           MOVE WS-RETENTION-DAYS     TO SL1-RETENTION-DAYS.
           MOVE WS-INVOICE-READ-CNT   TO SL2-INVOICE-READ-CNT.
           MOVE WS-INVOICE-PURGED-CNT TO SL3-INVOICE-PURGED-CNT.
           MOVE WS-INVOICE-HELD-CNT   TO SL4-INVOICE-HELD-CNT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
                 PRINT-FILE.
           DISPLAY "TOTAL INVOICES READ   = " WS-INVOICE-READ-CNT.
           DISPLAY "TOTAL INVOICES PURGED = " WS-INVOICE-PURGED-CNT.
           DISPLAY "TOTAL INVOICES HELD   = " WS-INVOICE-HELD-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
