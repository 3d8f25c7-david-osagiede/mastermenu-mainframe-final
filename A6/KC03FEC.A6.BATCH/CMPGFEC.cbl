       DATE-WRITTEN. 2026-08-22.
      *PROGRAM DESCRIPTION:
      *Inactive customer archive/purge, modeled on INVPGFEC's
      *archive-then-delete pattern. The CUST row of the RTPFEC
      *retention policy file gives the retention in days; a customer
      *whose CBSFEC last-activity date is older than that (or who
      *has no CBSFEC row at all) is archived to the flat CUSTOMER-
      *HISTORY-FILE and deleted from CMFFEC. Only a customer
      *CMMNTFEC has CLOSED (CM-STATUS C) is ever a candidate - an
      *active account that happens to be dormant, or a new one with
      *no CBSFEC row yet, is never touched. A candidate is REFUSED -
      *reported, left on file - when the CBSFEC row still carries an
      *open balance or when a BKOFEC backorder row still owes them
      *product; the backorder customers are collected in one pass of
      *BKOFEC up front so the check is a table lookup per candidate.
      *A candidate under any LGHFEC legal hold, whatever its dates,
      *is HELD - reported and left on file with its contacts,
      *ship-tos and history. Ages use the same 30/360 day-count
      *ordinal INVARFEC and INVPGFEC use. A register prints every
      *customer archived and every one refused or held, with the
      *reason.
      *
      *MOD HISTORY
      *2026-08-22  DAO  ORIGINAL PROGRAM.
      *                 MOVES CLOSED CUSTOMERS, NOT MERELY QUIET
      *                 ONES, AND A BRAND-NEW ACCOUNT WITH NO CBSFEC
      *                 ROW NO LONGER LOOKS INFINITELY OLD.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *2026-10-15  DAO  RETENTION COMES FROM THE CUST ROW OF THE RTPFEC
      *                 POLICY FILE, IN DAYS, THROUGH RTPBTFEC INSTEAD
      *                 OF THE CMPPARM YEARS CARD, AND A CUSTOMER UNDER
      *                 A LGHFEC LEGAL HOLD IS NEVER PURGED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
      *
       DATA DIVISION.
       FILE SECTION.
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
           05  FILLER                        PIC X(124).
           05  CM-STATUS                     PIC X(1).
               88  CM-STATUS-CLOSED              VALUE 'C'.
           05  FILLER                        PIC X(116).
      *
       FD CBS-FILE
           RECORD CONTAINS 25 CHARACTERS
      *
       FD CM-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-HISTORY-RECORD.
       01  CM-HISTORY-RECORD                PIC X(297).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-EOF                    VALUE '10'.
           88  WS-BKO-EOF                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-RETENTION-DAYS                  PIC 9(05)  VALUE 0.
       01 WS-CURRENT-DATE                    PIC X(08)  VALUE SPACES.
       01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE.
       01 WS-ARCHIVED-CNT                    PIC 9(05)  COMP-3 VALUE 0.
       01 WS-REFUSED-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-KEPT-CNT                        PIC 9(05)  COMP-3 VALUE 0.
       01 WS-HELD-CNT                        PIC 9(05)  COMP-3 VALUE 0.
      *
       COPY RTPCKCOM.
      *
       01 WS-EDIT-FIELDS.
           05  WS-CNT-EDIT                   PIC ZZZZ9.
           05  FILLER                        PIC X(09)
               VALUE '  KEPT:'.
           05  TL-KEPT                       PIC ZZZZ9.
           05  FILLER                        PIC X(09)
               VALUE '  HELD:'.
           05  TL-HELD                       PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           OPEN I-O CM-FILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 100-READ-RETENTION-POLICY.
           PERFORM 150-COLLECT-BACKORDER-CUSTOMERS.
      *
           READ CM-FILE NEXT RECORD
           PERFORM 700-PRINT-RUN-TOTALS.
           PERFORM 900-COMPLETED-OK.
      *
       100-READ-RETENTION-POLICY.
      *
      *    A CUSTOMER PURGE NEVER RUNS ON A GUESSED RETENTION - WITH
      *    NO CUST ROW ON THE POLICY FILE THE JOB STOPS.
           MOVE 'P'    TO RTPCK-FUNCTION.
           MOVE 'CUST' TO RTPCK-RECORD-TYPE.
           CALL 'RTPBTFEC' USING RTPCK-COMMAREA.
      *
           IF NOT RTPCK-POLICY-FOUND
             OR RTPCK-RETENTION-DAYS = ZERO
               DISPLAY "NO CUST RETENTION POLICY ON RTPFEC - "
                       "NO RETENTION GIVEN"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE RTPCK-RETENTION-DAYS TO WS-RETENTION-DAYS.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CURRENT-ORDINAL =
               (WS-CD-YEAR * 360) + (WS-CD-MONTH * 30) + WS-CD-DAY.
      *
           DISPLAY "PURGING CUSTOMERS INACTIVE "
                   WS-RETENTION-DAYS " DAYS OR MORE".
      *
       150-COLLECT-BACKORDER-CUSTOMERS.
      *
           IF WS-AGE-DAYS < WS-RETENTION-DAYS
               ADD 1 TO WS-KEPT-CNT
           ELSE
               MOVE 'H'                TO RTPCK-FUNCTION
               MOVE CM-CUSTOMER-NUMBER TO RTPCK-CUSTOMER-NUMBER
               MOVE SPACES             TO RTPCK-RECORD-DATE
               CALL 'RTPBTFEC' USING RTPCK-COMMAREA
               MOVE CM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
               PERFORM 170-LOOK-UP-BKO-CUSTOMER
               IF RTPCK-HELD
                   MOVE SPACES TO RGL-DISPOSITION
                   STRING 'HELD - LEGAL HOLD ' DELIMITED BY SIZE
                          RTPCK-MATTER         DELIMITED BY SIZE
                       INTO RGL-DISPOSITION
                   ADD 1 TO WS-HELD-CNT
                   PERFORM 600-PRINT-REGISTER-LINE
               ELSE IF WS-BKO-CUST-FOUND
                   MOVE 'REFUSED - OPEN BACKORDERS'
                     TO RGL-DISPOSITION
                   ADD 1 TO WS-REFUSED-CNT
           MOVE WS-ARCHIVED-CNT TO TL-ARCHIVED.
           MOVE WS-REFUSED-CNT  TO TL-REFUSED.
           MOVE WS-KEPT-CNT     TO TL-KEPT.
           MOVE WS-HELD-CNT     TO TL-HELD.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE CM-FILE
                 CBS-FILE
                 BKO-FILE
                 CM-HISTORY-FILE
