      *2026-09-01  DAO  CARRY THE NEW OPR-DEPARTMENT ON BOTH
      *                 LAYOUTS - RECORDS GROW FROM 21 TO 25 BYTES.
      *2026-08-22  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  CARRY OPR-PASSWORD-DATE AND
      *                 OPR-LAST-SIGNON-DATE - RECORDS GROW FROM 25
      *                 TO 41 BYTES. A BLANK PASSWORD DATE MAKES THE
      *                 LOADED OPERATOR CHANGE PASSWORD AT FIRST
      *                 SIGN-ON.
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD OPR-INPUT
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS OPERATOR-INPUT-RECORD.
       01  OPERATOR-INPUT-RECORD.
      *
           05  OPR-FAILED-COUNT                PIC 9(02).
           05  OPR-LOCKED-SW                   PIC X(01).
           05  OPR-DEPARTMENT                  PIC X(04).
           05  OPR-PASSWORD-DATE               PIC X(08).
           05  OPR-LAST-SIGNON-DATE            PIC X(08).
      *
       01  OPERATOR-TRAILER-RECORD REDEFINES
               OPERATOR-INPUT-RECORD.
      *
           05  OPR-TRLR-MARKER                 PIC X(01).
           05  OPR-TRLR-RECORD-COUNT           PIC 9(07).
           05  FILLER                          PIC X(33).
      *
       FD RUNHIST-FILE
           RECORDING MODE IS F
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD OPR-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS OPERATOR-FILE-RECORD.
       01  OPERATOR-FILE-RECORD.
      *
           05  OPR-FAILED-COUNT-1              PIC 9(02).
           05  OPR-LOCKED-SW-1                 PIC X(01).
           05  OPR-DEPARTMENT-1                PIC X(04).
           05  OPR-PASSWORD-DATE-1             PIC X(08).
           05  OPR-LAST-SIGNON-DATE-1          PIC X(08).
      *
       FD OPR-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS OPR-EXCEPTION-RECORD.
       01  OPR-EXCEPTION-RECORD.
      *
           05  OPREXCP-INPUT-RECORD          PIC X(41).
           05  OPREXCP-REASON                PIC X(40).
      *
       WORKING-STORAGE SECTION.
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR"
               MOVE 'N' TO WS-VALID-SW
               MOVE "FAILED COUNT NOT NUMERIC" TO WS-EXCP-REASON
           END-IF.
      *
           IF WS-RECORD-VALID AND OPR-PASSWORD-DATE NOT = SPACES
                   AND OPR-PASSWORD-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE "PASSWORD DATE NOT BLANK OR YYYYMMDD"
                 TO WS-EXCP-REASON
           END-IF.
      *
       130-WRITE-EXCEPTION-RECORD.
      *
           DISPLAY "TOTAL RECORDS REJECTED = " WS-REJECT-COUNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
       940-WRITE-RUNHIST-START.
      *
      * THE STARTED ROW CARRIES NO END, SO THE BATCH STATUS SCREEN
      * SHOWS THE JOB AS RUNNING UNTIL ITS FINISH ROW FOLLOWS.
           MOVE 'OPRLOFEC'            TO RUNHIST-JOB-NAME.
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
