       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWPOLFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Sets the PWPFEC operator password policy record from the
      *PWPPARM parameter card - the days a password lasts before
      *UUSGNFEC forces a change (000 for never), how many previous
      *passwords PWCHGFEC refuses to take back (01-10), and the days
      *without a sign-on after which OPREXFEC lists an ID as
      *dormant. Writes the record if the file is empty, rewrites it
      *otherwise, and stamps the date, time, and SYSOPS as the
      *setter, the way SYSOPFEC sets SYSSTFEC.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PWP-PARM-FILE ASSIGN TO PWPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT PWP-FILE ASSIGN TO PWPMSTR
               RECORD KEY IS PWP-RECORD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PWPFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PWP-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS PWP-PARM-RECORD.
       01  PWP-PARM-RECORD.
           05  PWPP-MAX-AGE-DAYS                 PIC 9(03).
           05  PWPP-HISTORY-DEPTH                PIC 9(02).
           05  PWPP-DORMANT-DAYS                 PIC 9(03).
           05  FILLER                            PIC X(08).
      *
       FD PWP-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PWP-FILE-RECORD.
       01  PWP-FILE-RECORD.
           05  PWP-KEY-1.
               10  PWP-RECORD-KEY-1          PIC 9(01).
           05  PWP-MAX-AGE-DAYS-1            PIC 9(03).
           05  PWP-HISTORY-DEPTH-1           PIC 9(02).
           05  PWP-DORMANT-DAYS-1            PIC 9(03).
           05  PWP-SET-DATE-1                PIC X(08).
           05  PWP-SET-TIME-1                PIC X(06).
           05  PWP-SET-BY-1                  PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-PWPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PWPFILE-SUCCESS                VALUE '00'.
           88  WS-PWPFILE-NOTFND                 VALUE '23'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-TODAY-DATE                      PIC X(08).
       01 WS-RUN-TIME-GROUP.
           05  WS-RUN-TIME                   PIC 9(06).
           05  FILLER                        PIC 9(02).
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-GROUP FROM TIME.
      *
           OPEN INPUT PWP-PARM-FILE.
           IF NOT WS-PARMFILE-SUCCESS
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "PWP-PARM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ PWP-PARM-FILE
               AT END MOVE 'Y' TO WS-PARMFILE-SW.
           IF NOT WS-PARMFILE-SUCCESS
               DISPLAY "NO PARAMETER CARD IN PWP-PARM-FILE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF PWPP-MAX-AGE-DAYS NOT NUMERIC
               DISPLAY "MAXIMUM PASSWORD AGE MUST BE 000-999 DAYS"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF PWPP-HISTORY-DEPTH NOT NUMERIC
                   OR PWPP-HISTORY-DEPTH < 1
                   OR PWPP-HISTORY-DEPTH > 10
               DISPLAY "PASSWORD HISTORY DEPTH MUST BE 01-10"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF PWPP-DORMANT-DAYS NOT NUMERIC
                   OR PWPP-DORMANT-DAYS = ZERO
               DISPLAY "DORMANT DAYS MUST BE 001-999"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O PWP-FILE.
           IF NOT WS-PWPFILE-SUCCESS
               DISPLAY "WS-PWPFILE-SW=" WS-PWPFILE-SW
               DISPLAY "PWP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 0 TO PWP-RECORD-KEY-1.
           MOVE '00' TO WS-PWPFILE-SW.
           READ PWP-FILE
               INVALID KEY MOVE '23' TO WS-PWPFILE-SW.
      *
           MOVE PWPP-MAX-AGE-DAYS  TO PWP-MAX-AGE-DAYS-1.
           MOVE PWPP-HISTORY-DEPTH TO PWP-HISTORY-DEPTH-1.
           MOVE PWPP-DORMANT-DAYS  TO PWP-DORMANT-DAYS-1.
           MOVE WS-TODAY-DATE      TO PWP-SET-DATE-1.
           MOVE WS-RUN-TIME        TO PWP-SET-TIME-1.
           MOVE 'SYSOPS'           TO PWP-SET-BY-1.
      *
           IF WS-PWPFILE-NOTFND
               MOVE 0 TO PWP-RECORD-KEY-1
               WRITE PWP-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-PWPFILE-SW
               END-WRITE
           ELSE
               REWRITE PWP-FILE-RECORD
           END-IF.
      *
           IF NOT WS-PWPFILE-SUCCESS
               DISPLAY "WS-PWPFILE-SW=" WS-PWPFILE-SW
               DISPLAY "PWP-FILE UPDATE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           DISPLAY "PASSWORD MAXIMUM AGE DAYS  " PWPP-MAX-AGE-DAYS.
           DISPLAY "PASSWORD HISTORY DEPTH     " PWPP-HISTORY-DEPTH.
           DISPLAY "DORMANT OPERATOR DAYS      " PWPP-DORMANT-DAYS.
           PERFORM 900-COMPLETED-OK.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE PWP-PARM-FILE
                 PWP-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
