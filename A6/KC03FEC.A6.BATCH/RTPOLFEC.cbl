       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTPOLFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Sets the RTPFEC record retention policy from the RTPPARM
      *parameter cards, one card per record type - the type in
      *columns 1-4 (INV, MOV, PAY, OOR or CUST), the retention in
      *days in columns 5-9, and a description in columns 10-39. Each
      *card writes its row if the type is new and rewrites it
      *otherwise, stamping the date, time, and SYSOPS as the setter
      *the way PWPOLFEC sets PWPFEC. A type with no card keeps what
      *is on file. Every card is checked before any row is touched,
      *so one bad card leaves the whole policy as it was.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RTP-PARM-FILE ASSIGN TO RTPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT RTP-FILE ASSIGN TO RTPMSTR
               RECORD KEY IS RTP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-RTPFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RTP-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RTP-PARM-RECORD.
       01  RTP-PARM-RECORD.
           05  RTPP-RECORD-TYPE                  PIC X(04).
               88  RTPP-VALID-RECORD-TYPE
                                           VALUE 'INV ' 'MOV ' 'PAY '
                                                 'OOR ' 'CUST'.
           05  RTPP-RETENTION-DAYS               PIC 9(05).
           05  RTPP-DESCRIPTION                  PIC X(30).
           05  FILLER                            PIC X(41).
      *
       FD RTP-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS RTP-FILE-RECORD.
       01  RTP-FILE-RECORD.
           05  RTP-KEY-1.
               10  RTP-RECORD-TYPE-1         PIC X(04).
           05  RTP-RETENTION-DAYS-1          PIC 9(05).
           05  RTP-DESCRIPTION-1             PIC X(30).
           05  RTP-SET-DATE-1                PIC X(08).
           05  RTP-SET-TIME-1                PIC X(06).
           05  RTP-SET-BY-1                  PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-RTPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RTPFILE-SUCCESS                VALUE '00'.
           88  WS-RTPFILE-NOTFND                 VALUE '23'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-TODAY-DATE                      PIC X(08).
       01 WS-RUN-TIME-GROUP.
           05  WS-RUN-TIME                   PIC 9(06).
           05  FILLER                        PIC 9(02).
      *
      * THE CARDS, HELD UNTIL ALL OF THEM HAVE PASSED THE EDITS.
       01 WS-CARD-CNT                        PIC S9(04) COMP VALUE 0.
       01 WS-CARD-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-DUP-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-CARD-TABLE.
           05  WS-CARD-ENTRY                 OCCURS 5 TIMES.
               10  WS-CARD-RECORD-TYPE       PIC X(04).
               10  WS-CARD-RETENTION-DAYS    PIC 9(05).
               10  WS-CARD-DESCRIPTION       PIC X(30).
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-GROUP FROM TIME.
      *
           OPEN INPUT RTP-PARM-FILE.
           IF NOT WS-PARMFILE-SUCCESS
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "RTP-PARM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ RTP-PARM-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-YES
               DISPLAY "NO PARAMETER CARDS IN RTP-PARM-FILE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 100-EDIT-ONE-CARD
               UNTIL WS-EOF-YES.
      *
           OPEN I-O RTP-FILE.
           IF NOT WS-RTPFILE-SUCCESS
               DISPLAY "WS-RTPFILE-SW=" WS-RTPFILE-SW
               DISPLAY "RTP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 200-SET-ONE-POLICY
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-CNT.
      *
           PERFORM 900-COMPLETED-OK.
      *
       100-EDIT-ONE-CARD.
      *
           IF NOT RTPP-VALID-RECORD-TYPE
               DISPLAY "RECORD TYPE MUST BE INV, MOV, PAY, OOR OR "
                       "CUST: " RTPP-RECORD-TYPE
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF RTPP-RETENTION-DAYS NOT NUMERIC
                   OR RTPP-RETENTION-DAYS = ZERO
               DISPLAY "RETENTION FOR " RTPP-RECORD-TYPE
                       " MUST BE 00001-99999 DAYS"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 110-CHECK-DUPLICATE-CARD
               VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB > WS-CARD-CNT.
      *
           ADD 1 TO WS-CARD-CNT.
           MOVE RTPP-RECORD-TYPE
             TO WS-CARD-RECORD-TYPE (WS-CARD-CNT).
           MOVE RTPP-RETENTION-DAYS
             TO WS-CARD-RETENTION-DAYS (WS-CARD-CNT).
           MOVE RTPP-DESCRIPTION
             TO WS-CARD-DESCRIPTION (WS-CARD-CNT).
      *
           READ RTP-PARM-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       110-CHECK-DUPLICATE-CARD.
      *
      * FIVE TYPES AND NO DUPLICATES KEEPS THE TABLE FROM OVERFLOWING.
           IF WS-CARD-RECORD-TYPE (WS-DUP-SUB) = RTPP-RECORD-TYPE
               DISPLAY "MORE THAN ONE CARD FOR RECORD TYPE "
                       RTPP-RECORD-TYPE
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       200-SET-ONE-POLICY.
      *
           MOVE WS-CARD-RECORD-TYPE (WS-CARD-SUB)
             TO RTP-RECORD-TYPE-1.
           MOVE '00' TO WS-RTPFILE-SW.
           READ RTP-FILE
               INVALID KEY MOVE '23' TO WS-RTPFILE-SW.
      *
           MOVE WS-CARD-RECORD-TYPE (WS-CARD-SUB)
             TO RTP-RECORD-TYPE-1.
           MOVE WS-CARD-RETENTION-DAYS (WS-CARD-SUB)
             TO RTP-RETENTION-DAYS-1.
           MOVE WS-CARD-DESCRIPTION (WS-CARD-SUB)
             TO RTP-DESCRIPTION-1.
           MOVE WS-TODAY-DATE TO RTP-SET-DATE-1.
           MOVE WS-RUN-TIME   TO RTP-SET-TIME-1.
           MOVE 'SYSOPS'      TO RTP-SET-BY-1.
      *
           IF WS-RTPFILE-NOTFND
               MOVE '00' TO WS-RTPFILE-SW
               WRITE RTP-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-RTPFILE-SW
               END-WRITE
           ELSE
               REWRITE RTP-FILE-RECORD
           END-IF.
      *
           IF NOT WS-RTPFILE-SUCCESS
               DISPLAY "WS-RTPFILE-SW=" WS-RTPFILE-SW
               DISPLAY "RTP-FILE UPDATE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           DISPLAY "RETENTION " RTP-RECORD-TYPE-1 " "
                   RTP-RETENTION-DAYS-1 " DAYS  " RTP-DESCRIPTION-1.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE RTP-PARM-FILE
                 RTP-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
