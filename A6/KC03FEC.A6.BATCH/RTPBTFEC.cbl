       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTPBTFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Retention policy and legal hold routine for the batch purge
      *jobs, CALLed USING the RTPCKCOM parameter area the way the
      *business calendar jobs call BCLBTFEC. Function P reads the
      *RTPFEC retention policy row for a record type, so INVPGFEC,
      *MOVPGFEC, PAYPGFEC, OORPGFEC and CMPGFEC all take their
      *retention from one file instead of a card each. Function H
      *tells the caller whether a customer is under a LGHFEC legal
      *hold covering a record's date. On the first H call the whole
      *hold file is loaded into a table and kept for the rest of the
      *run. A purge must never run blind to the holds, so a hold file
      *that cannot be opened stops the job; a policy file that
      *cannot be opened only sends every caller to its own default.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RTP-FILE ASSIGN TO RTPMSTR
               RECORD KEY IS RTP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-RTPFILE-SW.

           SELECT LGH-FILE ASSIGN TO LGHMSTR
               RECORD KEY IS LGH-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LGHFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD LGH-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS LGH-FILE-RECORD.
       01  LGH-FILE-RECORD.
           05  LGH-KEY-1.
               10  LGH-CUSTOMER-NUMBER-1     PIC X(06).
               10  LGH-HOLD-NUMBER-1         PIC 9(02).
           05  LGH-FROM-DATE-1               PIC X(08).
           05  LGH-TO-DATE-1                 PIC X(08).
           05  LGH-MATTER-1                  PIC X(30).
           05  LGH-UPDATED-DATE-1            PIC X(08).
           05  LGH-UPDATED-BY-1              PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-RTPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RTPFILE-SUCCESS                VALUE '00'.
           88  WS-RTPFILE-NOTFND                 VALUE '23'.
       01 WS-LGHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LGHFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-RTP-OPEN-SW                     PIC X(01)  VALUE 'N'.
           88  WS-RTP-OPEN-TRIED                 VALUE 'Y' 'X'.
           88  WS-RTP-IS-OPEN                    VALUE 'Y'.
       01 WS-HOLDS-LOADED-SW                 PIC X(01)  VALUE 'N'.
           88  WS-HOLDS-LOADED                   VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
      * EVERY HOLD ON FILE, IN CUSTOMER ORDER.
       01 WS-LGH-MAX                         PIC 9(04)  COMP
                                              VALUE 2000.
       01 WS-LGH-CNT                         PIC 9(04)  COMP VALUE 0.
       01 WS-LGH-SUB                         PIC 9(04)  COMP VALUE 0.
       01 WS-LGH-TABLE.
           05  WS-LGH-ENTRY OCCURS 2000 TIMES.
               10  WS-LGH-CUSTOMER           PIC X(06).
               10  WS-LGH-FROM-DATE          PIC X(08).
               10  WS-LGH-TO-DATE            PIC X(08).
               10  WS-LGH-MATTER             PIC X(30).
      *
       LINKAGE SECTION.
      *
       COPY RTPCKCOM.
      *
       PROCEDURE DIVISION USING RTPCK-COMMAREA.
       000-MAIN-PARA.
      *
           IF RTPCK-TEST-HOLD
               IF NOT WS-HOLDS-LOADED
                   PERFORM 200-LOAD-HOLDS
               END-IF
               PERFORM 300-TEST-HOLD
           ELSE
               PERFORM 100-GET-POLICY
           END-IF.
      *
           GOBACK.
      *
       100-GET-POLICY.
      *
           MOVE '23' TO RTPCK-RETURN-CODE.
      *
           IF NOT WS-RTP-OPEN-TRIED
               OPEN INPUT RTP-FILE
               IF WS-RTPFILE-SUCCESS
                   MOVE 'Y' TO WS-RTP-OPEN-SW
               ELSE
                   MOVE 'X' TO WS-RTP-OPEN-SW
                   DISPLAY "WS-RTPFILE-SW=" WS-RTPFILE-SW
                   DISPLAY "RTP-FILE OPEN ERROR - NO RETENTION "
                           "POLICY AVAILABLE"
               END-IF
           END-IF.
      *
           IF WS-RTP-IS-OPEN
               MOVE RTPCK-RECORD-TYPE TO RTP-RECORD-TYPE-1
               MOVE '00' TO WS-RTPFILE-SW
               READ RTP-FILE
                   INVALID KEY MOVE '23' TO WS-RTPFILE-SW
               END-READ
               IF WS-RTPFILE-SUCCESS
                   MOVE RTP-RETENTION-DAYS-1 TO RTPCK-RETENTION-DAYS
                   MOVE '00' TO RTPCK-RETURN-CODE
                   DISPLAY "RETENTION POLICY " RTPCK-RECORD-TYPE
                           " - " RTP-RETENTION-DAYS-1 " DAYS, SET "
                           RTP-SET-DATE-1 " BY " RTP-SET-BY-1
               END-IF
           END-IF.
      *
       200-LOAD-HOLDS.
      *
           OPEN INPUT LGH-FILE.
           IF NOT WS-LGHFILE-SUCCESS
               DISPLAY "WS-LGHFILE-SW=" WS-LGHFILE-SW
               DISPLAY "LGH-FILE OPEN ERROR - LEGAL HOLDS UNKNOWN"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ LGH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 210-LOAD-ONE-HOLD
               UNTIL WS-EOF-YES.
      *
           CLOSE LGH-FILE.
           MOVE 'Y' TO WS-HOLDS-LOADED-SW.
           DISPLAY "RTPBTFEC LEGAL HOLDS LOADED: " WS-LGH-CNT.
      *
       210-LOAD-ONE-HOLD.
      *
           IF WS-LGH-CNT NOT < WS-LGH-MAX
               DISPLAY "LEGAL HOLD TABLE FULL AT " WS-LGH-MAX
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ADD 1 TO WS-LGH-CNT.
           MOVE LGH-CUSTOMER-NUMBER-1 TO WS-LGH-CUSTOMER (WS-LGH-CNT).
           MOVE LGH-FROM-DATE-1       TO WS-LGH-FROM-DATE (WS-LGH-CNT).
           MOVE LGH-TO-DATE-1         TO WS-LGH-TO-DATE (WS-LGH-CNT).
           MOVE LGH-MATTER-1          TO WS-LGH-MATTER (WS-LGH-CNT).
      *
           READ LGH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       300-TEST-HOLD.
      *
           MOVE 'N'    TO RTPCK-HELD-SW.
           MOVE SPACES TO RTPCK-MATTER.
           MOVE '00'   TO RTPCK-RETURN-CODE.
      *
           PERFORM 310-TEST-ONE-HOLD
               VARYING WS-LGH-SUB FROM 1 BY 1
               UNTIL WS-LGH-SUB > WS-LGH-CNT
                  OR RTPCK-HELD.
      *
       310-TEST-ONE-HOLD.
      *
      * A HOLD WITH NO FROM DATE REACHES BACK TO THE FIRST RECORD AND
      * ONE WITH NO TO DATE STAYS OPEN UNTIL SOMEBODY RELEASES IT.
           IF WS-LGH-CUSTOMER (WS-LGH-SUB) = RTPCK-CUSTOMER-NUMBER
               IF RTPCK-RECORD-DATE = SPACES
                   MOVE 'Y' TO RTPCK-HELD-SW
               ELSE IF (WS-LGH-FROM-DATE (WS-LGH-SUB) = SPACES
                     OR RTPCK-RECORD-DATE
                          NOT < WS-LGH-FROM-DATE (WS-LGH-SUB))
                   AND (WS-LGH-TO-DATE (WS-LGH-SUB) = SPACES
                     OR RTPCK-RECORD-DATE
                          NOT > WS-LGH-TO-DATE (WS-LGH-SUB))
                   MOVE 'Y' TO RTPCK-HELD-SW
               END-IF
               IF RTPCK-HELD
                   MOVE WS-LGH-MATTER (WS-LGH-SUB) TO RTPCK-MATTER
               END-IF
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
