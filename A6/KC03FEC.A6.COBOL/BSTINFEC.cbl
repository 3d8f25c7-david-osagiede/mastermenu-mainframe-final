       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  BSTINFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online batch status inquiry, read only, over the RUNHIST run
      *trail and the JOBDEP dependency file. A stream date covers the
      *jobs started from noon that day to noon the next, so the
      *screen opens on last night's stream before noon and on
      *tonight's after it; the operator may key any other date. Every
      *job named on JOBDEP, as a job or as a predecessor, is listed
      *with the jobs that posted to RUNHIST in the window, each
      *predecessor ahead of the job that waits on it. A job's latest
      *RUNHIST row gives its status - the started row every job
      *writes when it opens the trail shows RUNNING until the finish
      *row follows with COMPLETE or FAILED, the start and end times,
      *and the record count. A job with no row in the window is
      *NOT STARTED, and names the first predecessor that has not
      *completed; if that predecessor failed or was itself skipped,
      *the dependency check will refuse the job, and it shows as
      *SKIPPED. PF7/PF8 page the list; ENTER refreshes it. An S
      *keyed beside a failed job lists the ERRLOG rows logged
      *against that job name in the stream window or written while
      *it ran, with PF7/PF8 paging and PF3 back to the job list.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-58 IN MNOPTFEC.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-CONSTANTS.
           05 WS-YES-CNST                     PIC X VALUE 'Y'.
           05 WS-NO-CNST                      PIC X VALUE 'N'.
           05 WS-END-OF-SESSION-MESSAGE       PIC X(13)
               VALUE 'Session ended'.
      *
       01 WS-RUN-FILE-STATUS-INFO.
           05 WS-RUN-OPEN                     PIC X.
               88 WS-RUN-OPEN-88                    VALUE 'Y'.
               88 WS-RUN-CLOSED-88                  VALUE 'Y'.
           05 WS-RUN-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-RUN-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-DEP-FILE-STATUS-INFO.
           05 WS-DEP-OPEN                     PIC X.
               88 WS-DEP-OPEN-88                    VALUE 'Y'.
               88 WS-DEP-CLOSED-88                  VALUE 'Y'.
           05 WS-DEP-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-DEP-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-ERR-FILE-STATUS-INFO.
           05 WS-ERR-OPEN                     PIC X.
               88 WS-ERR-OPEN-88                    VALUE 'Y'.
               88 WS-ERR-CLOSED-88                  VALUE 'Y'.
           05 WS-ERR-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-ERR-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X    VALUE 'Y'.
               88 VALID-DATA                        VALUE 'Y'.
           05  BROWSE-DONE-SW              PIC X    VALUE 'N'.
               88 BROWSE-DONE                       VALUE 'Y'.
           05  JOB-FOUND-SW                PIC X    VALUE 'N'.
               88 JOB-FOUND                         VALUE 'Y'.
           05  STATUS-CHANGED-SW           PIC X    VALUE 'N'.
               88 STATUS-CHANGED                    VALUE 'Y'.
           05  TABLE-FULL-SW               PIC X    VALUE 'N'.
               88 TABLE-FULL                        VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X.
               88  SEND-ERASE                       VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
      * THE ERROR FIELDS HOLD THE FAILED JOB AND THE DATE AND TIME
      * OF ITS START AND END WHILE ITS ERRLOG ROWS ARE ON THE SCREEN.
       01  COMMUNICATION-AREA.
           05  CA-STREAM-DATE              PIC X(08).
           05  CA-DISPLAY-MODE             PIC X(01).
               88  CA-JOB-MODE                 VALUE 'J'.
               88  CA-ERROR-MODE               VALUE 'E'.
           05  CA-JOB-PAGE                 PIC 9(03).
           05  CA-ERROR-PAGE               PIC 9(03).
           05  CA-ERROR-JOB                PIC X(08).
           05  CA-ERROR-FROM               PIC X(14).
           05  CA-ERROR-TO                 PIC X(14).
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
      *
       01  WS-CURRENT-ABSTIME              PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                 PIC X(08).
       01  WS-CURRENT-TIME                 PIC X(06).
      *
      * RUNHIST AND JOBDEP ARE ENTRY-SEQUENCED, SO THEY ARE BROWSED
      * FROM THE FRONT BY RELATIVE BYTE ADDRESS.
       01  WS-RBA                          PIC S9(8)  COMP VALUE 0.
      *
      * THE STREAM RUNS FROM NOON ON ITS DATE TO NOON THE NEXT DAY.
       01  WS-WINDOW-FROM.
           05  WS-WINDOW-FROM-DATE         PIC X(08).
           05  WS-WINDOW-FROM-TIME         PIC X(06) VALUE '120000'.
       01  WS-WINDOW-TO.
           05  WS-WINDOW-TO-DATE           PIC X(08).
           05  WS-WINDOW-TO-TIME           PIC X(06) VALUE '115959'.
      *
       01  WS-RUN-STAMP.
           05  WS-RUN-STAMP-DATE           PIC 9(08).
           05  WS-RUN-STAMP-TIME           PIC 9(06).
       01  WS-ERR-STAMP.
           05  WS-ERR-STAMP-DATE           PIC X(08).
           05  WS-ERR-STAMP-TIME           PIC X(06).
      *
       01  WS-DATE-WORK.
           05  WS-DW-YYYY                  PIC 9(04).
           05  WS-DW-MM                    PIC 9(02).
           05  WS-DW-DD                    PIC 9(02).
       01  WS-MONTH-LAST-DAY               PIC 9(02)  VALUE 0.
       01  WS-LEAP-QUOTIENT                PIC 9(04)  VALUE 0.
       01  WS-LEAP-REMAINDER               PIC 9(02)  VALUE 0.
       01  WS-MONTH-DAYS-VALUES            PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               OCCURS 12 TIMES
                                           PIC 9(02).
      *
       01  RUNHIST-RECORD.
           05  RUNHIST-JOB-NAME            PIC X(08).
           05  RUNHIST-START-DATE          PIC 9(08).
           05  RUNHIST-START-TIME          PIC 9(06).
           05  RUNHIST-END-DATE            PIC 9(08).
           05  RUNHIST-END-TIME            PIC 9(06).
           05  RUNHIST-RECORD-COUNT        PIC 9(07).
           05  RUNHIST-STATUS              PIC X(01).
               88  RUNHIST-SUCCESS             VALUE 'S'.
               88  RUNHIST-FAILURE             VALUE 'F'.
               88  RUNHIST-STARTED             VALUE 'R'.
      *
       01  JOBDEP-RECORD.
           05  JOBDEP-JOB-NAME             PIC X(08).
           05  JOBDEP-PRED-LIST.
               10  JOBDEP-PRED-NAME        OCCURS 4 TIMES
                                           PIC X(08).
      *
       COPY ERRLOG.
      *
      * ONE ENTRY PER JOB IN THE STREAM, IN THE ORDER FIRST MET.
       01  WS-JOB-MAX                      PIC S9(4)  COMP VALUE 200.
       01  WS-JOB-CNT                      PIC S9(4)  COMP VALUE 0.
       01  WS-JOB-SUB                      PIC S9(4)  COMP VALUE 0.
       01  WS-SCAN-SUB                     PIC S9(4)  COMP VALUE 0.
       01  WS-FOUND-SUB                    PIC S9(4)  COMP VALUE 0.
       01  WS-PRED-SUB                     PIC S9(4)  COMP VALUE 0.
       01  WS-PASS-CNT                     PIC S9(4)  COMP VALUE 0.
       01  WS-FIND-NAME                    PIC X(08).
       01  WS-BLOCKING-NAME                PIC X(08).
       01  WS-BLOCKING-STATUS              PIC X(01).
       01  WS-NEW-STATUS                   PIC X(01).
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY                OCCURS 200 TIMES.
               10  WS-JOB-NAME             PIC X(08).
               10  WS-JOB-PRED-LIST.
                   15  WS-JOB-PRED         OCCURS 4 TIMES
                                           PIC X(08).
               10  WS-JOB-STATUS           PIC X(01).
                   88  WS-JOB-NOT-STARTED      VALUE 'N'.
                   88  WS-JOB-RUNNING          VALUE 'R'.
                   88  WS-JOB-COMPLETE         VALUE 'C'.
                   88  WS-JOB-FAILED           VALUE 'F'.
                   88  WS-JOB-SKIPPED          VALUE 'K'.
               10  WS-JOB-START-DATE       PIC 9(08).
               10  WS-JOB-START-TIME       PIC 9(06).
               10  WS-JOB-END-DATE         PIC 9(08).
               10  WS-JOB-END-TIME         PIC 9(06).
               10  WS-JOB-RECORD-COUNT     PIC 9(07).
               10  WS-JOB-WAIT-ON          PIC X(08).
      *
       01  WS-LINE-SUB                     PIC S9(4)  COMP VALUE 0.
       01  WS-LINE-MAX                     PIC S9(4)  COMP VALUE 12.
       01  WS-PICK-LINE                    PIC S9(4)  COMP VALUE 0.
       01  WS-FIRST-ROW                    PIC S9(4)  COMP VALUE 0.
       01  WS-LAST-PAGE                    PIC S9(4)  COMP VALUE 0.
       01  WS-MATCH-CNT                    PIC S9(4)  COMP VALUE 0.
       01  WS-SKIP-CNT                     PIC S9(4)  COMP VALUE 0.
      *
       01  WS-TIME-WORK                    PIC 9(06).
       01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
           05  WS-TW-HH                    PIC 9(02).
           05  WS-TW-MM                    PIC 9(02).
           05  WS-TW-SS                    PIC 9(02).
       01  WS-TIME-EDIT.
           05  WS-TE-HH                    PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ':'.
           05  WS-TE-MM                    PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ':'.
           05  WS-TE-SS                    PIC 9(02).
      *
       01  WS-JOB-HEADING.
           05  FILLER                      PIC X(03) VALUE ' S '.
           05  FILLER                      PIC X(10) VALUE 'JOB'.
           05  FILLER                      PIC X(12) VALUE 'STATUS'.
           05  FILLER                      PIC X(10) VALUE 'START'.
           05  FILLER                      PIC X(10) VALUE 'END'.
           05  FILLER                      PIC X(09) VALUE 'RECORDS'.
           05  FILLER                      PIC X(10) VALUE 'WAITING ON'.
           05  FILLER                      PIC X(15) VALUE SPACES.
      *
       01  WS-JOB-LINE.
           05  WS-JL-JOB                   PIC X(08).
           05  FILLER                      PIC X(02).
           05  WS-JL-STATUS                PIC X(11).
           05  FILLER                      PIC X(01).
           05  WS-JL-START                 PIC X(08).
           05  FILLER                      PIC X(02).
           05  WS-JL-END                   PIC X(08).
           05  FILLER                      PIC X(02).
           05  WS-JL-COUNT                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(02).
           05  WS-JL-WAIT-ON               PIC X(08).
           05  FILLER                      PIC X(17).
      *
       01  WS-ERROR-HEADING.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE 'TASK'.
           05  FILLER                      PIC X(09) VALUE 'DATE'.
           05  FILLER                      PIC X(08) VALUE 'TIME'.
           05  FILLER                      PIC X(06) VALUE 'TRAN'.
           05  FILLER                      PIC X(10) VALUE 'RESOURCE'.
           05  FILLER                      PIC X(34) VALUE 'MESSAGE'.
      *
       01  WS-ERROR-LINE.
           05  WS-EL-TASK                  PIC 9(07).
           05  FILLER                      PIC X(02).
           05  WS-EL-DATE                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-EL-TIME                  PIC X(06).
           05  FILLER                      PIC X(02).
           05  WS-EL-TRNID                 PIC X(04).
           05  FILLER                      PIC X(02).
           05  WS-EL-RSRCE                 PIC X(08).
           05  FILLER                      PIC X(02).
           05  WS-EL-MSG-TEXT              PIC X(34).
      *
       01  WS-JOB-PAGE-MESSAGE.
           05  FILLER                      PIC X(05) VALUE 'Page '.
           05  WS-JPM-PAGE                 PIC Z9.
           05  FILLER                      PIC X(04) VALUE ' of '.
           05  WS-JPM-LAST                 PIC Z9.
           05  FILLER                      PIC X(45) VALUE
               '.  S=error log  PF7/PF8=page  PF3=exit'.
      *
       01  WS-ERROR-PAGE-MESSAGE.
           05  FILLER                      PIC X(04) VALUE 'Job '.
           05  WS-EPM-JOB                  PIC X(08).
           05  FILLER                      PIC X(20) VALUE
               ' error log, page '.
           05  WS-EPM-PAGE                 PIC Z9.
           05  FILLER                      PIC X(04) VALUE ' of '.
           05  WS-EPM-LAST                 PIC Z9.
           05  FILLER                      PIC X(39) VALUE
               '.  PF7/PF8=page  PF3=jobs  PF12=exit'.
      *
       COPY BSTSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(51).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-BATCH-STATUS.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA TO COMMUNICATION-AREA
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   PERFORM 1500-START-NEW-INQUIRY
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1500-START-NEW-INQUIRY
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 AND CA-ERROR-MODE
                   PERFORM 1800-RETURN-TO-JOB-LIST
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHPF7
                   PERFORM 1600-PAGE-BACKWARD
      *
               WHEN EIBAID = DFHPF8
                   PERFORM 1700-PAGE-FORWARD
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-STATUS-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO BSTMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-STATUS-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('BSFE')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       0050-GET-RESOURCE-NAMES.
      *
           EXEC CICS
               LINK PROGRAM('GETRSFEC')
                    COMMAREA(RESNM-COMMAREA)
                    LENGTH(LENGTH OF RESNM-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
       1000-PROCESS-STATUS-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ZERO TO WS-PICK-LINE.
           PERFORM 1100-RECEIVE-STATUS-MAP.
           IF CA-JOB-MODE
               PERFORM 1200-EDIT-STATUS-DATA
           END-IF.
      *
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-STATUS-MAP
           ELSE IF CA-ERROR-MODE
               PERFORM 2500-SHOW-ERROR-PAGE
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-STATUS-MAP
           ELSE IF WS-PICK-LINE > ZERO
               PERFORM 1300-SELECT-FAILED-JOB
           ELSE
               PERFORM 2000-SHOW-JOB-PAGE
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-STATUS-MAP
           END-IF.
      *
       1100-RECEIVE-STATUS-MAP.
      *
      *    ENTER WITH NOTHING KEYED IS A REFRESH, SO MAPFAIL IS NORMAL.
           MOVE LOW-VALUE TO BSTMFECI.
           EXEC CICS
               RECEIVE MAP('BSTMFEC')
                       MAPSET('BSTSFEC')
                       INTO(BSTMFECI)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1200-EDIT-STATUS-DATA.
      *
      *    A NEW STREAM DATE STARTS THE LIST AGAIN AT PAGE ONE AND
      *    ANY S KEYED WITH IT IS IGNORED.
           IF SDATEL > ZERO
                   AND SDATEI NOT = CA-STREAM-DATE
               MOVE SDATEI TO WS-DATE-WORK
               IF WS-DATE-WORK NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
               ELSE IF WS-DW-MM < 1 OR WS-DW-MM > 12
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   PERFORM 2910-SET-MONTH-LAST-DAY
                   IF WS-DW-DD < 1 OR WS-DW-DD > WS-MONTH-LAST-DAY
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
               IF VALID-DATA
                   MOVE SDATEI TO CA-STREAM-DATE
                   MOVE 1      TO CA-JOB-PAGE
               ELSE
                   MOVE 'Stream date must be a valid date, YYYYMMDD.'
                     TO MESSAGEO
               END-IF
           ELSE
               PERFORM 1210-FIND-PICKED-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-MAX
                      OR NOT VALID-DATA
           END-IF.
      *
       1210-FIND-PICKED-LINE.
      *
           IF PICKL (WS-LINE-SUB) > ZERO
                   AND PICKI (WS-LINE-SUB) NOT = SPACE
               IF PICKI (WS-LINE-SUB) NOT = 'S' AND 's'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Key S beside a failed job to see its ERRLOG.'
                     TO MESSAGEO
               ELSE IF WS-PICK-LINE > ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Select one job at a time.' TO MESSAGEO
               ELSE
                   MOVE WS-LINE-SUB TO WS-PICK-LINE
               END-IF
           END-IF.
      *
       1300-SELECT-FAILED-JOB.
      *
           PERFORM 2100-BUILD-JOB-TABLE.
           COMPUTE WS-JOB-SUB = (CA-JOB-PAGE - 1) * WS-LINE-MAX
                              + WS-PICK-LINE.
      *
           IF WS-JOB-SUB > WS-JOB-CNT
               MOVE 'N' TO VALID-DATA-SW
           ELSE IF NOT WS-JOB-FAILED (WS-JOB-SUB)
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF VALID-DATA
               SET CA-ERROR-MODE TO TRUE
               MOVE 1 TO CA-ERROR-PAGE
               MOVE WS-JOB-NAME (WS-JOB-SUB)       TO CA-ERROR-JOB
               MOVE WS-JOB-START-DATE (WS-JOB-SUB) TO WS-RUN-STAMP-DATE
               MOVE WS-JOB-START-TIME (WS-JOB-SUB) TO WS-RUN-STAMP-TIME
               MOVE WS-RUN-STAMP                   TO CA-ERROR-FROM
               MOVE WS-JOB-END-DATE (WS-JOB-SUB)   TO WS-RUN-STAMP-DATE
               MOVE WS-JOB-END-TIME (WS-JOB-SUB)   TO WS-RUN-STAMP-TIME
               MOVE WS-RUN-STAMP                   TO CA-ERROR-TO
               PERFORM 2500-SHOW-ERROR-PAGE
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-STATUS-MAP
           ELSE
               PERFORM 2200-FILL-JOB-PAGE
               MOVE 'Only a failed job has an error log to show.'
                 TO MESSAGEO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-STATUS-MAP
           END-IF.
      *
       1400-SEND-STATUS-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('BSTMFEC')
                            MAPSET('BSTSFEC')
                            FROM(BSTMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('BSTMFEC')
                            MAPSET('BSTSFEC')
                            FROM(BSTMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('BSTMFEC')
                            MAPSET('BSTSFEC')
                            FROM(BSTMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       1500-START-NEW-INQUIRY.
      *
           PERFORM 2900-SET-DEFAULT-STREAM-DATE.
           MOVE 1 TO CA-JOB-PAGE.
           PERFORM 2000-SHOW-JOB-PAGE.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-STATUS-MAP.
      *
       1600-PAGE-BACKWARD.
      *
           IF CA-ERROR-MODE
               IF CA-ERROR-PAGE > 1
                   SUBTRACT 1 FROM CA-ERROR-PAGE
               END-IF
               PERFORM 2500-SHOW-ERROR-PAGE
           ELSE
               IF CA-JOB-PAGE > 1
                   SUBTRACT 1 FROM CA-JOB-PAGE
               END-IF
               PERFORM 2000-SHOW-JOB-PAGE
           END-IF.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1400-SEND-STATUS-MAP.
      *
       1700-PAGE-FORWARD.
      *
      *    PAST THE LAST PAGE THE FILL PARAGRAPHS HOLD AT THE LAST.
           IF CA-ERROR-MODE
               ADD 1 TO CA-ERROR-PAGE
               PERFORM 2500-SHOW-ERROR-PAGE
           ELSE
               ADD 1 TO CA-JOB-PAGE
               PERFORM 2000-SHOW-JOB-PAGE
           END-IF.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1400-SEND-STATUS-MAP.
      *
       1800-RETURN-TO-JOB-LIST.
      *
           PERFORM 2000-SHOW-JOB-PAGE.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1400-SEND-STATUS-MAP.
      *
       2000-SHOW-JOB-PAGE.
      *
           SET CA-JOB-MODE TO TRUE.
           PERFORM 2100-BUILD-JOB-TABLE.
           PERFORM 2200-FILL-JOB-PAGE.
      *
       2100-BUILD-JOB-TABLE.
      *
           MOVE ZERO TO WS-JOB-CNT.
           MOVE 'N'  TO TABLE-FULL-SW.
           PERFORM 2050-SET-STREAM-WINDOW.
           PERFORM 2110-LOAD-JOBDEP-ROWS.
           PERFORM 2130-LOAD-RUNHIST-ROWS.
      *
      *    EACH PASS CAN CARRY A FAILURE ONE JOB FURTHER DOWN THE
      *    CHAIN, SO KEEP GOING UNTIL A PASS CHANGES NOTHING.
           MOVE 'Y'  TO STATUS-CHANGED-SW.
           MOVE ZERO TO WS-PASS-CNT.
           PERFORM 2150-SETTLE-ONE-PASS
               UNTIL NOT STATUS-CHANGED
                  OR WS-PASS-CNT > WS-JOB-CNT.
      *
       2050-SET-STREAM-WINDOW.
      *
           MOVE CA-STREAM-DATE TO WS-WINDOW-FROM-DATE
                                  WS-DATE-WORK.
           PERFORM 2920-ADD-ONE-DAY.
           MOVE WS-DATE-WORK   TO WS-WINDOW-TO-DATE.
      *
       2110-LOAD-JOBDEP-ROWS.
      *
           PERFORM 8100-DEP-OPEN.
      *
           MOVE ZERO TO WS-RBA.
           MOVE 'N'  TO BROWSE-DONE-SW.
           EXEC CICS
               STARTBR FILE('JOBDEP')
                       RIDFLD(WS-RBA)
                       RBA
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2115-READ-NEXT-JOBDEP-ROW
                   UNTIL BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('JOBDEP')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       2115-READ-NEXT-JOBDEP-ROW.
      *
           EXEC CICS
               READNEXT FILE('JOBDEP')
                        INTO(JOBDEP-RECORD)
                        RIDFLD(WS-RBA)
                        RBA
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO BROWSE-DONE-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2120-ADD-ONE-PREDECESSOR
                   VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 4
               MOVE JOBDEP-JOB-NAME TO WS-FIND-NAME
               PERFORM 2190-FIND-OR-ADD-JOB
               IF JOB-FOUND
                   MOVE JOBDEP-PRED-LIST
                     TO WS-JOB-PRED-LIST (WS-FOUND-SUB)
               END-IF
           END-IF.
      *
       2120-ADD-ONE-PREDECESSOR.
      *
           IF JOBDEP-PRED-NAME (WS-PRED-SUB) NOT = SPACES
               MOVE JOBDEP-PRED-NAME (WS-PRED-SUB) TO WS-FIND-NAME
               PERFORM 2190-FIND-OR-ADD-JOB
           END-IF.
      *
       2130-LOAD-RUNHIST-ROWS.
      *
           PERFORM 8000-RUN-OPEN.
      *
           MOVE ZERO TO WS-RBA.
           MOVE 'N'  TO BROWSE-DONE-SW.
           EXEC CICS
               STARTBR FILE('RUNHIST')
                       RIDFLD(WS-RBA)
                       RBA
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2135-READ-NEXT-RUNHIST-ROW
                   UNTIL BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('RUNHIST')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       2135-READ-NEXT-RUNHIST-ROW.
      *
           EXEC CICS
               READNEXT FILE('RUNHIST')
                        INTO(RUNHIST-RECORD)
                        RIDFLD(WS-RBA)
                        RBA
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO BROWSE-DONE-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               MOVE RUNHIST-START-DATE TO WS-RUN-STAMP-DATE
               MOVE RUNHIST-START-TIME TO WS-RUN-STAMP-TIME
               IF WS-RUN-STAMP NOT < WS-WINDOW-FROM
                       AND WS-RUN-STAMP NOT > WS-WINDOW-TO
                   PERFORM 2140-POST-RUNHIST-ROW
               END-IF
           END-IF.
      *
       2140-POST-RUNHIST-ROW.
      *
      *    RUNHIST IS ONLY EVER EXTENDED, SO A LATER ROW FOR THE SAME
      *    JOB - ITS FINISH, OR A RERUN - REPLACES WHAT CAME BEFORE.
           MOVE RUNHIST-JOB-NAME TO WS-FIND-NAME.
           PERFORM 2190-FIND-OR-ADD-JOB.
           IF JOB-FOUND
               MOVE RUNHIST-START-DATE
                 TO WS-JOB-START-DATE (WS-FOUND-SUB)
               MOVE RUNHIST-START-TIME
                 TO WS-JOB-START-TIME (WS-FOUND-SUB)
               MOVE RUNHIST-END-DATE
                 TO WS-JOB-END-DATE (WS-FOUND-SUB)
               MOVE RUNHIST-END-TIME
                 TO WS-JOB-END-TIME (WS-FOUND-SUB)
               MOVE RUNHIST-RECORD-COUNT
                 TO WS-JOB-RECORD-COUNT (WS-FOUND-SUB)
               MOVE SPACES TO WS-JOB-WAIT-ON (WS-FOUND-SUB)
               EVALUATE TRUE
                   WHEN RUNHIST-STARTED
                       MOVE 'R' TO WS-JOB-STATUS (WS-FOUND-SUB)
                   WHEN RUNHIST-SUCCESS
                       MOVE 'C' TO WS-JOB-STATUS (WS-FOUND-SUB)
                   WHEN OTHER
                       MOVE 'F' TO WS-JOB-STATUS (WS-FOUND-SUB)
               END-EVALUATE
           END-IF.
      *
       2150-SETTLE-ONE-PASS.
      *
           MOVE 'N' TO STATUS-CHANGED-SW.
           ADD 1 TO WS-PASS-CNT.
           PERFORM 2160-SETTLE-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-CNT.
      *
       2160-SETTLE-ONE-JOB.
      *
      *    ONLY A JOB WITH NO RUNHIST ROW IN THE WINDOW IS SETTLED
      *    FROM ITS PREDECESSORS.
           IF WS-JOB-NOT-STARTED (WS-JOB-SUB)
                   OR WS-JOB-SKIPPED (WS-JOB-SUB)
               MOVE SPACES TO WS-BLOCKING-NAME
                              WS-BLOCKING-STATUS
               PERFORM 2170-CHECK-ONE-PREDECESSOR
                   VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 4
                      OR WS-BLOCKING-NAME NOT = SPACES
               IF WS-BLOCKING-STATUS = 'F' OR 'K'
                   MOVE 'K' TO WS-NEW-STATUS
               ELSE
                   MOVE 'N' TO WS-NEW-STATUS
               END-IF
               IF WS-NEW-STATUS NOT = WS-JOB-STATUS (WS-JOB-SUB)
                       OR WS-BLOCKING-NAME
                          NOT = WS-JOB-WAIT-ON (WS-JOB-SUB)
                   MOVE WS-NEW-STATUS    TO WS-JOB-STATUS (WS-JOB-SUB)
                   MOVE WS-BLOCKING-NAME TO WS-JOB-WAIT-ON (WS-JOB-SUB)
                   MOVE 'Y' TO STATUS-CHANGED-SW
               END-IF
           END-IF.
      *
       2170-CHECK-ONE-PREDECESSOR.
      *
           IF WS-JOB-PRED (WS-JOB-SUB, WS-PRED-SUB) NOT = SPACES
               MOVE WS-JOB-PRED (WS-JOB-SUB, WS-PRED-SUB)
                 TO WS-FIND-NAME
               PERFORM 2190-FIND-OR-ADD-JOB
               IF JOB-FOUND
                       AND NOT WS-JOB-COMPLETE (WS-FOUND-SUB)
                   MOVE WS-FIND-NAME TO WS-BLOCKING-NAME
                   MOVE WS-JOB-STATUS (WS-FOUND-SUB)
                     TO WS-BLOCKING-STATUS
               END-IF
           END-IF.
      *
       2190-FIND-OR-ADD-JOB.
      *
           MOVE 'N'  TO JOB-FOUND-SW.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 2195-MATCH-ONE-JOB
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-JOB-CNT
                  OR JOB-FOUND.
      *
           IF NOT JOB-FOUND
               IF WS-JOB-CNT < WS-JOB-MAX
                   ADD 1 TO WS-JOB-CNT
                   MOVE WS-JOB-CNT   TO WS-FOUND-SUB
                   MOVE WS-FIND-NAME TO WS-JOB-NAME (WS-FOUND-SUB)
                   MOVE SPACES       TO WS-JOB-PRED-LIST (WS-FOUND-SUB)
                                        WS-JOB-WAIT-ON (WS-FOUND-SUB)
                   MOVE 'N'          TO WS-JOB-STATUS (WS-FOUND-SUB)
                   MOVE ZERO         TO WS-JOB-START-DATE (WS-FOUND-SUB)
                                        WS-JOB-START-TIME (WS-FOUND-SUB)
                                        WS-JOB-END-DATE (WS-FOUND-SUB)
                                        WS-JOB-END-TIME (WS-FOUND-SUB)
                                     WS-JOB-RECORD-COUNT (WS-FOUND-SUB)
                   MOVE 'Y' TO JOB-FOUND-SW
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
               END-IF
           END-IF.
      *
       2195-MATCH-ONE-JOB.
      *
           IF WS-JOB-NAME (WS-SCAN-SUB) = WS-FIND-NAME
               MOVE 'Y'         TO JOB-FOUND-SW
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.
      *
       2200-FILL-JOB-PAGE.
      *
           MOVE LOW-VALUE      TO BSTMFECO.
           MOVE CA-STREAM-DATE TO SDATEO.
           MOVE WS-JOB-HEADING TO HEADO.
           MOVE 'BSFE'         TO TRANIDO.
      *
           COMPUTE WS-LAST-PAGE = (WS-JOB-CNT + WS-LINE-MAX - 1)
                                / WS-LINE-MAX.
           IF WS-LAST-PAGE = ZERO
               MOVE 1 TO WS-LAST-PAGE
           END-IF.
           IF CA-JOB-PAGE > WS-LAST-PAGE
               MOVE WS-LAST-PAGE TO CA-JOB-PAGE
           END-IF.
           COMPUTE WS-FIRST-ROW = (CA-JOB-PAGE - 1) * WS-LINE-MAX.
      *
           PERFORM 2210-FILL-ONE-JOB-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-MAX.
      *
           IF WS-JOB-CNT = ZERO
               MOVE 'No jobs on JOBDEP, or on RUNHIST for that stream.'
                 TO MESSAGEO
           ELSE IF TABLE-FULL
               MOVE 'More than 200 jobs in the stream - the rest are not
      -             ' shown.' TO MESSAGEO
           ELSE
               MOVE CA-JOB-PAGE  TO WS-JPM-PAGE
               MOVE WS-LAST-PAGE TO WS-JPM-LAST
               MOVE WS-JOB-PAGE-MESSAGE TO MESSAGEO
           END-IF.
      *
       2210-FILL-ONE-JOB-LINE.
      *
           MOVE SPACE TO PICKO (WS-LINE-SUB).
           COMPUTE WS-JOB-SUB = WS-FIRST-ROW + WS-LINE-SUB.
           IF WS-JOB-SUB > WS-JOB-CNT
               MOVE SPACES TO LINEO (WS-LINE-SUB)
           ELSE
               PERFORM 2220-FORMAT-JOB-LINE
               MOVE WS-JOB-LINE TO LINEO (WS-LINE-SUB)
           END-IF.
      *
       2220-FORMAT-JOB-LINE.
      *
           MOVE SPACES                    TO WS-JOB-LINE.
           MOVE WS-JOB-NAME (WS-JOB-SUB)  TO WS-JL-JOB.
           EVALUATE TRUE
               WHEN WS-JOB-RUNNING (WS-JOB-SUB)
                   MOVE 'RUNNING'     TO WS-JL-STATUS
               WHEN WS-JOB-COMPLETE (WS-JOB-SUB)
                   MOVE 'COMPLETE'    TO WS-JL-STATUS
               WHEN WS-JOB-FAILED (WS-JOB-SUB)
                   MOVE 'FAILED'      TO WS-JL-STATUS
               WHEN WS-JOB-SKIPPED (WS-JOB-SUB)
                   MOVE 'SKIPPED'     TO WS-JL-STATUS
               WHEN OTHER
                   MOVE 'NOT STARTED' TO WS-JL-STATUS
           END-EVALUATE.
      *
           IF WS-JOB-RUNNING (WS-JOB-SUB)
                   OR WS-JOB-COMPLETE (WS-JOB-SUB)
                   OR WS-JOB-FAILED (WS-JOB-SUB)
               MOVE WS-JOB-START-TIME (WS-JOB-SUB) TO WS-TIME-WORK
               PERFORM 2230-EDIT-TIME
               MOVE WS-TIME-EDIT TO WS-JL-START
           END-IF.
      *
           IF WS-JOB-COMPLETE (WS-JOB-SUB)
                   OR WS-JOB-FAILED (WS-JOB-SUB)
               MOVE WS-JOB-END-TIME (WS-JOB-SUB) TO WS-TIME-WORK
               PERFORM 2230-EDIT-TIME
               MOVE WS-TIME-EDIT TO WS-JL-END
               MOVE WS-JOB-RECORD-COUNT (WS-JOB-SUB) TO WS-JL-COUNT
           END-IF.
      *
           MOVE WS-JOB-WAIT-ON (WS-JOB-SUB) TO WS-JL-WAIT-ON.
      *
       2230-EDIT-TIME.
      *
           MOVE WS-TW-HH TO WS-TE-HH.
           MOVE WS-TW-MM TO WS-TE-MM.
           MOVE WS-TW-SS TO WS-TE-SS.
      *
       2500-SHOW-ERROR-PAGE.
      *
           PERFORM 8200-ERR-OPEN.
           PERFORM 2050-SET-STREAM-WINDOW.
      *
           MOVE LOW-VALUE        TO BSTMFECO.
           MOVE CA-STREAM-DATE   TO SDATEO.
           MOVE WS-ERROR-HEADING TO HEADO.
           MOVE 'BSFE'           TO TRANIDO.
      *
           PERFORM 2510-BROWSE-ERROR-LOG.
      *
      *    PAGED PAST THE END - SHOW THE LAST PAGE THERE IS INSTEAD.
           IF WS-LINE-SUB = ZERO AND WS-MATCH-CNT > ZERO
               COMPUTE CA-ERROR-PAGE = (WS-MATCH-CNT + WS-LINE-MAX - 1)
                                     / WS-LINE-MAX
               PERFORM 2510-BROWSE-ERROR-LOG
           END-IF.
      *
           IF WS-MATCH-CNT = ZERO
               MOVE 1 TO CA-ERROR-PAGE
               MOVE 'No ERRLOG rows for that job or during its run.  PF3
      -             '=jobs  PF12=exit' TO MESSAGEO
           ELSE
               COMPUTE WS-LAST-PAGE = (WS-MATCH-CNT + WS-LINE-MAX - 1)
                                    / WS-LINE-MAX
               MOVE CA-ERROR-JOB  TO WS-EPM-JOB
               MOVE CA-ERROR-PAGE TO WS-EPM-PAGE
               MOVE WS-LAST-PAGE  TO WS-EPM-LAST
               MOVE WS-ERROR-PAGE-MESSAGE TO MESSAGEO
           END-IF.
      *
       2510-BROWSE-ERROR-LOG.
      *
           PERFORM 2515-CLEAR-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-MAX.
      *
           COMPUTE WS-SKIP-CNT = (CA-ERROR-PAGE - 1) * WS-LINE-MAX.
           MOVE ZERO TO WS-MATCH-CNT
                        WS-LINE-SUB
                        ERRLOG-TASK-NUMBER.
           MOVE 'N'  TO BROWSE-DONE-SW.
      *
           EXEC CICS
               STARTBR FILE('ERRLOG')
                       RIDFLD(ERRLOG-TASK-NUMBER)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2520-READ-NEXT-ERROR-ROW
                   UNTIL BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('ERRLOG')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       2515-CLEAR-ONE-LINE.
      *
           MOVE SPACE  TO PICKO (WS-LINE-SUB).
           MOVE SPACES TO LINEO (WS-LINE-SUB).
      *
       2520-READ-NEXT-ERROR-ROW.
      *
           EXEC CICS
               READNEXT FILE('ERRLOG')
                        INTO(ERRLOG-RECORD)
                        RIDFLD(ERRLOG-TASK-NUMBER)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO BROWSE-DONE-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               MOVE ERRLOG-DATE TO WS-ERR-STAMP-DATE
               MOVE ERRLOG-TIME TO WS-ERR-STAMP-TIME
               IF (ERRLOG-RSRCE = CA-ERROR-JOB
                       AND WS-ERR-STAMP NOT < WS-WINDOW-FROM
                       AND WS-ERR-STAMP NOT > WS-WINDOW-TO)
                   OR (WS-ERR-STAMP NOT < CA-ERROR-FROM
                       AND WS-ERR-STAMP NOT > CA-ERROR-TO)
                   ADD 1 TO WS-MATCH-CNT
                   IF WS-MATCH-CNT > WS-SKIP-CNT
                           AND WS-LINE-SUB < WS-LINE-MAX
                       ADD 1 TO WS-LINE-SUB
                       PERFORM 2530-FORMAT-ERROR-LINE
                       MOVE WS-ERROR-LINE TO LINEO (WS-LINE-SUB)
                   END-IF
               END-IF
           END-IF.
      *
       2530-FORMAT-ERROR-LINE.
      *
           MOVE SPACES             TO WS-ERROR-LINE.
           MOVE ERRLOG-TASK-NUMBER TO WS-EL-TASK.
           MOVE ERRLOG-DATE        TO WS-EL-DATE.
           MOVE ERRLOG-TIME        TO WS-EL-TIME.
           MOVE ERRLOG-TRNID       TO WS-EL-TRNID.
           MOVE ERRLOG-RSRCE       TO WS-EL-RSRCE.
           MOVE ERRLOG-MSG-TEXT    TO WS-EL-MSG-TEXT.
      *
       2900-SET-DEFAULT-STREAM-DATE.
      *
      *    BEFORE NOON THE STREAM STILL FINISHING IS LAST NIGHT'S.
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
                          TIME(WS-CURRENT-TIME)
           END-EXEC.
      *
           MOVE WS-CURRENT-DATE TO WS-DATE-WORK.
           IF WS-CURRENT-TIME < '120000'
               PERFORM 2930-SUBTRACT-ONE-DAY
           END-IF.
           MOVE WS-DATE-WORK TO CA-STREAM-DATE.
      *
       2910-SET-MONTH-LAST-DAY.
      *
           MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-MONTH-LAST-DAY.
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LAST-DAY
               END-IF
           END-IF.
      *
       2920-ADD-ONE-DAY.
      *
           PERFORM 2910-SET-MONTH-LAST-DAY.
           IF WS-DW-DD < WS-MONTH-LAST-DAY
               ADD 1 TO WS-DW-DD
           ELSE
               MOVE 01 TO WS-DW-DD
               IF WS-DW-MM = 12
                   MOVE 01 TO WS-DW-MM
                   ADD 1 TO WS-DW-YYYY
               ELSE
                   ADD 1 TO WS-DW-MM
               END-IF
           END-IF.
      *
       2930-SUBTRACT-ONE-DAY.
      *
           IF WS-DW-DD > 1
               SUBTRACT 1 FROM WS-DW-DD
           ELSE
               IF WS-DW-MM = 1
                   MOVE 12 TO WS-DW-MM
                   SUBTRACT 1 FROM WS-DW-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-DW-MM
               END-IF
               PERFORM 2910-SET-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-DW-DD
           END-IF.
      *
       8000-RUN-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=RUNHIST'                TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('RUNHIST')
                   OPENSTATUS(WS-RUN-OPEN-STATUS)
                   ENABLESTATUS(WS-RUN-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RUN-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=RUNHIST'            TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('RUNHIST') OPEN
               END-EXEC
               MOVE 'Y' TO WS-RUN-OPEN
           ELSE IF WS-RUN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-DEP-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=JOBDEP'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('JOBDEP')
                   OPENSTATUS(WS-DEP-OPEN-STATUS)
                   ENABLESTATUS(WS-DEP-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-DEP-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=JOBDEP'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('JOBDEP') OPEN
               END-EXEC
               MOVE 'Y' TO WS-DEP-OPEN
           ELSE IF WS-DEP-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8200-ERR-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=ERRLOG'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('ERRLOG')
                   OPENSTATUS(WS-ERR-OPEN-STATUS)
                   ENABLESTATUS(WS-ERR-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-ERR-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=ERRLOG'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('ERRLOG') OPEN
               END-EXEC
               MOVE 'Y' TO WS-ERR-OPEN
           ELSE IF WS-ERR-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8300-SEND-TERMINATION-MSG.
      *
           EXEC CICS
               SEND TEXT FROM(WS-END-OF-SESSION-MESSAGE)
                    ERASE
                    FREEKB
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
      *
       9700-START-USAGE.
      *
           EXEC CICS
               ASKTIME ABSTIME(USG-START-ABSTIME)
           END-EXEC.
           MOVE SPACES TO USG-FILE-LIST.
      *
       9710-LOG-USAGE.
      *
           MOVE 'BSTINFEC' TO USG-PROGRAM-NAME.
           EXEC CICS
               LINK PROGRAM('USGWRFEC')
                    COMMAREA(USG-COMMAREA)
                    LENGTH(LENGTH OF USG-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
       9999-HANDLE-ABEND.
      *
           MOVE WS-HA-EXEC-TEXT TO WS-HA-HANDLE-ABEND-MSG.
      *
           EXEC CICS
                SEND TEXT FROM(WS-HA-HANDLE-ABEND-MSG)
                    FREEKB
                    ERASE
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
      *
