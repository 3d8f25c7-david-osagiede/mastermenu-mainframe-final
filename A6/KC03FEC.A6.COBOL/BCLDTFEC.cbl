       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  BCLDTFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Business calendar date routine for the online programs,
      *LINKed with the BCLDTCOM commarea the way order entry LINKs
      *to GETINFEC. It rolls a date forward to a working day (R),
      *finds the first working day after a date (A), or just tests a
      *date (T). A day is closed when BCLFEC carries it as a holiday
      *or shutdown day, or when it is a Saturday or Sunday that
      *BCLFEC does not carry as a worked day. The day of the week
      *comes from a day number worked out with ordinary arithmetic,
      *the same as the batch twin BCLBTFEC. The working-day count is
      *batch only; any other function is taken as a roll forward.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
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
      *
       01 WS-BCL-FILE-STATUS-INFO.
           05 WS-BCL-OPEN                     PIC X.
               88 WS-BCL-OPEN-88                    VALUE 'Y'.
               88 WS-BCL-CLOSED-88                  VALUE 'Y'.
           05 WS-BCL-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-BCL-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-RESPONSE-CODE                   PIC S9(8)  COMP.
      *
       01 WS-CURRENT-ABSTIME                 PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE                    PIC X(08).
      *
       COPY BCLFEC.
      *
      * THE DATE BEING WORKED ON, AND THE MONTH LENGTHS FOR IT.
       01 WS-WORK-DATE.
           05  WS-WORK-YYYY                  PIC 9(04).
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE
                                             PIC X(08).
       01 WS-MONTH-LENGTHS                   PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH               PIC 9(02) OCCURS 12 TIMES.
       01 WS-DAYS-IN-MONTH                   PIC 9(02)  VALUE 0.
       01 WS-LEAP-QUOTIENT                   PIC 9(04)  VALUE 0.
       01 WS-LEAP-REM-4                      PIC 9(04)  VALUE 0.
       01 WS-LEAP-REM-100                    PIC 9(04)  VALUE 0.
       01 WS-LEAP-REM-400                    PIC 9(04)  VALUE 0.
      *
      * DAY NUMBER: DAYS SINCE A FIXED ORIGIN, COUNTING THE YEAR FROM
      * MARCH SO THE LEAP DAY FALLS AT THE END. DAY NUMBER + 1 IS A
      * MULTIPLE OF 7 ON A MONDAY.
       01 WS-CALC-YEAR                       PIC 9(05)  VALUE 0.
       01 WS-CALC-MONTH                      PIC 9(02)  VALUE 0.
       01 WS-CALC-MONTH-DAYS                 PIC 9(05)  VALUE 0.
       01 WS-QUOT-4                          PIC 9(05)  VALUE 0.
       01 WS-QUOT-100                        PIC 9(05)  VALUE 0.
       01 WS-QUOT-400                        PIC 9(05)  VALUE 0.
       01 WS-QUOT-5                          PIC 9(05)  VALUE 0.
       01 WS-DAY-NUMBER                      PIC S9(09) COMP-3 VALUE 0.
       01 WS-WEEK-NUMBER                     PIC S9(09) COMP-3 VALUE 0.
       01 WS-WEEKDAY-IDX                     PIC 9(01)  VALUE 0.
      *
       01 WS-WORKING-SW                      PIC X(01)  VALUE 'Y'.
           88  WS-IS-WORKING-DAY                 VALUE 'Y'.
       01 WS-STEP-CNT                        PIC 9(04)  COMP VALUE 0.
      *
       COPY ERRPARMS.
      *
       COPY ERRLOG.
      *
       LINKAGE SECTION.
      *
       COPY BCLDTCOM REPLACING ==BCLDT-COMMAREA== BY ==DFHCOMMAREA==.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-DATE-REQUEST.
      *
           PERFORM 8000-BCL-OPEN.
      *
           MOVE '00'          TO BCLDT-RETURN-CODE.
           MOVE ZERO          TO BCLDT-DAY-COUNT.
           MOVE BCLDT-DATE-IN TO BCLDT-DATE-OUT.
           MOVE BCLDT-DATE-IN TO WS-WORK-DATE-X.
           PERFORM 1000-VALIDATE-WORK-DATE.
      *
           IF BCLDT-BAD-DATE
               MOVE 'Y'  TO BCLDT-WORKING-SW
               MOVE ZERO TO BCLDT-WEEKDAY
           ELSE
               EVALUATE TRUE
                   WHEN BCLDT-NEXT-AFTER
                       PERFORM 3000-ADD-ONE-DAY
                       PERFORM 2000-ROLL-FORWARD
                   WHEN BCLDT-TEST-DAY
                       PERFORM 2500-TEST-WORKING-DAY
                   WHEN OTHER
                       PERFORM 2000-ROLL-FORWARD
               END-EVALUATE
               MOVE WS-WORK-DATE-X TO BCLDT-DATE-OUT
               MOVE WS-WORKING-SW  TO BCLDT-WORKING-SW
               COMPUTE BCLDT-WEEKDAY = WS-WEEKDAY-IDX + 1
           END-IF.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       1000-VALIDATE-WORK-DATE.
      *
      * A DAY PAST THE END OF THE MONTH - A 30/360 DATE - BECOMES THE
      * LAST DAY OF THE MONTH.
           IF WS-WORK-DATE-X NOT NUMERIC
               MOVE '10' TO BCLDT-RETURN-CODE
           ELSE IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
                   OR WS-WORK-DD < 1 OR WS-WORK-YYYY < 1601
               MOVE '10' TO BCLDT-RETURN-CODE
           ELSE
               PERFORM 3100-SET-MONTH-LENGTH
               IF WS-WORK-DD > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD
                   MOVE '01' TO BCLDT-RETURN-CODE
               END-IF
           END-IF.
      *
       2000-ROLL-FORWARD.
      *
           MOVE ZERO TO WS-STEP-CNT.
           PERFORM 2500-TEST-WORKING-DAY.
           PERFORM 2100-STEP-ONE-DAY
               UNTIL WS-IS-WORKING-DAY
                  OR WS-STEP-CNT > 366.
           IF NOT WS-IS-WORKING-DAY
               MOVE '20' TO BCLDT-RETURN-CODE
           END-IF.
      *
       2100-STEP-ONE-DAY.
      *
           ADD 1 TO WS-STEP-CNT.
           PERFORM 3000-ADD-ONE-DAY.
           PERFORM 2500-TEST-WORKING-DAY.
      *
       2500-TEST-WORKING-DAY.
      *
           PERFORM 2600-COMPUTE-DAY-NUMBER.
           IF WS-WEEKDAY-IDX > 4
               MOVE 'N' TO WS-WORKING-SW
           ELSE
               MOVE 'Y' TO WS-WORKING-SW
           END-IF.
      *
           MOVE WS-WORK-DATE-X TO BCL-DATE.
           EXEC CICS
               READ FILE('BCLFEC')
                    INTO(BUSINESS-CALENDAR-RECORD)
                    RIDFLD(BCL-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF BCL-CLOSED-DAY
                   MOVE 'N' TO WS-WORKING-SW
               ELSE IF BCL-WORKING-DAY
                   MOVE 'Y' TO WS-WORKING-SW
               END-IF
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ'                TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=BCLFEC'         TO WS-HA-EXEC-TEXT-T5
               PERFORM 9000-HANDLE-ABEND
           END-IF.
      *
       2600-COMPUTE-DAY-NUMBER.
      *
           MOVE WS-WORK-YYYY TO WS-CALC-YEAR.
           MOVE WS-WORK-MM   TO WS-CALC-MONTH.
           IF WS-CALC-MONTH < 3
               SUBTRACT 1 FROM WS-CALC-YEAR
               ADD 12 TO WS-CALC-MONTH
           END-IF.
           DIVIDE WS-CALC-YEAR BY 4   GIVING WS-QUOT-4.
           DIVIDE WS-CALC-YEAR BY 100 GIVING WS-QUOT-100.
           DIVIDE WS-CALC-YEAR BY 400 GIVING WS-QUOT-400.
           COMPUTE WS-CALC-MONTH-DAYS = 153 * (WS-CALC-MONTH - 3) + 2.
           DIVIDE WS-CALC-MONTH-DAYS BY 5 GIVING WS-QUOT-5.
           COMPUTE WS-DAY-NUMBER = 365 * WS-CALC-YEAR
               + WS-QUOT-4 - WS-QUOT-100 + WS-QUOT-400
               + WS-QUOT-5 + WS-WORK-DD.
           COMPUTE WS-WEEK-NUMBER = (WS-DAY-NUMBER + 1) / 7.
           COMPUTE WS-WEEKDAY-IDX =
               WS-DAY-NUMBER + 1 - (WS-WEEK-NUMBER * 7).
      *
       3000-ADD-ONE-DAY.
      *
           PERFORM 3100-SET-MONTH-LENGTH.
           ADD 1 TO WS-WORK-DD.
           IF WS-WORK-DD > WS-DAYS-IN-MONTH
               MOVE 1 TO WS-WORK-DD
               ADD 1 TO WS-WORK-MM
               IF WS-WORK-MM > 12
                   MOVE 1 TO WS-WORK-MM
                   ADD 1 TO WS-WORK-YYYY
               END-IF
           END-IF.
      *
       3100-SET-MONTH-LENGTH.
      *
           MOVE WS-MONTH-LENGTH (WS-WORK-MM) TO WS-DAYS-IN-MONTH.
           IF WS-WORK-MM = 2
               DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                       AND (WS-LEAP-REM-100 NOT = ZERO
                            OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
      *
       8000-BCL-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=BCLFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('BCLFEC')
                   OPENSTATUS(WS-BCL-OPEN-STATUS)
                   ENABLESTATUS(WS-BCL-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-BCL-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=BCLFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('BCLFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-BCL-OPEN
           ELSE IF WS-BCL-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9000-HANDLE-ABEND
           END-IF.
      *
       9000-HANDLE-ABEND.
      *
           MOVE WS-HA-EXEC-TEXT TO WS-HA-HANDLE-ABEND-MSG.
      *
           EXEC CICS
                SEND TEXT FROM(WS-HA-HANDLE-ABEND-MSG)
                    FREEKB
                    ERASE
           END-EXEC.
      *
           PERFORM 9100-WRITE-ERROR-LOG.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       9100-WRITE-ERROR-LOG.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           MOVE EIBTASKN                      TO ERRLOG-TASK-NUMBER.
           MOVE WS-CURRENT-DATE               TO ERRLOG-DATE.
           MOVE EIBTIME                       TO ERRLOG-TIME.
           MOVE EIBTRNID                      TO ERRLOG-TRNID.
           MOVE EIBRSRCE                      TO ERRLOG-RSRCE.
           MOVE EIBRESP                       TO ERRLOG-RESP.
           MOVE EIBRESP2                      TO ERRLOG-RESP2.
           MOVE WS-HA-EXEC-TEXT-T4            TO ERRLOG-MSG-CMD.
           MOVE WS-HA-EXEC-TEXT-T5            TO ERRLOG-MSG-RSRCE.
           MOVE WS-HA-EXEC-TEXT-T7            TO ERRLOG-MSG-REASON.
      *
           EXEC CICS
               WRITE FILE('ERRLOG')
                     FROM(ERRLOG-RECORD)
                     RIDFLD(ERRLOG-TASK-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
