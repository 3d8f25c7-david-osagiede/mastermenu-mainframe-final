       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCLBTFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Business calendar date routine for batch, CALLed USING the
      *BCLDTCOM parameter area - the batch twin of the online
      *BCLDTFEC. On the first call it loads the BCLFEC calendar
      *(holidays, shutdown days and worked weekend days) into a
      *table and keeps it for the rest of the run. It rolls a date
      *forward to the next working day, tests a date, or counts the
      *working days between two dates, so every due date, cutoff and
      *days-late figure in the batch stream skips the same closed
      *days. Saturday and Sunday are closed unless the calendar says
      *the plant works them. The day of the week comes from a day
      *number worked out with ordinary arithmetic on the Gregorian
      *calendar, so these dates are real dates, not 30/360 ones.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT BCL-FILE ASSIGN TO BCLMSTR
               RECORD KEY IS BCL-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BCLFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD BCL-FILE
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS BCL-FILE-RECORD.
       01  BCL-FILE-RECORD.
           05  BCL-KEY-1.
               10  BCL-DATE-1                PIC X(08).
           05  BCL-DAY-TYPE-1                PIC X(01).
               88  BCL-CLOSED-DAY-1              VALUE 'H' 'S'.
               88  BCL-WORKING-DAY-1             VALUE 'W'.
           05  BCL-DESCRIPTION-1             PIC X(30).
           05  BCL-UPDATED-DATE-1            PIC X(08).
           05  BCL-UPDATED-BY-1              PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-BCLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BCLFILE-SUCCESS                VALUE '00'.
           88  WS-BCLFILE-EOF                    VALUE '10'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-LOADED-SW                       PIC X(01)  VALUE 'N'.
           88  WS-CALENDAR-LOADED                VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
      * THE CALENDAR ROWS IN DATE ORDER, EACH WITH ITS DAY NUMBER AND
      * DAY OF THE WEEK WORKED OUT ONCE AT LOAD TIME.
       01 WS-BCL-MAX                         PIC 9(04)  COMP
                                              VALUE 2000.
       01 WS-BCL-CNT                         PIC 9(04)  COMP VALUE 0.
       01 WS-BCL-SUB                         PIC 9(04)  COMP VALUE 0.
       01 WS-BCL-TABLE.
           05  WS-BCL-ENTRY OCCURS 2000 TIMES.
               10  WS-BCL-DATE               PIC X(08).
               10  WS-BCL-DAY-TYPE           PIC X(01).
                   88  WS-BCL-CLOSED             VALUE 'H' 'S'.
                   88  WS-BCL-WORKED             VALUE 'W'.
               10  WS-BCL-DAY-NUMBER         PIC S9(09) COMP-3.
               10  WS-BCL-WEEKDAY            PIC 9(01).
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
      * FOR THE WORKING-DAY COUNT.
       01 WS-FROM-DAY-NUMBER                 PIC S9(09) COMP-3 VALUE 0.
       01 WS-TO-DAY-NUMBER                   PIC S9(09) COMP-3 VALUE 0.
       01 WS-LOW-DAY-NUMBER                  PIC S9(09) COMP-3 VALUE 0.
       01 WS-HIGH-DAY-NUMBER                 PIC S9(09) COMP-3 VALUE 0.
       01 WS-WEEKDAYS-THRU                   PIC S9(09) COMP-3 VALUE 0.
       01 WS-WEEKDAYS-LOW                    PIC S9(09) COMP-3 VALUE 0.
       01 WS-WEEKDAYS-HIGH                   PIC S9(09) COMP-3 VALUE 0.
       01 WS-WEEK-REM                        PIC 9(01)  VALUE 0.
       01 WS-WORKING-COUNT                   PIC S9(09) COMP-3 VALUE 0.
      *
       LINKAGE SECTION.
      *
       COPY BCLDTCOM.
      *
       PROCEDURE DIVISION USING BCLDT-COMMAREA.
       000-MAIN-PARA.
      *
           IF NOT WS-CALENDAR-LOADED
               PERFORM 100-LOAD-CALENDAR
           END-IF.
      *
           MOVE '00'          TO BCLDT-RETURN-CODE.
           MOVE ZERO          TO BCLDT-DAY-COUNT.
           MOVE BCLDT-DATE-IN TO BCLDT-DATE-OUT.
           MOVE BCLDT-DATE-IN TO WS-WORK-DATE-X.
           PERFORM 200-VALIDATE-WORK-DATE.
      *
           IF BCLDT-BAD-DATE
               MOVE 'Y'  TO BCLDT-WORKING-SW
               MOVE ZERO TO BCLDT-WEEKDAY
           ELSE
               EVALUATE TRUE
                   WHEN BCLDT-NEXT-AFTER
                       PERFORM 530-ADD-ONE-DAY
                       PERFORM 300-ROLL-FORWARD
                   WHEN BCLDT-TEST-DAY
                       PERFORM 500-TEST-WORKING-DAY
                   WHEN BCLDT-COUNT-DAYS
                       PERFORM 300-ROLL-FORWARD
                       PERFORM 400-COUNT-WORKING-DAYS
                   WHEN OTHER
                       PERFORM 300-ROLL-FORWARD
               END-EVALUATE
               MOVE WS-WORK-DATE-X TO BCLDT-DATE-OUT
               MOVE WS-WORKING-SW  TO BCLDT-WORKING-SW
               COMPUTE BCLDT-WEEKDAY = WS-WEEKDAY-IDX + 1
           END-IF.
      *
           GOBACK.
      *
       100-LOAD-CALENDAR.
      *
           OPEN INPUT BCL-FILE.
           IF NOT WS-BCLFILE-SUCCESS
               DISPLAY "WS-BCLFILE-SW=" WS-BCLFILE-SW
               DISPLAY "BCL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ BCL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 110-LOAD-ONE-CALENDAR-ROW
               UNTIL WS-EOF-YES.
      *
           CLOSE BCL-FILE.
           MOVE 'Y' TO WS-LOADED-SW.
           DISPLAY "BCLBTFEC CALENDAR ROWS LOADED: " WS-BCL-CNT.
      *
       110-LOAD-ONE-CALENDAR-ROW.
      *
           IF WS-BCL-CNT NOT < WS-BCL-MAX
               DISPLAY "BCL CALENDAR TABLE FULL AT " WS-BCL-MAX
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE BCL-DATE-1 TO WS-WORK-DATE-X.
           MOVE '00' TO BCLDT-RETURN-CODE.
           PERFORM 200-VALIDATE-WORK-DATE.
           IF BCLDT-DATE-OK
               ADD 1 TO WS-BCL-CNT
               MOVE BCL-DATE-1     TO WS-BCL-DATE (WS-BCL-CNT)
               MOVE BCL-DAY-TYPE-1 TO WS-BCL-DAY-TYPE (WS-BCL-CNT)
               PERFORM 510-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER  TO WS-BCL-DAY-NUMBER (WS-BCL-CNT)
               MOVE WS-WEEKDAY-IDX TO WS-BCL-WEEKDAY (WS-BCL-CNT)
           ELSE
               DISPLAY "BCL ROW WITH A BAD DATE SKIPPED: " BCL-DATE-1
           END-IF.
      *
           READ BCL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       200-VALIDATE-WORK-DATE.
      *
      * A DAY PAST THE END OF THE MONTH - A 30/360 DATE - BECOMES THE
      * LAST DAY OF THE MONTH.
           IF WS-WORK-DATE-X NOT NUMERIC
               MOVE '10' TO BCLDT-RETURN-CODE
           ELSE IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
                   OR WS-WORK-DD < 1 OR WS-WORK-YYYY < 1601
               MOVE '10' TO BCLDT-RETURN-CODE
           ELSE
               PERFORM 540-SET-MONTH-LENGTH
               IF WS-WORK-DD > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD
                   MOVE '01' TO BCLDT-RETURN-CODE
               END-IF
           END-IF.
      *
       300-ROLL-FORWARD.
      *
           MOVE ZERO TO WS-STEP-CNT.
           PERFORM 500-TEST-WORKING-DAY.
           PERFORM 310-STEP-ONE-DAY
               UNTIL WS-IS-WORKING-DAY
                  OR WS-STEP-CNT > 366.
           IF NOT WS-IS-WORKING-DAY
               MOVE '20' TO BCLDT-RETURN-CODE
           END-IF.
      *
       310-STEP-ONE-DAY.
      *
           ADD 1 TO WS-STEP-CNT.
           PERFORM 530-ADD-ONE-DAY.
           PERFORM 500-TEST-WORKING-DAY.
      *
       400-COUNT-WORKING-DAYS.
      *
      * ON ENTRY WS-WORK-DATE IS DATE-IN ROLLED FORWARD. THE WORKING
      * DAYS IN (LOW, HIGH] ARE THE MONDAY-FRIDAY DAYS IN THE RANGE,
      * LESS THE CALENDAR'S CLOSED WEEKDAYS, PLUS ITS WORKED WEEKEND
      * DAYS.
           PERFORM 510-COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
           MOVE WS-WORK-DATE-X TO BCLDT-DATE-OUT.
      *
           MOVE BCLDT-DATE-TO TO WS-WORK-DATE-X.
           PERFORM 200-VALIDATE-WORK-DATE.
           IF BCLDT-BAD-DATE
               MOVE ZERO TO BCLDT-DAY-COUNT
           ELSE
               PERFORM 510-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-TO-DAY-NUMBER
               IF WS-TO-DAY-NUMBER < WS-FROM-DAY-NUMBER
                   MOVE WS-TO-DAY-NUMBER   TO WS-LOW-DAY-NUMBER
                   MOVE WS-FROM-DAY-NUMBER TO WS-HIGH-DAY-NUMBER
               ELSE
                   MOVE WS-FROM-DAY-NUMBER TO WS-LOW-DAY-NUMBER
                   MOVE WS-TO-DAY-NUMBER   TO WS-HIGH-DAY-NUMBER
               END-IF
               MOVE WS-LOW-DAY-NUMBER TO WS-DAY-NUMBER
               PERFORM 420-WEEKDAYS-THROUGH
               MOVE WS-WEEKDAYS-THRU TO WS-WEEKDAYS-LOW
               MOVE WS-HIGH-DAY-NUMBER TO WS-DAY-NUMBER
               PERFORM 420-WEEKDAYS-THROUGH
               MOVE WS-WEEKDAYS-THRU TO WS-WEEKDAYS-HIGH
               COMPUTE WS-WORKING-COUNT =
                   WS-WEEKDAYS-HIGH - WS-WEEKDAYS-LOW
               PERFORM 430-ADJUST-FOR-ONE-ROW
                   VARYING WS-BCL-SUB FROM 1 BY 1
                   UNTIL WS-BCL-SUB > WS-BCL-CNT
               IF WS-TO-DAY-NUMBER < WS-FROM-DAY-NUMBER
                   COMPUTE BCLDT-DAY-COUNT = 0 - WS-WORKING-COUNT
               ELSE
                   MOVE WS-WORKING-COUNT TO BCLDT-DAY-COUNT
               END-IF
           END-IF.
      *
      * LEAVE THE FIRST DATE, ROLLED, AS THE ONE REPORTED BACK.
           MOVE BCLDT-DATE-OUT TO WS-WORK-DATE-X.
           PERFORM 500-TEST-WORKING-DAY.
      *
       420-WEEKDAYS-THROUGH.
      *
      * MONDAY-FRIDAY DAYS FROM THE ORIGIN THROUGH WS-DAY-NUMBER.
           COMPUTE WS-WEEK-NUMBER = (WS-DAY-NUMBER + 1) / 7.
           COMPUTE WS-WEEKDAYS-THRU = WS-WEEK-NUMBER * 7.
           COMPUTE WS-WEEK-REM =
               WS-DAY-NUMBER + 1 - WS-WEEKDAYS-THRU.
           COMPUTE WS-WEEKDAYS-THRU = WS-WEEK-NUMBER * 5.
           IF WS-WEEK-REM > 4
               ADD 5 TO WS-WEEKDAYS-THRU
           ELSE
               COMPUTE WS-WEEKDAYS-THRU =
                   WS-WEEKDAYS-THRU + WS-WEEK-REM + 1
           END-IF.
      *
       430-ADJUST-FOR-ONE-ROW.
      *
           IF WS-BCL-DAY-NUMBER (WS-BCL-SUB) > WS-LOW-DAY-NUMBER
                   AND WS-BCL-DAY-NUMBER (WS-BCL-SUB)
                       NOT > WS-HIGH-DAY-NUMBER
               IF WS-BCL-CLOSED (WS-BCL-SUB)
                       AND WS-BCL-WEEKDAY (WS-BCL-SUB) < 5
                   SUBTRACT 1 FROM WS-WORKING-COUNT
               ELSE IF WS-BCL-WORKED (WS-BCL-SUB)
                       AND WS-BCL-WEEKDAY (WS-BCL-SUB) > 4
                   ADD 1 TO WS-WORKING-COUNT
               END-IF
           END-IF.
      *
       500-TEST-WORKING-DAY.
      *
           PERFORM 510-COMPUTE-DAY-NUMBER.
           IF WS-WEEKDAY-IDX > 4
               MOVE 'N' TO WS-WORKING-SW
           ELSE
               MOVE 'Y' TO WS-WORKING-SW
           END-IF.
           PERFORM 520-CHECK-ONE-CALENDAR-ROW
               VARYING WS-BCL-SUB FROM 1 BY 1
               UNTIL WS-BCL-SUB > WS-BCL-CNT
                  OR WS-BCL-DATE (WS-BCL-SUB) > WS-WORK-DATE-X.
      *
       510-COMPUTE-DAY-NUMBER.
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
       520-CHECK-ONE-CALENDAR-ROW.
      *
           IF WS-BCL-DATE (WS-BCL-SUB) = WS-WORK-DATE-X
               IF WS-BCL-CLOSED (WS-BCL-SUB)
                   MOVE 'N' TO WS-WORKING-SW
               ELSE IF WS-BCL-WORKED (WS-BCL-SUB)
                   MOVE 'Y' TO WS-WORKING-SW
               END-IF
           END-IF.
      *
       530-ADD-ONE-DAY.
      *
           PERFORM 540-SET-MONTH-LENGTH.
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
       540-SET-MONTH-LENGTH.
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
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
