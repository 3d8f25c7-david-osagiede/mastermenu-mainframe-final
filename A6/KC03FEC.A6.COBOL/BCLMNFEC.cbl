       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  BCLMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete/inquire maintenance against the
      *BCLFEC business calendar, modeled on COAMNFEC's action-code
      *screen. One record per date (YYYYMMDD) that differs from the
      *plain Monday-Friday week: H for a holiday, S for a plant
      *shutdown day, or W for a Saturday or Sunday the plant works.
      *A date with no record is a working day Monday to Friday and
      *closed at the weekend. The date is checked through BCLDTFEC so
      *the screen and the date routines agree on what a date is and
      *which day of the week it falls on. Due dates, order dates and
      *the payment run all follow this file, so next year's holidays
      *should be keyed before the year turns.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-54 IN UUMENFEC.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
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
       01 WS-BCL-FILE-STATUS-INFO.
           05 WS-BCL-OPEN                     PIC X.
               88 WS-BCL-OPEN-88                    VALUE 'Y'.
               88 WS-BCL-CLOSED-88                  VALUE 'Y'.
           05 WS-BCL-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-BCL-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X.
               88  SEND-ERASE                       VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
       01  COMMUNICATION-AREA              PIC X.
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
      *
       01  WS-CURRENT-ABSTIME              PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                 PIC X(08).
      *
       COPY BCLFEC.
      *
       COPY BCLDTCOM.
      *
       COPY BCLSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-CALENDAR-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO BCLMFECO
                   MOVE 'BCFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-CALENDAR-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO BCLMFECO
                   MOVE 'BCFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-CALENDAR-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-CALENDAR-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO BCLMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-CALENDAR-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('BCFE')
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
       1000-PROCESS-CALENDAR-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-CALENDAR-MAP.
           PERFORM 1200-EDIT-CALENDAR-DATA.
           IF VALID-DATA
               EXEC CICS
                   ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                              YYYYMMDD(WS-CURRENT-DATE)
               END-EXEC
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-CALENDAR-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-CALENDAR-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-CALENDAR-RECORD
                   WHEN ACTNI = 'I'
                       PERFORM 4500-INQUIRE-CALENDAR-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-CALENDAR-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-CALENDAR-MAP
           END-IF.
      *
       1100-RECEIVE-CALENDAR-MAP.
      *
           EXEC CICS
               RECEIVE MAP('BCLMFEC')
                       MAPSET('BCLSFEC')
                       INTO(BCLMFECI)
           END-EXEC.
      *
       1200-EDIT-CALENDAR-DATA.
      *
           IF       ACTNL = ZERO
                 OR ACTNI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter A, C, D, or I.' TO MESSAGEO
           ELSE IF ACTNI NOT = 'A' AND 'C' AND 'D' AND 'I'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Action must be A, C, D, or I.' TO MESSAGEO
           END-IF.
      *
           IF       CDATEL = ZERO
                 OR CDATEI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a date as YYYYMMDD.' TO MESSAGEO
           ELSE
               PERFORM 1250-CHECK-CALENDAR-DATE
           END-IF.
      *
           IF ACTNI = 'A'
               IF DTYPEL = ZERO OR DTYPEI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the day type H, S, or W.'
                     TO MESSAGEO
               ELSE IF CDESCL = ZERO OR CDESCI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter a description.' TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'A' OR 'C'
               IF DTYPEL NOT = ZERO AND DTYPEI NOT = SPACE
                       AND DTYPEI NOT = 'H' AND 'S' AND 'W'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Day type must be H, S, or W.' TO MESSAGEO
               END-IF
           END-IF.
      *
       1250-CHECK-CALENDAR-DATE.
      *
      * THE DATE ROUTINE ALSO HANDS BACK THE DAY OF THE WEEK, WHICH
      * THE W EDIT NEEDS.
           MOVE 'T'    TO BCLDT-FUNCTION.
           MOVE CDATEI TO BCLDT-DATE-IN.
           MOVE SPACES TO BCLDT-DATE-TO.
           EXEC CICS
               LINK PROGRAM('BCLDTFEC')
                    COMMAREA(BCLDT-COMMAREA)
                    LENGTH(LENGTH OF BCLDT-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'LINK'                    TO WS-HA-EXEC-TEXT-T4
               MOVE 'PROGRAM=BCLDTFEC'        TO WS-HA-EXEC-TEXT-T5
               PERFORM 9999-HANDLE-ABEND
           END-IF.
           IF NOT BCLDT-DATE-OK
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Date must be a real date as YYYYMMDD.'
                 TO MESSAGEO
           END-IF.
      *
       2000-ADD-CALENDAR-RECORD.
      *
           PERFORM 8000-BCL-OPEN.
      *
           MOVE SPACE           TO BUSINESS-CALENDAR-RECORD.
           MOVE CDATEI          TO BCL-DATE.
           PERFORM 3100-APPLY-CALENDAR-CHANGES.
      *
           IF VALID-DATA
               EXEC CICS
                   WRITE FILE('BCLFEC')
                         FROM(BUSINESS-CALENDAR-RECORD)
                         RIDFLD(BCL-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'BCLFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 4600-SHOW-CALENDAR-RECORD
                   MOVE 'Calendar date added.' TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                    OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That date is already on the calendar.'
                     TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       3000-CHANGE-CALENDAR-RECORD.
      *
           PERFORM 8000-BCL-OPEN.
      *
           MOVE CDATEI TO BCL-DATE.
      *
           EXEC CICS
               READ FILE('BCLFEC')
                    INTO(BUSINESS-CALENDAR-RECORD)
                    RIDFLD(BCL-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That date is not on the calendar.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 3100-APPLY-CALENDAR-CHANGES
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('BCLFEC')
                               FROM(BUSINESS-CALENDAR-RECORD)
                               RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'BCLFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       PERFORM 4600-SHOW-CALENDAR-RECORD
                       MOVE 'Calendar date changed.' TO MESSAGEO
                   ELSE
                       PERFORM 9999-HANDLE-ABEND
                   END-IF
               ELSE
                   EXEC CICS
                       UNLOCK FILE('BCLFEC')
                   END-EXEC
               END-IF
           END-IF.
      *
       3100-APPLY-CALENDAR-CHANGES.
      *
      * A FIELD LEFT BLANK ON A CHANGE KEEPS WHAT IS ON THE RECORD.
           IF DTYPEI NOT = SPACE AND LOW-VALUE
               MOVE DTYPEI TO BCL-DAY-TYPE
           END-IF.
           IF CDESCI NOT = SPACE AND LOW-VALUE
               MOVE CDESCI TO BCL-DESCRIPTION
           END-IF.
      *
      * ONLY A WEEKEND DAY CAN BE MARKED AS WORKED - A WEEKDAY IS A
      * WORKING DAY ALREADY UNLESS IT IS ON FILE AS H OR S.
           IF BCL-WORKING-DAY AND BCLDT-WEEKDAY < 6
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Type W is only for a Saturday or Sunday.'
                 TO MESSAGEO
           ELSE
               MOVE WS-CURRENT-DATE TO BCL-UPDATED-DATE
               MOVE EIBOPID         TO BCL-UPDATED-BY
           END-IF.
      *
       4000-DELETE-CALENDAR-RECORD.
      *
           PERFORM 8000-BCL-OPEN.
      *
           MOVE CDATEI TO BCL-DATE.
      *
           EXEC CICS
               DELETE FILE('BCLFEC')
                      RIDFLD(BCL-KEY)
                      RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'BCLFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Calendar date deleted.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That date is not on the calendar.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       4500-INQUIRE-CALENDAR-RECORD.
      *
           PERFORM 8000-BCL-OPEN.
      *
           MOVE CDATEI TO BCL-DATE.
      *
           EXEC CICS
               READ FILE('BCLFEC')
                    INTO(BUSINESS-CALENDAR-RECORD)
                    RIDFLD(BCL-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               IF BCLDT-WORKING-DAY
                   MOVE 'Not on the calendar - a normal working day.'
                     TO MESSAGEO
               ELSE
                   MOVE 'Not on the calendar - a normal weekend day.'
                     TO MESSAGEO
               END-IF
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 4600-SHOW-CALENDAR-RECORD
               MOVE 'Calendar date displayed.' TO MESSAGEO
           END-IF.
      *
       4600-SHOW-CALENDAR-RECORD.
      *
           MOVE BCL-DAY-TYPE         TO DTYPEO.
           MOVE BCL-DESCRIPTION      TO CDESCO.
           MOVE BCL-UPDATED-DATE     TO UDATEO.
           MOVE BCL-UPDATED-BY       TO UPDBYO.
      *
       1400-SEND-CALENDAR-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('BCLMFEC')
                            MAPSET('BCLSFEC')
                            FROM(BCLMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('BCLMFEC')
                            MAPSET('BCLSFEC')
                            FROM(BCLMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('BCLMFEC')
                            MAPSET('BCLSFEC')
                            FROM(BCLMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
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
           MOVE 'BCLMNFEC' TO USG-PROGRAM-NAME.
           EXEC CICS
               LINK PROGRAM('USGWRFEC')
                    COMMAREA(USG-COMMAREA)
                    LENGTH(LENGTH OF USG-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
       9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'N'  TO USG-FILE-FOUND-SW
               MOVE ZERO TO USG-FILE-SLOT
               PERFORM 9730-MATCH-UPDATED-FILE
                   VARYING USG-FILE-SUB FROM 1 BY 1
                   UNTIL USG-FILE-SUB > 6
               IF NOT USG-FILE-FOUND AND USG-FILE-SLOT > ZERO
                   MOVE USG-UPDATED-FILE
                     TO USG-FILE-NAME(USG-FILE-SLOT)
               END-IF
           END-IF.
      *
       9730-MATCH-UPDATED-FILE.
      *
           IF USG-FILE-NAME(USG-FILE-SUB) = USG-UPDATED-FILE
               MOVE 'Y' TO USG-FILE-FOUND-SW
           ELSE IF USG-FILE-NAME(USG-FILE-SUB) = SPACES
                   AND USG-FILE-SLOT = ZERO
               MOVE USG-FILE-SUB TO USG-FILE-SLOT
           END-IF.
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
