       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RTEMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete maintenance against the RTEFEC
      *delivery route master, modeled on CATMNFEC's action-code
      *screen. One record per route code with its description, the
      *days it runs - seven positions, Monday first, Y where the
      *truck goes out (YNYNYNN is Monday, Wednesday, Friday) - and
      *the truck capacity in whole pounds (seven digits). Stops are
      *put on a route through RSTMNFEC, which validates the route
      *code against this file; LDPLNFEC plans each night's loads
      *from it.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-47 IN UUMENFEC.
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
       01 WS-RTE-FILE-STATUS-INFO.
           05 WS-RTE-OPEN                     PIC X.
               88 WS-RTE-OPEN-88                    VALUE 'Y'.
               88 WS-RTE-CLOSED-88                  VALUE 'Y'.
           05 WS-RTE-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-RTE-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CAPACITY-IN                      PIC 9(07) VALUE 0.
       01 WS-DAYS-IN                          PIC X(07) VALUE SPACES.
       01 WS-DAY-IN                           REDEFINES WS-DAYS-IN
                                              OCCURS 7 TIMES
                                              PIC X(01).
       01 WS-DAY-SUB                          PIC S9(4) COMP VALUE 0.
       01 WS-RUN-DAY-CNT                      PIC S9(4) COMP VALUE 0.
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
       COPY RTEFEC.
      *
       COPY RTESFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-ROUTE-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO RTEMFECO
                   MOVE 'DRFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-ROUTE-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO RTEMFECO
                   MOVE 'DRFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-ROUTE-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-ROUTE-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO RTEMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-ROUTE-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('DRFE')
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
       1000-PROCESS-ROUTE-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-ROUTE-MAP.
           PERFORM 1200-EDIT-ROUTE-DATA.
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-ROUTE-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-ROUTE-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-ROUTE-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-ROUTE-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-ROUTE-MAP
           END-IF.
      *
       1100-RECEIVE-ROUTE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('RTEMFEC')
                       MAPSET('RTESFEC')
                       INTO(RTEMFECI)
           END-EXEC.
      *
       1200-EDIT-ROUTE-DATA.
      *
           IF       ACTNL = ZERO
                 OR ACTNI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter A, C, or D.' TO MESSAGEO
           ELSE IF ACTNI NOT = 'A' AND 'C' AND 'D'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Action must be A, C, or D.' TO MESSAGEO
           END-IF.
      *
           IF       RTECDL = ZERO
                 OR RTECDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a route code.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'A'
               IF RDESCL = ZERO OR RDESCI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the route description.'
                     TO MESSAGEO
               END-IF
               IF RDAYSL = ZERO OR RDAYSI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the delivery days.'
                     TO MESSAGEO
               END-IF
               IF RCAPI = SPACE OR RCAPI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Capacity must be 7 digits in pounds.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'C'
               IF RCAPI NOT = SPACE AND LOW-VALUE
                       AND RCAPI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Capacity must be 7 digits in pounds.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF VALID-DATA AND ACTNI NOT = 'D'
               IF RDAYSI NOT = SPACE AND LOW-VALUE
                   PERFORM 1250-EDIT-DELIVERY-DAYS
               END-IF
               IF RCAPI NOT = SPACE AND LOW-VALUE
                   MOVE RCAPI TO WS-CAPACITY-IN
                   IF WS-CAPACITY-IN = ZERO
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'Truck capacity must be more than zero.'
                         TO MESSAGEO
                   END-IF
               END-IF
           END-IF.
      *
      * EACH DAY IS Y OR N (A BLANK DAY IS N), AND A ROUTE HAS TO RUN
      * AT LEAST ONE OF THEM.
       1250-EDIT-DELIVERY-DAYS.
      *
           MOVE RDAYSI TO WS-DAYS-IN.
           MOVE ZERO   TO WS-RUN-DAY-CNT.
           PERFORM 1260-EDIT-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.
      *
           IF VALID-DATA AND WS-RUN-DAY-CNT = ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'The route must run on at least one day.'
                 TO MESSAGEO
           END-IF.
      *
       1260-EDIT-ONE-DAY.
      *
           IF WS-DAY-IN (WS-DAY-SUB) = 'Y'
               ADD 1 TO WS-RUN-DAY-CNT
           ELSE IF WS-DAY-IN (WS-DAY-SUB) = 'N' OR SPACE OR LOW-VALUE
               MOVE 'N' TO WS-DAY-IN (WS-DAY-SUB)
           ELSE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Days are Y or N, Monday first (YNYNYNN).'
                 TO MESSAGEO
           END-IF.
      *
       2000-ADD-ROUTE-RECORD.
      *
           PERFORM 8000-RTE-OPEN.
      *
           MOVE SPACE          TO DELIVERY-ROUTE-RECORD.
           MOVE RTECDI         TO RTE-ROUTE-CODE.
           MOVE RDESCI         TO RTE-DESCRIPTION.
           MOVE WS-DAYS-IN     TO RTE-DELIVERY-DAYS.
           MOVE WS-CAPACITY-IN TO RTE-TRUCK-CAPACITY.
      *
           EXEC CICS
               WRITE FILE('RTEFEC')
                     FROM(DELIVERY-ROUTE-RECORD)
                     RIDFLD(RTE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'RTEFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Route added.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That route code already exists.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3000-CHANGE-ROUTE-RECORD.
      *
           PERFORM 8000-RTE-OPEN.
      *
           MOVE RTECDI TO RTE-ROUTE-CODE.
      *
           EXEC CICS
               READ FILE('RTEFEC')
                    INTO(DELIVERY-ROUTE-RECORD)
                    RIDFLD(RTE-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That route does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               IF RDESCI NOT = SPACE AND LOW-VALUE
                   MOVE RDESCI TO RTE-DESCRIPTION
               END-IF
               IF RDAYSI NOT = SPACE AND LOW-VALUE
                   MOVE WS-DAYS-IN TO RTE-DELIVERY-DAYS
               END-IF
               IF RCAPI NOT = SPACE AND LOW-VALUE
                   MOVE WS-CAPACITY-IN TO RTE-TRUCK-CAPACITY
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('RTEFEC')
                           FROM(DELIVERY-ROUTE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'RTEFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Route changed.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       4000-DELETE-ROUTE-RECORD.
      *
           PERFORM 8000-RTE-OPEN.
      *
           MOVE RTECDI TO RTE-ROUTE-CODE.
      *
           EXEC CICS
               READ FILE('RTEFEC')
                    INTO(DELIVERY-ROUTE-RECORD)
                    RIDFLD(RTE-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That route does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               EXEC CICS
                   DELETE FILE('RTEFEC')
                          RIDFLD(RTE-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'RTEFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Route deleted.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1400-SEND-ROUTE-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('RTEMFEC')
                            MAPSET('RTESFEC')
                            FROM(RTEMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('RTEMFEC')
                            MAPSET('RTESFEC')
                            FROM(RTEMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('RTEMFEC')
                            MAPSET('RTESFEC')
                            FROM(RTEMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-RTE-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=RTEFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('RTEFEC')
                   OPENSTATUS(WS-RTE-OPEN-STATUS)
                   ENABLESTATUS(WS-RTE-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RTE-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=RTEFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('RTEFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-RTE-OPEN
           ELSE IF WS-RTE-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'RTEMNFEC' TO USG-PROGRAM-NAME.
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
