       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  PWCHGFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Operator self-service password change. The signed-on operator
      *keys the present password and the new one twice. The present
      *password must be right - a wrong one counts toward the same
      *three-strike lockout UUSGNFEC keeps, and the lock ends the
      *session. The new one must be at least six characters, differ
      *from the present one, and not match any of the last
      *PWP-HISTORY-DEPTH passwords on PWHFEC (five when the PWPFEC
      *policy record is missing). A good change sets OPR-PASSWORD-
      *DATE to today and pushes the new password onto the operator's
      *PWHFEC history. Reached from UUMENFEC as an inquiry-level
      *option, or from UUSGNFEC when the password has expired or was
      *reset - then the operator cannot reach the menu until the
      *change is made. Either way it returns through RDULSFEC, the
      *unread reports list, which passes control on to UUMENFEC.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  A FORCED CHANGE GOES ON TO RDULSFEC, THE
      *                 UNREAD REPORTS LIST, THE WAY A GOOD SIGN-ON
      *                 DOES, RATHER THAN STRAIGHT TO UUMENFEC.
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
       01 WS-OPR-FILE-STATUS-INFO.
           05 WS-OPRF-OPEN                    PIC X.
               88 WS-OPRF-OPEN-88                   VALUE 'Y'.
               88 WS-OPRF-CLOSED-88                 VALUE 'Y'.
           05 WS-OPRF-OPEN-STATUS             PIC S9(8) COMP VALUE 0.
           05 WS-OPRF-ENABLE-STATUS           PIC S9(8) COMP VALUE 0.
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
           05  PWH-NEW-RECORD-SW           PIC X    VALUE 'N'.
               88 PWH-NEW-RECORD                    VALUE 'Y'.
           05  PASSWORD-REUSED-SW          PIC X    VALUE 'N'.
               88 PASSWORD-REUSED                   VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X.
               88  SEND-ERASE                       VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
      * THE FIRST TEN BYTES ARE THE UUSGNFEC/UUMENFEC SIGN-ON AREA AND
      * GO ON TO RDULSFEC AS THEY CAME, WHICH PASSES THEM TO UUMENFEC.
      * THE FORCED SWITCH IS SET BY UUSGNFEC ON AN EXPIRED OR RESET
      * PASSWORD; THE MAP-SENT SWITCH TELLS THIS PROGRAM'S OWN RETURNS
      * FROM THE FIRST ENTRY.
       01  COMMUNICATION-AREA.
           05  CA-MENU-AREA.
               10  CA-OPERATOR-ID          PIC X(08).
               10  CA-SIGNED-ON-SW         PIC X(01).
                   88  CA-SIGNED-ON            VALUE 'Y'.
               10  CA-OPERATOR-ROLE        PIC 9(01).
           05  CA-PASSWORD-FORCED-SW       PIC X(01).
               88  CA-PASSWORD-FORCED          VALUE 'Y'.
           05  CA-MAP-SENT-SW              PIC X(01).
               88  CA-MAP-SENT                 VALUE 'Y'.
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
       01  WS-LOCKOUT-LIMIT                PIC 9(02) VALUE 3.
       01  WS-MIN-PASSWORD-LENGTH          PIC S9(4) COMP VALUE 6.
      *
      * HOW MANY PREVIOUS PASSWORDS A NEW ONE IS CHECKED AGAINST - 5
      * UNLESS THE PWPFEC POLICY RECORD SAYS OTHERWISE, NEVER MORE
      * THAN THE TEN PWHFEC HOLDS.
       01  WS-HISTORY-DEPTH                PIC 9(02) VALUE 5.
       01  WS-HISTORY-LIMIT                PIC 9(02) VALUE 0.
       01  WS-PWH-SUB                      PIC S9(4) COMP VALUE 0.
       01  WS-PWH-PREV-SUB                 PIC S9(4) COMP VALUE 0.
      *
       01  WS-CURRENT-ABSTIME              PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                 PIC X(08).
      *
       COPY OPRFEC.
      *
       COPY PWPFEC.
      *
       COPY PWHFEC.
      *
       COPY PWCSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(12).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-PASSWORD-CHANGE.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           MOVE SPACES TO COMMUNICATION-AREA.
           IF EIBCALEN NOT = ZERO
                   AND EIBCALEN NOT >
                       LENGTH OF COMMUNICATION-AREA
               MOVE DFHCOMMAREA (1:EIBCALEN)
                 TO COMMUNICATION-AREA (1:EIBCALEN)
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN NOT CA-SIGNED-ON
                   PERFORM 9710-LOG-USAGE
                   EXEC CICS
                       XCTL PROGRAM('UUSGNFEC')
                   END-EXEC
      *
               WHEN NOT CA-MAP-SENT
                   PERFORM 1500-START-PASSWORD-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1500-START-PASSWORD-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-PASSWORD-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO PWCMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-PASSWORD-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('PWFE')
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
       1000-PROCESS-PASSWORD-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-PASSWORD-MAP.
           PERFORM 1200-EDIT-PASSWORD-DATA.
           IF VALID-DATA
               PERFORM 2000-CHANGE-PASSWORD
           END-IF.
      *
           IF VALID-DATA AND CA-PASSWORD-FORCED
               PERFORM 3000-RETURN-TO-MENU
           END-IF.
      *
           MOVE CA-OPERATOR-ID TO OPERIDO.
           MOVE SPACES         TO CURPWDO
                                  NEWPWDO
                                  CNFPWDO.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-PASSWORD-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-PASSWORD-MAP
           END-IF.
      *
       1100-RECEIVE-PASSWORD-MAP.
      *
           EXEC CICS
               RECEIVE MAP('PWCMFEC')
                       MAPSET('PWCSFEC')
                       INTO(PWCMFECI)
           END-EXEC.
      *
       1200-EDIT-PASSWORD-DATA.
      *
           IF       CURPWDL = ZERO
                 OR CURPWDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter your present password.' TO MESSAGEO
           ELSE IF  NEWPWDL = ZERO
                 OR NEWPWDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a new password.' TO MESSAGEO
           ELSE IF NEWPWDL < WS-MIN-PASSWORD-LENGTH
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A new password needs at least 6 characters.'
                 TO MESSAGEO
           ELSE IF CNFPWDI NOT = NEWPWDI
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'The new password was not keyed the same twice.'
                 TO MESSAGEO
           ELSE IF NEWPWDI = CURPWDI
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'The new password must differ from the old one.'
                 TO MESSAGEO
           END-IF.
      *
       1400-SEND-PASSWORD-MAP.
      *
           MOVE 'PWFE' TO TRANIDO.
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('PWCMFEC')
                            MAPSET('PWCSFEC')
                            FROM(PWCMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('PWCMFEC')
                            MAPSET('PWCSFEC')
                            FROM(PWCMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('PWCMFEC')
                            MAPSET('PWCSFEC')
                            FROM(PWCMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       1500-START-PASSWORD-MAP.
      *
           MOVE LOW-VALUE      TO PWCMFECO.
           MOVE CA-OPERATOR-ID TO OPERIDO.
           IF CA-PASSWORD-FORCED
               MOVE 'Your password has expired - choose a new one.'
                 TO MESSAGEO
           ELSE
               MOVE 'Key your present password and a new one twice.'
                 TO MESSAGEO
           END-IF.
           SET CA-MAP-SENT TO TRUE.
           SET SEND-ERASE  TO TRUE.
           PERFORM 1400-SEND-PASSWORD-MAP.
      *
       2000-CHANGE-PASSWORD.
      *
           PERFORM 8000-OPR-OPEN.
      *
           EXEC CICS
               READ FILE('OPRFEC')
                    INTO(OPERATOR-RECORD)
                    RIDFLD(CA-OPERATOR-ID)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF CURPWDI NOT = OPR-PASSWORD
               PERFORM 2050-COUNT-FAILED-ATTEMPT
           ELSE
               PERFORM 2100-READ-PASSWORD-POLICY
               PERFORM 2200-READ-PASSWORD-HISTORY
               PERFORM 2300-CHECK-PASSWORD-REUSE
               IF PASSWORD-REUSED
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That password was used too recently.'
                     TO MESSAGEO
                   EXEC CICS
                       UNLOCK FILE('OPRFEC')
                   END-EXEC
                   IF NOT PWH-NEW-RECORD
                       EXEC CICS
                           UNLOCK FILE('PWHFEC')
                       END-EXEC
                   END-IF
               ELSE
                   PERFORM 2400-STORE-NEW-PASSWORD
               END-IF
           END-IF.
      *
       2050-COUNT-FAILED-ATTEMPT.
      *
           MOVE 'N' TO VALID-DATA-SW.
           ADD 1 TO OPR-FAILED-COUNT.
           IF OPR-FAILED-COUNT NOT < WS-LOCKOUT-LIMIT
               MOVE 'Y' TO OPR-LOCKED-SW
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('OPRFEC')
                       FROM(OPERATOR-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'OPRFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF OPR-IS-LOCKED
               PERFORM 8300-SEND-TERMINATION-MSG
           ELSE
               MOVE 'Present password is not correct.' TO MESSAGEO
           END-IF.
      *
       2100-READ-PASSWORD-POLICY.
      *
           MOVE ZERO TO PWP-RECORD-KEY.
           EXEC CICS
               READ FILE('PWPFEC')
                    INTO(PASSWORD-POLICY-RECORD)
                    RIDFLD(PWP-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   AND PWP-HISTORY-DEPTH > ZERO
               MOVE PWP-HISTORY-DEPTH TO WS-HISTORY-DEPTH
           END-IF.
           IF WS-HISTORY-DEPTH > 10
               MOVE 10 TO WS-HISTORY-DEPTH
           END-IF.
      *
       2200-READ-PASSWORD-HISTORY.
      *
           MOVE 'N' TO PWH-NEW-RECORD-SW.
           EXEC CICS
               READ FILE('PWHFEC')
                    INTO(PASSWORD-HISTORY-RECORD)
                    RIDFLD(CA-OPERATOR-ID)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y'            TO PWH-NEW-RECORD-SW
               MOVE SPACES         TO PASSWORD-HISTORY-RECORD
               MOVE CA-OPERATOR-ID TO PWH-OPERATOR-ID
               MOVE ZERO           TO PWH-ENTRY-COUNT
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2300-CHECK-PASSWORD-REUSE.
      *
           MOVE 'N' TO PASSWORD-REUSED-SW.
           IF PWH-ENTRY-COUNT < WS-HISTORY-DEPTH
               MOVE PWH-ENTRY-COUNT  TO WS-HISTORY-LIMIT
           ELSE
               MOVE WS-HISTORY-DEPTH TO WS-HISTORY-LIMIT
           END-IF.
           PERFORM 2310-MATCH-HISTORY-ENTRY
               VARYING WS-PWH-SUB FROM 1 BY 1
               UNTIL WS-PWH-SUB > WS-HISTORY-LIMIT
                  OR PASSWORD-REUSED.
      *
       2310-MATCH-HISTORY-ENTRY.
      *
           IF PWH-PASSWORD (WS-PWH-SUB) = NEWPWDI
               MOVE 'Y' TO PASSWORD-REUSED-SW
           END-IF.
      *
       2400-STORE-NEW-PASSWORD.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           MOVE NEWPWDI         TO OPR-PASSWORD.
           MOVE WS-CURRENT-DATE TO OPR-PASSWORD-DATE.
           MOVE ZERO            TO OPR-FAILED-COUNT.
      *
           EXEC CICS
               REWRITE FILE('OPRFEC')
                       FROM(OPERATOR-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'OPRFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
      * NEWEST FIRST - EVERY ENTRY MOVES DOWN ONE AND THE TENTH FALLS
      * OFF THE END.
           PERFORM 2410-SHIFT-HISTORY-ENTRY
               VARYING WS-PWH-SUB FROM 10 BY -1
               UNTIL WS-PWH-SUB < 2.
           MOVE NEWPWDI         TO PWH-PASSWORD (1).
           MOVE WS-CURRENT-DATE TO PWH-CHANGED-DATE (1).
           IF PWH-ENTRY-COUNT < 10
               ADD 1 TO PWH-ENTRY-COUNT
           END-IF.
      *
           IF PWH-NEW-RECORD
               EXEC CICS
                   WRITE FILE('PWHFEC')
                         FROM(PASSWORD-HISTORY-RECORD)
                         RIDFLD(PWH-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   REWRITE FILE('PWHFEC')
                           FROM(PASSWORD-HISTORY-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
           MOVE 'PWHFEC' TO USG-UPDATED-FILE.
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Password changed.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2410-SHIFT-HISTORY-ENTRY.
      *
           COMPUTE WS-PWH-PREV-SUB = WS-PWH-SUB - 1.
           MOVE PWH-ENTRY (WS-PWH-PREV-SUB) TO PWH-ENTRY (WS-PWH-SUB).
      *
       3000-RETURN-TO-MENU.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               XCTL PROGRAM('RDULSFEC')
                    COMMAREA(CA-MENU-AREA)
           END-EXEC.
      *
       8000-OPR-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=OPRFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('OPRFEC')
                   OPENSTATUS(WS-OPRF-OPEN-STATUS)
                   ENABLESTATUS(WS-OPRF-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-OPRF-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=OPRFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('OPRFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-OPRF-OPEN
           ELSE IF WS-OPRF-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'PWCHGFEC' TO USG-PROGRAM-NAME.
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
