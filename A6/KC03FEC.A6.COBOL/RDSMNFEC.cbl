       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RDSMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete/inquire maintenance against the
      *RDSFEC report distribution file, modeled on LGHMNFEC's action-
      *code screen. One record per report per entry: type D names an
      *OPR-DEPARTMENT whose operators all see the whole report, and
      *type O names one operator. An O entry may carry a burst key -
      *the rep code INVARFEC or the collector id INVDNFEC stamps on
      *each page in SPBFEC - and the operator then sees only those
      *pages in RPTVWFEC. A department entry takes no burst key. An
      *operator named on an O entry must be on OPRFEC. Once a report
      *has any entry it is closed to everyone not listed; deleting
      *the last entry opens it to all again. On a change the burst
      *key as keyed replaces what is on the record, so blanking it
      *gives the operator the whole report. Administrator only.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-57 IN MNOPTFEC.
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
       01 WS-RDS-FILE-STATUS-INFO.
           05 WS-RDS-OPEN                     PIC X.
               88 WS-RDS-OPEN-88                    VALUE 'Y'.
               88 WS-RDS-CLOSED-88                  VALUE 'Y'.
           05 WS-RDS-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-RDS-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-OPR-FILE-STATUS-INFO.
           05 WS-OPR-OPEN                     PIC X.
               88 WS-OPR-OPEN-88                    VALUE 'Y'.
               88 WS-OPR-CLOSED-88                  VALUE 'Y'.
           05 WS-OPR-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-OPR-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
       COPY RDSFEC.
      *
       COPY OPRFEC.
      *
       COPY RDSSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-DIST-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO RDSMFECO
                   MOVE 'RDFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-DIST-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO RDSMFECO
                   MOVE 'RDFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-DIST-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-DIST-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO RDSMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-DIST-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('RDFE')
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
       1000-PROCESS-DIST-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-DIST-MAP.
           PERFORM 1200-EDIT-DIST-DATA.
           IF VALID-DATA
                   AND ETYPEI = 'O'
                   AND (ACTNI = 'A' OR 'C')
               PERFORM 1300-CHECK-OPERATOR
           END-IF.
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
                       PERFORM 2000-ADD-DIST-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-DIST-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-DIST-RECORD
                   WHEN ACTNI = 'I'
                       PERFORM 4500-INQUIRE-DIST-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-DIST-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-DIST-MAP
           END-IF.
      *
       1100-RECEIVE-DIST-MAP.
      *
           EXEC CICS
               RECEIVE MAP('RDSMFEC')
                       MAPSET('RDSSFEC')
                       INTO(RDSMFECI)
           END-EXEC.
      *
       1200-EDIT-DIST-DATA.
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
           IF       REPTIDL = ZERO
                 OR REPTIDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a report id.' TO MESSAGEO
           ELSE IF ETYPEL = ZERO
                 OR ETYPEI NOT = 'D' AND 'O'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Entry type must be D (department) or O (operator).'
                 TO MESSAGEO
           ELSE IF EVALUEL = ZERO
                 OR EVALUEI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter the department or operator id.'
                 TO MESSAGEO
           ELSE IF ETYPEI = 'D'
                   AND EVALUEI (5:4) NOT = SPACES AND LOW-VALUE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A department code is at most four characters.'
                 TO MESSAGEO
           END-IF.
      *
           IF ETYPEI = 'D' AND (ACTNI = 'A' OR 'C')
               IF BURSTL NOT = ZERO
                       AND BURSTI NOT = SPACE AND LOW-VALUE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A department entry takes no burst key.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
       1300-CHECK-OPERATOR.
      *
           PERFORM 8100-OPR-OPEN.
      *
           EXEC CICS
               READ FILE('OPRFEC')
                    INTO(OPERATOR-RECORD)
                    RIDFLD(EVALUEI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That operator is not on file.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2000-ADD-DIST-RECORD.
      *
           PERFORM 8000-RDS-OPEN.
      *
           MOVE SPACE   TO REPORT-DISTRIBUTION-RECORD.
           PERFORM 2100-SET-DIST-KEY.
           PERFORM 3100-APPLY-DIST-CHANGES.
      *
           EXEC CICS
               WRITE FILE('RDSFEC')
                     FROM(REPORT-DISTRIBUTION-RECORD)
                     RIDFLD(RDS-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'RDSFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 4600-SHOW-DIST-RECORD
               MOVE 'Distribution entry added.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That entry is already on file.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2100-SET-DIST-KEY.
      *
           MOVE REPTIDI TO RDS-REPORT-ID.
           MOVE ETYPEI  TO RDS-ENTRY-TYPE.
           MOVE EVALUEI TO RDS-ENTRY-VALUE.
           INSPECT RDS-KEY REPLACING ALL LOW-VALUE BY SPACE.
      *
       3000-CHANGE-DIST-RECORD.
      *
           PERFORM 8000-RDS-OPEN.
      *
           PERFORM 2100-SET-DIST-KEY.
      *
           EXEC CICS
               READ FILE('RDSFEC')
                    INTO(REPORT-DISTRIBUTION-RECORD)
                    RIDFLD(RDS-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That entry is not on file.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 3100-APPLY-DIST-CHANGES
               EXEC CICS
                   REWRITE FILE('RDSFEC')
                           FROM(REPORT-DISTRIBUTION-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'RDSFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 4600-SHOW-DIST-RECORD
                   MOVE 'Distribution entry changed.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       3100-APPLY-DIST-CHANGES.
      *
      * THE BURST KEY IS THE ONLY DATA FIELD, SO IT IS TAKEN AS KEYED
      * AND A BLANK ONE MEANS THE WHOLE REPORT.
           IF BURSTL = ZERO OR BURSTI = SPACE OR LOW-VALUE
               MOVE SPACES TO RDS-BURST-KEY
           ELSE
               MOVE BURSTI TO RDS-BURST-KEY
               INSPECT RDS-BURST-KEY REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           MOVE WS-CURRENT-DATE TO RDS-UPDATED-DATE.
           MOVE EIBOPID         TO RDS-UPDATED-BY.
      *
       4000-DELETE-DIST-RECORD.
      *
           PERFORM 8000-RDS-OPEN.
      *
           PERFORM 2100-SET-DIST-KEY.
      *
           EXEC CICS
               DELETE FILE('RDSFEC')
                      RIDFLD(RDS-KEY)
                      RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'RDSFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Distribution entry deleted.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That entry is not on file.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       4500-INQUIRE-DIST-RECORD.
      *
           PERFORM 8000-RDS-OPEN.
      *
           PERFORM 2100-SET-DIST-KEY.
      *
           EXEC CICS
               READ FILE('RDSFEC')
                    INTO(REPORT-DISTRIBUTION-RECORD)
                    RIDFLD(RDS-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That entry is not on file.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 4600-SHOW-DIST-RECORD
               MOVE 'Distribution entry displayed.' TO MESSAGEO
           END-IF.
      *
       4600-SHOW-DIST-RECORD.
      *
           MOVE RDS-BURST-KEY        TO BURSTO.
           MOVE RDS-UPDATED-DATE     TO UDATEO.
           MOVE RDS-UPDATED-BY       TO UPDBYO.
      *
       1400-SEND-DIST-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('RDSMFEC')
                            MAPSET('RDSSFEC')
                            FROM(RDSMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('RDSMFEC')
                            MAPSET('RDSSFEC')
                            FROM(RDSMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('RDSMFEC')
                            MAPSET('RDSSFEC')
                            FROM(RDSMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-RDS-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=RDSFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('RDSFEC')
                   OPENSTATUS(WS-RDS-OPEN-STATUS)
                   ENABLESTATUS(WS-RDS-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RDS-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=RDSFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('RDSFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-RDS-OPEN
           ELSE IF WS-RDS-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-OPR-OPEN.
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
                   OPENSTATUS(WS-OPR-OPEN-STATUS)
                   ENABLESTATUS(WS-OPR-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-OPR-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=OPRFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('OPRFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-OPR-OPEN
           ELSE IF WS-OPR-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'RDSMNFEC' TO USG-PROGRAM-NAME.
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
