       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  LGHMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete/inquire maintenance against the
      *LGHFEC legal hold file, modeled on BCLMNFEC's action-code
      *screen. One record per customer per hold number (01-99), so a
      *customer caught up in more than one matter carries one hold
      *for each. A hold names the matter and, optionally, the range
      *of record dates it covers - a blank from date reaches back to
      *the first record and a blank to date leaves the hold open.
      *While a hold is on file INVPGFEC, PAYPGFEC and OORPGFEC keep
      *the customer's invoices, payments and orders dated in the
      *range and CMPGFEC never purges the customer. Delete releases
      *the hold. The customer must be on CMFFEC to be put on hold,
      *and dates are checked through BCLDTFEC so the screen and the
      *date routines agree on what a date is. On a change a field
      *left blank keeps what is on the record. Administrator only.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-56 IN MNOPTFEC.
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
       01 WS-LGH-FILE-STATUS-INFO.
           05 WS-LGH-OPEN                     PIC X.
               88 WS-LGH-OPEN-88                    VALUE 'Y'.
               88 WS-LGH-CLOSED-88                  VALUE 'Y'.
           05 WS-LGH-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-LGH-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CMF-FILE-STATUS-INFO.
           05 WS-CMF-OPEN                     PIC X.
               88 WS-CMF-OPEN-88                    VALUE 'Y'.
               88 WS-CMF-CLOSED-88                  VALUE 'Y'.
           05 WS-CMF-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CMF-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
           05  CUSTOMER-FOUND-SW           PIC X    VALUE 'N'.
               88 CUSTOMER-FOUND                    VALUE 'Y'.
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
       01  WS-HOLD-NUMBER                  PIC 9(02).
       01  WS-CHECK-DATE                   PIC X(08).
      *
       COPY LGHFEC.
      *
       COPY CMFFEC.
      *
       COPY BCLDTCOM.
      *
       COPY LGHSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-HOLD-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO LGHMFECO
                   MOVE 'LHFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-HOLD-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO LGHMFECO
                   MOVE 'LHFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-HOLD-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-HOLD-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO LGHMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-HOLD-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('LHFE')
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
       1000-PROCESS-HOLD-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-HOLD-MAP.
           PERFORM 1200-EDIT-HOLD-DATA.
           IF VALID-DATA
               PERFORM 1300-SHOW-CUSTOMER-NAME
               IF ACTNI = 'A' AND NOT CUSTOMER-FOUND
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That customer is not on file.' TO MESSAGEO
               END-IF
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
                       PERFORM 2000-ADD-HOLD-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-HOLD-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-HOLD-RECORD
                   WHEN ACTNI = 'I'
                       PERFORM 4500-INQUIRE-HOLD-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-HOLD-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-HOLD-MAP
           END-IF.
      *
       1100-RECEIVE-HOLD-MAP.
      *
           EXEC CICS
               RECEIVE MAP('LGHMFEC')
                       MAPSET('LGHSFEC')
                       INTO(LGHMFECI)
           END-EXEC.
      *
       1200-EDIT-HOLD-DATA.
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
           IF       CUSTNOL = ZERO
                 OR CUSTNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a customer number.' TO MESSAGEO
           ELSE IF HOLDNOL = ZERO
                 OR HOLDNOI NOT NUMERIC
                 OR HOLDNOI = '00'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Hold number must be 01 to 99.' TO MESSAGEO
           ELSE
               MOVE HOLDNOI TO WS-HOLD-NUMBER
           END-IF.
      *
           IF ACTNI = 'A'
               IF MATTERL = ZERO OR MATTERI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must name the matter.' TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'A' OR 'C'
               IF FDATEL NOT = ZERO AND FDATEI NOT = SPACE
                   MOVE FDATEI TO WS-CHECK-DATE
                   PERFORM 1250-CHECK-HOLD-DATE
               END-IF
               IF TDATEL NOT = ZERO AND TDATEI NOT = SPACE
                   MOVE TDATEI TO WS-CHECK-DATE
                   PERFORM 1250-CHECK-HOLD-DATE
               END-IF
           END-IF.
      *
       1250-CHECK-HOLD-DATE.
      *
           MOVE 'T'           TO BCLDT-FUNCTION.
           MOVE WS-CHECK-DATE TO BCLDT-DATE-IN.
           MOVE SPACES        TO BCLDT-DATE-TO.
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
               MOVE 'Dates must be real dates as YYYYMMDD.'
                 TO MESSAGEO
           END-IF.
      *
       1300-SHOW-CUSTOMER-NAME.
      *
           PERFORM 8100-CMF-OPEN.
      *
           MOVE 'N' TO CUSTOMER-FOUND-SW.
           EXEC CICS
               READ FILE(RESNM-CMF-FILE)
                    INTO(WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(CUSTNOI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y'             TO CUSTOMER-FOUND-SW
               MOVE WS-CM-LAST-NAME TO CNAMEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACES TO CNAMEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2000-ADD-HOLD-RECORD.
      *
           PERFORM 8000-LGH-OPEN.
      *
           MOVE SPACE          TO LEGAL-HOLD-RECORD.
           MOVE CUSTNOI        TO LGH-CUSTOMER-NUMBER.
           MOVE WS-HOLD-NUMBER TO LGH-HOLD-NUMBER.
           PERFORM 3100-APPLY-HOLD-CHANGES.
      *
           IF VALID-DATA
               EXEC CICS
                   WRITE FILE('LGHFEC')
                         FROM(LEGAL-HOLD-RECORD)
                         RIDFLD(LGH-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'LGHFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 4600-SHOW-HOLD-RECORD
                   MOVE 'Legal hold added.' TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                    OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That hold number is already in use.'
                     TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       3000-CHANGE-HOLD-RECORD.
      *
           PERFORM 8000-LGH-OPEN.
      *
           MOVE CUSTNOI        TO LGH-CUSTOMER-NUMBER.
           MOVE WS-HOLD-NUMBER TO LGH-HOLD-NUMBER.
      *
           EXEC CICS
               READ FILE('LGHFEC')
                    INTO(LEGAL-HOLD-RECORD)
                    RIDFLD(LGH-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That hold is not on file.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 3100-APPLY-HOLD-CHANGES
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('LGHFEC')
                               FROM(LEGAL-HOLD-RECORD)
                               RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'LGHFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       PERFORM 4600-SHOW-HOLD-RECORD
                       MOVE 'Legal hold changed.' TO MESSAGEO
                   ELSE
                       PERFORM 9999-HANDLE-ABEND
                   END-IF
               ELSE
                   EXEC CICS
                       UNLOCK FILE('LGHFEC')
                   END-EXEC
               END-IF
           END-IF.
      *
       3100-APPLY-HOLD-CHANGES.
      *
      * A FIELD LEFT BLANK ON A CHANGE KEEPS WHAT IS ON THE RECORD.
           IF FDATEI NOT = SPACE AND LOW-VALUE
               MOVE FDATEI TO LGH-FROM-DATE
           END-IF.
           IF TDATEI NOT = SPACE AND LOW-VALUE
               MOVE TDATEI TO LGH-TO-DATE
           END-IF.
           IF MATTERI NOT = SPACE AND LOW-VALUE
               MOVE MATTERI TO LGH-MATTER
           END-IF.
      *
           IF LGH-FROM-DATE NOT = SPACES
                   AND LGH-TO-DATE NOT = SPACES
                   AND LGH-TO-DATE < LGH-FROM-DATE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'The to date is before the from date.'
                 TO MESSAGEO
           ELSE
               MOVE WS-CURRENT-DATE TO LGH-UPDATED-DATE
               MOVE EIBOPID         TO LGH-UPDATED-BY
           END-IF.
      *
       4000-DELETE-HOLD-RECORD.
      *
           PERFORM 8000-LGH-OPEN.
      *
           MOVE CUSTNOI        TO LGH-CUSTOMER-NUMBER.
           MOVE WS-HOLD-NUMBER TO LGH-HOLD-NUMBER.
      *
           EXEC CICS
               DELETE FILE('LGHFEC')
                      RIDFLD(LGH-KEY)
                      RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'LGHFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Legal hold released.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That hold is not on file.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       4500-INQUIRE-HOLD-RECORD.
      *
           PERFORM 8000-LGH-OPEN.
      *
           MOVE CUSTNOI        TO LGH-CUSTOMER-NUMBER.
           MOVE WS-HOLD-NUMBER TO LGH-HOLD-NUMBER.
      *
           EXEC CICS
               READ FILE('LGHFEC')
                    INTO(LEGAL-HOLD-RECORD)
                    RIDFLD(LGH-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That hold is not on file.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 4600-SHOW-HOLD-RECORD
               MOVE 'Legal hold displayed.' TO MESSAGEO
           END-IF.
      *
       4600-SHOW-HOLD-RECORD.
      *
           MOVE LGH-FROM-DATE        TO FDATEO.
           MOVE LGH-TO-DATE          TO TDATEO.
           MOVE LGH-MATTER           TO MATTERO.
           MOVE LGH-UPDATED-DATE     TO UDATEO.
           MOVE LGH-UPDATED-BY       TO UPDBYO.
      *
       1400-SEND-HOLD-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('LGHMFEC')
                            MAPSET('LGHSFEC')
                            FROM(LGHMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('LGHMFEC')
                            MAPSET('LGHSFEC')
                            FROM(LGHMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('LGHMFEC')
                            MAPSET('LGHSFEC')
                            FROM(LGHMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-LGH-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=LGHFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('LGHFEC')
                   OPENSTATUS(WS-LGH-OPEN-STATUS)
                   ENABLESTATUS(WS-LGH-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-LGH-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=LGHFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('LGHFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-LGH-OPEN
           ELSE IF WS-LGH-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-CMF-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=CMFFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE(RESNM-CMF-FILE)
                   OPENSTATUS(WS-CMF-OPEN-STATUS)
                   ENABLESTATUS(WS-CMF-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-CMF-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=CMFFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE(RESNM-CMF-FILE) OPEN
               END-EXEC
               MOVE 'Y' TO WS-CMF-OPEN
           ELSE IF WS-CMF-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'LGHMNFEC' TO USG-PROGRAM-NAME.
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
