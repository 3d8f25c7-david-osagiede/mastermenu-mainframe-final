       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RSTMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete maintenance against the RSTFEC
      *delivery route stop file, modeled on SHTMNFEC's action-code
      *screen. One record per customer per location code puts that
      *destination on an RTEFEC route at a stop sequence (three
      *digits, stop 1 first off the dock). The location code is
      *left blank for the customer's own ship-to address; keyed, it
      *must be one of the customer's SHTFEC locations. The customer
      *must be on file and not closed, and the route must be on
      *RTEFEC. LDPLNFEC reads these rows to put each night's picked
      *orders on their trucks.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-48 IN UUMENFEC.
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
       01 WS-RST-FILE-STATUS-INFO.
           05 WS-RST-OPEN                     PIC X.
               88 WS-RST-OPEN-88                    VALUE 'Y'.
               88 WS-RST-CLOSED-88                  VALUE 'Y'.
           05 WS-RST-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-RST-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-RTE-FILE-STATUS-INFO.
           05 WS-RTE-OPEN                     PIC X.
               88 WS-RTE-OPEN-88                    VALUE 'Y'.
               88 WS-RTE-CLOSED-88                  VALUE 'Y'.
           05 WS-RTE-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-RTE-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-SHT-FILE-STATUS-INFO.
           05 WS-SHT-OPEN                     PIC X.
               88 WS-SHT-OPEN-88                    VALUE 'Y'.
               88 WS-SHT-CLOSED-88                  VALUE 'Y'.
           05 WS-SHT-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-SHT-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CMF-FILE-STATUS-INFO.
           05 WS-CMF-OPEN                     PIC X.
               88 WS-CMF-OPEN-88                    VALUE 'Y'.
               88 WS-CMF-CLOSED-88                  VALUE 'Y'.
           05 WS-CMF-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CMF-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-LOCATION-CODE                    PIC X(04) VALUE SPACES.
       01 WS-STOP-IN                          PIC 9(03) VALUE 0.
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
       COPY RSTFEC.
      *
       COPY RTEFEC.
      *
       COPY SHTFEC.
      *
       COPY CMFFEC.
      *
       COPY RSTSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-STOP-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO RSTMFECO
                   MOVE 'DSFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-STOP-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO RSTMFECO
                   MOVE 'DSFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-STOP-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-STOP-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO RSTMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-STOP-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('DSFE')
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
       1000-PROCESS-STOP-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-STOP-MAP.
           PERFORM 1200-EDIT-STOP-DATA.
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-STOP-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-STOP-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-STOP-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-STOP-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-STOP-MAP
           END-IF.
      *
       1100-RECEIVE-STOP-MAP.
      *
           EXEC CICS
               RECEIVE MAP('RSTMFEC')
                       MAPSET('RSTSFEC')
                       INTO(RSTMFECI)
           END-EXEC.
      *
       1200-EDIT-STOP-DATA.
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
           IF       CUSTNOL = ZERO
                 OR CUSTNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a customer number.' TO MESSAGEO
           END-IF.
      *
      *    NO LOCATION CODE IS THE CUSTOMER'S OWN SHIP-TO ADDRESS.
           IF LOCCDL = ZERO OR LOCCDI = SPACE OR LOW-VALUE
               MOVE SPACES TO WS-LOCATION-CODE
           ELSE
               MOVE LOCCDI TO WS-LOCATION-CODE
           END-IF.
      *
           IF ACTNI = 'A'
               IF RTECDL = ZERO OR RTECDI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the route code.'
                     TO MESSAGEO
               END-IF
               IF STOPSQI = SPACE OR STOPSQI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Stop sequence must be 3 digits.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'C'
               IF STOPSQI NOT = SPACE AND LOW-VALUE
                       AND STOPSQI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Stop sequence must be 3 digits.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF VALID-DATA AND ACTNI = 'A'
               PERFORM 1210-EDIT-THE-DESTINATION
           END-IF.
      *
           IF VALID-DATA AND ACTNI NOT = 'D'
               IF STOPSQI NOT = SPACE AND LOW-VALUE
                   MOVE STOPSQI TO WS-STOP-IN
                   IF WS-STOP-IN = ZERO
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'Stop sequence must be more than zero.'
                         TO MESSAGEO
                   END-IF
               END-IF
               IF RTECDI NOT = SPACE AND LOW-VALUE
                   PERFORM 1250-EDIT-ROUTE-CODE
               END-IF
           END-IF.
      *
      *    A NEW STOP MUST BE A REAL DESTINATION - AN OPEN CUSTOMER,
      *    AND WHEN A LOCATION IS KEYED, ONE OF ITS SHTFEC LOCATIONS.
       1210-EDIT-THE-DESTINATION.
      *
           PERFORM 8200-CMF-OPEN.
      *
           EXEC CICS
               READ FILE(RESNM-CMF-FILE)
                    INTO(WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(CUSTNOI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That customer does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF WS-CM-STATUS-CLOSED
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That customer account is closed.' TO MESSAGEO
           END-IF.
      *
           IF VALID-DATA AND WS-LOCATION-CODE NOT = SPACES
               PERFORM 8150-SHT-OPEN
               MOVE CUSTNOI          TO SHT-CUSTOMER-NUMBER
               MOVE WS-LOCATION-CODE TO SHT-LOCATION-CODE
               EXEC CICS
                   READ FILE('SHTFEC')
                        INTO(SHIPTO-RECORD)
                        RIDFLD(SHT-KEY)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That ship-to location is not on file.'
                     TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1250-EDIT-ROUTE-CODE.
      *
           PERFORM 8100-RTE-OPEN.
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
               MOVE 'That route is not on file.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2000-ADD-STOP-RECORD.
      *
           PERFORM 8000-RST-OPEN.
      *
           MOVE SPACE            TO ROUTE-STOP-RECORD.
           MOVE CUSTNOI          TO RST-CUSTOMER-NUMBER.
           MOVE WS-LOCATION-CODE TO RST-LOCATION-CODE.
           MOVE RTECDI           TO RST-ROUTE-CODE.
           MOVE WS-STOP-IN       TO RST-STOP-SEQUENCE.
      *
           EXEC CICS
               WRITE FILE('RSTFEC')
                     FROM(ROUTE-STOP-RECORD)
                     RIDFLD(RST-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'RSTFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Route stop added.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That destination is already on a route.'
                 TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3000-CHANGE-STOP-RECORD.
      *
           PERFORM 8000-RST-OPEN.
      *
           MOVE CUSTNOI          TO RST-CUSTOMER-NUMBER.
           MOVE WS-LOCATION-CODE TO RST-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('RSTFEC')
                    INTO(ROUTE-STOP-RECORD)
                    RIDFLD(RST-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That destination is not on a route.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               IF RTECDI NOT = SPACE AND LOW-VALUE
                   MOVE RTECDI TO RST-ROUTE-CODE
               END-IF
               IF STOPSQI NOT = SPACE AND LOW-VALUE
                   MOVE WS-STOP-IN TO RST-STOP-SEQUENCE
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('RSTFEC')
                           FROM(ROUTE-STOP-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'RSTFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Route stop changed.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       4000-DELETE-STOP-RECORD.
      *
           PERFORM 8000-RST-OPEN.
      *
           MOVE CUSTNOI          TO RST-CUSTOMER-NUMBER.
           MOVE WS-LOCATION-CODE TO RST-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('RSTFEC')
                    INTO(ROUTE-STOP-RECORD)
                    RIDFLD(RST-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That destination is not on a route.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               EXEC CICS
                   DELETE FILE('RSTFEC')
                          RIDFLD(RST-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'RSTFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Route stop deleted.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1400-SEND-STOP-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('RSTMFEC')
                            MAPSET('RSTSFEC')
                            FROM(RSTMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('RSTMFEC')
                            MAPSET('RSTSFEC')
                            FROM(RSTMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('RSTMFEC')
                            MAPSET('RSTSFEC')
                            FROM(RSTMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-RST-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=RSTFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('RSTFEC')
                   OPENSTATUS(WS-RST-OPEN-STATUS)
                   ENABLESTATUS(WS-RST-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RST-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=RSTFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('RSTFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-RST-OPEN
           ELSE IF WS-RST-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-RTE-OPEN.
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
       8150-SHT-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=SHTFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('SHTFEC')
                   OPENSTATUS(WS-SHT-OPEN-STATUS)
                   ENABLESTATUS(WS-SHT-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-SHT-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=SHTFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('SHTFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-SHT-OPEN
           ELSE IF WS-SHT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8200-CMF-OPEN.
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
           MOVE 'RSTMNFEC' TO USG-PROGRAM-NAME.
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
