       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  FXRMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete/inquire maintenance against the
      *FXRFEC exchange rate file, modeled on CATMNFEC's action-code
      *screen. One record per foreign currency with its description
      *and the current rate in base dollars per one unit of the
      *currency, keyed as nine digits in millionths the way
      *QBPMNFEC takes a price in cents. Treasury keys the day's rate
      *each morning; every add and every rate change also writes
      *the FXHFEC history row for today, replacing one already
      *keyed today, so FXRVLFEC can find the rate in force at a
      *month end. A delete leaves the history on file. The base
      *currency (USD) never has a row. CMMNTFEC validates a
      *customer's currency code against this file.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-51 IN UUMENFEC.
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
           05 WS-BASE-CURRENCY-CNST           PIC X(03) VALUE 'USD'.
           05 WS-END-OF-SESSION-MESSAGE       PIC X(13)
               VALUE 'Session ended'.
      *
       01 WS-FXR-FILE-STATUS-INFO.
           05 WS-FXR-OPEN                     PIC X.
               88 WS-FXR-OPEN-88                    VALUE 'Y'.
               88 WS-FXR-CLOSED-88                  VALUE 'Y'.
           05 WS-FXR-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-FXR-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-FXH-FILE-STATUS-INFO.
           05 WS-FXH-OPEN                     PIC X.
               88 WS-FXH-OPEN-88                    VALUE 'Y'.
               88 WS-FXH-CLOSED-88                  VALUE 'Y'.
           05 WS-FXH-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-FXH-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
       01  WS-RATE-IN                      PIC 9(09) VALUE 0.
       01  WS-RATE-OUT                     PIC 9(09) VALUE 0.
      *
       COPY FXRFEC.
      *
       COPY FXHFEC.
      *
       COPY FXRSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-FXR-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO FXRMFECO
                   MOVE 'FXFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-FXR-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO FXRMFECO
                   MOVE 'FXFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-FXR-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-FXR-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO FXRMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-FXR-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('FXFE')
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
       1000-PROCESS-FXR-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-FXR-MAP.
           PERFORM 1200-EDIT-FXR-DATA.
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
                       PERFORM 2000-ADD-FXR-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-FXR-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-FXR-RECORD
                   WHEN ACTNI = 'I'
                       PERFORM 4500-INQUIRE-FXR-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-FXR-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-FXR-MAP
           END-IF.
      *
       1100-RECEIVE-FXR-MAP.
      *
           EXEC CICS
               RECEIVE MAP('FXRMFEC')
                       MAPSET('FXRSFEC')
                       INTO(FXRMFECI)
           END-EXEC.
      *
       1200-EDIT-FXR-DATA.
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
           IF       CURCDL = ZERO
                 OR CURCDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a currency code.' TO MESSAGEO
           ELSE IF CURCDI = WS-BASE-CURRENCY-CNST
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'USD is the base currency and takes no rate.'
                 TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'A'
               IF CDESCL = ZERO OR CDESCI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the currency description.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'A' OR (ACTNI = 'C' AND RATEL NOT = ZERO
                                          AND RATEI NOT = SPACE)
               IF RATEI = SPACE OR RATEI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Rate must be 9 digits in millionths.'
                     TO MESSAGEO
               ELSE IF RATEI = ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Rate must be greater than zero.' TO MESSAGEO
               END-IF
           END-IF.
      *
       2000-ADD-FXR-RECORD.
      *
           PERFORM 8000-FXR-OPEN.
      *
           MOVE SPACE           TO EXCHANGE-RATE-RECORD.
           MOVE CURCDI          TO FXR-CURRENCY-CODE.
           MOVE CDESCI          TO FXR-DESCRIPTION.
           MOVE RATEI           TO WS-RATE-IN.
           COMPUTE FXR-RATE = WS-RATE-IN / 1000000.
           MOVE WS-CURRENT-DATE TO FXR-RATE-DATE.
           MOVE EIBOPID         TO FXR-UPDATED-BY.
      *
           EXEC CICS
               WRITE FILE('FXRFEC')
                     FROM(EXCHANGE-RATE-RECORD)
                     RIDFLD(FXR-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'FXRFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 5000-WRITE-RATE-HISTORY
               PERFORM 4600-SHOW-FXR-RECORD
               MOVE 'Currency added.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That currency code already exists.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3000-CHANGE-FXR-RECORD.
      *
           PERFORM 8000-FXR-OPEN.
      *
           MOVE CURCDI TO FXR-CURRENCY-CODE.
      *
           EXEC CICS
               READ FILE('FXRFEC')
                    INTO(EXCHANGE-RATE-RECORD)
                    RIDFLD(FXR-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That currency does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               IF CDESCI NOT = SPACE AND LOW-VALUE
                   MOVE CDESCI TO FXR-DESCRIPTION
               END-IF
               IF RATEI NOT = SPACE AND LOW-VALUE
                   MOVE RATEI           TO WS-RATE-IN
                   COMPUTE FXR-RATE = WS-RATE-IN / 1000000
                   MOVE WS-CURRENT-DATE TO FXR-RATE-DATE
                   MOVE EIBOPID         TO FXR-UPDATED-BY
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('FXRFEC')
                           FROM(EXCHANGE-RATE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'FXRFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF RATEI NOT = SPACE AND LOW-VALUE
                       PERFORM 5000-WRITE-RATE-HISTORY
                   END-IF
                   PERFORM 4600-SHOW-FXR-RECORD
                   MOVE 'Currency changed.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       4000-DELETE-FXR-RECORD.
      *
      * CUSTOMERS STILL CARRYING A DELETED CODE CANNOT BE INVOICED
      * UNTIL THE CURRENCY IS RE-ADDED OR THE ACCOUNT IS MOVED BACK
      * TO BASE IN CMMNTFEC - SHPCFFEC REFUSES A RELEASE WITH NO RATE.
           PERFORM 8000-FXR-OPEN.
      *
           MOVE CURCDI TO FXR-CURRENCY-CODE.
      *
           EXEC CICS
               READ FILE('FXRFEC')
                    INTO(EXCHANGE-RATE-RECORD)
                    RIDFLD(FXR-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That currency does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               EXEC CICS
                   DELETE FILE('FXRFEC')
                          RIDFLD(FXR-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'FXRFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Currency deleted.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       4500-INQUIRE-FXR-RECORD.
      *
           PERFORM 8000-FXR-OPEN.
      *
           MOVE CURCDI TO FXR-CURRENCY-CODE.
      *
           EXEC CICS
               READ FILE('FXRFEC')
                    INTO(EXCHANGE-RATE-RECORD)
                    RIDFLD(FXR-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That currency does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 4600-SHOW-FXR-RECORD
               MOVE 'Currency displayed.' TO MESSAGEO
           END-IF.
      *
       4600-SHOW-FXR-RECORD.
      *
           MOVE FXR-DESCRIPTION TO CDESCO.
           COMPUTE WS-RATE-OUT = FXR-RATE * 1000000.
           MOVE WS-RATE-OUT     TO RATEO.
           MOVE FXR-RATE-DATE   TO RDATEO.
           MOVE FXR-UPDATED-BY  TO UPDBYO.
      *
       5000-WRITE-RATE-HISTORY.
      *
      * ONE HISTORY ROW PER CURRENCY PER DAY - A SECOND RATE KEYED
      * THE SAME DAY CORRECTS THE FIRST RATHER THAN ADDING TO IT.
           PERFORM 8100-FXH-OPEN.
      *
           MOVE SPACE             TO EXCHANGE-RATE-HISTORY-RECORD.
           MOVE FXR-CURRENCY-CODE TO FXH-CURRENCY-CODE.
           MOVE FXR-RATE-DATE     TO FXH-RATE-DATE.
           MOVE FXR-RATE          TO FXH-RATE.
           MOVE FXR-UPDATED-BY    TO FXH-UPDATED-BY.
      *
           EXEC CICS
               WRITE FILE('FXHFEC')
                     FROM(EXCHANGE-RATE-HISTORY-RECORD)
                     RIDFLD(FXH-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'FXHFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               PERFORM 5100-REPLACE-RATE-HISTORY
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       5100-REPLACE-RATE-HISTORY.
      *
           EXEC CICS
               READ FILE('FXHFEC')
                    INTO(EXCHANGE-RATE-HISTORY-RECORD)
                    RIDFLD(FXH-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE FXR-RATE       TO FXH-RATE.
           MOVE FXR-UPDATED-BY TO FXH-UPDATED-BY.
      *
           EXEC CICS
               REWRITE FILE('FXHFEC')
                       FROM(EXCHANGE-RATE-HISTORY-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'FXHFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-FXR-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('FXRMFEC')
                            MAPSET('FXRSFEC')
                            FROM(FXRMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('FXRMFEC')
                            MAPSET('FXRSFEC')
                            FROM(FXRMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('FXRMFEC')
                            MAPSET('FXRSFEC')
                            FROM(FXRMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-FXR-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=FXRFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('FXRFEC')
                   OPENSTATUS(WS-FXR-OPEN-STATUS)
                   ENABLESTATUS(WS-FXR-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-FXR-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=FXRFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('FXRFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-FXR-OPEN
           ELSE IF WS-FXR-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-FXH-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=FXHFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('FXHFEC')
                   OPENSTATUS(WS-FXH-OPEN-STATUS)
                   ENABLESTATUS(WS-FXH-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-FXH-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=FXHFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('FXHFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-FXH-OPEN
           ELSE IF WS-FXH-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'FXRMNFEC' TO USG-PROGRAM-NAME.
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
