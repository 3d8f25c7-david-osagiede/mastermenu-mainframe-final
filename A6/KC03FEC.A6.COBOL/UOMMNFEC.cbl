       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  UOMMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete maintenance against the UOMFEC
      *alternate unit of measure file, modeled on CARMNFEC's
      *action-code screen. One record per product per alternate
      *unit (CS, PL and so on) with a description and the pack
      *size - the number of stocking units in one of the alternate
      *unit, keyed as five digits. POENTFEC, PORCFEC and CMORDFEC
      *convert a quantity keyed in one of these units to the
      *product's stocking unit through the factor.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-42 IN UUMENFEC.
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
       01 WS-UOM-FILE-STATUS-INFO.
           05 WS-UOM-OPEN                     PIC X.
               88 WS-UOM-OPEN-88                    VALUE 'Y'.
               88 WS-UOM-CLOSED-88                  VALUE 'Y'.
           05 WS-UOM-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-UOM-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-FACTOR-IN                        PIC 9(05) VALUE 0.
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
       COPY UOMFEC.
      *
       COPY PRDFEC.
      *
       COPY UOMSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-UOM-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO UOMMFECO
                   MOVE 'UMFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-UOM-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO UOMMFECO
                   MOVE 'UMFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-UOM-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-UOM-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO UOMMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-UOM-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('UMFE')
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
       1000-PROCESS-UOM-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-UOM-MAP.
           PERFORM 1200-EDIT-UOM-DATA.
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-UOM-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-UOM-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-UOM-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-UOM-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-UOM-MAP
           END-IF.
      *
       1100-RECEIVE-UOM-MAP.
      *
           EXEC CICS
               RECEIVE MAP('UOMMFEC')
                       MAPSET('UOMSFEC')
                       INTO(UOMMFECI)
           END-EXEC.
      *
       1200-EDIT-UOM-DATA.
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
           IF       PRODCDL = ZERO
                 OR PRODCDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a product code.' TO MESSAGEO
           END-IF.
      *
           IF       UNITCDL = ZERO
                 OR UNITCDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a unit code.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'A'
               IF FACTORI = SPACE OR FACTORI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Pack size must be 5 digits.' TO MESSAGEO
               ELSE IF FACTORI = ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Pack size must be greater than zero.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'C'
               IF FACTORI NOT = SPACE AND FACTORI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Pack size must be 5 digits.' TO MESSAGEO
               ELSE IF FACTORI NOT = SPACE AND FACTORI = ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Pack size must be greater than zero.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
       2000-ADD-UOM-RECORD.
      *
           PERFORM 8000-UOM-OPEN.
      *
           EXEC CICS
               READ FILE('PRDFEC')
                    INTO(PRD-RECORD)
                    RIDFLD(PRODCDI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That product does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF UNITCDI = PRD-STOCKING-UOM
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That is the stocking unit - no pack size needed.'
                 TO MESSAGEO
           ELSE
               MOVE SPACE   TO UNIT-OF-MEASURE-RECORD
               MOVE PRODCDI TO UOM-PRODUCT-CODE
               MOVE UNITCDI TO UOM-UNIT-CODE
               MOVE UDESCI  TO UOM-DESCRIPTION
               MOVE FACTORI TO WS-FACTOR-IN
               MOVE WS-FACTOR-IN TO UOM-FACTOR
      *
               EXEC CICS
                   WRITE FILE('UOMFEC')
                         FROM(UNIT-OF-MEASURE-RECORD)
                         RIDFLD(UOM-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'UOMFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Unit of measure added.' TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                    OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That product and unit already exist.'
                     TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       3000-CHANGE-UOM-RECORD.
      *
           PERFORM 8000-UOM-OPEN.
      *
           MOVE PRODCDI TO UOM-PRODUCT-CODE.
           MOVE UNITCDI TO UOM-UNIT-CODE.
      *
           EXEC CICS
               READ FILE('UOMFEC')
                    INTO(UNIT-OF-MEASURE-RECORD)
                    RIDFLD(UOM-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That product and unit do not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               IF UDESCI NOT = SPACE
                   MOVE UDESCI TO UOM-DESCRIPTION
               END-IF
               IF FACTORI NOT = SPACE
                   MOVE FACTORI TO WS-FACTOR-IN
                   MOVE WS-FACTOR-IN TO UOM-FACTOR
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('UOMFEC')
                           FROM(UNIT-OF-MEASURE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'UOMFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Unit of measure changed.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       4000-DELETE-UOM-RECORD.
      *
           PERFORM 8000-UOM-OPEN.
      *
           MOVE PRODCDI TO UOM-PRODUCT-CODE.
           MOVE UNITCDI TO UOM-UNIT-CODE.
      *
           EXEC CICS
               READ FILE('UOMFEC')
                    INTO(UNIT-OF-MEASURE-RECORD)
                    RIDFLD(UOM-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That product and unit do not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               EXEC CICS
                   DELETE FILE('UOMFEC')
                          RIDFLD(UOM-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'UOMFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Unit of measure deleted.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1400-SEND-UOM-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('UOMMFEC')
                            MAPSET('UOMSFEC')
                            FROM(UOMMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('UOMMFEC')
                            MAPSET('UOMSFEC')
                            FROM(UOMMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('UOMMFEC')
                            MAPSET('UOMSFEC')
                            FROM(UOMMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-UOM-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=UOMFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('UOMFEC')
                   OPENSTATUS(WS-UOM-OPEN-STATUS)
                   ENABLESTATUS(WS-UOM-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-UOM-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=UOMFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('UOMFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-UOM-OPEN
           ELSE IF WS-UOM-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'UOMMNFEC' TO USG-PROGRAM-NAME.
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
