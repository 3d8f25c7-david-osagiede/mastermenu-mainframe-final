       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  BINMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-14.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete maintenance against the BINFEC
      *warehouse bin master, modeled on CARMNFEC's action-code
      *screen. One record per bin with its building (1 or 2), zone,
      *type (P pick, R reserve) and capacity in units. The bin's
      *on-hand total is never keyed - putaway, picking and
      *replenishment keep it - so a bin that still holds stock can
      *not be deleted or have its building or type changed. Keying
      *a product code with the bin assigns the product to the bin
      *(a PBNFEC row, created at zero) with its replenishment point
      *and fill level, which is how a product gets a pick face that
      *RPLENFEC will keep topped up from reserve.
      *
      *MOD HISTORY
      *2026-10-14  DAO  ORIGINAL PROGRAM - PROGRAM-40 IN UUMENFEC.
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
       01 WS-BIN-FILE-STATUS-INFO.
           05 WS-BIN-OPEN                     PIC X.
               88 WS-BIN-OPEN-88                    VALUE 'Y'.
               88 WS-BIN-CLOSED-88                  VALUE 'Y'.
           05 WS-BIN-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-BIN-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PBN-FILE-STATUS-INFO.
           05 WS-PBN-OPEN                     PIC X.
               88 WS-PBN-OPEN-88                    VALUE 'Y'.
               88 WS-PBN-CLOSED-88                  VALUE 'Y'.
           05 WS-PBN-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PBN-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PRD-FILE-STATUS-INFO.
           05 WS-PRD-OPEN                     PIC X.
               88 WS-PRD-OPEN-88                    VALUE 'Y'.
               88 WS-PRD-CLOSED-88                  VALUE 'Y'.
           05 WS-PRD-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PRD-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CAPACITY-IN                      PIC 9(07) VALUE 0.
       01 WS-MIN-IN                           PIC 9(07) VALUE 0.
       01 WS-MAX-IN                           PIC 9(07) VALUE 0.
       01 WS-ONHAND-EDIT                      PIC ZZZZZZ9-.
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
       COPY BINFEC.
      *
       COPY PBNFEC.
      *
       COPY PRDFEC.
      *
       COPY BINSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-BIN-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO BINMFECO
                   MOVE 'BNFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-BIN-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO BINMFECO
                   MOVE 'BNFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-BIN-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-BIN-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO BINMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-BIN-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('BNFE')
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
       1000-PROCESS-BIN-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-BIN-MAP.
           PERFORM 1200-EDIT-BIN-DATA.
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-BIN-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-BIN-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-BIN-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA AND ACTNI NOT = 'D'
                   AND PRODCDL NOT = ZERO AND PRODCDI NOT = SPACE
               PERFORM 5000-ASSIGN-PRODUCT-TO-BIN
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-BIN-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-BIN-MAP
           END-IF.
      *
       1100-RECEIVE-BIN-MAP.
      *
           EXEC CICS
               RECEIVE MAP('BINMFEC')
                       MAPSET('BINSFEC')
                       INTO(BINMFECI)
           END-EXEC.
      *
       1200-EDIT-BIN-DATA.
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
           IF       BINCDL = ZERO
                 OR BINCDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a bin code.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'A'
               IF BINLOCI NOT = '1' AND '2'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Building must be 1 or 2.' TO MESSAGEO
               END-IF
               IF ZONEL = ZERO OR ZONEI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter a zone.' TO MESSAGEO
               END-IF
               IF BTYPEI NOT = 'P' AND 'R'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Bin type must be P (pick) or R (reserve).'
                     TO MESSAGEO
               END-IF
               IF CAPACI = SPACE OR CAPACI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Capacity must be 7 digits in units.'
                     TO MESSAGEO
               ELSE
                   MOVE CAPACI TO WS-CAPACITY-IN
                   IF WS-CAPACITY-IN = ZERO
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'Capacity must be greater than zero.'
                         TO MESSAGEO
                   END-IF
               END-IF
           END-IF.
      *
           IF ACTNI = 'C'
               IF BINLOCL NOT = ZERO AND BINLOCI NOT = SPACE
                       AND BINLOCI NOT = '1' AND '2'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Building must be 1 or 2.' TO MESSAGEO
               END-IF
               IF BTYPEL NOT = ZERO AND BTYPEI NOT = SPACE
                       AND BTYPEI NOT = 'P' AND 'R'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Bin type must be P (pick) or R (reserve).'
                     TO MESSAGEO
               END-IF
               IF CAPACI NOT = SPACE AND CAPACI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Capacity must be 7 digits in units.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF PRODCDL NOT = ZERO AND PRODCDI NOT = SPACE
               IF MINQI NOT = SPACE AND MINQI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Minimum must be 7 digits in units.'
                     TO MESSAGEO
               END-IF
               IF MAXQI NOT = SPACE AND MAXQI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Maximum must be 7 digits in units.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
       2000-ADD-BIN-RECORD.
      *
           PERFORM 8000-BIN-OPEN.
      *
           MOVE SPACE          TO BIN-MASTER-RECORD.
           MOVE BINCDI         TO BIN-CODE.
           MOVE BINLOCI        TO BIN-LOCATION.
           MOVE ZONEI          TO BIN-ZONE.
           MOVE BTYPEI         TO BIN-TYPE.
           MOVE WS-CAPACITY-IN TO BIN-CAPACITY.
           MOVE ZERO           TO BIN-QTY-ON-HAND.
      *
           EXEC CICS
               WRITE FILE('BINFEC')
                     FROM(BIN-MASTER-RECORD)
                     RIDFLD(BIN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'BINFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE ZERO TO WS-ONHAND-EDIT
               MOVE WS-ONHAND-EDIT TO ONHANDO
               MOVE 'Bin added.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That bin already exists.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3000-CHANGE-BIN-RECORD.
      *
           PERFORM 8000-BIN-OPEN.
      *
           MOVE BINCDI TO BIN-CODE.
      *
           EXEC CICS
               READ FILE('BINFEC')
                    INTO(BIN-MASTER-RECORD)
                    RIDFLD(BIN-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That bin does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF BIN-QTY-ON-HAND NOT = ZERO
                   AND ((BINLOCL NOT = ZERO AND BINLOCI NOT = SPACE
                         AND BINLOCI NOT = BIN-LOCATION)
                    OR  (BTYPEL NOT = ZERO AND BTYPEI NOT = SPACE
                         AND BTYPEI NOT = BIN-TYPE))
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Bin holds stock - building and type are fixed.'
                 TO MESSAGEO
           ELSE
               IF BINLOCL NOT = ZERO AND BINLOCI NOT = SPACE
                   MOVE BINLOCI TO BIN-LOCATION
               END-IF
               IF ZONEL NOT = ZERO AND ZONEI NOT = SPACE
                   MOVE ZONEI TO BIN-ZONE
               END-IF
               IF BTYPEL NOT = ZERO AND BTYPEI NOT = SPACE
                   MOVE BTYPEI TO BIN-TYPE
               END-IF
               IF CAPACI NOT = SPACE
                   MOVE CAPACI TO WS-CAPACITY-IN
                   MOVE WS-CAPACITY-IN TO BIN-CAPACITY
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('BINFEC')
                           FROM(BIN-MASTER-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'BINFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE BIN-QTY-ON-HAND TO WS-ONHAND-EDIT
                   MOVE WS-ONHAND-EDIT  TO ONHANDO
                   MOVE 'Bin changed.'  TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       4000-DELETE-BIN-RECORD.
      *
           PERFORM 8000-BIN-OPEN.
      *
           MOVE BINCDI TO BIN-CODE.
      *
           EXEC CICS
               READ FILE('BINFEC')
                    INTO(BIN-MASTER-RECORD)
                    RIDFLD(BIN-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That bin does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF BIN-QTY-ON-HAND NOT = ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Bin still holds stock - it cannot be deleted.'
                 TO MESSAGEO
           ELSE
               EXEC CICS
                   DELETE FILE('BINFEC')
                          RIDFLD(BIN-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'BINFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Bin deleted.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       5000-ASSIGN-PRODUCT-TO-BIN.
      *
      *    THE BIN RECORD IS STILL IN BIN-MASTER-RECORD FROM THE ADD OR
      *    CHANGE. THE PRODUCT MUST EXIST; ITS ROW IS CREATED AT ZERO
      *    ON FIRST ASSIGNMENT, OTHERWISE ONLY MIN AND MAX CHANGE.
           PERFORM 8100-PRD-OPEN.
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
               MOVE 'Bin saved, but that product does not exist.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 5100-POST-PRODUCT-BIN-ROW
           END-IF.
      *
       5100-POST-PRODUCT-BIN-ROW.
      *
           PERFORM 8200-PBN-OPEN.
      *
           MOVE PRODCDI  TO PBN-PRODUCT-CODE.
           MOVE BIN-CODE TO PBN-BIN-CODE.
      *
           EXEC CICS
               READ FILE('PBNFEC')
                    INTO(PRODUCT-BIN-RECORD)
                    RIDFLD(PBN-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACE        TO PRODUCT-BIN-RECORD
               MOVE PRODCDI      TO PBN-PRODUCT-CODE
               MOVE BIN-CODE     TO PBN-BIN-CODE
               MOVE BIN-LOCATION TO PBN-LOCATION
               MOVE BIN-TYPE     TO PBN-BIN-TYPE
               MOVE ZERO         TO PBN-QTY-ON-HAND
                                    PBN-MIN-QTY
                                    PBN-MAX-QTY
               PERFORM 5200-TAKE-MIN-AND-MAX
               EXEC CICS
                   WRITE FILE('PBNFEC')
                         FROM(PRODUCT-BIN-RECORD)
                         RIDFLD(PBN-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PBNFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Bin saved and product assigned.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE BIN-LOCATION TO PBN-LOCATION
               MOVE BIN-TYPE     TO PBN-BIN-TYPE
               PERFORM 5200-TAKE-MIN-AND-MAX
               EXEC CICS
                   REWRITE FILE('PBNFEC')
                           FROM(PRODUCT-BIN-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PBNFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Bin saved and product min/max changed.'
                     TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       5200-TAKE-MIN-AND-MAX.
      *
           IF MINQL NOT = ZERO AND MINQI NOT = SPACE
               MOVE MINQI     TO WS-MIN-IN
               MOVE WS-MIN-IN TO PBN-MIN-QTY
           END-IF.
           IF MAXQL NOT = ZERO AND MAXQI NOT = SPACE
               MOVE MAXQI     TO WS-MAX-IN
               MOVE WS-MAX-IN TO PBN-MAX-QTY
           END-IF.
      *
       1400-SEND-BIN-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('BINMFEC')
                            MAPSET('BINSFEC')
                            FROM(BINMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('BINMFEC')
                            MAPSET('BINSFEC')
                            FROM(BINMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('BINMFEC')
                            MAPSET('BINSFEC')
                            FROM(BINMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-BIN-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=BINFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('BINFEC')
                   OPENSTATUS(WS-BIN-OPEN-STATUS)
                   ENABLESTATUS(WS-BIN-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-BIN-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=BINFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('BINFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-BIN-OPEN
           ELSE IF WS-BIN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-PRD-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=PRDFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('PRDFEC')
                   OPENSTATUS(WS-PRD-OPEN-STATUS)
                   ENABLESTATUS(WS-PRD-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-PRD-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=PRDFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('PRDFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-PRD-OPEN
           ELSE IF WS-PRD-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8200-PBN-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=PBNFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('PBNFEC')
                   OPENSTATUS(WS-PBN-OPEN-STATUS)
                   ENABLESTATUS(WS-PBN-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-PBN-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=PBNFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('PBNFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-PBN-OPEN
           ELSE IF WS-PBN-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'BINMNFEC' TO USG-PROGRAM-NAME.
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
