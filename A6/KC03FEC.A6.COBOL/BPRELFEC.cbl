       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  BPRELFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-09.
      *PROGRAM DESCRIPTION:
      *Online blanket purchase order release. The buyer keys a BPOFEC
      *blanket number, the date the goods are wanted, and up to five
      *of the blanket's products with the quantity to draw. Each line
      *must name a product on the blanket whose price has not expired
      *and may not draw more than is left of the commitment (committed
      *less already released). A release that passes is written as an
      *ordinary open POFEC purchase order - next PO number from
      *GETINFEC type 'P', the blanket's vendor, the blanket's fixed
      *price as PO-UNIT-COST, the wanted date as PO-EXPECTED-DATE, and
      *the blanket number in PO-BLANKET-NUMBER - so PORCFEC receives
      *it, APVENFEC matches the invoice to it, and the open-PO report
      *lists it exactly like any other PO. The released quantities
      *are added to the blanket in the same task.
      *
      *MOD HISTORY
      *2026-10-09  DAO  ORIGINAL PROGRAM - PROGRAM-38 IN UUMENFEC.
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
       01 WS-BPO-FILE-STATUS-INFO.
           05 WS-BPO-OPEN                     PIC X.
               88 WS-BPO-OPEN-88                    VALUE 'Y'.
               88 WS-BPO-CLOSED-88                  VALUE 'Y'.
           05 WS-BPO-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-BPO-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PO-FILE-STATUS-INFO.
           05 WS-PO-OPEN                      PIC X.
               88 WS-PO-OPEN-88                     VALUE 'Y'.
               88 WS-PO-CLOSED-88                   VALUE 'Y'.
           05 WS-PO-OPEN-STATUS               PIC S9(8) COMP VALUE 0.
           05 WS-PO-ENABLE-STATUS             PIC S9(8) COMP VALUE 0.
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
           05  WS-BPO-LINE-FOUND-SW        PIC X    VALUE 'N'.
               88 WS-BPO-LINE-FOUND                 VALUE 'Y'.
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
       01  WS-LINE-SUB                     PIC S9(4)  COMP VALUE 0.
       01  WS-BPO-SUB                      PIC S9(4)  COMP VALUE 0.
       01  WS-NEXT-PO-NUMBER               PIC 9(06)  VALUE 0.
       01  WS-KEYED-QTY                    PIC S9(07) VALUE 0.
       01  WS-QTY-AVAILABLE                PIC S9(07) VALUE 0.
       01  WS-QTY-EDIT                     PIC ZZZZZZ9.
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       COPY BPOFEC.
      *
       COPY POFEC.
      *
       COPY GETINCOM.
      *
       COPY BRMSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-BLANKET-RELEASE.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO BRMMFECO
                   MOVE 'BRFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-RELEASE-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO BRMMFECO
                   MOVE 'BRFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-RELEASE-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-RELEASE-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO BRMMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-RELEASE-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('BRFE')
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
       1000-PROCESS-RELEASE-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-RELEASE-MAP.
           PERFORM 1200-EDIT-RELEASE-DATA.
           IF VALID-DATA
               PERFORM 2000-RELEASE-AGAINST-BLANKET
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-RELEASE-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-RELEASE-MAP
           END-IF.
      *
       1100-RECEIVE-RELEASE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('BRMMFEC')
                       MAPSET('BRMSFEC')
                       INTO(BRMMFECI)
           END-EXEC.
      *
       1200-EDIT-RELEASE-DATA.
      *
           IF       BPONBRL = ZERO
                 OR BPONBRI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a blanket number.' TO MESSAGEO
           ELSE IF RELDATEL = ZERO
                 OR RELDATEI = SPACE
                 OR RELDATEI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Enter the date wanted as YYYYMMDD.' TO MESSAGEO
           ELSE IF PRODCDI (1) = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A release needs at least one product.'
                 TO MESSAGEO
           END-IF.
      *
           IF VALID-DATA
               MOVE ZERO TO WS-LINE-SUB
               PERFORM 1210-EDIT-ONE-RELEASE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
           END-IF.
      *
       1210-EDIT-ONE-RELEASE-LINE.
      *
           IF PRODCDI (WS-LINE-SUB) NOT = SPACE
               IF QTYI (WS-LINE-SUB) = SPACE OR ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A release line needs a quantity.' TO MESSAGEO
               ELSE IF QTYI (WS-LINE-SUB) NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A release quantity must be numeric.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
       2000-RELEASE-AGAINST-BLANKET.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           PERFORM 8000-BPO-OPEN.
      *
           EXEC CICS
               READ FILE('BPOFEC')
                    INTO(BLANKET-PO-RECORD)
                    RIDFLD(BPONBRI)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That blanket order does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF NOT BPO-STATUS-OPEN
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That blanket order is cancelled.' TO MESSAGEO
               EXEC CICS
                   UNLOCK FILE('BPOFEC')
               END-EXEC
           ELSE
               MOVE BPO-VENDOR-NAME TO VENDORO
               PERFORM 2050-START-RELEASE-PO
               MOVE ZERO TO WS-LINE-SUB
               PERFORM 2100-DRAW-ONE-RELEASE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
               IF VALID-DATA
                   PERFORM 2500-WRITE-RELEASE-PO
               ELSE
                   EXEC CICS
                       UNLOCK FILE('BPOFEC')
                   END-EXEC
               END-IF
           END-IF.
      *
       2050-START-RELEASE-PO.
      *
           MOVE SPACE             TO PURCHASE-ORDER-RECORD.
           MOVE BPO-VENDOR-NUMBER TO PO-VENDOR-NUMBER.
           MOVE BPO-VENDOR-NAME   TO PO-VENDOR-NAME.
           MOVE WS-CURRENT-DATE   TO PO-ORDER-DATE.
           MOVE RELDATEI          TO PO-EXPECTED-DATE.
           MOVE 'O'               TO PO-STATUS.
           MOVE ZERO              TO PO-LINE-COUNT.
           MOVE BPO-NUMBER        TO PO-BLANKET-NUMBER.
      *
       2100-DRAW-ONE-RELEASE-LINE.
      *
      * EACH KEYED LINE IS CHECKED AGAINST THE BLANKET AND ITS
      * QUANTITY ADDED TO THE BLANKET LINE AS IT GOES, SO A PRODUCT
      * KEYED TWICE CANNOT OVERDRAW THE COMMITMENT. NOTHING IS
      * REWRITTEN UNLESS EVERY LINE PASSES.
           IF WS-LINE-SUB > 5
                   OR PRODCDI (WS-LINE-SUB) = SPACE
               MOVE SPACE TO PO-PRODUCT-CODE (WS-LINE-SUB)
               MOVE ZERO  TO PO-QTY-ORDERED (WS-LINE-SUB)
                             PO-QTY-RECEIVED (WS-LINE-SUB)
                             PO-UNIT-COST (WS-LINE-SUB)
           ELSE
               MOVE QTYI (WS-LINE-SUB) TO WS-KEYED-QTY
               PERFORM 2200-FIND-BLANKET-LINE
               IF NOT WS-BPO-LINE-FOUND
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A release product is not on this blanket.'
                     TO MESSAGEO
               ELSE IF BPO-EXPIRATION-DATE (WS-BPO-SUB)
                       < WS-CURRENT-DATE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'The blanket price has expired for a product.'
                     TO MESSAGEO
               ELSE
                   COMPUTE WS-QTY-AVAILABLE =
                       BPO-QTY-COMMITTED (WS-BPO-SUB)
                     - BPO-QTY-RELEASED (WS-BPO-SUB)
                   IF WS-KEYED-QTY > WS-QTY-AVAILABLE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'A release exceeds what is left to draw.'
                         TO MESSAGEO
                   ELSE
                       ADD WS-KEYED-QTY
                         TO BPO-QTY-RELEASED (WS-BPO-SUB)
                       SUBTRACT WS-KEYED-QTY FROM WS-QTY-AVAILABLE
                       MOVE WS-QTY-AVAILABLE TO WS-QTY-EDIT
                       MOVE WS-QTY-EDIT TO AVAILO (WS-LINE-SUB)
                   END-IF
               END-IF
               MOVE PRODCDI (WS-LINE-SUB)
                 TO PO-PRODUCT-CODE (WS-LINE-SUB)
               MOVE WS-KEYED-QTY TO PO-QTY-ORDERED (WS-LINE-SUB)
               MOVE ZERO TO PO-QTY-RECEIVED (WS-LINE-SUB)
               IF WS-BPO-LINE-FOUND
                   MOVE BPO-UNIT-PRICE (WS-BPO-SUB)
                     TO PO-UNIT-COST (WS-LINE-SUB)
               ELSE
                   MOVE ZERO TO PO-UNIT-COST (WS-LINE-SUB)
               END-IF
               ADD 1 TO PO-LINE-COUNT
           END-IF.
      *
       2200-FIND-BLANKET-LINE.
      *
      * ON EXIT WS-BPO-SUB POINTS AT THE BLANKET LINE FOR THE SCREEN
      * LINE'S PRODUCT WHEN WS-BPO-LINE-FOUND IS SET.
           MOVE 'N'  TO WS-BPO-LINE-FOUND-SW.
           MOVE ZERO TO WS-BPO-SUB.
           PERFORM 2210-CHECK-ONE-BLANKET-LINE
               UNTIL WS-BPO-SUB NOT < BPO-LINE-COUNT
                  OR WS-BPO-LINE-FOUND.
      *
       2210-CHECK-ONE-BLANKET-LINE.
      *
           ADD 1 TO WS-BPO-SUB.
           IF BPO-PRODUCT-CODE (WS-BPO-SUB) = PRODCDI (WS-LINE-SUB)
               MOVE 'Y' TO WS-BPO-LINE-FOUND-SW
           END-IF.
      *
       2500-WRITE-RELEASE-PO.
      *
           PERFORM 2600-GET-PO-NUMBER.
           MOVE WS-NEXT-PO-NUMBER TO PO-NUMBER.
      *
           PERFORM 8100-PO-OPEN.
      *
           EXEC CICS
               WRITE FILE('POFEC')
                     FROM(PURCHASE-ORDER-RECORD)
                     RIDFLD(PO-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'POFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('BPOFEC')
                       FROM(BLANKET-PO-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'BPOFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PO-NUMBER TO PONBRO
               MOVE 'Release written as the PO shown.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2600-GET-PO-NUMBER.
      *
           MOVE ZERO   TO WS-NEXT-PO-NUMBER.
           MOVE 'I'    TO GETIN-FUNCTION.
           MOVE ZERO   TO GETIN-INVOICE-NUMBER.
           MOVE SPACES TO GETIN-RETURN-REASON.
           MOVE 'P'    TO GETIN-NUMBER-TYPE.
      *
           EXEC CICS
               LINK PROGRAM('GETINFEC')
                    COMMAREA(GETIN-COMMAREA)
                    LENGTH(LENGTH OF GETIN-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE GETIN-INVOICE-NUMBER TO WS-NEXT-PO-NUMBER.
      *
       1400-SEND-RELEASE-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('BRMMFEC')
                            MAPSET('BRMSFEC')
                            FROM(BRMMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('BRMMFEC')
                            MAPSET('BRMSFEC')
                            FROM(BRMMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('BRMMFEC')
                            MAPSET('BRMSFEC')
                            FROM(BRMMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-BPO-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=BPOFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('BPOFEC')
                   OPENSTATUS(WS-BPO-OPEN-STATUS)
                   ENABLESTATUS(WS-BPO-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-BPO-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=BPOFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('BPOFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-BPO-OPEN
           ELSE IF WS-BPO-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-PO-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=POFEC'                  TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('POFEC')
                   OPENSTATUS(WS-PO-OPEN-STATUS)
                   ENABLESTATUS(WS-PO-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-PO-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=POFEC'              TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('POFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-PO-OPEN
           ELSE IF WS-PO-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'BPRELFEC' TO USG-PROGRAM-NAME.
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
