       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  ADJENFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-12.
      *PROGRAM DESCRIPTION:
      *Inventory adjustment entry. Until now the only thing that
      *moved stock outside receiving, shipping, returns and transfers
      *was the PHYCTFEC count run, so damaged goods, samples and
      *found stock were pushed through made-up count cards and the
      *type-A ledger rows never said why. The clerk keys a product,
      *the building, + or - and a quantity, and a required reason
      *code (DM damage, SM sample, TH theft, FD found, EX expired,
      *IU internal use, CR correction). Every adjustment takes a
      *number from CTLFEC control record 8 through GETINFEC and
      *writes an ADJFEC row stamped with PRD-UNIT-COST. One whose
      *value at unit cost is under the approval threshold posts at
      *once - the location and on-hand move under READ UPDATE and a
      *type-A INVMVFEC row carries the reason code and adjustment
      *number in its reference. One at or over the threshold touches
      *no stock: it is queued on PNDFEC as action J for a supervisor
      *to approve or reject through APPRVFEC, the same queue large
      *voids and expense vouchers use. The monthly SHRNKFEC report
      *reads the ADJFEC rows by reason and product.
      *
      *MOD HISTORY
      *2026-10-12  DAO  ORIGINAL PROGRAM - PROGRAM-39 IN UUMENFEC.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *2026-10-15  DAO  REFUSE A REDUCTION THAT WOULD LEAVE LESS AT THE
      *                 LOCATION THAN OPEN ORDERS HAVE COMMITTED.
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
       01 WS-PRD-FILE-STATUS-INFO.
           05 WS-PRD-OPEN                     PIC X.
               88 WS-PRD-OPEN-88                    VALUE 'Y'.
               88 WS-PRD-CLOSED-88                  VALUE 'Y'.
           05 WS-PRD-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PRD-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-ADJ-FILE-STATUS-INFO.
           05 WS-ADJ-OPEN                     PIC X.
               88 WS-ADJ-OPEN-88                    VALUE 'Y'.
               88 WS-ADJ-CLOSED-88                  VALUE 'Y'.
           05 WS-ADJ-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-ADJ-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PND-FILE-STATUS-INFO.
           05 WS-PND-OPEN                     PIC X.
               88 WS-PND-OPEN-88                    VALUE 'Y'.
               88 WS-PND-CLOSED-88                  VALUE 'Y'.
           05 WS-PND-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PND-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-MOV-FILE-STATUS-INFO.
           05 WS-MOV-OPEN                     PIC X.
               88 WS-MOV-OPEN-88                    VALUE 'Y'.
               88 WS-MOV-CLOSED-88                  VALUE 'Y'.
           05 WS-MOV-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-MOV-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
           05  WS-NEEDS-APPROVAL-SW        PIC X    VALUE 'N'.
               88 WS-NEEDS-APPROVAL                 VALUE 'Y'.
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
      * AN ADJUSTMENT WORTH THIS MUCH OR MORE AT PRD-UNIT-COST, IN
      * EITHER DIRECTION, WAITS FOR A SUPERVISOR.
       01  WS-APPROVAL-THRESHOLD           PIC S9(07)V99
                                           VALUE 500.00.
      *
       01  WS-ADJ-UNITS                    PIC S9(07) VALUE 0.
       01  WS-ADJ-QTY                      PIC S9(07) VALUE 0.
       01  WS-ADJ-LOCATION                 PIC 9(01)  VALUE 1.
       01  WS-ADJ-VALUE                    PIC S9(09)V99 VALUE 0.
       01  WS-ADJ-ABS-VALUE                PIC S9(09)V99 VALUE 0.
       01  WS-NEXT-ADJUSTMENT-NUMBER       PIC 9(06)  VALUE 0.
       01  WS-ONHAND-EDIT                  PIC ZZZZZZ9-.
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       01 WS-MOV-WRITTEN-SW                   PIC X VALUE 'N'.
           88 WS-MOV-WRITTEN                        VALUE 'Y'.
      *
       COPY PRDFEC.
      *
       COPY ADJFEC.
      *
       COPY PNDFEC.
      *
       COPY INVMVFEC.
      *
       COPY GETINCOM.
      *
       COPY ADJSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-ADJUSTMENT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO ADJMFECO
                   MOVE 'AJFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-ADJUST-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO ADJMFECO
                   MOVE 'AJFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-ADJUST-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-ADJUST-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO ADJMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-ADJUST-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('AJFE')
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
       1000-PROCESS-ADJUST-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-ADJUST-MAP.
           PERFORM 1200-EDIT-ADJUST-DATA.
           IF VALID-DATA
               PERFORM 2000-READ-THE-PRODUCT
           END-IF.
           IF VALID-DATA
               EXEC CICS
                   ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                              YYYYMMDD(WS-CURRENT-DATE)
               END-EXEC
               PERFORM 3000-GET-ADJUSTMENT-NUMBER
               IF WS-NEEDS-APPROVAL
                   PERFORM 4000-QUEUE-FOR-APPROVAL
               ELSE
                   PERFORM 5000-POST-THE-ADJUSTMENT
               END-IF
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-ADJUST-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-ADJUST-MAP
           END-IF.
      *
       1100-RECEIVE-ADJUST-MAP.
      *
           EXEC CICS
               RECEIVE MAP('ADJMFEC')
                       MAPSET('ADJSFEC')
                       INTO(ADJMFECI)
           END-EXEC.
      *
       1200-EDIT-ADJUST-DATA.
      *
           MOVE SPACE TO PRDDESCO.
           MOVE SPACE TO ONHANDO.
           MOVE SPACE TO ADJNOO.
      *
           IF PRODCDL = ZERO OR PRODCDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a product code.' TO MESSAGEO
           END-IF.
      *
           IF ADJLOCL = ZERO OR ADJLOCI = SPACE
               MOVE 1 TO WS-ADJ-LOCATION
           ELSE IF ADJLOCI = '1' OR '2'
               MOVE ADJLOCI TO WS-ADJ-LOCATION
           ELSE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Location must be 1 or 2.' TO MESSAGEO
           END-IF.
      *
           IF SIGNI NOT = '+' AND '-'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Direction must be + (add) or - (take out).'
                 TO MESSAGEO
           END-IF.
      *
           IF QTYL = ZERO OR QTYI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a quantity.' TO MESSAGEO
           ELSE IF QTYI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Quantity must be numeric.' TO MESSAGEO
           ELSE
               MOVE QTYI TO WS-ADJ-UNITS
               IF WS-ADJ-UNITS NOT > ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Quantity must be greater than zero.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           MOVE REASONI TO ADJ-REASON-CODE.
           IF REASONL = ZERO OR REASONI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'An adjustment needs a reason code.' TO MESSAGEO
           ELSE IF NOT ADJ-REASON-VALID
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Reason must be DM, SM, TH, FD, EX, IU or CR.'
                 TO MESSAGEO
           END-IF.
      *
           IF SIGNI = '-'
               COMPUTE WS-ADJ-QTY = WS-ADJ-UNITS * -1
           ELSE
               MOVE WS-ADJ-UNITS TO WS-ADJ-QTY
           END-IF.
      *
       2000-READ-THE-PRODUCT.
      *
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
               MOVE 'That product does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               MOVE PRD-PRODUCT-DESCRIPTION TO PRDDESCO
               IF PRD-QTY-LOCATION (WS-ADJ-LOCATION) + WS-ADJ-QTY
                       < ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That would take the location below zero.'
                     TO MESSAGEO
      *        A REDUCTION MAY NOT LEAVE LESS ON HAND THAN OPEN ORDERS
      *        HAVE COMMITTED AT THE LOCATION.
               ELSE IF WS-ADJ-QTY < ZERO
                       AND PRD-QTY-LOCATION (WS-ADJ-LOCATION)
                           + WS-ADJ-QTY
                         < PRD-QTY-COMMITTED (WS-ADJ-LOCATION)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That would go below the committed quantity.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
      *    THE THRESHOLD IS TESTED ON THE SIZE OF THE ADJUSTMENT -
      *    FOUND STOCK NEEDS THE SAME SIGN-OFF AS MISSING STOCK.
           IF VALID-DATA
               COMPUTE WS-ADJ-VALUE = WS-ADJ-QTY * PRD-UNIT-COST
               COMPUTE WS-ADJ-ABS-VALUE = WS-ADJ-UNITS * PRD-UNIT-COST
               IF WS-ADJ-ABS-VALUE NOT < WS-APPROVAL-THRESHOLD
                   MOVE 'Y' TO WS-NEEDS-APPROVAL-SW
               ELSE
                   MOVE 'N' TO WS-NEEDS-APPROVAL-SW
               END-IF
           END-IF.
      *
       3000-GET-ADJUSTMENT-NUMBER.
      *
           MOVE ZERO   TO WS-NEXT-ADJUSTMENT-NUMBER.
           MOVE 'I'    TO GETIN-FUNCTION.
           MOVE ZERO   TO GETIN-INVOICE-NUMBER.
           MOVE SPACES TO GETIN-RETURN-REASON.
           MOVE 'A'    TO GETIN-NUMBER-TYPE.
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
           MOVE GETIN-INVOICE-NUMBER TO WS-NEXT-ADJUSTMENT-NUMBER.
           MOVE WS-NEXT-ADJUSTMENT-NUMBER TO ADJNOO.
      *
       4000-QUEUE-FOR-APPROVAL.
      *
           MOVE 'P' TO ADJ-STATUS.
           PERFORM 7000-WRITE-ADJUSTMENT-ROW.
      *
           MOVE SPACE              TO PENDING-APPROVAL-RECORD.
           MOVE WS-NEXT-ADJUSTMENT-NUMBER TO PND-INVOICE-NUMBER.
           MOVE EIBTASKN           TO PND-TASK-NUMBER.
           MOVE 'J'                TO PND-ACTION-CODE.
           MOVE REASONI            TO PND-REASON-CODE.
           MOVE WS-ADJ-VALUE       TO PND-AMOUNT.
           MOVE EIBOPID            TO PND-REQUEST-OPERATOR.
           MOVE WS-CURRENT-DATE    TO PND-REQUEST-DATE.
           MOVE EIBTIME            TO PND-REQUEST-TIME.
           MOVE 'P'                TO PND-STATUS.
           MOVE SPACES             TO PND-DECISION-OPERATOR
                                      PND-DECISION-DATE
                                      PND-DECISION-TIME.
      *
           PERFORM 8200-PND-OPEN.
      *
           EXEC CICS
               WRITE FILE('PNDFEC')
                     FROM(PENDING-APPROVAL-RECORD)
                     RIDFLD(PND-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PNDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE PRD-QTY-LOCATION (WS-ADJ-LOCATION) TO WS-ONHAND-EDIT.
           MOVE WS-ONHAND-EDIT TO ONHANDO.
           MOVE 'Adjustment HELD - queued for supervisor approval.'
             TO MESSAGEO.
      *
       5000-POST-THE-ADJUSTMENT.
      *
           EXEC CICS
               READ FILE('PRDFEC')
                    INTO(PRD-RECORD)
                    RIDFLD(PRODCDI)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           ADD WS-ADJ-QTY TO PRD-QTY-LOCATION (WS-ADJ-LOCATION).
           ADD WS-ADJ-QTY TO PRD-QUANTITY-ON-HAND.
      *
           EXEC CICS
               REWRITE FILE('PRDFEC')
                       FROM(PRD-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PRDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           PERFORM 6000-WRITE-MOVEMENT-ROW.
      *
           MOVE 'A' TO ADJ-STATUS.
           PERFORM 7000-WRITE-ADJUSTMENT-ROW.
      *
           MOVE PRD-QTY-LOCATION (WS-ADJ-LOCATION) TO WS-ONHAND-EDIT.
           MOVE WS-ONHAND-EDIT TO ONHANDO.
           MOVE 'Adjustment posted.' TO MESSAGEO.
      *
       6000-WRITE-MOVEMENT-ROW.
      *
           PERFORM 8400-MOV-OPEN.
      *
           MOVE SPACE             TO MOVEMENT-RECORD.
           MOVE PRODCDI           TO MOV-PRODUCT-CODE.
           MOVE WS-CURRENT-DATE   TO MOV-MOVEMENT-DATE.
           MOVE EIBTIME           TO MOV-MOVEMENT-TIME.
           MOVE EIBTASKN          TO MOV-TASK-NUMBER.
           MOVE 1                 TO MOV-LINE-SEQ.
           MOVE 'A'               TO MOV-TYPE.
           MOVE WS-ADJ-QTY        TO MOV-QUANTITY.
           MOVE EIBOPID           TO MOV-OPERATOR-ID.
           MOVE REASONI           TO MOV-ADJ-REASON-CODE.
           MOVE '-'               TO MOV-ADJ-SEPARATOR.
           MOVE WS-NEXT-ADJUSTMENT-NUMBER TO MOV-ADJ-NUMBER.
      *
           MOVE 'N' TO WS-MOV-WRITTEN-SW.
           PERFORM 6005-WRITE-ONE-MOVEMENT-ROW
               UNTIL WS-MOV-WRITTEN
                  OR MOV-LINE-SEQ > 99.
      *
       6005-WRITE-ONE-MOVEMENT-ROW.
      *
           EXEC CICS
               WRITE FILE('INVMVFEC')
                     FROM(MOVEMENT-RECORD)
                     RIDFLD(MOV-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'INVMVFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-MOV-WRITTEN-SW
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                OR WS-RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO MOV-LINE-SEQ
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       7000-WRITE-ADJUSTMENT-ROW.
      *
           PERFORM 8000-ADJ-OPEN.
      *
           MOVE WS-NEXT-ADJUSTMENT-NUMBER TO ADJ-ADJUSTMENT-NUMBER.
           MOVE PRODCDI             TO ADJ-PRODUCT-CODE.
           MOVE WS-ADJ-LOCATION     TO ADJ-LOCATION.
           MOVE WS-ADJ-QTY          TO ADJ-QUANTITY.
           MOVE REASONI             TO ADJ-REASON-CODE.
           MOVE PRD-UNIT-COST       TO ADJ-UNIT-COST.
           MOVE EIBOPID             TO ADJ-OPERATOR-ID.
           MOVE WS-CURRENT-DATE     TO ADJ-ENTRY-DATE.
           MOVE EIBTIME             TO ADJ-ENTRY-TIME.
           MOVE SPACES              TO ADJ-DECISION-OPERATOR.
           IF ADJ-STATUS-APPLIED
               MOVE WS-CURRENT-DATE TO ADJ-POSTED-DATE
           ELSE
               MOVE SPACES          TO ADJ-POSTED-DATE
           END-IF.
      *
           EXEC CICS
               WRITE FILE('ADJFEC')
                     FROM(INVENTORY-ADJUSTMENT-RECORD)
                     RIDFLD(ADJ-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'ADJFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-ADJUST-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('ADJMFEC')
                            MAPSET('ADJSFEC')
                            FROM(ADJMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('ADJMFEC')
                            MAPSET('ADJSFEC')
                            FROM(ADJMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('ADJMFEC')
                            MAPSET('ADJSFEC')
                            FROM(ADJMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-ADJ-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=ADJFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('ADJFEC')
                   OPENSTATUS(WS-ADJ-OPEN-STATUS)
                   ENABLESTATUS(WS-ADJ-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-ADJ-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=ADJFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('ADJFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-ADJ-OPEN
           ELSE IF WS-ADJ-OPEN-STATUS = DFHVALUE(OPEN)
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
       8200-PND-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=PNDFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('PNDFEC')
                   OPENSTATUS(WS-PND-OPEN-STATUS)
                   ENABLESTATUS(WS-PND-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-PND-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=PNDFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('PNDFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-PND-OPEN
           ELSE IF WS-PND-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8400-MOV-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=INVMVFEC'               TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('INVMVFEC')
                   OPENSTATUS(WS-MOV-OPEN-STATUS)
                   ENABLESTATUS(WS-MOV-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-MOV-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=INVMVFEC'           TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('INVMVFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-MOV-OPEN
           ELSE IF WS-MOV-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'ADJENFEC' TO USG-PROGRAM-NAME.
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
