       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RTVENFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-05.
      *PROGRAM DESCRIPTION:
      *Online return-to-vendor transaction. Until now defective or
      *over-shipped stock going back to a supplier was a phone call
      *and a paper credit nobody chased. The receiving clerk keys the
      *vendor, the original PO, the product, the lot (if the product
      *is lot-tracked), the quantity going back, the location it
      *leaves from, and the vendor's own return authorization number.
      *The return must tie to a PO line for that vendor and may not
      *exceed what that line actually received. Under READ UPDATE the
      *quantity comes off PRD-QTY-LOCATION and PRD-QUANTITY-ON-HAND
      *(and off the LOTFEC balance when a lot is keyed), a type-V
      *INVMVFEC movement row explains the drop on the ledger, and a
      *type D debit memo is written to APVFEC at status O under the
      *next voucher number from CTLFEC record 5 - negative quantity
      *and amount, valued at the PO line cost (PRD-UNIT-COST when the
      *line carries none) - so the APCKFEC check run nets the credit
      *against the vendor's next check. An RTVFEC row keyed by the
      *memo's voucher number keeps the goods side of the return for
      *the RTVRGFEC open-returns register. The PO itself is left
      *alone; the debit memo is what reverses the money.
      *
      *MOD HISTORY
      *2026-10-05  DAO  ORIGINAL PROGRAM - PROGRAM-35 IN UUMENFEC.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *2026-10-15  DAO  REFUSE A RETURN THAT WOULD LEAVE LESS AT THE
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
       01 WS-VND-FILE-STATUS-INFO.
           05 WS-VND-OPEN                     PIC X.
               88 WS-VND-OPEN-88                    VALUE 'Y'.
               88 WS-VND-CLOSED-88                  VALUE 'Y'.
           05 WS-VND-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-VND-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PO-FILE-STATUS-INFO.
           05 WS-PO-OPEN                      PIC X.
               88 WS-PO-OPEN-88                     VALUE 'Y'.
               88 WS-PO-CLOSED-88                   VALUE 'Y'.
           05 WS-PO-OPEN-STATUS               PIC S9(8) COMP VALUE 0.
           05 WS-PO-ENABLE-STATUS             PIC S9(8) COMP VALUE 0.
      *
       01 WS-PRD-FILE-STATUS-INFO.
           05 WS-PRD-OPEN                     PIC X.
               88 WS-PRD-OPEN-88                    VALUE 'Y'.
               88 WS-PRD-CLOSED-88                  VALUE 'Y'.
           05 WS-PRD-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PRD-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-LOT-FILE-STATUS-INFO.
           05 WS-LOT-OPEN                     PIC X.
               88 WS-LOT-OPEN-88                    VALUE 'Y'.
               88 WS-LOT-CLOSED-88                  VALUE 'Y'.
           05 WS-LOT-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-LOT-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-MOV-FILE-STATUS-INFO.
           05 WS-MOV-OPEN                     PIC X.
               88 WS-MOV-OPEN-88                    VALUE 'Y'.
               88 WS-MOV-CLOSED-88                  VALUE 'Y'.
           05 WS-MOV-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-MOV-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-APV-FILE-STATUS-INFO.
           05 WS-APV-OPEN                     PIC X.
               88 WS-APV-OPEN-88                    VALUE 'Y'.
               88 WS-APV-CLOSED-88                  VALUE 'Y'.
           05 WS-APV-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-APV-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-RTV-FILE-STATUS-INFO.
           05 WS-RTV-OPEN                     PIC X.
               88 WS-RTV-OPEN-88                    VALUE 'Y'.
               88 WS-RTV-CLOSED-88                  VALUE 'Y'.
           05 WS-RTV-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-RTV-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
           05  WS-PO-LINE-FOUND-SW         PIC X    VALUE 'N'.
               88 WS-PO-LINE-FOUND                  VALUE 'Y'.
           05  WS-LOT-KEYED-SW             PIC X    VALUE 'N'.
               88 WS-LOT-KEYED                      VALUE 'Y'.
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
       01  WS-NEXT-VOUCHER-NUMBER          PIC 9(06)  VALUE 0.
       01  WS-RTV-QTY                      PIC S9(07) VALUE 0.
       01  WS-RTV-LOCATION                 PIC 9(01)  VALUE 1.
       01  WS-RTV-UNIT-COST                PIC S9(07)V99 VALUE 0.
       01  WS-RTV-AMOUNT                   PIC S9(07)V99 VALUE 0.
       01  WS-ONHAND-EDIT                  PIC ZZZZZZ9-.
       01  WS-AMOUNT-EDIT                  PIC ZZZZZZ9.99-.
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       01 WS-MOV-WRITTEN-SW                   PIC X VALUE 'N'.
           88 WS-MOV-WRITTEN                        VALUE 'Y'.
      *
       COPY VNDFEC.
      *
       COPY POFEC.
      *
       COPY PRDFEC.
      *
       COPY LOTFEC.
      *
       COPY INVMVFEC.
      *
       COPY APVFEC.
      *
       COPY RTVFEC.
      *
       COPY GETINCOM.
      *
       COPY RTVSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-VENDOR-RETURN.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO RTVMFECO
                   MOVE 'RTFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-RETURN-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO RTVMFECO
                   MOVE 'RTFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-RETURN-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-RETURN-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO RTVMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-RETURN-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('RTFE')
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
       1000-PROCESS-RETURN-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-RETURN-MAP.
           PERFORM 1200-EDIT-RETURN-DATA.
           IF VALID-DATA
               PERFORM 2000-VALIDATE-THE-RETURN
           END-IF.
           IF VALID-DATA
               PERFORM 3000-POST-THE-RETURN
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-RETURN-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-RETURN-MAP
           END-IF.
      *
       1100-RECEIVE-RETURN-MAP.
      *
           EXEC CICS
               RECEIVE MAP('RTVMFEC')
                       MAPSET('RTVSFEC')
                       INTO(RTVMFECI)
           END-EXEC.
      *
       1200-EDIT-RETURN-DATA.
      *
           IF VENDNOL = ZERO OR VENDNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a vendor number.' TO MESSAGEO
           END-IF.
      *
           IF PONBRL = ZERO OR PONBRI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter the original PO number.'
                 TO MESSAGEO
           END-IF.
      *
           IF PRODCDL = ZERO OR PRODCDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a product code.' TO MESSAGEO
           END-IF.
      *
           IF QTYL = ZERO OR QTYI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter the quantity returned.' TO MESSAGEO
           ELSE IF QTYI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Quantity returned must be numeric.' TO MESSAGEO
           ELSE
               MOVE QTYI TO WS-RTV-QTY
               IF WS-RTV-QTY NOT > ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Quantity returned must be greater than zero.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF RTNLOCL = ZERO OR RTNLOCI = SPACE
               MOVE 1 TO WS-RTV-LOCATION
           ELSE IF RTNLOCI = '1' OR '2'
               MOVE RTNLOCI TO WS-RTV-LOCATION
           ELSE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Location must be 1 or 2.' TO MESSAGEO
           END-IF.
      *
           IF LOTNOL = ZERO OR LOTNOI = SPACE
               MOVE 'N' TO WS-LOT-KEYED-SW
           ELSE
               MOVE 'Y' TO WS-LOT-KEYED-SW
           END-IF.
      *
           IF VRMANOL = ZERO OR VRMANOI = SPACE
               MOVE SPACE TO VRMANOI
           END-IF.
      *
       2000-VALIDATE-THE-RETURN.
      *
      * EVERYTHING IS PROVED BEFORE ANYTHING IS UPDATED, SO A REFUSED
      * RETURN NEVER LEAVES HALF ITS POSTINGS BEHIND.
           PERFORM 2100-EDIT-THE-VENDOR.
           IF VALID-DATA
               PERFORM 2200-MATCH-THE-PO-LINE
           END-IF.
           IF VALID-DATA AND WS-LOT-KEYED
               PERFORM 2300-CHECK-THE-LOT
           END-IF.
      *
       2100-EDIT-THE-VENDOR.
      *
      * AN INACTIVE VENDOR IS STILL ALLOWED - WE MAY STOP BUYING FROM
      * A SUPPLIER AND STILL HAVE ITS GOODS TO SEND BACK.
           PERFORM 8000-VND-OPEN.
      *
           EXEC CICS
               READ FILE('VNDFEC')
                    INTO(VENDOR-RECORD)
                    RIDFLD(VENDNOI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That vendor is not on the vendor master.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2200-MATCH-THE-PO-LINE.
      *
           PERFORM 8100-PO-OPEN.
      *
           EXEC CICS
               READ FILE('POFEC')
                    INTO(PURCHASE-ORDER-RECORD)
                    RIDFLD(PONBRI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That purchase order does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF PO-VENDOR-NUMBER NOT = VENDNOI
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That PO belongs to a different vendor.'
                 TO MESSAGEO
           ELSE
               MOVE 'N' TO WS-PO-LINE-FOUND-SW
               MOVE ZERO TO WS-LINE-SUB
               PERFORM 2210-MATCH-ONE-PO-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
                      OR WS-PO-LINE-FOUND
               IF NOT WS-PO-LINE-FOUND
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That product is not on that purchase order.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
       2210-MATCH-ONE-PO-LINE.
      *
      * ONLY GOODS THAT CAME IN ON THE LINE CAN GO BACK AGAINST IT.
      * THE LINE COST PRICES THE DEBIT MEMO.
           IF PO-PRODUCT-CODE (WS-LINE-SUB) = PRODCDI
               MOVE 'Y' TO WS-PO-LINE-FOUND-SW
               MOVE PO-UNIT-COST (WS-LINE-SUB) TO WS-RTV-UNIT-COST
               IF WS-RTV-QTY > PO-QTY-RECEIVED (WS-LINE-SUB)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Return exceeds quantity received on the PO.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
       2300-CHECK-THE-LOT.
      *
           PERFORM 8400-LOT-OPEN.
      *
           MOVE PRODCDI TO LOT-PRODUCT-CODE.
           MOVE LOTNOI  TO LOT-NUMBER.
      *
           EXEC CICS
               READ FILE('LOTFEC')
                    INTO(LOT-BALANCE-RECORD)
                    RIDFLD(LOT-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That lot is not on file for that product.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF WS-RTV-QTY > LOT-QTY-ON-HAND
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That lot does not hold that quantity.'
                 TO MESSAGEO
           END-IF.
      *
       3000-POST-THE-RETURN.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           PERFORM 3100-RELIEVE-QUANTITY-ON-HAND.
      *
           IF VALID-DATA AND WS-LOT-KEYED
               PERFORM 3200-RELIEVE-LOT-BALANCE
           END-IF.
      *
           IF VALID-DATA
               PERFORM 3300-WRITE-MOVEMENT-ROW
               PERFORM 3400-WRITE-DEBIT-MEMO
               PERFORM 3500-WRITE-RETURN-RECORD
           END-IF.
      *
       3100-RELIEVE-QUANTITY-ON-HAND.
      *
           PERFORM 8200-PRD-OPEN.
      *
           EXEC CICS
               READ FILE('PRDFEC')
                    INTO(PRD-RECORD)
                    RIDFLD(PRODCDI)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That product does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF WS-RTV-QTY > PRD-QTY-LOCATION (WS-RTV-LOCATION)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That location does not have that quantity.'
                 TO MESSAGEO
      *        STOCK OPEN ORDERS HAVE COMMITTED CANNOT GO BACK TO THE
      *        VENDOR.
           ELSE IF WS-RTV-QTY > PRD-QTY-LOCATION (WS-RTV-LOCATION)
                              - PRD-QTY-COMMITTED (WS-RTV-LOCATION)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Open orders have that stock committed there.'
                 TO MESSAGEO
      *        THE READ UPDATE LOCK RELEASES WHEN THE TASK ENDS
      *        WITHOUT A REWRITE.
           ELSE
               SUBTRACT WS-RTV-QTY
                   FROM PRD-QTY-LOCATION (WS-RTV-LOCATION)
               SUBTRACT WS-RTV-QTY FROM PRD-QUANTITY-ON-HAND
               IF WS-RTV-UNIT-COST NOT > ZERO
                   MOVE PRD-UNIT-COST TO WS-RTV-UNIT-COST
               END-IF
               COMPUTE WS-RTV-AMOUNT ROUNDED =
                   WS-RTV-QTY * WS-RTV-UNIT-COST
      *
               EXEC CICS
                   REWRITE FILE('PRDFEC')
                           FROM(PRD-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PRDFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE PRD-QUANTITY-ON-HAND TO WS-ONHAND-EDIT
                   MOVE WS-ONHAND-EDIT       TO ONHANDO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       3200-RELIEVE-LOT-BALANCE.
      *
           MOVE PRODCDI TO LOT-PRODUCT-CODE.
           MOVE LOTNOI  TO LOT-NUMBER.
      *
           EXEC CICS
               READ FILE('LOTFEC')
                    INTO(LOT-BALANCE-RECORD)
                    RIDFLD(LOT-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           SUBTRACT WS-RTV-QTY FROM LOT-QTY-ON-HAND.
      *
           EXEC CICS
               REWRITE FILE('LOTFEC')
                       FROM(LOT-BALANCE-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'LOTFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3300-WRITE-MOVEMENT-ROW.
      *
           PERFORM 8500-MOV-OPEN.
      *
           MOVE SPACE             TO MOVEMENT-RECORD.
           MOVE PRODCDI           TO MOV-PRODUCT-CODE.
           MOVE WS-CURRENT-DATE   TO MOV-MOVEMENT-DATE.
           MOVE EIBTIME           TO MOV-MOVEMENT-TIME.
           MOVE EIBTASKN          TO MOV-TASK-NUMBER.
           MOVE 1                 TO MOV-LINE-SEQ.
           MOVE 'V'               TO MOV-TYPE.
           COMPUTE MOV-QUANTITY = WS-RTV-QTY * -1.
           MOVE EIBOPID           TO MOV-OPERATOR-ID.
           MOVE PONBRI            TO MOV-REFERENCE.
      *
           MOVE 'N' TO WS-MOV-WRITTEN-SW.
           PERFORM 3305-WRITE-ONE-MOVEMENT-ROW
               UNTIL WS-MOV-WRITTEN
                  OR MOV-LINE-SEQ > 99.
      *
       3305-WRITE-ONE-MOVEMENT-ROW.
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
       3400-WRITE-DEBIT-MEMO.
      *
      * THE MEMO IS AN ORDINARY OPEN VOUCHER WITH THE SIGNS TURNED
      * OVER. THE VENDOR'S RETURN AUTHORIZATION STANDS IN FOR THE
      * SUPPLIER INVOICE NUMBER SO THE VENDOR CAN TIE THE CREDIT
      * BACK TO ITS OWN PAPER.
           PERFORM 3410-GET-VOUCHER-NUMBER.
      *
           MOVE SPACE                  TO AP-VOUCHER-RECORD.
           MOVE WS-NEXT-VOUCHER-NUMBER TO APV-VOUCHER-NUMBER.
           MOVE VENDNOI                TO APV-VENDOR-NUMBER.
           IF VRMANOI = SPACE
               MOVE 'RTV'              TO APV-VENDOR-INVOICE
           ELSE
               MOVE VRMANOI            TO APV-VENDOR-INVOICE
           END-IF.
           MOVE PONBRI                 TO APV-PO-NUMBER.
           MOVE PRODCDI                TO APV-PRODUCT-CODE.
           COMPUTE APV-QTY-BILLED = WS-RTV-QTY * -1.
           MOVE WS-RTV-UNIT-COST       TO APV-UNIT-PRICE.
           COMPUTE APV-AMOUNT = WS-RTV-AMOUNT * -1.
           MOVE WS-CURRENT-DATE        TO APV-INVOICE-DATE.
           MOVE WS-CURRENT-DATE        TO APV-ENTRY-DATE.
           MOVE 'O'                    TO APV-STATUS.
           MOVE 'Y'                    TO APV-MATCH-SW.
           MOVE ZERO                   TO APV-CHECK-NUMBER.
           MOVE SPACE                  TO APV-PAID-DATE.
           MOVE EIBOPID                TO APV-OPERATOR-ID.
           MOVE 'D'                    TO APV-VOUCHER-TYPE.
      *
           PERFORM 8600-APV-OPEN.
      *
           EXEC CICS
               WRITE FILE('APVFEC')
                     FROM(AP-VOUCHER-RECORD)
                     RIDFLD(APV-VOUCHER-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'APVFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE APV-VOUCHER-NUMBER TO VCHNOO
               MOVE APV-AMOUNT         TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT     TO AMOUNTO
               MOVE 'Return posted - debit memo open for next check.'
                 TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3410-GET-VOUCHER-NUMBER.
      *
           MOVE ZERO   TO WS-NEXT-VOUCHER-NUMBER.
           MOVE 'I'    TO GETIN-FUNCTION.
           MOVE ZERO   TO GETIN-INVOICE-NUMBER.
           MOVE SPACES TO GETIN-RETURN-REASON.
           MOVE 'V'    TO GETIN-NUMBER-TYPE.
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
           MOVE GETIN-INVOICE-NUMBER TO WS-NEXT-VOUCHER-NUMBER.
      *
       3500-WRITE-RETURN-RECORD.
      *
           PERFORM 8700-RTV-OPEN.
      *
           MOVE SPACE                  TO RETURN-TO-VENDOR-RECORD.
           MOVE WS-NEXT-VOUCHER-NUMBER TO RTV-VOUCHER-NUMBER.
           MOVE VENDNOI                TO RTV-VENDOR-NUMBER.
           MOVE PONBRI                 TO RTV-PO-NUMBER.
           MOVE PRODCDI                TO RTV-PRODUCT-CODE.
           IF WS-LOT-KEYED
               MOVE LOTNOI             TO RTV-LOT-NUMBER
           END-IF.
           MOVE WS-RTV-LOCATION        TO RTV-LOCATION.
           MOVE WS-RTV-QTY             TO RTV-QTY-RETURNED.
           MOVE WS-RTV-UNIT-COST       TO RTV-UNIT-COST.
           MOVE WS-RTV-AMOUNT          TO RTV-AMOUNT.
           MOVE WS-CURRENT-DATE        TO RTV-RETURN-DATE.
           MOVE VRMANOI                TO RTV-VENDOR-RMA.
           MOVE EIBOPID                TO RTV-OPERATOR-ID.
      *
           EXEC CICS
               WRITE FILE('RTVFEC')
                     FROM(RETURN-TO-VENDOR-RECORD)
                     RIDFLD(RTV-VOUCHER-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'RTVFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-RETURN-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('RTVMFEC')
                            MAPSET('RTVSFEC')
                            FROM(RTVMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('RTVMFEC')
                            MAPSET('RTVSFEC')
                            FROM(RTVMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('RTVMFEC')
                            MAPSET('RTVSFEC')
                            FROM(RTVMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-VND-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=VNDFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('VNDFEC')
                   OPENSTATUS(WS-VND-OPEN-STATUS)
                   ENABLESTATUS(WS-VND-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-VND-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=VNDFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('VNDFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-VND-OPEN
           ELSE IF WS-VND-OPEN-STATUS = DFHVALUE(OPEN)
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
       8200-PRD-OPEN.
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
       8400-LOT-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=LOTFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('LOTFEC')
                   OPENSTATUS(WS-LOT-OPEN-STATUS)
                   ENABLESTATUS(WS-LOT-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-LOT-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=LOTFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('LOTFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-LOT-OPEN
           ELSE IF WS-LOT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8500-MOV-OPEN.
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
       8600-APV-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=APVFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('APVFEC')
                   OPENSTATUS(WS-APV-OPEN-STATUS)
                   ENABLESTATUS(WS-APV-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-APV-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=APVFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('APVFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-APV-OPEN
           ELSE IF WS-APV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8700-RTV-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=RTVFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('RTVFEC')
                   OPENSTATUS(WS-RTV-OPEN-STATUS)
                   ENABLESTATUS(WS-RTV-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RTV-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=RTVFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('RTVFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-RTV-OPEN
           ELSE IF WS-RTV-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'RTVENFEC' TO USG-PROGRAM-NAME.
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
