       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  ORDMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Open-order maintenance. Once CMORDFEC books an OORFEC order
      *nothing but a shipment or a margin reject could change it; a
      *customer who called to cut, add or cancel had to wait for the
      *order to ship short. The desk keys the order number alone to
      *see the order, then keys action C to change it - a new
      *quantity against any line (zero drops an unshipped line, and
      *no line may go below what has already shipped), a product and
      *quantity on a blank line to add one, a new requested date or
      *SHTFEC ship-to - or action X with a reason code (CR customer
      *request, DU duplicate, PR price, CS credit stop, OT other) to
      *cancel the whole order. Only orders at E, H or S can change;
      *an order at P is on the pick floor. Every quantity change is
      *worked through the stock the way CMORDFEC booked it: a cut
      *comes off the BKOFEC short quantity first and then releases
      *PRD-QTY-COMMITTED at the ship location; an increase commits
      *what the location can still promise and backorders the rest;
      *kit parents work through their KITFEC components; drop-ship
      *orders never touch stock. Each commitment change writes a
      *type O INVMVFEC row, the rewritten order is journaled on
      *JRNFEC, and the before and after images of the order go to
      *OCHFEC with the operator and the reason.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-43 IN UUMENFEC.
      *2026-10-15  DAO  REFUSE AN ADDED LINE OR A RAISED QUANTITY FOR A
      *                 DISCONTINUED OR BLOCKED PRODUCT.
      *2026-10-15  DAO  WRITE AN LSTFEC LOST-SALE ROW FOR EVERY UNIT CUT
      *                 OR CANCELLED OFF A LINE, UNLESS THE CANCEL
      *                 REASON IS DU (DUPLICATE ORDER).
      *2026-10-15  DAO  REFUSE A CHANGED REQUESTED SHIP DATE THAT
      *                 FALLS ON A CLOSED DAY, CHECKED THROUGH BCLDTFEC.
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
       01 WS-OOR-FILE-STATUS-INFO.
           05 WS-OOR-OPEN                     PIC X.
               88 WS-OOR-OPEN-88                    VALUE 'Y'.
               88 WS-OOR-CLOSED-88                  VALUE 'Y'.
           05 WS-OOR-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-OOR-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PRD-FILE-STATUS-INFO.
           05 WS-PRD-OPEN                     PIC X.
               88 WS-PRD-OPEN-88                    VALUE 'Y'.
               88 WS-PRD-CLOSED-88                  VALUE 'Y'.
           05 WS-PRD-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PRD-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-BKO-FILE-STATUS-INFO.
           05 WS-BKO-OPEN                     PIC X.
               88 WS-BKO-OPEN-88                    VALUE 'Y'.
               88 WS-BKO-CLOSED-88                  VALUE 'Y'.
           05 WS-BKO-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-BKO-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-MOV-FILE-STATUS-INFO.
           05 WS-MOV-OPEN                     PIC X.
               88 WS-MOV-OPEN-88                    VALUE 'Y'.
               88 WS-MOV-CLOSED-88                  VALUE 'Y'.
           05 WS-MOV-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-MOV-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-OCH-FILE-STATUS-INFO.
           05 WS-OCH-OPEN                     PIC X.
               88 WS-OCH-OPEN-88                    VALUE 'Y'.
               88 WS-OCH-CLOSED-88                  VALUE 'Y'.
           05 WS-OCH-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-OCH-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-LST-FILE-STATUS-INFO.
           05 WS-LST-OPEN                     PIC X.
               88 WS-LST-OPEN-88                    VALUE 'Y'.
               88 WS-LST-CLOSED-88                  VALUE 'Y'.
           05 WS-LST-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-LST-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-MOV-WRITTEN-SW                   PIC X VALUE 'N'.
           88 WS-MOV-WRITTEN                        VALUE 'Y'.
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
           05  WS-ANY-CHANGE-SW            PIC X    VALUE 'N'.
               88 WS-ANY-CHANGE                     VALUE 'Y'.
           05  WS-KIT-SW                   PIC X    VALUE 'N'.
               88 WS-IS-KIT                         VALUE 'Y'.
           05  WS-KIT-EOF-SW               PIC X    VALUE 'N'.
               88 WS-KIT-EOF                        VALUE 'Y'.
           05  WS-JRN-WRITTEN-SW           PIC X    VALUE 'N'.
               88 WS-JRN-WRITTEN                    VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X.
               88  SEND-ERASE                       VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
      * THE ORDER LAST SHOWN ON THE SCREEN - AN ACTION IS ONLY TAKEN
      * AGAINST THE ORDER THE DESK IS LOOKING AT.
       01  COMMUNICATION-AREA.
           05  CA-ORDER-NUMBER             PIC X(06).
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
      *
       01  WS-LINE-SUB                     PIC S9(4)  COMP VALUE 0.
       01  WS-DUP-SUB                      PIC S9(4)  COMP VALUE 0.
       01  WS-QTY-EDIT                     PIC ZZZZZZ9-.
       01  WS-KEYED-QTY                    PIC 9(07)  VALUE 0.
       01  WS-OLD-REMAINING                PIC S9(07) VALUE 0.
       01  WS-NEW-REMAINING                PIC S9(07) VALUE 0.
       01  WS-LINE-DELTA                   PIC S9(07) VALUE 0.
       01  WS-ADJ-PRODUCT                  PIC X(10)  VALUE SPACES.
       01  WS-ADJ-QTY                      PIC S9(07) VALUE 0.
       01  WS-CUT-QTY                      PIC S9(07) VALUE 0.
       01  WS-SHORT-QTY                    PIC S9(07) VALUE 0.
       01  WS-ORDER-QTY                    PIC S9(07) VALUE 0.
       01  WS-QTY-COMMITTED                PIC S9(07) VALUE 0.
       01  WS-QTY-AVAILABLE                PIC S9(07) VALUE 0.
       01  WS-COMMIT-CHANGE                PIC S9(07) VALUE 0.
       01  WS-UOM-WHOLE                    PIC S9(07) VALUE 0.
       01  WS-UOM-REMAINDER                PIC S9(07) VALUE 0.
       01  WS-OPEN-LINE-COUNT              PIC 9(02)  VALUE 0.
       01  WS-SHIPPED-LINE-COUNT           PIC 9(02)  VALUE 0.
       01  WS-LINE-COUNT                   PIC 9(04)  VALUE 0.
      *
       01  WS-NEW-LINE-TABLE.
           05  WS-NEW-LINE                 OCCURS 10 TIMES.
               10  WS-NEW-PRODUCT          PIC X(10).
               10  WS-NEW-ORDERED          PIC S9(07).
      *
       01  WS-NEW-REQUESTED-DATE           PIC X(08)  VALUE SPACES.
       01  WS-NEW-SHIPTO-CODE              PIC X(04)  VALUE SPACES.
       01  WS-CANCEL-REASON                PIC X(02)  VALUE SPACES.
       01  WS-BEFORE-IMAGE                 PIC X(491) VALUE SPACES.
      *
       01  WS-JRN-FILE-ID                  PIC X(08) VALUE SPACES.
       01  WS-JRN-OPERATION                PIC X(01) VALUE 'R'.
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       COPY OORFEC.
      *
       COPY PRDFEC.
      *
       COPY BKOFEC.
      *
       COPY KITFEC.
      *
       COPY CTPFEC.
      *
       COPY SHTFEC.
      *
       COPY INVMVFEC.
      *
       COPY JRNFEC.
      *
       COPY OCHFEC.
      *
       COPY LSTFEC.
      *
       COPY OMNSFEC.
      *
       COPY BCLDTCOM.
      *
       COPY ATTR.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(06).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-ORDER-MAINT.
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
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO OMNMFECO
                   MOVE 'OMFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-MAINT-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO OMNMFECO
                   MOVE SPACES    TO CA-ORDER-NUMBER
                   MOVE 'OMFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-MAINT-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-MAINT-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO OMNMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-MAINT-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('OMFE')
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
       1000-PROCESS-MAINT-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-MAINT-MAP.
      *
           IF ORDNOL = ZERO OR ORDNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter an order number.' TO MESSAGEO
           ELSE
               PERFORM 1500-READ-THE-ORDER
           END-IF.
      *
      *    A NEW ORDER NUMBER, OR NO ACTION, ONLY SHOWS THE ORDER -
      *    THE DESK MUST SEE WHAT IT IS CHANGING BEFORE IT CHANGES IT.
           IF VALID-DATA
               IF ACTIONL = ZERO OR ACTIONI = SPACE
                       OR ORDNOI NOT = CA-ORDER-NUMBER
                   MOVE ORDNOI TO CA-ORDER-NUMBER
                   PERFORM 1700-DISPLAY-THE-ORDER
                   MOVE 'Key C and the changes, or X and a reason, and p
      -                 'ress Enter.' TO MESSAGEO
               ELSE
                   PERFORM 1800-EDIT-THE-ACTION
                   IF VALID-DATA
                       PERFORM 2000-APPLY-THE-CHANGE
                   END-IF
               END-IF
           END-IF.
      *
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-MAINT-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-MAINT-MAP
           END-IF.
      *
       1100-RECEIVE-MAINT-MAP.
      *
           EXEC CICS
               RECEIVE MAP('OMNMFEC')
                       MAPSET('OMNSFEC')
                       INTO(OMNMFECI)
           END-EXEC.
      *
       1500-READ-THE-ORDER.
      *
           PERFORM 8100-OOR-OPEN.
      *
           EXEC CICS
               READ FILE('OORFEC')
                    INTO(OPEN-ORDER-RECORD)
                    RIDFLD(ORDNOI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That order does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 1550-CHECK-ORDER-STATUS
           END-IF.
      *
       1550-CHECK-ORDER-STATUS.
      *
           IF OOR-STATUS-PICKED
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That order is on the pick floor - ship it first.'
                 TO MESSAGEO
           ELSE IF OOR-STATUS-INVOICED
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That order has shipped in full.' TO MESSAGEO
           ELSE IF OOR-STATUS-CANCELLED
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That order is already cancelled.' TO MESSAGEO
           ELSE IF NOT OOR-STATUS-ENTERED
                   AND NOT OOR-STATUS-MARGIN-HOLD
                   AND NOT OOR-STATUS-PART-SHIPPED
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That order cannot be changed.' TO MESSAGEO
           END-IF.
      *
       1700-DISPLAY-THE-ORDER.
      *
           MOVE OOR-CUSTOMER-NUMBER TO CUSTNOO.
           MOVE OOR-STATUS          TO ORDSTATO.
           MOVE OOR-REQUESTED-DATE  TO REQDTO.
           MOVE OOR-SHIPTO-CODE     TO SHTLOCO.
           MOVE SPACES              TO ACTIONO
                                       REASONO.
      *
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 1710-DISPLAY-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
       1710-DISPLAY-ONE-LINE.
      *
           MOVE SPACES TO NEWQTYO (WS-LINE-SUB).
           IF OOR-PRODUCT-CODE (WS-LINE-SUB) = SPACE
               MOVE SPACES TO PRODCDO (WS-LINE-SUB)
                              QTYORDO (WS-LINE-SUB)
                              QTYSHPO (WS-LINE-SUB)
               MOVE ATTR-UNPROT TO PRODCDH (WS-LINE-SUB)
           ELSE
               MOVE OOR-PRODUCT-CODE (WS-LINE-SUB)
                 TO PRODCDO (WS-LINE-SUB)
               MOVE OOR-QTY-ORDERED (WS-LINE-SUB) TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT TO QTYORDO (WS-LINE-SUB)
               MOVE OOR-QTY-SHIPPED (WS-LINE-SUB) TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT TO QTYSHPO (WS-LINE-SUB)
      *        A BOOKED LINE KEEPS ITS PRODUCT - TO SWAP ONE, DROP
      *        THE LINE AND ADD THE NEW PRODUCT ON A BLANK ONE.
               MOVE ATTR-PROT TO PRODCDH (WS-LINE-SUB)
           END-IF.
      *
       1800-EDIT-THE-ACTION.
      *
           MOVE 'N'                TO WS-ANY-CHANGE-SW.
           MOVE OOR-REQUESTED-DATE TO WS-NEW-REQUESTED-DATE.
           MOVE OOR-SHIPTO-CODE    TO WS-NEW-SHIPTO-CODE.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 1805-LOAD-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
           IF ACTIONI = 'X'
               MOVE REASONI TO OCH-REASON-CODE
               IF REASONL = ZERO OR NOT OCH-REASON-VALID
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A cancel needs reason CR, DU, PR, CS or OT.'
                     TO MESSAGEO
               ELSE
                   MOVE REASONI TO WS-CANCEL-REASON
                   MOVE 'Y' TO WS-ANY-CHANGE-SW
                   PERFORM 1890-CANCEL-ONE-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 10
               END-IF
           ELSE IF ACTIONI = 'C'
               MOVE SPACES TO WS-CANCEL-REASON
               PERFORM 1810-EDIT-THE-HEADER
               IF VALID-DATA
                   PERFORM 1830-EDIT-ONE-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 10
                          OR NOT VALID-DATA
               END-IF
               IF VALID-DATA
                   PERFORM 1870-CHECK-WHAT-IS-LEFT
               END-IF
               IF VALID-DATA AND NOT WS-ANY-CHANGE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Nothing was changed.' TO MESSAGEO
               END-IF
           ELSE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Action must be C (change) or X (cancel).'
                 TO MESSAGEO
           END-IF.
      *
       1805-LOAD-ONE-LINE.
      *
           MOVE OOR-PRODUCT-CODE (WS-LINE-SUB)
             TO WS-NEW-PRODUCT (WS-LINE-SUB).
           MOVE OOR-QTY-ORDERED (WS-LINE-SUB)
             TO WS-NEW-ORDERED (WS-LINE-SUB).
      *
       1810-EDIT-THE-HEADER.
      *
           IF REQDTL = ZERO OR REQDTI = SPACE
               CONTINUE
           ELSE IF REQDTI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Requested ship date must be YYYYMMDD.'
                 TO MESSAGEO
           ELSE IF REQDTI NOT = OOR-REQUESTED-DATE
               PERFORM 1815-EDIT-REQUESTED-DATE
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1820-EDIT-SHIPTO-CODE
           END-IF.
      *
       1815-EDIT-REQUESTED-DATE.
      *
      * A NEW PROMISE DATE MUST BE A DAY THE PLANT SHIPS, AS AT ORDER
      * ENTRY.
           MOVE 'T'    TO BCLDT-FUNCTION.
           MOVE REQDTI TO BCLDT-DATE-IN.
           MOVE SPACES TO BCLDT-DATE-TO.
           EXEC CICS
               LINK PROGRAM('BCLDTFEC')
                    COMMAREA(BCLDT-COMMAREA)
                    LENGTH(LENGTH OF BCLDT-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF NOT BCLDT-DATE-OK
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Requested ship date must be a real date.'
                 TO MESSAGEO
           ELSE IF BCLDT-CLOSED-DAY
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Requested ship date is not a working day.'
                 TO MESSAGEO
           ELSE
               MOVE REQDTI TO WS-NEW-REQUESTED-DATE
               MOVE 'Y'    TO WS-ANY-CHANGE-SW
           END-IF.
      *
      *    A KEYED LOCATION MUST BE ON SHTFEC FOR THE ORDER'S
      *    CUSTOMER, AS AT ORDER ENTRY.
       1820-EDIT-SHIPTO-CODE.
      *
           IF SHTLOCL = ZERO OR SHTLOCI = SPACE
                   OR SHTLOCI = OOR-SHIPTO-CODE
               CONTINUE
           ELSE
               MOVE OOR-CUSTOMER-NUMBER TO SHT-CUSTOMER-NUMBER
               MOVE SHTLOCI             TO SHT-LOCATION-CODE
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
               ELSE
                   MOVE SHTLOCI TO WS-NEW-SHIPTO-CODE
                   MOVE 'Y'     TO WS-ANY-CHANGE-SW
               END-IF
           END-IF.
      *
       1830-EDIT-ONE-LINE.
      *
           IF OOR-PRODUCT-CODE (WS-LINE-SUB) NOT = SPACE
               PERFORM 1840-EDIT-BOOKED-LINE
           ELSE IF PRODCDL (WS-LINE-SUB) = ZERO
                OR PRODCDI (WS-LINE-SUB) = SPACE
               CONTINUE
           ELSE
               PERFORM 1850-EDIT-ADDED-LINE
           END-IF.
      *
       1840-EDIT-BOOKED-LINE.
      *
           IF NEWQTYL (WS-LINE-SUB) = ZERO
                   OR NEWQTYI (WS-LINE-SUB) = SPACE
               CONTINUE
           ELSE IF NEWQTYI (WS-LINE-SUB) NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'New quantity must be numeric.' TO MESSAGEO
           ELSE
               MOVE NEWQTYI (WS-LINE-SUB) TO WS-KEYED-QTY
               IF WS-KEYED-QTY < OOR-QTY-SHIPPED (WS-LINE-SUB)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A line cannot go below what has shipped.'
                     TO MESSAGEO
               ELSE IF WS-KEYED-QTY
                       NOT = OOR-QTY-ORDERED (WS-LINE-SUB)
                   IF WS-KEYED-QTY > OOR-QTY-ORDERED (WS-LINE-SUB)
                       PERFORM 1845-CHECK-RAISED-PRODUCT
                   END-IF
                   IF VALID-DATA
                       MOVE WS-KEYED-QTY
                         TO WS-NEW-ORDERED (WS-LINE-SUB)
                       MOVE 'Y' TO WS-ANY-CHANGE-SW
                   END-IF
               END-IF
           END-IF.
      *
      *    A CUT IS ALWAYS ALLOWED, BUT MORE OF A DISCONTINUED OR
      *    BLOCKED PRODUCT IS A NEW ORDER FOR SOMETHING WE NO LONGER
      *    SELL.
       1845-CHECK-RAISED-PRODUCT.
      *
           PERFORM 8500-PRD-OPEN.
           EXEC CICS
               READ FILE('PRDFEC')
                    INTO(PRD-RECORD)
                    RIDFLD(OOR-PRODUCT-CODE (WS-LINE-SUB))
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF PRD-STATUS-NOT-SOLD
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A product no longer sold cannot be increased.'
                 TO MESSAGEO
           END-IF.
      *
       1850-EDIT-ADDED-LINE.
      *
           IF NEWQTYL (WS-LINE-SUB) = ZERO
                   OR NEWQTYI (WS-LINE-SUB) = SPACE
                   OR NEWQTYI (WS-LINE-SUB) NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'An added line needs a numeric quantity.'
                 TO MESSAGEO
           ELSE
               MOVE NEWQTYI (WS-LINE-SUB) TO WS-KEYED-QTY
               IF WS-KEYED-QTY = ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'An added line needs a numeric quantity.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 8500-PRD-OPEN
               EXEC CICS
                   READ FILE('PRDFEC')
                        INTO(PRD-RECORD)
                        RIDFLD(PRODCDI (WS-LINE-SUB))
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That product does not exist.' TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE IF PRD-STATUS-NOT-SOLD
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That product is discontinued or blocked.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1860-CHECK-ONE-DUPLICATE
                   VARYING WS-DUP-SUB FROM 1 BY 1
                   UNTIL WS-DUP-SUB > 10
                      OR NOT VALID-DATA
           END-IF.
      *
           IF VALID-DATA
               MOVE PRODCDI (WS-LINE-SUB)
                 TO WS-NEW-PRODUCT (WS-LINE-SUB)
               MOVE WS-KEYED-QTY TO WS-NEW-ORDERED (WS-LINE-SUB)
               MOVE 'Y' TO WS-ANY-CHANGE-SW
           END-IF.
      *
      *    ONE PRODUCT, ONE LINE - THE BKOFEC ROW IS KEYED PRODUCT
      *    AND ORDER, SO TWO LINES COULD NOT KEEP SEPARATE SHORTS.
       1860-CHECK-ONE-DUPLICATE.
      *
           IF WS-DUP-SUB NOT = WS-LINE-SUB
                   AND WS-NEW-PRODUCT (WS-DUP-SUB)
                       = PRODCDI (WS-LINE-SUB)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That product is already on the order.'
                 TO MESSAGEO
           END-IF.
      *
       1870-CHECK-WHAT-IS-LEFT.
      *
           MOVE ZERO TO WS-OPEN-LINE-COUNT.
           MOVE ZERO TO WS-SHIPPED-LINE-COUNT.
           PERFORM 1875-COUNT-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
           IF WS-OPEN-LINE-COUNT = ZERO
                   AND WS-SHIPPED-LINE-COUNT = ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Every line would be dropped - cancel with X.'
                 TO MESSAGEO
           END-IF.
      *
       1875-COUNT-ONE-LINE.
      *
           IF WS-NEW-PRODUCT (WS-LINE-SUB) NOT = SPACE
               IF WS-NEW-ORDERED (WS-LINE-SUB)
                       > OOR-QTY-SHIPPED (WS-LINE-SUB)
                   ADD 1 TO WS-OPEN-LINE-COUNT
               END-IF
               IF OOR-QTY-SHIPPED (WS-LINE-SUB) > ZERO
                   ADD 1 TO WS-SHIPPED-LINE-COUNT
               END-IF
           END-IF.
      *
      *    A CANCEL TAKES EVERY LINE DOWN TO WHAT HAS ALREADY SHIPPED.
       1890-CANCEL-ONE-LINE.
      *
           IF WS-NEW-PRODUCT (WS-LINE-SUB) NOT = SPACE
               MOVE OOR-QTY-SHIPPED (WS-LINE-SUB)
                 TO WS-NEW-ORDERED (WS-LINE-SUB)
           END-IF.
      *
       2000-APPLY-THE-CHANGE.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           EXEC CICS
               READ FILE('OORFEC')
                    INTO(OPEN-ORDER-RECORD)
                    RIDFLD(ORDNOI)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
      *    THE PICK RUN OR A SHIPMENT MAY HAVE TAKEN THE ORDER WHILE
      *    THE DESK WAS KEYING - THEN NOTHING IS CHANGED.
           PERFORM 1550-CHECK-ORDER-STATUS.
           IF VALID-DATA
               PERFORM 2050-CHECK-ONE-SHIPPED-QTY
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
                      OR NOT VALID-DATA
           END-IF.
      *
           IF NOT VALID-DATA
               EXEC CICS
                   UNLOCK FILE('OORFEC')
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE OPEN-ORDER-RECORD TO WS-BEFORE-IMAGE
               PERFORM 8500-PRD-OPEN
               PERFORM 8200-BKO-OPEN
               PERFORM 8600-MOV-OPEN
               MOVE ZERO TO WS-LINE-COUNT
               PERFORM 2100-APPLY-ONE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
               PERFORM 2500-REWRITE-THE-ORDER
           END-IF.
      *
       2050-CHECK-ONE-SHIPPED-QTY.
      *
           IF WS-NEW-PRODUCT (WS-LINE-SUB) NOT = SPACE
                   AND WS-NEW-ORDERED (WS-LINE-SUB)
                       < OOR-QTY-SHIPPED (WS-LINE-SUB)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That order has shipped since - press Enter to ref
      -             'resh.' TO MESSAGEO
           END-IF.
      *
       2100-APPLY-ONE-LINE.
      *
           IF OOR-PRODUCT-CODE (WS-LINE-SUB) = SPACE
               MOVE ZERO TO WS-OLD-REMAINING
           ELSE
               COMPUTE WS-OLD-REMAINING =
                   OOR-QTY-ORDERED (WS-LINE-SUB)
                   - OOR-QTY-SHIPPED (WS-LINE-SUB)
           END-IF.
      *
           IF WS-NEW-PRODUCT (WS-LINE-SUB) = SPACE
               MOVE ZERO TO WS-NEW-REMAINING
           ELSE
               COMPUTE WS-NEW-REMAINING =
                   WS-NEW-ORDERED (WS-LINE-SUB)
                   - OOR-QTY-SHIPPED (WS-LINE-SUB)
           END-IF.
      *
           COMPUTE WS-LINE-DELTA = WS-NEW-REMAINING - WS-OLD-REMAINING.
      *
           IF WS-LINE-DELTA NOT = ZERO
      *        WHAT THE CUSTOMER CUT OR CANCELLED IS DEMAND WE DID NOT
      *        FILL - UNLESS THE ORDER WAS A DUPLICATE OF ANOTHER.
               IF WS-LINE-DELTA < ZERO
                       AND OOR-PRODUCT-CODE (WS-LINE-SUB) NOT = SPACE
                       AND WS-CANCEL-REASON NOT = 'DU'
                   PERFORM 2700-WRITE-LOST-SALE
               END-IF
               IF OOR-PRODUCT-CODE (WS-LINE-SUB) = SPACE
                   PERFORM 2150-BOOK-THE-ADDED-LINE
               END-IF
      *        A CANCELLED ORDER KEEPS ITS LINES AS BOOKED, THE WAY
      *        A MARGIN REJECT LEAVES THEM - STATUS X SAYS THE REST.
               IF ACTIONI NOT = 'X'
                   MOVE WS-NEW-ORDERED (WS-LINE-SUB)
                     TO OOR-QTY-ORDERED (WS-LINE-SUB)
                   PERFORM 2160-CHECK-THE-ENTRY-UNIT
               END-IF
      *        A DROP-SHIP ORDER NEVER TOUCHES OUR STOCK - THE
      *        SUPPLIER SHIPS IT STRAIGHT TO THE CUSTOMER.
               IF NOT OOR-IS-DROP-SHIP
                   PERFORM 2200-EXPLODE-KIT-COMPONENTS
                   IF NOT WS-IS-KIT
                       MOVE OOR-PRODUCT-CODE (WS-LINE-SUB)
                         TO WS-ADJ-PRODUCT
                       MOVE WS-LINE-DELTA TO WS-ADJ-QTY
                       PERFORM 2300-ADJUST-ONE-PRODUCT
                   END-IF
               END-IF
      *        A LINE DROPPED BEFORE ANYTHING SHIPPED COMES OFF THE
      *        ORDER ENTIRELY.
               IF OOR-QTY-ORDERED (WS-LINE-SUB) = ZERO
                       AND ACTIONI NOT = 'X'
                   MOVE SPACE TO OOR-PRODUCT-CODE (WS-LINE-SUB)
                                 OOR-PRICE-SOURCE (WS-LINE-SUB)
                                 OOR-ENTRY-UOM (WS-LINE-SUB)
                   MOVE ZERO  TO OOR-QTY-SHIPPED (WS-LINE-SUB)
                                 OOR-UNIT-PRICE (WS-LINE-SUB)
                                 OOR-ENTRY-FACTOR (WS-LINE-SUB)
               END-IF
           END-IF.
      *
           IF OOR-PRODUCT-CODE (WS-LINE-SUB) NOT = SPACE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
      *
      *    AN ADDED LINE IS PRICED THE WAY CMORDFEC PRICES A LINE
      *    WITH NO QUANTITY BREAK - THE CUSTOMER'S CTPFEC CONTRACT
      *    PRICE IF THERE IS ONE, OTHERWISE THE LIST PRICE.
       2150-BOOK-THE-ADDED-LINE.
      *
           MOVE WS-NEW-PRODUCT (WS-LINE-SUB)
             TO OOR-PRODUCT-CODE (WS-LINE-SUB).
           MOVE ZERO  TO OOR-QTY-SHIPPED (WS-LINE-SUB).
           MOVE SPACE TO OOR-ENTRY-UOM (WS-LINE-SUB).
           MOVE ZERO  TO OOR-ENTRY-FACTOR (WS-LINE-SUB).
      *
           EXEC CICS
               READ FILE('PRDFEC')
                    INTO(PRD-RECORD)
                    RIDFLD(OOR-PRODUCT-CODE (WS-LINE-SUB))
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE OOR-CUSTOMER-NUMBER            TO CTP-CUSTOMER-NUMBER.
           MOVE OOR-PRODUCT-CODE (WS-LINE-SUB) TO CTP-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('CTPFEC')
                    INTO(CONTRACT-PRICE-RECORD)
                    RIDFLD(CTP-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CTP-CONTRACT-PRICE TO OOR-UNIT-PRICE
                                           (WS-LINE-SUB)
               MOVE 'C' TO OOR-PRICE-SOURCE (WS-LINE-SUB)
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE PRD-UNIT-PRICE     TO OOR-UNIT-PRICE
                                           (WS-LINE-SUB)
               MOVE SPACE TO OOR-PRICE-SOURCE (WS-LINE-SUB)
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
      *    THE DESK KEYS STOCKING UNITS. A LINE BOOKED IN A LARGER
      *    UNIT KEEPS IT ONLY WHILE THE NEW QUANTITY IS STILL A WHOLE
      *    NUMBER OF THAT UNIT; OTHERWISE IT FALLS BACK TO THE
      *    STOCKING UNIT.
       2160-CHECK-THE-ENTRY-UNIT.
      *
           IF OOR-ENTRY-FACTOR (WS-LINE-SUB) > 1
               DIVIDE OOR-QTY-ORDERED (WS-LINE-SUB)
                   BY OOR-ENTRY-FACTOR (WS-LINE-SUB)
                   GIVING WS-UOM-WHOLE
                   REMAINDER WS-UOM-REMAINDER
               IF WS-UOM-REMAINDER NOT = ZERO
                   MOVE SPACE TO OOR-ENTRY-UOM (WS-LINE-SUB)
                   MOVE ZERO  TO OOR-ENTRY-FACTOR (WS-LINE-SUB)
               END-IF
           END-IF.
      *
       2200-EXPLODE-KIT-COMPONENTS.
      *
           MOVE 'N' TO WS-KIT-SW.
           MOVE 'N' TO WS-KIT-EOF-SW.
           MOVE OOR-PRODUCT-CODE (WS-LINE-SUB) TO KIT-PARENT-CODE.
           MOVE ZERO TO KIT-COMPONENT-SEQ.
      *
           EXEC CICS
               STARTBR FILE('KITFEC')
                       RIDFLD(KIT-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-KIT-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2210-ADJUST-ONE-COMPONENT
                   UNTIL WS-KIT-EOF
               EXEC CICS
                   ENDBR FILE('KITFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       2210-ADJUST-ONE-COMPONENT.
      *
           EXEC CICS
               READNEXT FILE('KITFEC')
                        INTO(KIT-COMPONENT-RECORD)
                        RIDFLD(KIT-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-KIT-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF KIT-PARENT-CODE
                   NOT = OOR-PRODUCT-CODE (WS-LINE-SUB)
               MOVE 'Y' TO WS-KIT-EOF-SW
           ELSE
               MOVE 'Y' TO WS-KIT-SW
               MOVE KIT-COMPONENT-CODE TO WS-ADJ-PRODUCT
               COMPUTE WS-ADJ-QTY = KIT-QTY-PER-KIT * WS-LINE-DELTA
               PERFORM 2300-ADJUST-ONE-PRODUCT
           END-IF.
      *
       2300-ADJUST-ONE-PRODUCT.
      *
           MOVE ZERO TO WS-COMMIT-CHANGE.
      *
           IF WS-ADJ-QTY < ZERO
               PERFORM 2310-CUT-ONE-PRODUCT
           ELSE IF WS-ADJ-QTY > ZERO
               PERFORM 2350-RAISE-ONE-PRODUCT
           END-IF.
      *
           IF WS-COMMIT-CHANGE NOT = ZERO
               PERFORM 2400-WRITE-MOVEMENT-ROW
           END-IF.
      *
      *    A CUT COMES OFF WHAT IS STILL OWED ON BACKORDER FIRST, SO
      *    BKRLFEC DOES NOT RELEASE A RECEIPT AGAINST UNITS THE
      *    CUSTOMER NO LONGER WANTS; ONLY THE REST WAS COMMITTED AND
      *    GOES BACK TO PRD-QTY-COMMITTED AT THE SHIP LOCATION.
       2310-CUT-ONE-PRODUCT.
      *
           COMPUTE WS-CUT-QTY = WS-ADJ-QTY * -1.
           MOVE WS-ADJ-PRODUCT   TO BKO-PRODUCT-CODE.
           MOVE OOR-ORDER-NUMBER TO BKO-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('BKOFEC')
                    INTO(BACKORDER-RECORD)
                    RIDFLD(BKO-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF BKO-QUANTITY-SHORT > WS-CUT-QTY
                   SUBTRACT WS-CUT-QTY FROM BKO-QUANTITY-SHORT
                   IF BKO-QUANTITY-ORDERED > WS-CUT-QTY
                       SUBTRACT WS-CUT-QTY FROM BKO-QUANTITY-ORDERED
                   END-IF
                   MOVE ZERO TO WS-CUT-QTY
                   EXEC CICS
                       REWRITE FILE('BKOFEC')
                               FROM(BACKORDER-RECORD)
                               RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'BKOFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
               ELSE
                   SUBTRACT BKO-QUANTITY-SHORT FROM WS-CUT-QTY
                   EXEC CICS
                       DELETE FILE('BKOFEC')
                              RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'BKOFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
               END-IF
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           IF WS-CUT-QTY > ZERO
               EXEC CICS
                   READ FILE('PRDFEC')
                        INTO(PRD-RECORD)
                        RIDFLD(WS-ADJ-PRODUCT)
                        UPDATE
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
               IF WS-CUT-QTY >
                       PRD-QTY-COMMITTED (OOR-SHIP-LOCATION)
                   MOVE PRD-QTY-COMMITTED (OOR-SHIP-LOCATION)
                     TO WS-CUT-QTY
               END-IF
               SUBTRACT WS-CUT-QTY
                   FROM PRD-QTY-COMMITTED (OOR-SHIP-LOCATION)
               EXEC CICS
                   REWRITE FILE('PRDFEC')
                           FROM(PRD-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PRDFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
               COMPUTE WS-COMMIT-CHANGE = WS-CUT-QTY * -1
           END-IF.
      *
      *    AN INCREASE IS BOOKED EXACTLY AS CMORDFEC BOOKS A LINE -
      *    COMMIT WHAT THE LOCATION CAN STILL PROMISE, BACKORDER THE
      *    REST.
       2350-RAISE-ONE-PRODUCT.
      *
           EXEC CICS
               READ FILE('PRDFEC')
                    INTO(PRD-RECORD)
                    RIDFLD(WS-ADJ-PRODUCT)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE WS-ADJ-QTY TO WS-ORDER-QTY.
           PERFORM 2360-COMPUTE-THE-COMMITMENT.
           IF WS-QTY-COMMITTED < WS-ORDER-QTY
               PERFORM 2370-ADD-TO-BACKORDER
           END-IF.
      *
           ADD WS-QTY-COMMITTED
             TO PRD-QTY-COMMITTED (OOR-SHIP-LOCATION).
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
           MOVE WS-QTY-COMMITTED TO WS-COMMIT-CHANGE.
      *
       2360-COMPUTE-THE-COMMITMENT.
      *
           COMPUTE WS-QTY-AVAILABLE =
               PRD-QTY-LOCATION (OOR-SHIP-LOCATION)
               - PRD-QTY-COMMITTED (OOR-SHIP-LOCATION).
      *
           IF WS-ORDER-QTY > WS-QTY-AVAILABLE
               IF WS-QTY-AVAILABLE > ZERO
                   MOVE WS-QTY-AVAILABLE TO WS-QTY-COMMITTED
               ELSE
                   MOVE ZERO TO WS-QTY-COMMITTED
               END-IF
           ELSE
               MOVE WS-ORDER-QTY TO WS-QTY-COMMITTED
           END-IF.
      *
      *    THE ORDER'S EXISTING BACKORDER FOR THE PRODUCT GROWS;
      *    OTHERWISE A NEW ROW IS WRITTEN AS AT ORDER ENTRY.
       2370-ADD-TO-BACKORDER.
      *
           COMPUTE WS-SHORT-QTY = WS-ORDER-QTY - WS-QTY-COMMITTED.
           MOVE WS-ADJ-PRODUCT   TO BKO-PRODUCT-CODE.
           MOVE OOR-ORDER-NUMBER TO BKO-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('BKOFEC')
                    INTO(BACKORDER-RECORD)
                    RIDFLD(BKO-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               ADD WS-SHORT-QTY TO BKO-QUANTITY-SHORT
               ADD WS-ORDER-QTY TO BKO-QUANTITY-ORDERED
               EXEC CICS
                   REWRITE FILE('BKOFEC')
                           FROM(BACKORDER-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'BKOFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACE TO BACKORDER-RECORD
               MOVE WS-ADJ-PRODUCT      TO BKO-PRODUCT-CODE
               MOVE OOR-ORDER-NUMBER    TO BKO-INVOICE-NUMBER
               MOVE OOR-CUSTOMER-NUMBER TO BKO-CUSTOMER-NUMBER
               MOVE OOR-ORDER-DATE      TO BKO-ORDER-DATE
               MOVE WS-ORDER-QTY        TO BKO-QUANTITY-ORDERED
               MOVE WS-SHORT-QTY        TO BKO-QUANTITY-SHORT
               EXEC CICS
                   WRITE FILE('BKOFEC')
                         FROM(BACKORDER-RECORD)
                         RIDFLD(BKO-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'BKOFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
           END-IF.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
      *    A TYPE O ROW RECORDS THE COMMITMENT GIVEN BACK (NEGATIVE)
      *    OR TAKEN (POSITIVE) AGAINST THE ORDER. NOTHING PHYSICALLY
      *    MOVED, SO THE ROW NEVER SUMS INTO ON-HAND.
       2400-WRITE-MOVEMENT-ROW.
      *
           MOVE SPACE                  TO MOVEMENT-RECORD.
           MOVE WS-ADJ-PRODUCT         TO MOV-PRODUCT-CODE.
           MOVE WS-CURRENT-DATE        TO MOV-MOVEMENT-DATE.
           MOVE EIBTIME                TO MOV-MOVEMENT-TIME.
           MOVE EIBTASKN               TO MOV-TASK-NUMBER.
           MOVE 1                      TO MOV-LINE-SEQ.
           MOVE 'O'                    TO MOV-TYPE.
           MOVE WS-COMMIT-CHANGE       TO MOV-QUANTITY.
           MOVE EIBOPID                TO MOV-OPERATOR-ID.
           MOVE OOR-ORDER-NUMBER       TO MOV-REFERENCE.
      *
           MOVE 'N' TO WS-MOV-WRITTEN-SW.
           PERFORM 2410-WRITE-ONE-MOVEMENT-ROW
               UNTIL WS-MOV-WRITTEN
                  OR MOV-LINE-SEQ > 99.
      *
       2410-WRITE-ONE-MOVEMENT-ROW.
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
       2500-REWRITE-THE-ORDER.
      *
           MOVE WS-LINE-COUNT TO OOR-LINE-COUNT.
           MOVE WS-NEW-REQUESTED-DATE TO OOR-REQUESTED-DATE.
           MOVE WS-NEW-SHIPTO-CODE    TO OOR-SHIPTO-CODE.
      *
      *    A CUT THAT LEAVES NOTHING OPEN ON A PART-SHIPPED ORDER
      *    COMPLETES IT, AS THE LAST SHIPMENT WOULD HAVE.
           IF ACTIONI = 'X'
               MOVE 'X' TO OOR-STATUS
           ELSE
               MOVE ZERO TO WS-OPEN-LINE-COUNT
               PERFORM 2510-COUNT-ONE-OPEN-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
               IF WS-OPEN-LINE-COUNT = ZERO
                   MOVE 'I' TO OOR-STATUS
               END-IF
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('OORFEC')
                       FROM(OPEN-ORDER-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'OORFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE 'OORFEC' TO WS-JRN-FILE-ID.
           MOVE 'R'      TO WS-JRN-OPERATION.
           MOVE SPACES   TO JRN-IMAGE.
           MOVE OPEN-ORDER-RECORD TO JRN-IMAGE.
           PERFORM 7000-WRITE-JOURNAL-ROW.
      *
           PERFORM 2600-WRITE-CHANGE-HISTORY.
      *
           PERFORM 1700-DISPLAY-THE-ORDER.
           IF OOR-STATUS-CANCELLED
               MOVE 'Order cancelled - stock and backorders released.'
                 TO MESSAGEO
           ELSE IF OOR-STATUS-INVOICED
               MOVE 'Order changed - nothing left open, order closed.'
                 TO MESSAGEO
           ELSE
               MOVE 'Order changed - stock and backorders adjusted.'
                 TO MESSAGEO
           END-IF.
      *
       2510-COUNT-ONE-OPEN-LINE.
      *
           IF OOR-PRODUCT-CODE (WS-LINE-SUB) NOT = SPACE
                   AND OOR-QTY-ORDERED (WS-LINE-SUB)
                       > OOR-QTY-SHIPPED (WS-LINE-SUB)
               ADD 1 TO WS-OPEN-LINE-COUNT
           END-IF.
      *
       2600-WRITE-CHANGE-HISTORY.
      *
           PERFORM 8700-OCH-OPEN.
      *
           MOVE SPACE               TO ORDER-CHANGE-RECORD.
           MOVE OOR-ORDER-NUMBER    TO OCH-ORDER-NUMBER.
           MOVE EIBTASKN            TO OCH-TASK-NUMBER.
           MOVE ACTIONI             TO OCH-ACTION-CODE.
           MOVE WS-CANCEL-REASON    TO OCH-REASON-CODE.
           MOVE EIBOPID             TO OCH-OPERATOR-ID.
           MOVE WS-CURRENT-DATE     TO OCH-CHANGE-DATE.
           MOVE EIBTIME             TO OCH-CHANGE-TIME.
           MOVE OOR-CUSTOMER-NUMBER TO OCH-CUSTOMER-NUMBER.
           MOVE WS-BEFORE-IMAGE     TO OCH-BEFORE-IMAGE.
           MOVE OPEN-ORDER-RECORD   TO OCH-AFTER-IMAGE.
      *
           EXEC CICS
               WRITE FILE('OCHFEC')
                     FROM(ORDER-CHANGE-RECORD)
                     RIDFLD(OCH-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'OCHFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2700-WRITE-LOST-SALE.
      *
           PERFORM 8800-LST-OPEN.
      *
           MOVE SPACE                          TO LOST-SALE-RECORD.
           MOVE OOR-PRODUCT-CODE (WS-LINE-SUB) TO LST-PRODUCT-CODE.
           MOVE WS-CURRENT-DATE                TO LST-DATE.
           MOVE 'M'                            TO LST-SOURCE.
           MOVE EIBTASKN                       TO LST-SOURCE-ID.
           MOVE WS-LINE-SUB                    TO LST-SEQUENCE.
           MOVE OOR-CUSTOMER-NUMBER            TO LST-CUSTOMER-NUMBER.
           COMPUTE LST-QUANTITY = ZERO - WS-LINE-DELTA.
           MOVE 'C'                            TO LST-REASON.
           MOVE WS-CANCEL-REASON               TO LST-DETAIL-CODE.
           MOVE OOR-ORDER-NUMBER               TO LST-ORDER-NUMBER.
           MOVE EIBOPID                        TO LST-OPERATOR-ID.
      *
           EXEC CICS
               WRITE FILE('LSTFEC')
                     FROM(LOST-SALE-RECORD)
                     RIDFLD(LST-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'LSTFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       7000-WRITE-JOURNAL-ROW.
      *
      * THE AFTER-IMAGE IS ALREADY IN JRN-IMAGE WHEN THIS RUNS.
           MOVE WS-CURRENT-DATE  TO JRN-DATE.
           MOVE EIBTIME          TO JRN-TIME.
           MOVE EIBTASKN         TO JRN-TASK-NUMBER.
           MOVE 1                TO JRN-SEQ.
           MOVE WS-JRN-FILE-ID   TO JRN-FILE-ID.
           MOVE WS-JRN-OPERATION TO JRN-OPERATION.
      *
           MOVE 'N' TO WS-JRN-WRITTEN-SW.
           PERFORM 70005-WRITE-ONE-JOURNAL-ROW
               UNTIL WS-JRN-WRITTEN
                  OR JRN-SEQ > 99.
      *
       70005-WRITE-ONE-JOURNAL-ROW.
      *
           EXEC CICS
               WRITE FILE('JRNFEC')
                     FROM(JOURNAL-RECORD)
                     RIDFLD(JRN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'JRNFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-JRN-WRITTEN-SW
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                OR WS-RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO JRN-SEQ
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-MAINT-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('OMNMFEC')
                            MAPSET('OMNSFEC')
                            FROM(OMNMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('OMNMFEC')
                            MAPSET('OMNSFEC')
                            FROM(OMNMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('OMNMFEC')
                            MAPSET('OMNSFEC')
                            FROM(OMNMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8100-OOR-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=OORFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('OORFEC')
                   OPENSTATUS(WS-OOR-OPEN-STATUS)
                   ENABLESTATUS(WS-OOR-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-OOR-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=OORFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('OORFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-OOR-OPEN
           ELSE IF WS-OOR-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8200-BKO-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=BKOFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('BKOFEC')
                   OPENSTATUS(WS-BKO-OPEN-STATUS)
                   ENABLESTATUS(WS-BKO-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-BKO-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=BKOFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('BKOFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-BKO-OPEN
           ELSE IF WS-BKO-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8500-PRD-OPEN.
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
       8600-MOV-OPEN.
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
       8700-OCH-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=OCHFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('OCHFEC')
                   OPENSTATUS(WS-OCH-OPEN-STATUS)
                   ENABLESTATUS(WS-OCH-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-OCH-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=OCHFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('OCHFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-OCH-OPEN
           ELSE IF WS-OCH-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8800-LST-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=LSTFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('LSTFEC')
                   OPENSTATUS(WS-LST-OPEN-STATUS)
                   ENABLESTATUS(WS-LST-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-LST-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=LSTFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('LSTFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-LST-OPEN
           ELSE IF WS-LST-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'ORDMNFEC' TO USG-PROGRAM-NAME.
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
