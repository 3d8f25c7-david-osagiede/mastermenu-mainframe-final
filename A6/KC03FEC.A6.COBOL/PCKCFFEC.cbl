       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  PCKCFFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Pick confirmation. PCKLSFEC prints the pick lists and moves
      *the order to status P, but until now nothing recorded what
      *the picker actually found, so a shelf that did not hold what
      *the system said only came to light at the truck. The picker
      *keys the order number alone to see what the list asked for
      *per line, then keys the quantity actually picked against
      *every line and presses Enter again. A line picked short needs
      *a reason (EB bin empty, DM damaged, NF not found, PS partial
      *case, OT other). The confirmation lands on PKCFEC at status
      *C, where SHPCFFEC picks it up to default its ship quantities;
      *each short line writes an SPKFEC exception row, stamped with
      *the picker and PRD-UNIT-COST for the daily SPKRPFEC short-pick
      *report, and sets a recount request on the product's CYCFEC
      *row so the next CYCSCFEC run puts it on a count sheet. The
      *pick may be re-keyed until the order ships; a line re-keyed
      *whole has its exception row removed.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-41 IN UUMENFEC.
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
       01 WS-PKC-FILE-STATUS-INFO.
           05 WS-PKC-OPEN                     PIC X.
               88 WS-PKC-OPEN-88                    VALUE 'Y'.
               88 WS-PKC-CLOSED-88                  VALUE 'Y'.
           05 WS-PKC-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PKC-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-OOR-FILE-STATUS-INFO.
           05 WS-OOR-OPEN                     PIC X.
               88 WS-OOR-OPEN-88                    VALUE 'Y'.
               88 WS-OOR-CLOSED-88                  VALUE 'Y'.
           05 WS-OOR-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-OOR-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-SPK-FILE-STATUS-INFO.
           05 WS-SPK-OPEN                     PIC X.
               88 WS-SPK-OPEN-88                    VALUE 'Y'.
               88 WS-SPK-CLOSED-88                  VALUE 'Y'.
           05 WS-SPK-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-SPK-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CYC-FILE-STATUS-INFO.
           05 WS-CYC-OPEN                     PIC X.
               88 WS-CYC-OPEN-88                    VALUE 'Y'.
               88 WS-CYC-CLOSED-88                  VALUE 'Y'.
           05 WS-CYC-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CYC-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PRD-FILE-STATUS-INFO.
           05 WS-PRD-OPEN                     PIC X.
               88 WS-PRD-OPEN-88                    VALUE 'Y'.
               88 WS-PRD-CLOSED-88                  VALUE 'Y'.
           05 WS-PRD-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PRD-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
           05  WS-ANY-PICKED-SW            PIC X    VALUE 'N'.
               88 WS-ANY-PICKED                     VALUE 'Y'.
           05  WS-PKC-FOUND-SW             PIC X    VALUE 'N'.
               88 WS-PKC-FOUND                      VALUE 'Y'.
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
       01  WS-QTY-TO-PICK                  PIC S9(07) VALUE 0.
       01  WS-QTY-PICKED                   PIC S9(07) VALUE 0.
       01  WS-QTY-EDIT                     PIC ZZZZZZ9-.
       01  WS-QTY-KEYED                    PIC 9(07)  VALUE 0.
       01  WS-SHORT-LINE-COUNT             PIC 9(02)  VALUE 0.
       01  WS-SHORT-COUNT-EDIT             PIC Z9.
       01  WS-PICKER-ID                    PIC X(08)  VALUE SPACES.
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       COPY OORFEC.
      *
       COPY PRDFEC.
      *
       COPY PKCFEC.
      *
       COPY SPKFEC.
      *
       COPY CYCFEC.
      *
       COPY PKCSFEC.
      *
       COPY ATTR.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-PICK-CONFIRM.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO PKCMFECO
                   MOVE 'PKFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-PICK-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO PKCMFECO
                   MOVE 'PKFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-PICK-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-PICK-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO PKCMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-PICK-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('PKFE')
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
       1000-PROCESS-PICK-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-PICK-MAP.
      *
           IF ORDNOL = ZERO OR ORDNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter an order number.' TO MESSAGEO
           ELSE
               PERFORM 1500-READ-THE-ORDER
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1550-READ-THE-CONFIRMATION
               PERFORM 1600-CHECK-FOR-PICK-QUANTITIES
               IF WS-ANY-PICKED
                   PERFORM 1800-EDIT-PICK-LINES
                   IF VALID-DATA
                       PERFORM 2000-RECORD-THE-CONFIRMATION
                   END-IF
               ELSE
                   PERFORM 1700-DISPLAY-PICK-LINES
               END-IF
           END-IF.
      *
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-PICK-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-PICK-MAP
           END-IF.
      *
       1100-RECEIVE-PICK-MAP.
      *
           EXEC CICS
               RECEIVE MAP('PKCMFEC')
                       MAPSET('PKCSFEC')
                       INTO(PKCMFECI)
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
           ELSE IF NOT OOR-STATUS-PICKED
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That order is not picked and awaiting shipment.'
                 TO MESSAGEO
           END-IF.
      *
      *    AN ORDER ALREADY CONFIRMED SHOWS WHAT WAS KEYED LAST TIME,
      *    SO A PICKER CORRECTING ONE LINE DOES NOT RE-KEY THEM ALL.
       1550-READ-THE-CONFIRMATION.
      *
           PERFORM 8000-PKC-OPEN.
      *
           EXEC CICS
               READ FILE('PKCFEC')
                    INTO(PICK-CONFIRMATION-RECORD)
                    RIDFLD(ORDNOI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO WS-PKC-FOUND-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               MOVE 'Y' TO WS-PKC-FOUND-SW
           END-IF.
      *
       1600-CHECK-FOR-PICK-QUANTITIES.
      *
           MOVE 'N' TO WS-ANY-PICKED-SW.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 1610-CHECK-ONE-PICK-QTY
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
       1610-CHECK-ONE-PICK-QTY.
      *
           IF QTYPKDL (WS-LINE-SUB) > ZERO
                   AND QTYPKDI (WS-LINE-SUB) NOT = SPACE
               MOVE 'Y' TO WS-ANY-PICKED-SW
           END-IF.
      *
       1700-DISPLAY-PICK-LINES.
      *
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 1710-DISPLAY-ONE-PICK-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
           IF WS-PKC-FOUND
               MOVE PKC-PICKER-ID TO PICKIDO
               MOVE 'Already confirmed - correct the lines and press Ent
      -             'er.' TO MESSAGEO
           ELSE
               MOVE EIBOPID TO PICKIDO
               MOVE 'Key the quantity picked per line and press Enter.'
                 TO MESSAGEO
           END-IF.
      *
       1710-DISPLAY-ONE-PICK-LINE.
      *
           MOVE SPACES TO QTYPKDO (WS-LINE-SUB)
                          REASONO (WS-LINE-SUB).
           IF OOR-PRODUCT-CODE (WS-LINE-SUB) = SPACE
               MOVE SPACES TO PRODCDO (WS-LINE-SUB)
               MOVE SPACES TO PICKQTYO (WS-LINE-SUB)
           ELSE
               MOVE OOR-PRODUCT-CODE (WS-LINE-SUB)
                 TO PRODCDO (WS-LINE-SUB)
               COMPUTE WS-QTY-TO-PICK =
                   OOR-QTY-ORDERED (WS-LINE-SUB)
                   - OOR-QTY-SHIPPED (WS-LINE-SUB)
               MOVE WS-QTY-TO-PICK TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT    TO PICKQTYO (WS-LINE-SUB)
      *        THE LAST KEYING GOES BACK MODIFIED, SO ENTER ALONE
      *        SENDS IT IN AGAIN WITH ONLY THE CORRECTED LINES TOUCHED.
               IF WS-PKC-FOUND
                   MOVE PKC-QTY-PICKED (WS-LINE-SUB) TO WS-QTY-KEYED
                   MOVE WS-QTY-KEYED TO QTYPKDO (WS-LINE-SUB)
                   MOVE PKC-SHORT-REASON (WS-LINE-SUB)
                     TO REASONO (WS-LINE-SUB)
                   MOVE ATTR-UNPROT-MDT TO QTYPKDH (WS-LINE-SUB)
                                           REASONH (WS-LINE-SUB)
               END-IF
           END-IF.
      *
      *    EVERY LINE WITH SOMETHING TO PICK MUST BE ACCOUNTED FOR -
      *    A BLANK IS NOT TAKEN AS ZERO, SO A SKIPPED LINE IS NOT
      *    RECORDED AS A SHORT PICK BY ACCIDENT.
       1800-EDIT-PICK-LINES.
      *
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 1810-EDIT-ONE-PICK-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
       1810-EDIT-ONE-PICK-LINE.
      *
           COMPUTE WS-QTY-TO-PICK =
               OOR-QTY-ORDERED (WS-LINE-SUB)
               - OOR-QTY-SHIPPED (WS-LINE-SUB).
           MOVE REASONI (WS-LINE-SUB) TO SPK-REASON-CODE.
      *
           IF OOR-PRODUCT-CODE (WS-LINE-SUB) = SPACE
                   OR WS-QTY-TO-PICK NOT > ZERO
               NEXT SENTENCE
           ELSE IF QTYPKDL (WS-LINE-SUB) = ZERO
                OR QTYPKDI (WS-LINE-SUB) = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Key the quantity picked on every line.'
                 TO MESSAGEO
           ELSE IF QTYPKDI (WS-LINE-SUB) NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Quantity picked must be numeric.' TO MESSAGEO
           ELSE
               MOVE QTYPKDI (WS-LINE-SUB) TO WS-QTY-PICKED
               IF WS-QTY-PICKED > WS-QTY-TO-PICK
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Quantity picked exceeds the quantity to pick.'
                     TO MESSAGEO
               ELSE IF WS-QTY-PICKED < WS-QTY-TO-PICK
                       AND (REASONL (WS-LINE-SUB) = ZERO
                        OR NOT SPK-REASON-VALID)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A short line needs reason EB, DM, NF, PS or OT.
      -                 '' TO MESSAGEO
               END-IF
           END-IF.
      *
       2000-RECORD-THE-CONFIRMATION.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           IF PICKIDL = ZERO OR PICKIDI = SPACE
               MOVE EIBOPID TO WS-PICKER-ID
           ELSE
               MOVE PICKIDI TO WS-PICKER-ID
           END-IF.
      *
           IF WS-PKC-FOUND
               EXEC CICS
                   READ FILE('PKCFEC')
                        INTO(PICK-CONFIRMATION-RECORD)
                        RIDFLD(ORDNOI)
                        UPDATE
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
           MOVE SPACE                TO PICK-CONFIRMATION-RECORD.
           MOVE OOR-ORDER-NUMBER     TO PKC-ORDER-NUMBER.
           MOVE WS-PICKER-ID         TO PKC-PICKER-ID.
           MOVE WS-CURRENT-DATE      TO PKC-CONFIRM-DATE.
           MOVE EIBTIME              TO PKC-CONFIRM-TIME.
           MOVE OOR-SHIP-LOCATION    TO PKC-SHIP-LOCATION.
           MOVE 'C'                  TO PKC-STATUS.
           MOVE ZERO                 TO WS-SHORT-LINE-COUNT.
      *
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 2100-CONFIRM-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
      *
           MOVE WS-SHORT-LINE-COUNT  TO PKC-SHORT-LINE-COUNT.
      *
           IF WS-PKC-FOUND
               EXEC CICS
                   REWRITE FILE('PKCFEC')
                           FROM(PICK-CONFIRMATION-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PKCFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
           ELSE
               EXEC CICS
                   WRITE FILE('PKCFEC')
                         FROM(PICK-CONFIRMATION-RECORD)
                         RIDFLD(PKC-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PKCFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
           END-IF.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE WS-PICKER-ID TO PICKIDO.
           IF WS-SHORT-LINE-COUNT = ZERO
               MOVE 'Pick confirmed - every line picked in full.'
                 TO MESSAGEO
           ELSE
               MOVE WS-SHORT-LINE-COUNT TO WS-SHORT-COUNT-EDIT
               MOVE SPACES TO MESSAGEO
               STRING 'Pick confirmed - '   DELIMITED BY SIZE
                      WS-SHORT-COUNT-EDIT   DELIMITED BY SIZE
                      ' short line(s) recorded and sent for recount.'
                                            DELIMITED BY SIZE
                   INTO MESSAGEO
           END-IF.
      *
       2100-CONFIRM-ONE-LINE.
      *
           MOVE OOR-PRODUCT-CODE (WS-LINE-SUB)
             TO PKC-PRODUCT-CODE (WS-LINE-SUB).
           COMPUTE WS-QTY-TO-PICK =
               OOR-QTY-ORDERED (WS-LINE-SUB)
               - OOR-QTY-SHIPPED (WS-LINE-SUB).
      *
           IF OOR-PRODUCT-CODE (WS-LINE-SUB) = SPACE
                   OR WS-QTY-TO-PICK NOT > ZERO
               MOVE ZERO TO PKC-QTY-TO-PICK (WS-LINE-SUB)
                            PKC-QTY-PICKED (WS-LINE-SUB)
           ELSE
               MOVE QTYPKDI (WS-LINE-SUB) TO WS-QTY-PICKED
               MOVE WS-QTY-TO-PICK TO PKC-QTY-TO-PICK (WS-LINE-SUB)
               MOVE WS-QTY-PICKED  TO PKC-QTY-PICKED (WS-LINE-SUB)
               IF WS-QTY-PICKED < WS-QTY-TO-PICK
                   ADD 1 TO WS-SHORT-LINE-COUNT
                   MOVE REASONI (WS-LINE-SUB)
                     TO PKC-SHORT-REASON (WS-LINE-SUB)
                   PERFORM 2200-WRITE-SHORT-PICK-ROW
                   PERFORM 2300-REQUEST-RECOUNT
               ELSE IF WS-PKC-FOUND
                   PERFORM 2250-CLEAR-SHORT-PICK-ROW
               END-IF
           END-IF.
      *
       2200-WRITE-SHORT-PICK-ROW.
      *
           PERFORM 8500-PRD-OPEN.
      *
           EXEC CICS
               READ FILE('PRDFEC')
                    INTO(PRD-RECORD)
                    RIDFLD(OOR-PRODUCT-CODE (WS-LINE-SUB))
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACE TO PRD-RECORD
               MOVE ZERO  TO PRD-UNIT-COST
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           PERFORM 8200-SPK-OPEN.
      *
           MOVE OOR-ORDER-NUMBER   TO SPK-ORDER-NUMBER.
           MOVE WS-LINE-SUB        TO SPK-LINE-NUMBER.
      *
           EXEC CICS
               READ FILE('SPKFEC')
                    INTO(SHORT-PICK-RECORD)
                    RIDFLD(SPK-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE OOR-PRODUCT-CODE (WS-LINE-SUB) TO SPK-PRODUCT-CODE.
           MOVE OOR-SHIP-LOCATION  TO SPK-LOCATION.
           MOVE WS-PICKER-ID       TO SPK-PICKER-ID.
           MOVE WS-CURRENT-DATE    TO SPK-CONFIRM-DATE.
           MOVE EIBTIME            TO SPK-CONFIRM-TIME.
           MOVE WS-QTY-TO-PICK     TO SPK-QTY-TO-PICK.
           MOVE WS-QTY-PICKED      TO SPK-QTY-PICKED.
           COMPUTE SPK-SHORT-QTY = WS-QTY-TO-PICK - WS-QTY-PICKED.
           MOVE REASONI (WS-LINE-SUB) TO SPK-REASON-CODE.
           MOVE PRD-UNIT-COST      TO SPK-UNIT-COST.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               EXEC CICS
                   WRITE FILE('SPKFEC')
                         FROM(SHORT-PICK-RECORD)
                         RIDFLD(SPK-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'SPKFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
           ELSE
               EXEC CICS
                   REWRITE FILE('SPKFEC')
                           FROM(SHORT-PICK-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'SPKFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
           END-IF.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
      *    THE LINE WAS SHORT LAST TIME AND HAS BEEN RE-KEYED WHOLE.
      *    THE RECOUNT REQUEST IS LEFT IN PLACE - A COUNT COSTS LESS
      *    THAN GUESSING WHICH KEYING WAS WRONG.
       2250-CLEAR-SHORT-PICK-ROW.
      *
           PERFORM 8200-SPK-OPEN.
      *
           MOVE OOR-ORDER-NUMBER   TO SPK-ORDER-NUMBER.
           MOVE WS-LINE-SUB        TO SPK-LINE-NUMBER.
      *
           EXEC CICS
               DELETE FILE('SPKFEC')
                      RIDFLD(SPK-KEY)
                      RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'SPKFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
      *    AN EARLIER REQUEST STILL WAITING FOR ITS COUNT KEEPS ITS
      *    DATE; THE SCHEDULER ONLY NEEDS TO KNOW ONE IS OUTSTANDING.
       2300-REQUEST-RECOUNT.
      *
           PERFORM 8400-CYC-OPEN.
      *
           EXEC CICS
               READ FILE('CYCFEC')
                    INTO(CYCLE-COUNT-RECORD)
                    RIDFLD(OOR-PRODUCT-CODE (WS-LINE-SUB))
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACE TO CYCLE-COUNT-RECORD
               MOVE OOR-PRODUCT-CODE (WS-LINE-SUB) TO CYC-PRODUCT-CODE
               MOVE PRD-ABC-CLASS   TO CYC-ABC-CLASS
               MOVE WS-CURRENT-DATE TO CYC-RECOUNT-REQUEST-DATE
               EXEC CICS
                   WRITE FILE('CYCFEC')
                         FROM(CYCLE-COUNT-RECORD)
                         RIDFLD(CYC-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'CYCFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               IF CYC-RECOUNT-REQUEST-DATE = SPACES
                   MOVE WS-CURRENT-DATE TO CYC-RECOUNT-REQUEST-DATE
               END-IF
               EXEC CICS
                   REWRITE FILE('CYCFEC')
                           FROM(CYCLE-COUNT-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'CYCFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
           END-IF.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-PICK-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('PKCMFEC')
                            MAPSET('PKCSFEC')
                            FROM(PKCMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('PKCMFEC')
                            MAPSET('PKCSFEC')
                            FROM(PKCMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('PKCMFEC')
                            MAPSET('PKCSFEC')
                            FROM(PKCMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-PKC-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=PKCFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('PKCFEC')
                   OPENSTATUS(WS-PKC-OPEN-STATUS)
                   ENABLESTATUS(WS-PKC-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-PKC-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=PKCFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('PKCFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-PKC-OPEN
           ELSE IF WS-PKC-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
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
       8200-SPK-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=SPKFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('SPKFEC')
                   OPENSTATUS(WS-SPK-OPEN-STATUS)
                   ENABLESTATUS(WS-SPK-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-SPK-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=SPKFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('SPKFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-SPK-OPEN
           ELSE IF WS-SPK-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8400-CYC-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=CYCFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('CYCFEC')
                   OPENSTATUS(WS-CYC-OPEN-STATUS)
                   ENABLESTATUS(WS-CYC-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-CYC-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=CYCFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('CYCFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-CYC-OPEN
           ELSE IF WS-CYC-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'PCKCFFEC' TO USG-PROGRAM-NAME.
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
