       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  BPOMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-09.
      *PROGRAM DESCRIPTION:
      *Online blanket purchase order maintenance, modeled on POENTFEC's
      *action-code screen. A blanket records a year's negotiated
      *volume with one vendor - up to ten products, each with the
      *quantity we committed to, the fixed price, and the date the
      *price expires - on BPOFEC. An add issues the next blanket
      *number from CTLFEC control record 7 through GETINFEC
      *(GETIN-NUMBER-TYPE 'B') and edits each product against PRDFEC;
      *a change updates the committed quantity, price or expiration
      *of a product already on the blanket (never below what has
      *been released) or adds a new one; a cancel stops further
      *releases without losing the record; an inquire shows the
      *blanket with what has been released against each line.
      *Releases themselves are drawn by BPRELFEC.
      *
      *MOD HISTORY
      *2026-10-09  DAO  ORIGINAL PROGRAM - PROGRAM-37 IN UUMENFEC.
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
       01 WS-PRD-FILE-STATUS-INFO.
           05 WS-PRD-OPEN                     PIC X.
               88 WS-PRD-OPEN-88                    VALUE 'Y'.
               88 WS-PRD-CLOSED-88                  VALUE 'Y'.
           05 WS-PRD-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PRD-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-VND-FILE-STATUS-INFO.
           05 WS-VND-OPEN                     PIC X.
               88 WS-VND-OPEN-88                    VALUE 'Y'.
               88 WS-VND-CLOSED-88                  VALUE 'Y'.
           05 WS-VND-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-VND-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
       01  WS-NEXT-BPO-NUMBER              PIC 9(06)  VALUE 0.
       01  WS-KEYED-QTY                    PIC S9(07)    VALUE 0.
       01  WS-KEYED-PRICE                  PIC S9(07)V99 VALUE 0.
       01  WS-QTY-EDIT                     PIC ZZZZZZ9.
       01  WS-PRICE-EDIT                   PIC ZZZZZZ9.99.
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       COPY BPOFEC.
      *
       COPY VNDFEC.
      *
       COPY PRDFEC.
      *
       COPY GETINCOM.
      *
       COPY BPMSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-BLANKET-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO BPMMFECO
                   MOVE 'BPFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-BLANKET-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO BPMMFECO
                   MOVE 'BPFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-BLANKET-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-BLANKET-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO BPMMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-BLANKET-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('BPFE')
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
       1000-PROCESS-BLANKET-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-BLANKET-MAP.
           PERFORM 1200-EDIT-BLANKET-DATA.
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-BLANKET-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-BLANKET-RECORD
                   WHEN ACTNI = 'X'
                       PERFORM 4000-CANCEL-BLANKET-RECORD
                   WHEN ACTNI = 'I'
                       PERFORM 5000-INQUIRE-BLANKET-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-BLANKET-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-BLANKET-MAP
           END-IF.
      *
       1100-RECEIVE-BLANKET-MAP.
      *
           EXEC CICS
               RECEIVE MAP('BPMMFEC')
                       MAPSET('BPMSFEC')
                       INTO(BPMMFECI)
           END-EXEC.
      *
       1200-EDIT-BLANKET-DATA.
      *
           IF       ACTNL = ZERO
                 OR ACTNI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter A, C, X, or I.' TO MESSAGEO
           ELSE IF ACTNI NOT = 'A' AND 'C' AND 'X' AND 'I'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Action must be A, C, X, or I.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'C' OR 'X' OR 'I'
               IF BPONBRL = ZERO OR BPONBRI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter a blanket number.' TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'A' AND VALID-DATA
               IF VENDNOL = ZERO OR VENDNOI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter a vendor number.' TO MESSAGEO
               ELSE
                   PERFORM 1250-EDIT-VENDOR-NUMBER
               END-IF
               IF VALID-DATA AND PRODCDI (1) = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A blanket needs at least one product.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF (ACTNI = 'A' OR 'C') AND VALID-DATA
               PERFORM 1300-EDIT-LINE-ITEMS
           END-IF.
      *
       1250-EDIT-VENDOR-NUMBER.
      *
           PERFORM 8150-VND-OPEN.
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
           ELSE IF VND-STATUS-INACTIVE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That vendor is inactive.' TO MESSAGEO
           ELSE
               MOVE VND-VENDOR-NAME TO VENDORO
           END-IF.
      *
       1300-EDIT-LINE-ITEMS.
      *
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 1310-EDIT-ONE-LINE-ITEM
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 5.
      *
       1310-EDIT-ONE-LINE-ITEM.
      *
      * ON AN ADD EVERY FIELD OF A KEYED LINE IS REQUIRED; ON A
      * CHANGE A BLANK FIELD LEAVES THE BLANKET'S VALUE ALONE.
           IF PRODCDI (WS-LINE-SUB) NOT = SPACE
               PERFORM 8100-PRD-OPEN
               EXEC CICS
                   READ FILE('PRDFEC')
                        INTO(PRD-RECORD)
                        RIDFLD(PRODCDI (WS-LINE-SUB))
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A line item product code does not exist.'
                     TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE IF ACTNI = 'A'
                       AND (CMTQTYI (WS-LINE-SUB) = SPACE OR ZERO
                         OR UPRICEI (WS-LINE-SUB) = SPACE
                         OR EXPDTI (WS-LINE-SUB) = SPACE)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Each line needs a quantity, price and expiry.'
                     TO MESSAGEO
               ELSE IF CMTQTYI (WS-LINE-SUB) NOT = SPACE
                       AND CMTQTYI (WS-LINE-SUB) NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A committed quantity must be numeric.'
                     TO MESSAGEO
               ELSE IF UPRICEI (WS-LINE-SUB) NOT = SPACE
                       AND UPRICEI (WS-LINE-SUB) NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A line item price must be numeric.'
                     TO MESSAGEO
               ELSE IF EXPDTI (WS-LINE-SUB) NOT = SPACE
                       AND EXPDTI (WS-LINE-SUB) NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'An expiration date must be YYYYMMDD.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
       2000-ADD-BLANKET-RECORD.
      *
           PERFORM 2500-GET-BLANKET-NUMBER.
           PERFORM 2600-GET-CURRENT-DATE.
      *
           MOVE SPACE              TO BLANKET-PO-RECORD.
           MOVE WS-NEXT-BPO-NUMBER TO BPO-NUMBER.
           MOVE VENDNOI            TO BPO-VENDOR-NUMBER.
           MOVE VND-VENDOR-NAME    TO BPO-VENDOR-NAME.
           IF STRTDTI NOT = SPACE
               MOVE STRTDTI         TO BPO-START-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO BPO-START-DATE
           END-IF.
           MOVE 'O'                TO BPO-STATUS.
           MOVE ZERO               TO BPO-LINE-COUNT.
      *
           MOVE ZERO TO WS-BPO-SUB.
           PERFORM 2050-CLEAR-ONE-BLANKET-LINE
               VARYING WS-BPO-SUB FROM 1 BY 1
               UNTIL WS-BPO-SUB > 10.
      *
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 2100-BUILD-ONE-BLANKET-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 5.
      *
           PERFORM 8000-BPO-OPEN.
      *
           EXEC CICS
               WRITE FILE('BPOFEC')
                     FROM(BLANKET-PO-RECORD)
                     RIDFLD(BPO-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'BPOFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE BPO-NUMBER     TO BPONBRO
               MOVE BPO-START-DATE TO STRTDTO
               MOVE 'Blanket purchase order written.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2050-CLEAR-ONE-BLANKET-LINE.
      *
           MOVE SPACE TO BPO-PRODUCT-CODE (WS-BPO-SUB)
                         BPO-EXPIRATION-DATE (WS-BPO-SUB).
           MOVE ZERO  TO BPO-QTY-COMMITTED (WS-BPO-SUB)
                         BPO-QTY-RELEASED (WS-BPO-SUB)
                         BPO-UNIT-PRICE (WS-BPO-SUB).
      *
       2100-BUILD-ONE-BLANKET-LINE.
      *
      * A SCREEN LINE NAMING A PRODUCT ALREADY ON THE BLANKET UPDATES
      * THAT LINE; ONE NAMING A NEW PRODUCT TAKES THE NEXT FREE SLOT.
           IF PRODCDI (WS-LINE-SUB) NOT = SPACE
               PERFORM 2200-FIND-BLANKET-LINE
               IF NOT WS-BPO-LINE-FOUND
                   IF CMTQTYI (WS-LINE-SUB) = SPACE
                           OR UPRICEI (WS-LINE-SUB) = SPACE
                           OR EXPDTI (WS-LINE-SUB) = SPACE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'A new product needs qty, price and expiry.'
                         TO MESSAGEO
                   ELSE IF BPO-LINE-COUNT < 10
                       ADD 1 TO BPO-LINE-COUNT
                       MOVE BPO-LINE-COUNT TO WS-BPO-SUB
                       MOVE PRODCDI (WS-LINE-SUB)
                         TO BPO-PRODUCT-CODE (WS-BPO-SUB)
                       MOVE ZERO TO BPO-QTY-RELEASED (WS-BPO-SUB)
                       MOVE 'Y' TO WS-BPO-LINE-FOUND-SW
                   ELSE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'A blanket holds at most ten products.'
                         TO MESSAGEO
                   END-IF
               END-IF
               IF WS-BPO-LINE-FOUND
                   PERFORM 2150-APPLY-ONE-BLANKET-LINE
               END-IF
           END-IF.
      *
       2150-APPLY-ONE-BLANKET-LINE.
      *
           IF CMTQTYI (WS-LINE-SUB) NOT = SPACE
               MOVE CMTQTYI (WS-LINE-SUB) TO WS-KEYED-QTY
               IF WS-KEYED-QTY < BPO-QTY-RELEASED (WS-BPO-SUB)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Commitment cannot drop below what is released.'
                     TO MESSAGEO
               ELSE
                   MOVE WS-KEYED-QTY
                     TO BPO-QTY-COMMITTED (WS-BPO-SUB)
               END-IF
           END-IF.
           IF UPRICEI (WS-LINE-SUB) NOT = SPACE
               MOVE UPRICEI (WS-LINE-SUB) TO WS-KEYED-PRICE
               MOVE WS-KEYED-PRICE TO BPO-UNIT-PRICE (WS-BPO-SUB)
           END-IF.
           IF EXPDTI (WS-LINE-SUB) NOT = SPACE
               MOVE EXPDTI (WS-LINE-SUB)
                 TO BPO-EXPIRATION-DATE (WS-BPO-SUB)
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
       2500-GET-BLANKET-NUMBER.
      *
           MOVE ZERO   TO WS-NEXT-BPO-NUMBER.
           MOVE 'I'    TO GETIN-FUNCTION.
           MOVE ZERO   TO GETIN-INVOICE-NUMBER.
           MOVE SPACES TO GETIN-RETURN-REASON.
           MOVE 'B'    TO GETIN-NUMBER-TYPE.
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
           MOVE GETIN-INVOICE-NUMBER TO WS-NEXT-BPO-NUMBER.
      *
       2600-GET-CURRENT-DATE.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
       3000-CHANGE-BLANKET-RECORD.
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
               MOVE 'Only an open blanket order can be changed.'
                 TO MESSAGEO
           ELSE
               MOVE ZERO TO WS-LINE-SUB
               PERFORM 2100-BUILD-ONE-BLANKET-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('BPOFEC')
                               FROM(BLANKET-PO-RECORD)
                               RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'BPOFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       PERFORM 5100-SHOW-BLANKET-RECORD
                       MOVE 'Blanket purchase order changed.'
                         TO MESSAGEO
                   ELSE
                       PERFORM 9999-HANDLE-ABEND
                   END-IF
               ELSE
                   EXEC CICS
                       UNLOCK FILE('BPOFEC')
                   END-EXEC
               END-IF
           END-IF.
      *
       4000-CANCEL-BLANKET-RECORD.
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
               MOVE 'That blanket order is already cancelled.'
                 TO MESSAGEO
           ELSE
               MOVE 'X' TO BPO-STATUS
      *
               EXEC CICS
                   REWRITE FILE('BPOFEC')
                           FROM(BLANKET-PO-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'BPOFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Blanket purchase order cancelled.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       5000-INQUIRE-BLANKET-RECORD.
      *
           PERFORM 8000-BPO-OPEN.
      *
           EXEC CICS
               READ FILE('BPOFEC')
                    INTO(BLANKET-PO-RECORD)
                    RIDFLD(BPONBRI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That blanket order does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 5100-SHOW-BLANKET-RECORD
               IF BPO-STATUS-CANCELLED
                   MOVE 'This blanket order is cancelled.' TO MESSAGEO
               ELSE
                   MOVE 'Blanket purchase order displayed.' TO MESSAGEO
               END-IF
           END-IF.
      *
       5100-SHOW-BLANKET-RECORD.
      *
           MOVE BPO-VENDOR-NUMBER TO VENDNOO.
           MOVE BPO-VENDOR-NAME   TO VENDORO.
           MOVE BPO-START-DATE    TO STRTDTO.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 5110-SHOW-ONE-BLANKET-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 5.
      *
       5110-SHOW-ONE-BLANKET-LINE.
      *
           IF WS-LINE-SUB > BPO-LINE-COUNT
               MOVE SPACE TO PRODCDO (WS-LINE-SUB)
                             CMTQTYO (WS-LINE-SUB)
                             UPRICEO (WS-LINE-SUB)
                             EXPDTO (WS-LINE-SUB)
                             RELQTYO (WS-LINE-SUB)
           ELSE
               MOVE BPO-PRODUCT-CODE (WS-LINE-SUB)
                 TO PRODCDO (WS-LINE-SUB)
               MOVE BPO-QTY-COMMITTED (WS-LINE-SUB) TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT TO CMTQTYO (WS-LINE-SUB)
               MOVE BPO-UNIT-PRICE (WS-LINE-SUB) TO WS-PRICE-EDIT
               MOVE WS-PRICE-EDIT TO UPRICEO (WS-LINE-SUB)
               MOVE BPO-EXPIRATION-DATE (WS-LINE-SUB)
                 TO EXPDTO (WS-LINE-SUB)
               MOVE BPO-QTY-RELEASED (WS-LINE-SUB) TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT TO RELQTYO (WS-LINE-SUB)
           END-IF.
      *
       1400-SEND-BLANKET-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('BPMMFEC')
                            MAPSET('BPMSFEC')
                            FROM(BPMMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('BPMMFEC')
                            MAPSET('BPMSFEC')
                            FROM(BPMMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('BPMMFEC')
                            MAPSET('BPMSFEC')
                            FROM(BPMMFECO)
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
       8150-VND-OPEN.
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
           MOVE 'BPOMNFEC' TO USG-PROGRAM-NAME.
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
