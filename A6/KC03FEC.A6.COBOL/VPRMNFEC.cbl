       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  VPRMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-01.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete maintenance against the new VPRFEC
      *vendor-product supply file, modeled on VNDMNFEC's action-code
      *screen. One row per product per vendor who supplies it - the
      *vendor's own item number, the last cost they quoted, their
      *minimum order quantity, and whether they are the primary
      *source. The product is validated against PRDFEC and the
      *vendor against VNDFEC, and both are echoed back. Setting a row
      *primary clears the flag on every other vendor row for the same
      *product, so the nightly POSGFEC reorder job always finds one
      *vendor to write each product's suggested line to.
      *
      *MOD HISTORY
      *2026-10-01  DAO  ORIGINAL PROGRAM - PROGRAM-34 IN UUMENFEC.
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
       01 WS-VPR-FILE-STATUS-INFO.
           05 WS-VPR-OPEN                     PIC X.
               88 WS-VPR-OPEN-88                    VALUE 'Y'.
               88 WS-VPR-CLOSED-88                  VALUE 'Y'.
           05 WS-VPR-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-VPR-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
           05  WS-VPR-EOF-SW               PIC X    VALUE 'N'.
               88 WS-VPR-EOF                        VALUE 'Y'.
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
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       01  WS-KEYED-COST                    PIC S9(07)V99 VALUE 0.
       01  WS-KEYED-MIN-QTY                 PIC S9(07)    VALUE 0.
      *
      * OTHER VENDOR ROWS FOR THE SAME PRODUCT THAT STILL CARRY THE
      * PRIMARY FLAG - COLLECTED DURING THE BROWSE, CLEARED AFTER IT.
       01  WS-OLD-PRIMARY-TABLE.
           05  WS-OLD-PRIMARY-VENDOR        OCCURS 20 TIMES
                                            PIC X(06).
       01  WS-OLD-PRIMARY-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-OLD-PRIMARY-SUB               PIC S9(4) COMP VALUE 0.
       01  WS-BROWSE-PRODUCT                PIC X(10) VALUE SPACES.
      *
       COPY VPRFEC.
      *
       COPY VNDFEC.
      *
       COPY PRDFEC.
      *
       COPY VPMSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-SUPPLY-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO VPMMFECO
                   MOVE 'VPFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-SUPPLY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO VPMMFECO
                   MOVE 'VPFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-SUPPLY-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-SUPPLY-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO VPMMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-SUPPLY-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('VPFE')
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
       1000-PROCESS-SUPPLY-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-SUPPLY-MAP.
           PERFORM 1200-EDIT-SUPPLY-DATA.
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-SUPPLY-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-SUPPLY-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-SUPPLY-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA AND ACTNI NOT = 'D' AND PRIMSWI = 'Y'
               PERFORM 5000-CLEAR-OTHER-PRIMARIES
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-SUPPLY-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-SUPPLY-MAP
           END-IF.
      *
       1100-RECEIVE-SUPPLY-MAP.
      *
           EXEC CICS
               RECEIVE MAP('VPMMFEC')
                       MAPSET('VPMSFEC')
                       INTO(VPMMFECI)
           END-EXEC.
      *
       1200-EDIT-SUPPLY-DATA.
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
           ELSE IF VALID-DATA
               PERFORM 1250-EDIT-PRODUCT-CODE
           END-IF.
      *
           IF       VENDNOL = ZERO
                 OR VENDNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a vendor number.' TO MESSAGEO
           ELSE IF VALID-DATA
               PERFORM 1260-EDIT-VENDOR-NUMBER
           END-IF.
      *
           IF VCOSTL = ZERO OR VCOSTI = SPACE
               MOVE ZERO TO WS-KEYED-COST
           ELSE IF VCOSTI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Quoted cost must be numeric.' TO MESSAGEO
           ELSE
               MOVE VCOSTI TO WS-KEYED-COST
           END-IF.
      *
           IF MINQTYL = ZERO OR MINQTYI = SPACE
               MOVE ZERO TO WS-KEYED-MIN-QTY
           ELSE IF MINQTYI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Minimum order quantity must be numeric.'
                 TO MESSAGEO
           ELSE
               MOVE MINQTYI TO WS-KEYED-MIN-QTY
           END-IF.
      *
           IF PRIMSWL = ZERO OR PRIMSWI = SPACE
               CONTINUE
           ELSE IF PRIMSWI NOT = 'Y' AND 'N'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Primary vendor must be Y or N.' TO MESSAGEO
           END-IF.
      *
       1250-EDIT-PRODUCT-CODE.
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
               MOVE PRD-PRODUCT-DESCRIPTION TO PDESCO
           END-IF.
      *
       1260-EDIT-VENDOR-NUMBER.
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
           ELSE IF VND-STATUS-INACTIVE AND ACTNI NOT = 'D'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That vendor is inactive.' TO MESSAGEO
           ELSE
               MOVE VND-VENDOR-NAME TO VNAMEO
           END-IF.
      *
       2000-ADD-SUPPLY-RECORD.
      *
           PERFORM 8000-VPR-OPEN.
           PERFORM 2500-GET-CURRENT-DATE.
      *
           MOVE SPACE            TO VENDOR-PRODUCT-RECORD.
           MOVE PRODCDI          TO VPR-PRODUCT-CODE.
           MOVE VENDNOI          TO VPR-VENDOR-NUMBER.
           MOVE VITEMI           TO VPR-VENDOR-ITEM.
           MOVE WS-KEYED-COST    TO VPR-LAST-COST.
           IF QUOTDTI NOT = SPACE
               MOVE QUOTDTI         TO VPR-QUOTE-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO VPR-QUOTE-DATE
           END-IF.
           MOVE WS-KEYED-MIN-QTY TO VPR-MIN-ORDER-QTY.
           IF PRIMSWI = 'Y'
               MOVE 'Y' TO VPR-PRIMARY-SW
           ELSE
               MOVE 'N' TO VPR-PRIMARY-SW
           END-IF.
      *
           EXEC CICS
               WRITE FILE('VPRFEC')
                     FROM(VENDOR-PRODUCT-RECORD)
                     RIDFLD(VPR-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'VPRFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Supply row added.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That vendor already supplies that product.'
                 TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2500-GET-CURRENT-DATE.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
       3000-CHANGE-SUPPLY-RECORD.
      *
           PERFORM 8000-VPR-OPEN.
           PERFORM 2500-GET-CURRENT-DATE.
      *
           MOVE PRODCDI TO VPR-PRODUCT-CODE.
           MOVE VENDNOI TO VPR-VENDOR-NUMBER.
      *
           EXEC CICS
               READ FILE('VPRFEC')
                    INTO(VENDOR-PRODUCT-RECORD)
                    RIDFLD(VPR-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That vendor does not supply that product.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               IF VITEMI NOT = SPACE
                   MOVE VITEMI TO VPR-VENDOR-ITEM
               END-IF
      *        A NEW QUOTE RESTAMPS THE QUOTE DATE EVEN WHEN THE
      *        BUYER DOES NOT KEY ONE.
               IF VCOSTI NOT = SPACE
                   MOVE WS-KEYED-COST TO VPR-LAST-COST
                   MOVE WS-CURRENT-DATE TO VPR-QUOTE-DATE
               END-IF
               IF QUOTDTI NOT = SPACE
                   MOVE QUOTDTI TO VPR-QUOTE-DATE
               END-IF
               IF MINQTYI NOT = SPACE
                   MOVE WS-KEYED-MIN-QTY TO VPR-MIN-ORDER-QTY
               END-IF
               IF PRIMSWI NOT = SPACE
                   MOVE PRIMSWI TO VPR-PRIMARY-SW
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('VPRFEC')
                           FROM(VENDOR-PRODUCT-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'VPRFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Supply row changed.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       4000-DELETE-SUPPLY-RECORD.
      *
           PERFORM 8000-VPR-OPEN.
      *
           MOVE PRODCDI TO VPR-PRODUCT-CODE.
           MOVE VENDNOI TO VPR-VENDOR-NUMBER.
      *
           EXEC CICS
               READ FILE('VPRFEC')
                    INTO(VENDOR-PRODUCT-RECORD)
                    RIDFLD(VPR-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That vendor does not supply that product.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               EXEC CICS
                   DELETE FILE('VPRFEC')
                          RIDFLD(VPR-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'VPRFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Supply row deleted.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       5000-CLEAR-OTHER-PRIMARIES.
      *
      * ONE PRIMARY PER PRODUCT: BROWSE EVERY VENDOR ROW FOR THE
      * PRODUCT, NOTE THE OTHERS STILL FLAGGED, THEN END THE BROWSE
      * BEFORE TAKING ANY OF THEM FOR UPDATE.
           MOVE ZERO    TO WS-OLD-PRIMARY-CNT.
           MOVE 'N'     TO WS-VPR-EOF-SW.
           MOVE PRODCDI TO WS-BROWSE-PRODUCT.
           MOVE PRODCDI TO VPR-PRODUCT-CODE.
           MOVE LOW-VALUES TO VPR-VENDOR-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('VPRFEC')
                       RIDFLD(VPR-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-VPR-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 5100-SCAN-ONE-SUPPLY-ROW
                   UNTIL WS-VPR-EOF
               EXEC CICS
                   ENDBR FILE('VPRFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
           PERFORM 5200-CLEAR-ONE-OLD-PRIMARY
               VARYING WS-OLD-PRIMARY-SUB FROM 1 BY 1
               UNTIL WS-OLD-PRIMARY-SUB > WS-OLD-PRIMARY-CNT.
      *
       5100-SCAN-ONE-SUPPLY-ROW.
      *
           EXEC CICS
               READNEXT FILE('VPRFEC')
                        INTO(VENDOR-PRODUCT-RECORD)
                        RIDFLD(VPR-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-VPR-EOF-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF VPR-PRODUCT-CODE NOT = WS-BROWSE-PRODUCT
               MOVE 'Y' TO WS-VPR-EOF-SW
           ELSE IF VPR-VENDOR-NUMBER NOT = VENDNOI
                   AND VPR-PRIMARY-VENDOR
                   AND WS-OLD-PRIMARY-CNT < 20
               ADD 1 TO WS-OLD-PRIMARY-CNT
               MOVE VPR-VENDOR-NUMBER
                 TO WS-OLD-PRIMARY-VENDOR (WS-OLD-PRIMARY-CNT)
           END-IF.
      *
       5200-CLEAR-ONE-OLD-PRIMARY.
      *
           MOVE WS-BROWSE-PRODUCT TO VPR-PRODUCT-CODE.
           MOVE WS-OLD-PRIMARY-VENDOR (WS-OLD-PRIMARY-SUB)
             TO VPR-VENDOR-NUMBER.
      *
           EXEC CICS
               READ FILE('VPRFEC')
                    INTO(VENDOR-PRODUCT-RECORD)
                    RIDFLD(VPR-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               MOVE 'N' TO VPR-PRIMARY-SW
               EXEC CICS
                   REWRITE FILE('VPRFEC')
                           FROM(VENDOR-PRODUCT-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'VPRFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1400-SEND-SUPPLY-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('VPMMFEC')
                            MAPSET('VPMSFEC')
                            FROM(VPMMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('VPMMFEC')
                            MAPSET('VPMSFEC')
                            FROM(VPMMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('VPMMFEC')
                            MAPSET('VPMSFEC')
                            FROM(VPMMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-VPR-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=VPRFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('VPRFEC')
                   OPENSTATUS(WS-VPR-OPEN-STATUS)
                   ENABLESTATUS(WS-VPR-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-VPR-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=VPRFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('VPRFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-VPR-OPEN
           ELSE IF WS-VPR-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'VPRMNFEC' TO USG-PROGRAM-NAME.
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
