       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  PMOMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete maintenance against the PMOFEC
      *promotional price file, modeled on QBPMNFEC's action-code
      *screen. One record per promotion per product (scope P) or per
      *product category (scope C) with its date window, a percent
      *off the master price (type P, keyed as five digits in
      *hundredths of a percent) or a fixed promotional price (type
      *F, keyed as nine digits in cents), and an optional customer
      *or sales rep restriction. CMORDFEC, QUOENFEC, ORDIMFEC, and
      *STOGNFEC apply the lowest eligible promotion when it beats
      *the line's normal price; PMORPFEC reports on the promotion
      *once its window has run.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-45 IN UUMENFEC.
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
       01 WS-PMO-FILE-STATUS-INFO.
           05 WS-PMO-OPEN                     PIC X.
               88 WS-PMO-OPEN-88                    VALUE 'Y'.
               88 WS-PMO-CLOSED-88                  VALUE 'Y'.
           05 WS-PMO-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PMO-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CMF-FILE-STATUS-INFO.
           05 WS-CMF-OPEN                     PIC X.
               88 WS-CMF-OPEN-88                    VALUE 'Y'.
               88 WS-CMF-CLOSED-88                  VALUE 'Y'.
           05 WS-CMF-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CMF-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PRICE-IN                         PIC 9(09) VALUE 0.
       01 WS-PERCENT-IN                       PIC 9(05) VALUE 0.
      *
       01 WS-DATE-IN                          PIC X(08) VALUE SPACE.
       01 WS-DATE-IN-R REDEFINES WS-DATE-IN.
           05  WS-DATE-IN-YYYY                PIC 9(04).
           05  WS-DATE-IN-MM                  PIC 9(02).
           05  WS-DATE-IN-DD                  PIC 9(02).
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
           05  VALID-DATE-SW               PIC X    VALUE 'Y'.
               88 VALID-DATE                        VALUE 'Y'.
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
       COPY PMOFEC.
      *
       COPY PRDFEC.
      *
       COPY CATFEC.
      *
       COPY CMFFEC.
      *
       COPY REPFEC.
      *
       COPY PMOSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-PMO-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO PMOMFECO
                   MOVE 'PMFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-PMO-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO PMOMFECO
                   MOVE 'PMFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-PMO-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-PMO-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO PMOMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-PMO-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('PMFE')
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
       1000-PROCESS-PMO-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-PMO-MAP.
           PERFORM 1200-EDIT-PMO-DATA.
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-PMO-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-PMO-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-PMO-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-PMO-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-PMO-MAP
           END-IF.
      *
       1100-RECEIVE-PMO-MAP.
      *
           EXEC CICS
               RECEIVE MAP('PMOMFEC')
                       MAPSET('PMOSFEC')
                       INTO(PMOMFECI)
           END-EXEC.
      *
       1200-EDIT-PMO-DATA.
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
           IF SCOPEI NOT = 'P' AND 'C'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Scope must be P (product) or C (category).'
                 TO MESSAGEO
           END-IF.
      *
           IF       ITEML = ZERO
                 OR ITEMI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a product or category code.'
                 TO MESSAGEO
           END-IF.
      *
           IF       PROMIDL = ZERO
                 OR PROMIDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a promotion ID.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'A'
               IF PDESCL = ZERO OR PDESCI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the promotion description.'
                     TO MESSAGEO
               END-IF
               IF PTYPEI NOT = 'P' AND 'F'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Type must be P (percent off) or F (fixed).'
                     TO MESSAGEO
               END-IF
           ELSE IF ACTNI = 'C'
               IF PTYPEI NOT = SPACE AND LOW-VALUE AND 'P' AND 'F'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Type must be P (percent off) or F (fixed).'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'A' OR (ACTNI = 'C' AND STRDTI NOT = SPACE
                                          AND STRDTI NOT = LOW-VALUE)
               MOVE STRDTI TO WS-DATE-IN
               PERFORM 1260-EDIT-ONE-DATE
               IF NOT VALID-DATE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Start date must be a valid YYYYMMDD date.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'A' OR (ACTNI = 'C' AND ENDDTI NOT = SPACE
                                          AND ENDDTI NOT = LOW-VALUE)
               MOVE ENDDTI TO WS-DATE-IN
               PERFORM 1260-EDIT-ONE-DATE
               IF NOT VALID-DATE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'End date must be a valid YYYYMMDD date.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF       PCTOFFI NOT = SPACE AND LOW-VALUE
                AND PCTOFFI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Percent off must be 5 digits in hundredths.'
                 TO MESSAGEO
           END-IF.
      *
           IF       PPRICEI NOT = SPACE AND LOW-VALUE
                AND PPRICEI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Promotional price must be 9 digits in cents.'
                 TO MESSAGEO
           END-IF.
      *
           IF VALID-DATA AND ACTNI NOT = 'D'
               PERFORM 1250-EDIT-ITEM-AND-LIMITS
           END-IF.
      *
       1250-EDIT-ITEM-AND-LIMITS.
      *
      * THE ITEM MUST BE ON THE PRODUCT MASTER OR THE CATEGORY MASTER
      * FOR ITS SCOPE, AND A CUSTOMER OR REP RESTRICTION MUST NAME ONE
      * THAT EXISTS - OTHERWISE THE PROMOTION COULD NEVER APPLY.
           IF SCOPEI = 'P'
               EXEC CICS
                   READ FILE('PRDFEC')
                        INTO(PRD-RECORD)
                        RIDFLD(ITEMI)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE ITEMI TO CAT-CATEGORY-CODE
               EXEC CICS
                   READ FILE('CATFEC')
                        INTO(PRODUCT-CATEGORY-RECORD)
                        RIDFLD(CAT-KEY)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That product or category is not on file.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           IF VALID-DATA AND CUSTNOI NOT = SPACE AND LOW-VALUE
               PERFORM 8200-CMF-OPEN
               EXEC CICS
                   READ FILE(RESNM-CMF-FILE)
                        INTO(WS-CUSTOMER-MASTER-RECORD)
                        RIDFLD(CUSTNOI)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That customer does not exist.' TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
           IF VALID-DATA AND REPCDI NOT = SPACE AND LOW-VALUE
               EXEC CICS
                   READ FILE('REPFEC')
                        INTO(SALES-REP-RECORD)
                        RIDFLD(REPCDI)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That rep code is not on the rep master.'
                     TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1260-EDIT-ONE-DATE.
      *
           MOVE 'Y' TO VALID-DATE-SW.
           IF WS-DATE-IN NOT NUMERIC
               MOVE 'N' TO VALID-DATE-SW
           ELSE IF WS-DATE-IN-MM < 1 OR WS-DATE-IN-MM > 12
               MOVE 'N' TO VALID-DATE-SW
           ELSE IF WS-DATE-IN-DD < 1 OR WS-DATE-IN-DD > 31
               MOVE 'N' TO VALID-DATE-SW
           END-IF.
      *
       1300-MOVE-KEYED-FIELDS.
      *
      * ON A CHANGE ONLY THE FIELDS KEYED REPLACE WHAT IS ON FILE; A
      * CUSTOMER OR REP RESTRICTION IS LIFTED BY KEYING '*'.
           IF PDESCI NOT = SPACE AND LOW-VALUE
               MOVE PDESCI TO PMO-DESCRIPTION
           END-IF.
           IF STRDTI NOT = SPACE AND LOW-VALUE
               MOVE STRDTI TO PMO-START-DATE
           END-IF.
           IF ENDDTI NOT = SPACE AND LOW-VALUE
               MOVE ENDDTI TO PMO-END-DATE
           END-IF.
           IF PTYPEI NOT = SPACE AND LOW-VALUE
               MOVE PTYPEI TO PMO-PRICE-TYPE
           END-IF.
           IF PCTOFFI NOT = SPACE AND LOW-VALUE
               MOVE PCTOFFI TO WS-PERCENT-IN
               COMPUTE PMO-PERCENT-OFF = WS-PERCENT-IN / 100
           END-IF.
           IF PPRICEI NOT = SPACE AND LOW-VALUE
               MOVE PPRICEI TO WS-PRICE-IN
               COMPUTE PMO-PROMO-PRICE = WS-PRICE-IN / 100
           END-IF.
           IF CUSTNOI = '*'
               MOVE SPACE TO PMO-CUSTOMER-NUMBER
           ELSE IF CUSTNOI NOT = SPACE AND LOW-VALUE
               MOVE CUSTNOI TO PMO-CUSTOMER-NUMBER
           END-IF.
           IF REPCDI = '*'
               MOVE SPACE TO PMO-REP-CODE
           ELSE IF REPCDI NOT = SPACE AND LOW-VALUE
               MOVE REPCDI TO PMO-REP-CODE
           END-IF.
      *
       1350-EDIT-PMO-RECORD.
      *
      * THE FINISHED RECORD MUST HOLD TOGETHER - A WINDOW THAT ENDS
      * ON OR AFTER IT STARTS, AND A PERCENT OR PRICE TO MATCH THE
      * TYPE.
           IF PMO-END-DATE < PMO-START-DATE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'End date cannot be before the start date.'
                 TO MESSAGEO
           ELSE IF PMO-TYPE-PERCENT-OFF
                   AND (PMO-PERCENT-OFF = ZERO
                        OR PMO-PERCENT-OFF NOT < 100)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Percent off must be over 0 and under 100.'
                 TO MESSAGEO
           ELSE IF PMO-TYPE-FIXED-PRICE
                   AND PMO-PROMO-PRICE NOT > ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A fixed promotion needs a price over zero.'
                 TO MESSAGEO
           END-IF.
      *
       2000-ADD-PMO-RECORD.
      *
           PERFORM 8000-PMO-OPEN.
      *
           MOVE SPACE   TO PROMOTION-RECORD.
           MOVE SCOPEI  TO PMO-SCOPE.
           MOVE ITEMI   TO PMO-ITEM-CODE.
           MOVE PROMIDI TO PMO-PROMO-ID.
           MOVE ZERO    TO PMO-PERCENT-OFF
                           PMO-PROMO-PRICE.
           PERFORM 1300-MOVE-KEYED-FIELDS.
           PERFORM 1350-EDIT-PMO-RECORD.
      *
           IF VALID-DATA
               EXEC CICS
                   WRITE FILE('PMOFEC')
                         FROM(PROMOTION-RECORD)
                         RIDFLD(PMO-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PMOFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Promotion added.' TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                    OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That promotion already exists for the item.'
                     TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       3000-CHANGE-PMO-RECORD.
      *
           PERFORM 8000-PMO-OPEN.
      *
           MOVE SCOPEI  TO PMO-SCOPE.
           MOVE ITEMI   TO PMO-ITEM-CODE.
           MOVE PROMIDI TO PMO-PROMO-ID.
      *
           EXEC CICS
               READ FILE('PMOFEC')
                    INTO(PROMOTION-RECORD)
                    RIDFLD(PMO-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That promotion does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 1300-MOVE-KEYED-FIELDS
               PERFORM 1350-EDIT-PMO-RECORD
               IF VALID-DATA
                   PERFORM 3100-REWRITE-PMO-RECORD
               ELSE
                   EXEC CICS
                       UNLOCK FILE('PMOFEC')
                   END-EXEC
               END-IF
           END-IF.
      *
       3100-REWRITE-PMO-RECORD.
      *
           EXEC CICS
               REWRITE FILE('PMOFEC')
                       FROM(PROMOTION-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PMOFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Promotion changed.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       4000-DELETE-PMO-RECORD.
      *
           PERFORM 8000-PMO-OPEN.
      *
           MOVE SCOPEI  TO PMO-SCOPE.
           MOVE ITEMI   TO PMO-ITEM-CODE.
           MOVE PROMIDI TO PMO-PROMO-ID.
      *
           EXEC CICS
               READ FILE('PMOFEC')
                    INTO(PROMOTION-RECORD)
                    RIDFLD(PMO-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That promotion does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               EXEC CICS
                   DELETE FILE('PMOFEC')
                          RIDFLD(PMO-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PMOFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Promotion deleted.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1400-SEND-PMO-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('PMOMFEC')
                            MAPSET('PMOSFEC')
                            FROM(PMOMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('PMOMFEC')
                            MAPSET('PMOSFEC')
                            FROM(PMOMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('PMOMFEC')
                            MAPSET('PMOSFEC')
                            FROM(PMOMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-PMO-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=PMOFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('PMOFEC')
                   OPENSTATUS(WS-PMO-OPEN-STATUS)
                   ENABLESTATUS(WS-PMO-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-PMO-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=PMOFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('PMOFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-PMO-OPEN
           ELSE IF WS-PMO-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8200-CMF-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=CMFFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE(RESNM-CMF-FILE)
                   OPENSTATUS(WS-CMF-OPEN-STATUS)
                   ENABLESTATUS(WS-CMF-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-CMF-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=CMFFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE(RESNM-CMF-FILE) OPEN
               END-EXEC
               MOVE 'Y' TO WS-CMF-OPEN
           ELSE IF WS-CMF-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'PMOMNFEC' TO USG-PROGRAM-NAME.
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
