       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CATMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete maintenance against the CATFEC
      *product category master, modeled on REPMNFEC's action-code
      *screen. One record per category code with its description
      *and, optionally, the GLMFEC source codes INVGLFEC posts the
      *category's revenue and cost of goods sold to. A source code
      *keyed here must already be on the GLMFEC mapping file, the
      *same check APEXPFEC makes on its distribution lines; left
      *blank, the category posts to the plain SALE and COGS rows.
      *PRDMNFEC validates PRD-CATEGORY against this file.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-44 IN UUMENFEC.
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
       01 WS-CAT-FILE-STATUS-INFO.
           05 WS-CAT-OPEN                     PIC X.
               88 WS-CAT-OPEN-88                    VALUE 'Y'.
               88 WS-CAT-CLOSED-88                  VALUE 'Y'.
           05 WS-CAT-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CAT-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-GLM-FILE-STATUS-INFO.
           05 WS-GLM-OPEN                     PIC X.
               88 WS-GLM-OPEN-88                    VALUE 'Y'.
               88 WS-GLM-CLOSED-88                  VALUE 'Y'.
           05 WS-GLM-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-GLM-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
       COPY CATFEC.
      *
       COPY GLMFEC.
      *
       COPY CATSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-CAT-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO CATMFECO
                   MOVE 'CGFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-CAT-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO CATMFECO
                   MOVE 'CGFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-CAT-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-CAT-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO CATMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-CAT-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('CGFE')
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
       1000-PROCESS-CAT-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-CAT-MAP.
           PERFORM 1200-EDIT-CAT-DATA.
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-CAT-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-CAT-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-CAT-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-CAT-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-CAT-MAP
           END-IF.
      *
       1100-RECEIVE-CAT-MAP.
      *
           EXEC CICS
               RECEIVE MAP('CATMFEC')
                       MAPSET('CATSFEC')
                       INTO(CATMFECI)
           END-EXEC.
      *
       1200-EDIT-CAT-DATA.
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
           IF       CATCDL = ZERO
                 OR CATCDI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a category code.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'A'
               IF CDESCL = ZERO OR CDESCI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the category description.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF VALID-DATA AND ACTNI NOT = 'D'
               IF SLSRCI NOT = SPACE AND LOW-VALUE
                   MOVE SLSRCI TO GLM-SOURCE-CODE
                   PERFORM 1250-EDIT-ONE-GL-SOURCE
               END-IF
               IF CGSRCI NOT = SPACE AND LOW-VALUE
                   MOVE CGSRCI TO GLM-SOURCE-CODE
                   PERFORM 1250-EDIT-ONE-GL-SOURCE
               END-IF
           END-IF.
      *
       1250-EDIT-ONE-GL-SOURCE.
      *
      * A CATEGORY SOURCE CODE MUST BE ON THE GLMFEC MAPPING FILE WITH
      * BOTH ITS ACCOUNTS - INVGLFEC POSTS A DEBIT AND A CREDIT OFF IT.
           PERFORM 8100-GLM-OPEN.
      *
           EXEC CICS
               READ FILE('GLMFEC')
                    INTO(GL-MAP-RECORD)
                    RIDFLD(GLM-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That GL source code is not on file.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF GLM-DEBIT-ACCOUNT = SPACE
                OR GLM-CREDIT-ACCOUNT = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That GL source code needs a debit and a credit.'
                 TO MESSAGEO
           END-IF.
      *
       2000-ADD-CAT-RECORD.
      *
           PERFORM 8000-CAT-OPEN.
      *
           MOVE SPACE   TO PRODUCT-CATEGORY-RECORD.
           MOVE CATCDI  TO CAT-CATEGORY-CODE.
           MOVE CDESCI  TO CAT-DESCRIPTION.
           IF SLSRCI NOT = LOW-VALUE
               MOVE SLSRCI TO CAT-SALES-GL-SOURCE
           END-IF.
           IF CGSRCI NOT = LOW-VALUE
               MOVE CGSRCI TO CAT-COGS-GL-SOURCE
           END-IF.
      *
           EXEC CICS
               WRITE FILE('CATFEC')
                     FROM(PRODUCT-CATEGORY-RECORD)
                     RIDFLD(CAT-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'CATFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Category added.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That category code already exists.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3000-CHANGE-CAT-RECORD.
      *
           PERFORM 8000-CAT-OPEN.
      *
           MOVE CATCDI TO CAT-CATEGORY-CODE.
      *
           EXEC CICS
               READ FILE('CATFEC')
                    INTO(PRODUCT-CATEGORY-RECORD)
                    RIDFLD(CAT-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That category does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               IF CDESCI NOT = SPACE AND LOW-VALUE
                   MOVE CDESCI TO CAT-DESCRIPTION
               END-IF
               IF SLSRCI NOT = SPACE AND LOW-VALUE
                   MOVE SLSRCI TO CAT-SALES-GL-SOURCE
               END-IF
               IF CGSRCI NOT = SPACE AND LOW-VALUE
                   MOVE CGSRCI TO CAT-COGS-GL-SOURCE
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('CATFEC')
                           FROM(PRODUCT-CATEGORY-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'CATFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Category changed.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       4000-DELETE-CAT-RECORD.
      *
      * PRODUCTS STILL CARRYING A DELETED CODE PRINT UNDER "CATEGORY
      * NOT ON FILE" ON THE REPORTS AND POST TO THE PLAIN SALE AND
      * COGS ROWS UNTIL THEY ARE RECATEGORIZED IN PRDMNFEC.
           PERFORM 8000-CAT-OPEN.
      *
           MOVE CATCDI TO CAT-CATEGORY-CODE.
      *
           EXEC CICS
               READ FILE('CATFEC')
                    INTO(PRODUCT-CATEGORY-RECORD)
                    RIDFLD(CAT-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That category does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               EXEC CICS
                   DELETE FILE('CATFEC')
                          RIDFLD(CAT-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'CATFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Category deleted.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1400-SEND-CAT-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('CATMFEC')
                            MAPSET('CATSFEC')
                            FROM(CATMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('CATMFEC')
                            MAPSET('CATSFEC')
                            FROM(CATMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('CATMFEC')
                            MAPSET('CATSFEC')
                            FROM(CATMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-CAT-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=CATFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('CATFEC')
                   OPENSTATUS(WS-CAT-OPEN-STATUS)
                   ENABLESTATUS(WS-CAT-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-CAT-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=CATFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('CATFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-CAT-OPEN
           ELSE IF WS-CAT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-GLM-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=GLMFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('GLMFEC')
                   OPENSTATUS(WS-GLM-OPEN-STATUS)
                   ENABLESTATUS(WS-GLM-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-GLM-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=GLMFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('GLMFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-GLM-OPEN
           ELSE IF WS-GLM-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'CATMNFEC' TO USG-PROGRAM-NAME.
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
