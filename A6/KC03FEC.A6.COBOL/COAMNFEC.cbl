       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  COAMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete/inquire maintenance against the
      *COAFEC chart of accounts, modeled on FXRMNFEC's action-code
      *screen. One record per general ledger account with its
      *description, account type (A asset, L liability, Q equity,
      *R revenue, E expense), status (A active, I inactive) and the
      *flag marking it as an accounts receivable control account for
      *GLARPFEC - only an asset account may carry it. GLPSTFEC
      *rejects any batch with a line for an account that is missing
      *or inactive. Once GLPSTFEC has posted to an account it keeps
      *its type, since the type decides how GLTBLFEC carries the
      *balance forward, and it cannot be deleted - set it inactive.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-52 IN UUMENFEC.
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
       01 WS-COA-FILE-STATUS-INFO.
           05 WS-COA-OPEN                     PIC X.
               88 WS-COA-OPEN-88                    VALUE 'Y'.
               88 WS-COA-CLOSED-88                  VALUE 'Y'.
           05 WS-COA-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-COA-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-GLB-FILE-STATUS-INFO.
           05 WS-GLB-OPEN                     PIC X.
               88 WS-GLB-OPEN-88                    VALUE 'Y'.
               88 WS-GLB-CLOSED-88                  VALUE 'Y'.
           05 WS-GLB-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-GLB-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
           05  WS-POSTINGS-SW              PIC X    VALUE 'N'.
               88 WS-HAS-POSTINGS                   VALUE 'Y'.
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
       01  WS-CURRENT-ABSTIME              PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                 PIC X(08).
      *
       COPY COAFEC.
      *
       COPY GLBFEC.
      *
       COPY COASFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-COA-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO COAMFECO
                   MOVE 'GAFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-COA-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO COAMFECO
                   MOVE 'GAFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-COA-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-COA-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO COAMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-COA-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('GAFE')
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
       1000-PROCESS-COA-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-COA-MAP.
           PERFORM 1200-EDIT-COA-DATA.
           IF VALID-DATA
               EXEC CICS
                   ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                              YYYYMMDD(WS-CURRENT-DATE)
               END-EXEC
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-COA-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-COA-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-COA-RECORD
                   WHEN ACTNI = 'I'
                       PERFORM 4500-INQUIRE-COA-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-COA-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-COA-MAP
           END-IF.
      *
       1100-RECEIVE-COA-MAP.
      *
           EXEC CICS
               RECEIVE MAP('COAMFEC')
                       MAPSET('COASFEC')
                       INTO(COAMFECI)
           END-EXEC.
      *
       1200-EDIT-COA-DATA.
      *
           IF       ACTNL = ZERO
                 OR ACTNI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter A, C, D, or I.' TO MESSAGEO
           ELSE IF ACTNI NOT = 'A' AND 'C' AND 'D' AND 'I'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Action must be A, C, D, or I.' TO MESSAGEO
           END-IF.
      *
           IF       ACCTL = ZERO
                 OR ACCTI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter an account code.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'A'
               IF ADESCL = ZERO OR ADESCI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the account description.'
                     TO MESSAGEO
               END-IF
               IF ATYPEL = ZERO OR ATYPEI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the account type.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'A' OR 'C'
               IF ATYPEL NOT = ZERO AND ATYPEI NOT = SPACE
                       AND ATYPEI NOT = 'A' AND 'L' AND 'Q'
                                    AND 'R' AND 'E'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Type must be A, L, Q, R, or E.' TO MESSAGEO
               END-IF
               IF ASTATL NOT = ZERO AND ASTATI NOT = SPACE
                       AND ASTATI NOT = 'A' AND 'I'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Status must be A or I.' TO MESSAGEO
               END-IF
               IF ARCTLL NOT = ZERO AND ARCTLI NOT = SPACE
                       AND ARCTLI NOT = 'Y' AND 'N'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'AR control must be Y or N.' TO MESSAGEO
               END-IF
           END-IF.
      *
       2000-ADD-COA-RECORD.
      *
           PERFORM 8000-COA-OPEN.
      *
           MOVE SPACE           TO CHART-OF-ACCOUNTS-RECORD.
           MOVE ACCTI           TO COA-ACCOUNT-CODE.
           MOVE ADESCI          TO COA-DESCRIPTION.
           MOVE ATYPEI          TO COA-ACCOUNT-TYPE.
           MOVE 'A'             TO COA-STATUS.
           IF ASTATL NOT = ZERO AND ASTATI NOT = SPACE
               MOVE ASTATI      TO COA-STATUS
           END-IF.
           MOVE 'N'             TO COA-AR-CONTROL-SW.
           IF ARCTLL NOT = ZERO AND ARCTLI NOT = SPACE
               MOVE ARCTLI      TO COA-AR-CONTROL-SW
           END-IF.
           MOVE WS-CURRENT-DATE TO COA-UPDATED-DATE.
           MOVE EIBOPID         TO COA-UPDATED-BY.
      *
           IF COA-AR-CONTROL AND NOT COA-TYPE-ASSET
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Only an asset account can be AR control.'
                 TO MESSAGEO
           ELSE
               EXEC CICS
                   WRITE FILE('COAFEC')
                         FROM(CHART-OF-ACCOUNTS-RECORD)
                         RIDFLD(COA-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'COAFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 4600-SHOW-COA-RECORD
                   MOVE 'Account added.' TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                    OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That account code already exists.'
                     TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       3000-CHANGE-COA-RECORD.
      *
           PERFORM 8000-COA-OPEN.
      *
           MOVE ACCTI TO COA-ACCOUNT-CODE.
      *
           EXEC CICS
               READ FILE('COAFEC')
                    INTO(CHART-OF-ACCOUNTS-RECORD)
                    RIDFLD(COA-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That account does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 3100-APPLY-COA-CHANGES
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('COAFEC')
                               FROM(CHART-OF-ACCOUNTS-RECORD)
                               RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'COAFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       PERFORM 4600-SHOW-COA-RECORD
                       MOVE 'Account changed.' TO MESSAGEO
                   ELSE
                       PERFORM 9999-HANDLE-ABEND
                   END-IF
               ELSE
                   EXEC CICS
                       UNLOCK FILE('COAFEC')
                   END-EXEC
               END-IF
           END-IF.
      *
       3100-APPLY-COA-CHANGES.
      *
      * A POSTED ACCOUNT KEEPS ITS TYPE - BALANCE SHEET BALANCES CARRY
      * FORWARD AND INCOME BALANCES START AGAIN EACH YEAR.
           IF ATYPEL NOT = ZERO AND ATYPEI NOT = SPACE
                   AND ATYPEI NOT = COA-ACCOUNT-TYPE
               PERFORM 5000-CHECK-FOR-POSTINGS
               IF WS-HAS-POSTINGS
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Account has postings - type cannot change.'
                     TO MESSAGEO
               ELSE
                   MOVE ATYPEI TO COA-ACCOUNT-TYPE
               END-IF
           END-IF.
      *
           IF ADESCI NOT = SPACE AND LOW-VALUE
               MOVE ADESCI TO COA-DESCRIPTION
           END-IF.
           IF ASTATI NOT = SPACE AND LOW-VALUE
               MOVE ASTATI TO COA-STATUS
           END-IF.
           IF ARCTLI NOT = SPACE AND LOW-VALUE
               MOVE ARCTLI TO COA-AR-CONTROL-SW
           END-IF.
      *
           IF VALID-DATA
               IF COA-AR-CONTROL AND NOT COA-TYPE-ASSET
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Only an asset account can be AR control.'
                     TO MESSAGEO
               ELSE
                   MOVE WS-CURRENT-DATE TO COA-UPDATED-DATE
                   MOVE EIBOPID         TO COA-UPDATED-BY
               END-IF
           END-IF.
      *
       4000-DELETE-COA-RECORD.
      *
           PERFORM 8000-COA-OPEN.
      *
           MOVE ACCTI TO COA-ACCOUNT-CODE.
      *
           EXEC CICS
               READ FILE('COAFEC')
                    INTO(CHART-OF-ACCOUNTS-RECORD)
                    RIDFLD(COA-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That account does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 5000-CHECK-FOR-POSTINGS
               IF WS-HAS-POSTINGS
                   PERFORM 4600-SHOW-COA-RECORD
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Account has postings - set status I instead.'
                     TO MESSAGEO
               ELSE
                   PERFORM 4100-DELETE-COA-ROW
               END-IF
           END-IF.
      *
       4100-DELETE-COA-ROW.
      *
           EXEC CICS
               DELETE FILE('COAFEC')
                      RIDFLD(COA-KEY)
                      RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'COAFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Account deleted.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       4500-INQUIRE-COA-RECORD.
      *
           PERFORM 8000-COA-OPEN.
      *
           MOVE ACCTI TO COA-ACCOUNT-CODE.
      *
           EXEC CICS
               READ FILE('COAFEC')
                    INTO(CHART-OF-ACCOUNTS-RECORD)
                    RIDFLD(COA-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That account does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 4600-SHOW-COA-RECORD
               MOVE 'Account displayed.' TO MESSAGEO
           END-IF.
      *
       4600-SHOW-COA-RECORD.
      *
           MOVE COA-DESCRIPTION   TO ADESCO.
           MOVE COA-ACCOUNT-TYPE  TO ATYPEO.
           MOVE COA-STATUS        TO ASTATO.
           MOVE COA-AR-CONTROL-SW TO ARCTLO.
           MOVE COA-UPDATED-DATE  TO UDATEO.
           MOVE COA-UPDATED-BY    TO UPDBYO.
      *
       5000-CHECK-FOR-POSTINGS.
      *
      * ANY GLBFEC ROW FOR THE ACCOUNT MEANS GLPSTFEC HAS POSTED TO IT.
           PERFORM 8100-GLB-OPEN.
      *
           MOVE 'N'              TO WS-POSTINGS-SW.
           MOVE COA-ACCOUNT-CODE TO GLB-ACCOUNT-CODE.
           MOVE LOW-VALUE        TO GLB-FISCAL-PERIOD.
      *
           EXEC CICS
               STARTBR FILE('GLBFEC')
                       RIDFLD(GLB-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 5100-READ-FIRST-BALANCE
               EXEC CICS
                   ENDBR FILE('GLBFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       5100-READ-FIRST-BALANCE.
      *
           EXEC CICS
               READNEXT FILE('GLBFEC')
                        INTO(GL-BALANCE-RECORD)
                        RIDFLD(GLB-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF GLB-ACCOUNT-CODE = COA-ACCOUNT-CODE
               MOVE 'Y' TO WS-POSTINGS-SW
           END-IF.
      *
       1400-SEND-COA-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('COAMFEC')
                            MAPSET('COASFEC')
                            FROM(COAMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('COAMFEC')
                            MAPSET('COASFEC')
                            FROM(COAMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('COAMFEC')
                            MAPSET('COASFEC')
                            FROM(COAMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-COA-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=COAFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('COAFEC')
                   OPENSTATUS(WS-COA-OPEN-STATUS)
                   ENABLESTATUS(WS-COA-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-COA-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=COAFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('COAFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-COA-OPEN
           ELSE IF WS-COA-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-GLB-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=GLBFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('GLBFEC')
                   OPENSTATUS(WS-GLB-OPEN-STATUS)
                   ENABLESTATUS(WS-GLB-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-GLB-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=GLBFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('GLBFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-GLB-OPEN
           ELSE IF WS-GLB-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'COAMNFEC' TO USG-PROGRAM-NAME.
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
