       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  PTPENFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online promise-to-pay entry for the collectors. Keying a
      *customer number alone shows the account name, its CBSFEC open
      *balance, and the last promise on file with how it stands
      *(open, kept, broken, or replaced). Keying an amount and the
      *date the customer promised to pay it by as well logs the
      *promise to the CTCFEC contact log as a type P contact with the
      *promise open, stamped with the signed-on operator, so it shows
      *in the CMCTCFEC history with every other call. The amount is
      *in whole dollars, the date is YYYYMMDD and may not be in the
      *past. The PTPCKFEC nightly run matches each open promise to
      *the payments that come in and marks it kept or broken; a new
      *promise from the same customer replaces any still-open one.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-49 IN UUMENFEC.
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
       01 WS-CTC-FILE-STATUS-INFO.
           05 WS-CTC-OPEN                     PIC X.
               88 WS-CTC-OPEN-88                    VALUE 'Y'.
               88 WS-CTC-CLOSED-88                  VALUE 'Y'.
           05 WS-CTC-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CTC-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CBS-FILE-STATUS-INFO.
           05 WS-CBS-OPEN                     PIC X.
               88 WS-CBS-OPEN-88                    VALUE 'Y'.
               88 WS-CBS-CLOSED-88                  VALUE 'Y'.
           05 WS-CBS-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CBS-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CMF-FILE-STATUS-INFO.
           05 WS-CMF-OPEN                     PIC X.
               88 WS-CMF-OPEN-88                    VALUE 'Y'.
               88 WS-CMF-CLOSED-88                  VALUE 'Y'.
           05 WS-CMF-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CMF-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE                  PIC X(08).
       01 WS-CURRENT-TIME                  PIC X(06).
       01 WS-OPERATOR-ID                   PIC X(08).
       01 WS-PROMISE-AMOUNT                PIC S9(07)V99 VALUE 0.
       01 WS-PROMISE-DATE                  PIC X(08).
       01 WS-PROMISE-DATE-R REDEFINES WS-PROMISE-DATE.
           05 WS-PROMISE-YEAR              PIC 9(04).
           05 WS-PROMISE-MONTH             PIC 9(02).
           05 WS-PROMISE-DAY               PIC 9(02).
       01 WS-OPEN-BALANCE-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
      *
      * THE CONTACT TEXT WRITTEN WITH A PROMISE, SO THE CMCTCFEC
      * HISTORY READS LIKE ANY OTHER NOTE.
       01 WS-PROMISE-TEXT.
           05 FILLER                       PIC X(09) VALUE 'PROMISED '.
           05 WS-PT-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05 FILLER                       PIC X(04) VALUE ' BY '.
           05 WS-PT-DATE                   PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-PT-NOTE                   PIC X(26).
      *
      * THE LAST PROMISE ON FILE, AS SHOWN ON THE SCREEN.
       01 WS-LAST-PROMISE-LINE.
           05 WS-LP-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05 FILLER                       PIC X(05) VALUE ' due '.
           05 WS-LP-DATE                   PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-LP-STATUS                 PIC X(08).
           05 FILLER                       PIC X(07) VALUE ' taken '.
           05 WS-LP-TAKEN-DATE             PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-LP-OPERATOR               PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
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
           05  PROMISE-KEYED-SW            PIC X    VALUE 'N'.
               88 PROMISE-KEYED                     VALUE 'Y'.
      *
           05  BROWSE-DONE-SW              PIC X    VALUE 'N'.
               88 BROWSE-DONE                       VALUE 'Y'.
      *
           05  PROMISE-FOUND-SW            PIC X    VALUE 'N'.
               88 PROMISE-FOUND                     VALUE 'Y'.
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
       COPY CTCFEC.
      *
       COPY CBSFEC.
      *
       COPY CMFFEC.
      *
       COPY PTPSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-PROMISE-ENTRY.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO PTPMFECO
                   MOVE 'PPFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-PROMISE-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO PTPMFECO
                   MOVE 'PPFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-PROMISE-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-PROMISE-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO PTPMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-PROMISE-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('PPFE')
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
       1000-PROCESS-PROMISE-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-PROMISE-MAP.
           PERFORM 1200-EDIT-PROMISE-DATA.
           IF VALID-DATA
               PERFORM 1300-SHOW-THE-ACCOUNT
           END-IF.
           IF VALID-DATA AND PROMISE-KEYED
               PERFORM 2000-ADD-PROMISE-ROW
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-PROMISE-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-PROMISE-MAP
           END-IF.
      *
       1100-RECEIVE-PROMISE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('PTPMFEC')
                       MAPSET('PTPSFEC')
                       INTO(PTPMFECI)
           END-EXEC.
      *
       1200-EDIT-PROMISE-DATA.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
                          TIME(WS-CURRENT-TIME)
           END-EXEC.
      *
           IF       CUSTNOL = ZERO
                 OR CUSTNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a customer number.' TO MESSAGEO
           END-IF.
      *
      *    NO AMOUNT AND NO DATE IS A LOOKUP ONLY.
           IF      (PAMTL = ZERO OR PAMTI = SPACE)
               AND (PDATEL = ZERO OR PDATEI = SPACE)
               MOVE 'N' TO PROMISE-KEYED-SW
           ELSE
               MOVE 'Y' TO PROMISE-KEYED-SW
           END-IF.
      *
           IF PROMISE-KEYED
               IF PAMTL = ZERO OR PAMTI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the amount promised.'
                     TO MESSAGEO
               ELSE IF PAMTI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Amount must be numeric.' TO MESSAGEO
               ELSE
                   MOVE PAMTI TO WS-PROMISE-AMOUNT
                   IF WS-PROMISE-AMOUNT NOT > ZERO
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'Amount must be greater than zero.'
                         TO MESSAGEO
                   END-IF
               END-IF
           END-IF.
      *
           IF PROMISE-KEYED
               IF PDATEL = ZERO OR PDATEI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the promised pay date.'
                     TO MESSAGEO
               ELSE IF PDATEI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Promise date must be YYYYMMDD.' TO MESSAGEO
               ELSE
                   MOVE PDATEI TO WS-PROMISE-DATE
                   IF    WS-PROMISE-MONTH < 01 OR WS-PROMISE-MONTH > 12
                      OR WS-PROMISE-DAY < 01 OR WS-PROMISE-DAY > 31
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'Promise date must be YYYYMMDD.'
                         TO MESSAGEO
                   ELSE IF WS-PROMISE-DATE < WS-CURRENT-DATE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'Promise date cannot be in the past.'
                         TO MESSAGEO
                   END-IF
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1210-EDIT-THE-CUSTOMER
           END-IF.
      *
       1210-EDIT-THE-CUSTOMER.
      *
           PERFORM 8200-CMF-OPEN.
      *
           EXEC CICS
               READ FILE(RESNM-CMF-FILE)
                    INTO(WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(CUSTNOI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That customer does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
      *    NAME, OPEN BALANCE, AND THE LAST PROMISE ON FILE - READ
      *    BEFORE A NEW PROMISE IS WRITTEN SO THE COLLECTOR IS TOLD
      *    WHEN THE NEW ONE REPLACES ONE STILL OPEN.
       1300-SHOW-THE-ACCOUNT.
      *
           MOVE WS-CM-LAST-NAME TO CNAMEO.
      *
           PERFORM 8100-CBS-OPEN.
      *
           MOVE CUSTNOI TO CBS-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('CBSFEC')
                    INTO(CUSTOMER-BALANCE-RECORD)
                    RIDFLD(CBS-CUSTOMER-NUMBER)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ZERO TO CBS-OPEN-BALANCE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE CBS-OPEN-BALANCE     TO WS-OPEN-BALANCE-EDIT.
           MOVE WS-OPEN-BALANCE-EDIT TO OPENBALO.
      *
           PERFORM 1310-FIND-LAST-PROMISE.
      *
           IF PROMISE-FOUND
               PERFORM 1350-FORMAT-LAST-PROMISE
           ELSE
               MOVE 'No promise on file.' TO LASTPTPO
           END-IF.
      *
           IF NOT PROMISE-KEYED
               IF PROMISE-FOUND AND CTC-PROMISE-OPEN
                   MOVE 'The last promise is still open.' TO MESSAGEO
               ELSE
                   MOVE 'Key an amount and date to log a promise.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
      *    BROWSE THE CUSTOMER'S CONTACTS NEWEST-FIRST TO THE FIRST
      *    TYPE P ROW, THE SAME WAY CMCTCFEC PAGES THE HISTORY.
       1310-FIND-LAST-PROMISE.
      *
           PERFORM 8000-CTC-OPEN.
      *
           MOVE 'N'         TO PROMISE-FOUND-SW.
           MOVE 'N'         TO BROWSE-DONE-SW.
           MOVE CUSTNOI     TO CTC-CUSTOMER-NUMBER.
           MOVE HIGH-VALUES TO CTC-CONTACT-DATE
                               CTC-CONTACT-TIME.
      *
           EXEC CICS
               STARTBR FILE('CTCFEC')
                       RIDFLD(CTC-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
      *    NOTFND MEANS NOTHING SORTS AFTER THIS CUSTOMER - POSITION
      *    AT THE END OF THE FILE INSTEAD.
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO CTC-KEY
               EXEC CICS
                   STARTBR FILE('CTCFEC')
                           RIDFLD(CTC-KEY)
                           GTEQ
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO BROWSE-DONE-SW
           ELSE
               PERFORM 1320-READ-PREV-CONTACT-ROW
                   UNTIL BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('CTCFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       1320-READ-PREV-CONTACT-ROW.
      *
           EXEC CICS
               READPREV FILE('CTCFEC')
                        INTO(CONTACT-LOG-RECORD)
                        RIDFLD(CTC-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO BROWSE-DONE-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF CTC-CUSTOMER-NUMBER NOT = CUSTNOI
               MOVE 'Y' TO BROWSE-DONE-SW
           ELSE IF CTC-TYPE-PROMISE
               MOVE 'Y' TO PROMISE-FOUND-SW
               MOVE 'Y' TO BROWSE-DONE-SW
           END-IF.
      *
       1350-FORMAT-LAST-PROMISE.
      *
           MOVE CTC-PROMISE-AMOUNT TO WS-LP-AMOUNT.
           MOVE CTC-PROMISE-DATE   TO WS-LP-DATE.
           MOVE CTC-CONTACT-DATE   TO WS-LP-TAKEN-DATE.
           MOVE CTC-OPERATOR-ID    TO WS-LP-OPERATOR.
      *
           IF CTC-PROMISE-OPEN
               MOVE 'OPEN'     TO WS-LP-STATUS
           ELSE IF CTC-PROMISE-KEPT
               MOVE 'KEPT'     TO WS-LP-STATUS
           ELSE IF CTC-PROMISE-BROKEN
               MOVE 'BROKEN'   TO WS-LP-STATUS
           ELSE IF CTC-PROMISE-REPLACED
               MOVE 'REPLACED' TO WS-LP-STATUS
           ELSE
               MOVE SPACES     TO WS-LP-STATUS
           END-IF.
      *
           MOVE WS-LAST-PROMISE-LINE TO LASTPTPO.
      *
       2000-ADD-PROMISE-ROW.
      *
           PERFORM 8000-CTC-OPEN.
      *
           IF PROMISE-FOUND AND CTC-PROMISE-OPEN
               MOVE 'Promise logged - it replaces the open one.'
                 TO MESSAGEO
           ELSE
               MOVE 'Promise logged.' TO MESSAGEO
           END-IF.
      *
           MOVE EIBOPID TO WS-OPERATOR-ID.
      *
           MOVE WS-PROMISE-AMOUNT TO WS-PT-AMOUNT.
           MOVE WS-PROMISE-DATE   TO WS-PT-DATE.
           IF PNOTEL = ZERO OR PNOTEI = LOW-VALUE
               MOVE SPACES TO WS-PT-NOTE
           ELSE
               MOVE PNOTEI TO WS-PT-NOTE
           END-IF.
      *
           MOVE CUSTNOI           TO CTC-CUSTOMER-NUMBER.
           MOVE WS-CURRENT-DATE   TO CTC-CONTACT-DATE.
           MOVE WS-CURRENT-TIME   TO CTC-CONTACT-TIME.
           MOVE WS-OPERATOR-ID    TO CTC-OPERATOR-ID.
           MOVE 'P'               TO CTC-CONTACT-TYPE.
           MOVE WS-PROMISE-TEXT   TO CTC-CONTACT-TEXT.
           MOVE WS-PROMISE-AMOUNT TO CTC-PROMISE-AMOUNT.
           MOVE WS-PROMISE-DATE   TO CTC-PROMISE-DATE.
           MOVE 'O'               TO CTC-PROMISE-STATUS.
      *
           EXEC CICS
               WRITE FILE('CTCFEC')
                     FROM(CONTACT-LOG-RECORD)
                     RIDFLD(CTC-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'CTCFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO PROMISE-FOUND-SW
               PERFORM 1350-FORMAT-LAST-PROMISE
               MOVE SPACES TO PAMTO
                              PDATEO
                              PNOTEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A note was just logged - press ENTER again.'
                 TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-PROMISE-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('PTPMFEC')
                            MAPSET('PTPSFEC')
                            FROM(PTPMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('PTPMFEC')
                            MAPSET('PTPSFEC')
                            FROM(PTPMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('PTPMFEC')
                            MAPSET('PTPSFEC')
                            FROM(PTPMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-CTC-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=CTCFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('CTCFEC')
                   OPENSTATUS(WS-CTC-OPEN-STATUS)
                   ENABLESTATUS(WS-CTC-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-CTC-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=CTCFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('CTCFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-CTC-OPEN
           ELSE IF WS-CTC-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-CBS-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=CBSFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('CBSFEC')
                   OPENSTATUS(WS-CBS-OPEN-STATUS)
                   ENABLESTATUS(WS-CBS-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-CBS-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=CBSFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('CBSFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-CBS-OPEN
           ELSE IF WS-CBS-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'PTPENFEC' TO USG-PROGRAM-NAME.
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
