       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  TRMMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete/inquire maintenance against the
      *TRFFEC payment terms file, modeled on COAMNFEC's action-code
      *screen, so credit can set up a new terms code without waiting
      *on a recompile of the old TRMFEC table. One record per terms
      *code with its description, status (A active, I inactive), due
      *basis (I invoice date, M month end) with the month-end cutoff
      *day, net days, the early-payment discount days and rate (keyed
      *as 9V9999 digits), and the installment count and interval.
      *Day counts are keyed as full-width digits (030, 02). Every
      *action writes a TRAUDFEC audit row with the old and new terms
      *side by side, the same discipline TAXMNFEC applies to tax
      *rates. A code still carried by customers or vendors should be
      *set inactive rather than deleted - a code missing from the
      *file due-dates its accounts immediately.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-53 IN UUMENFEC.
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
       01 WS-TRF-FILE-STATUS-INFO.
           05 WS-TRF-OPEN                     PIC X.
               88 WS-TRF-OPEN-88                    VALUE 'Y'.
               88 WS-TRF-CLOSED-88                  VALUE 'Y'.
           05 WS-TRF-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-TRF-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
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
       01  WS-CURRENT-ABSTIME              PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                 PIC X(08).
      *
       01  WS-RATE-DIGITS                  PIC 9(05)   VALUE 0.
       01  WS-RATE-DIGITS-R REDEFINES WS-RATE-DIGITS
                                           PIC 9V9(04).
      *
       COPY TRFFEC.
      *
       COPY TRAUDFEC.
      *
       COPY TRMSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-TERMS-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO TRMMFECO
                   MOVE 'TMFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-TERMS-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO TRMMFECO
                   MOVE 'TMFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-TERMS-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-TERMS-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO TRMMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-TERMS-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('TMFE')
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
       1000-PROCESS-TERMS-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-TERMS-MAP.
           PERFORM 1200-EDIT-TERMS-DATA.
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
                       PERFORM 2000-ADD-TERMS-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-TERMS-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-TERMS-RECORD
                   WHEN ACTNI = 'I'
                       PERFORM 4500-INQUIRE-TERMS-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-TERMS-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-TERMS-MAP
           END-IF.
      *
       1100-RECEIVE-TERMS-MAP.
      *
           EXEC CICS
               RECEIVE MAP('TRMMFEC')
                       MAPSET('TRMSFEC')
                       INTO(TRMMFECI)
           END-EXEC.
      *
       1200-EDIT-TERMS-DATA.
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
           IF       TCODEL = ZERO
                 OR TCODEI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a terms code.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'A'
               IF TDESCL = ZERO OR TDESCI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the terms description.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'A' OR 'C'
               PERFORM 1250-EDIT-TERMS-FIELDS
           END-IF.
      *
       1250-EDIT-TERMS-FIELDS.
      *
           IF TSTATL NOT = ZERO AND TSTATI NOT = SPACE
                   AND TSTATI NOT = 'A' AND 'I'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Status must be A or I.' TO MESSAGEO
           END-IF.
           IF BASISL NOT = ZERO AND BASISI NOT = SPACE
                   AND BASISI NOT = 'I' AND 'M'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Basis must be I (invoice) or M (month end).'
                 TO MESSAGEO
           END-IF.
           IF CUTOFFL NOT = ZERO AND CUTOFFI NOT = SPACE
               IF CUTOFFI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Cutoff day must be two digits, 00 to 30.'
                     TO MESSAGEO
               ELSE IF CUTOFFI > '30'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Cutoff day must be two digits, 00 to 30.'
                     TO MESSAGEO
               END-IF
           END-IF.
           IF NETDAYSL NOT = ZERO AND NETDAYSI NOT = SPACE
                   AND NETDAYSI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Net days must be three digits, e.g. 030.'
                 TO MESSAGEO
           END-IF.
           IF DISCDAYL NOT = ZERO AND DISCDAYI NOT = SPACE
                   AND DISCDAYI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Discount days must be three digits, e.g. 010.'
                 TO MESSAGEO
           END-IF.
           IF DISCRATEL NOT = ZERO AND DISCRATEI NOT = SPACE
               IF DISCRATEI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Discount rate must be five digits, 9V9999.'
                     TO MESSAGEO
               ELSE IF DISCRATEI NOT < '10000'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Discount rate must be under 10000.'
                     TO MESSAGEO
               END-IF
           END-IF.
           IF INSTNOL NOT = ZERO AND INSTNOI NOT = SPACE
                   AND INSTNOI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Installments must be two digits, e.g. 03.'
                 TO MESSAGEO
           END-IF.
           IF INSTDAYL NOT = ZERO AND INSTDAYI NOT = SPACE
                   AND INSTDAYI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Interval must be three digits, e.g. 030.'
                 TO MESSAGEO
           END-IF.
      *
       2000-ADD-TERMS-RECORD.
      *
           PERFORM 8000-TRF-OPEN.
      *
           MOVE SPACE           TO TERMS-RECORD.
           MOVE TCODEI          TO TRF-TERMS-CODE.
           MOVE 'A'             TO TRF-STATUS.
           MOVE 'I'             TO TRF-DUE-BASIS.
           MOVE ZERO            TO TRF-CUTOFF-DAY
                                   TRF-NET-DAYS
                                   TRF-DISC-DAYS
                                   TRF-DISC-RATE
                                   TRF-INSTALLMENTS
                                   TRF-INSTALL-INTERVAL.
           PERFORM 3100-APPLY-TERMS-CHANGES.
      *
           IF VALID-DATA
               EXEC CICS
                   WRITE FILE('TRFFEC')
                         FROM(TERMS-RECORD)
                         RIDFLD(TRF-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'TRFFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 4600-SHOW-TERMS-RECORD
                   MOVE 'Terms code added.' TO MESSAGEO
                   PERFORM 5150-CLEAR-OLD-TERMS
                   PERFORM 5200-COPY-NEW-TERMS
                   PERFORM 5000-WRITE-AUDIT-RECORD
               ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                    OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That terms code already exists.'
                     TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       3000-CHANGE-TERMS-RECORD.
      *
           PERFORM 8000-TRF-OPEN.
      *
           MOVE TCODEI TO TRF-TERMS-CODE.
      *
           EXEC CICS
               READ FILE('TRFFEC')
                    INTO(TERMS-RECORD)
                    RIDFLD(TRF-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That terms code does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 5100-COPY-OLD-TERMS
               PERFORM 3100-APPLY-TERMS-CHANGES
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('TRFFEC')
                               FROM(TERMS-RECORD)
                               RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'TRFFEC' TO USG-UPDATED-FILE
                   PERFORM 9720-NOTE-FILE-UPDATE
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       PERFORM 4600-SHOW-TERMS-RECORD
                       MOVE 'Terms code changed.' TO MESSAGEO
                       PERFORM 5200-COPY-NEW-TERMS
                       PERFORM 5000-WRITE-AUDIT-RECORD
                   ELSE
                       PERFORM 9999-HANDLE-ABEND
                   END-IF
               ELSE
                   EXEC CICS
                       UNLOCK FILE('TRFFEC')
                   END-EXEC
               END-IF
           END-IF.
      *
       3100-APPLY-TERMS-CHANGES.
      *
      * A FIELD LEFT BLANK KEEPS WHAT IS ON THE RECORD - ON AN ADD,
      * THE DEFAULTS OF ACTIVE, INVOICE-DATE BASIS AND ZERO DAYS.
           IF TDESCI NOT = SPACE AND LOW-VALUE
               MOVE TDESCI TO TRF-DESCRIPTION
           END-IF.
           IF TSTATI NOT = SPACE AND LOW-VALUE
               MOVE TSTATI TO TRF-STATUS
           END-IF.
           IF BASISI NOT = SPACE AND LOW-VALUE
               MOVE BASISI TO TRF-DUE-BASIS
           END-IF.
           IF CUTOFFI NOT = SPACE AND LOW-VALUE
               MOVE CUTOFFI TO TRF-CUTOFF-DAY
           END-IF.
           IF NETDAYSI NOT = SPACE AND LOW-VALUE
               MOVE NETDAYSI TO TRF-NET-DAYS
           END-IF.
           IF DISCDAYI NOT = SPACE AND LOW-VALUE
               MOVE DISCDAYI TO TRF-DISC-DAYS
           END-IF.
           IF DISCRATEI NOT = SPACE AND LOW-VALUE
               MOVE DISCRATEI TO WS-RATE-DIGITS
               MOVE WS-RATE-DIGITS-R TO TRF-DISC-RATE
           END-IF.
           IF INSTNOI NOT = SPACE AND LOW-VALUE
               MOVE INSTNOI TO TRF-INSTALLMENTS
           END-IF.
           IF INSTDAYI NOT = SPACE AND LOW-VALUE
               MOVE INSTDAYI TO TRF-INSTALL-INTERVAL
           END-IF.
      *
      * THE FIELDS ARE CHECKED TOGETHER ONCE THE RECORD HOLDS THEM,
      * SO A CHANGE TO ONE IS TESTED AGAINST THE OTHERS ON FILE.
           IF TRF-CUTOFF-DAY > ZERO AND NOT TRF-FROM-MONTH-END
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A cutoff day needs basis M (month end).'
                 TO MESSAGEO
           ELSE IF TRF-DISC-RATE > ZERO AND TRF-DISC-DAYS = ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A discount rate needs discount days.'
                 TO MESSAGEO
           ELSE IF TRF-DISC-DAYS > TRF-NET-DAYS
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Discount days cannot exceed net days.'
                 TO MESSAGEO
           ELSE IF TRF-INSTALLMENTS > 1
                   AND TRF-INSTALL-INTERVAL = ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Installments need an interval in days.'
                 TO MESSAGEO
           ELSE
               MOVE WS-CURRENT-DATE TO TRF-UPDATED-DATE
               MOVE EIBOPID         TO TRF-UPDATED-BY
           END-IF.
      *
       4000-DELETE-TERMS-RECORD.
      *
           PERFORM 8000-TRF-OPEN.
      *
           MOVE TCODEI TO TRF-TERMS-CODE.
      *
           EXEC CICS
               READ FILE('TRFFEC')
                    INTO(TERMS-RECORD)
                    RIDFLD(TRF-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That terms code does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 5100-COPY-OLD-TERMS
               PERFORM 5250-CLEAR-NEW-TERMS
      *
               EXEC CICS
                   DELETE FILE('TRFFEC')
                          RIDFLD(TRF-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'TRFFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Terms code deleted.' TO MESSAGEO
                   PERFORM 5000-WRITE-AUDIT-RECORD
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       4500-INQUIRE-TERMS-RECORD.
      *
           PERFORM 8000-TRF-OPEN.
      *
           MOVE TCODEI TO TRF-TERMS-CODE.
      *
           EXEC CICS
               READ FILE('TRFFEC')
                    INTO(TERMS-RECORD)
                    RIDFLD(TRF-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That terms code does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 4600-SHOW-TERMS-RECORD
               MOVE 'Terms code displayed.' TO MESSAGEO
           END-IF.
      *
       4600-SHOW-TERMS-RECORD.
      *
           MOVE TRF-DESCRIPTION      TO TDESCO.
           MOVE TRF-STATUS           TO TSTATO.
           MOVE TRF-DUE-BASIS        TO BASISO.
           MOVE TRF-CUTOFF-DAY       TO CUTOFFO.
           MOVE TRF-NET-DAYS         TO NETDAYSO.
           MOVE TRF-DISC-DAYS        TO DISCDAYO.
           MOVE TRF-DISC-RATE        TO WS-RATE-DIGITS-R.
           MOVE WS-RATE-DIGITS       TO DISCRATEO.
           MOVE TRF-INSTALLMENTS     TO INSTNOO.
           MOVE TRF-INSTALL-INTERVAL TO INSTDAYO.
           MOVE TRF-UPDATED-DATE     TO UDATEO.
           MOVE TRF-UPDATED-BY       TO UPDBYO.
      *
       5000-WRITE-AUDIT-RECORD.
      *
           MOVE TCODEI                     TO TRA-TERMS-CODE.
           MOVE EIBTASKN                   TO TRA-TASK-NUMBER.
           MOVE ACTNI                      TO TRA-ACTION-CODE.
           MOVE EIBOPID                    TO TRA-OPERATOR-ID.
           MOVE WS-CURRENT-DATE            TO TRA-CHANGE-DATE.
           MOVE EIBTIME                    TO TRA-CHANGE-TIME.
      *
           EXEC CICS
               WRITE FILE('TRAUDFEC')
                     FROM(TERMS-AUDIT-RECORD)
                     RIDFLD(TRA-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'TRAUDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       5100-COPY-OLD-TERMS.
      *
           MOVE TRF-STATUS                 TO TRA-OLD-STATUS.
           MOVE TRF-DUE-BASIS              TO TRA-OLD-DUE-BASIS.
           MOVE TRF-CUTOFF-DAY             TO TRA-OLD-CUTOFF-DAY.
           MOVE TRF-NET-DAYS               TO TRA-OLD-NET-DAYS.
           MOVE TRF-DISC-DAYS              TO TRA-OLD-DISC-DAYS.
           MOVE TRF-DISC-RATE              TO TRA-OLD-DISC-RATE.
           MOVE TRF-INSTALLMENTS           TO TRA-OLD-INSTALLMENTS.
           MOVE TRF-INSTALL-INTERVAL       TO TRA-OLD-INSTALL-INTERVAL.
      *
       5150-CLEAR-OLD-TERMS.
      *
           MOVE SPACE TO TRA-OLD-STATUS
                         TRA-OLD-DUE-BASIS.
           MOVE ZERO  TO TRA-OLD-CUTOFF-DAY
                         TRA-OLD-NET-DAYS
                         TRA-OLD-DISC-DAYS
                         TRA-OLD-DISC-RATE
                         TRA-OLD-INSTALLMENTS
                         TRA-OLD-INSTALL-INTERVAL.
      *
       5200-COPY-NEW-TERMS.
      *
           MOVE TRF-STATUS                 TO TRA-NEW-STATUS.
           MOVE TRF-DUE-BASIS              TO TRA-NEW-DUE-BASIS.
           MOVE TRF-CUTOFF-DAY             TO TRA-NEW-CUTOFF-DAY.
           MOVE TRF-NET-DAYS               TO TRA-NEW-NET-DAYS.
           MOVE TRF-DISC-DAYS              TO TRA-NEW-DISC-DAYS.
           MOVE TRF-DISC-RATE              TO TRA-NEW-DISC-RATE.
           MOVE TRF-INSTALLMENTS           TO TRA-NEW-INSTALLMENTS.
           MOVE TRF-INSTALL-INTERVAL       TO TRA-NEW-INSTALL-INTERVAL.
      *
       5250-CLEAR-NEW-TERMS.
      *
           MOVE SPACE TO TRA-NEW-STATUS
                         TRA-NEW-DUE-BASIS.
           MOVE ZERO  TO TRA-NEW-CUTOFF-DAY
                         TRA-NEW-NET-DAYS
                         TRA-NEW-DISC-DAYS
                         TRA-NEW-DISC-RATE
                         TRA-NEW-INSTALLMENTS
                         TRA-NEW-INSTALL-INTERVAL.
      *
       1400-SEND-TERMS-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('TRMMFEC')
                            MAPSET('TRMSFEC')
                            FROM(TRMMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('TRMMFEC')
                            MAPSET('TRMSFEC')
                            FROM(TRMMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('TRMMFEC')
                            MAPSET('TRMSFEC')
                            FROM(TRMMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-TRF-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=TRFFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('TRFFEC')
                   OPENSTATUS(WS-TRF-OPEN-STATUS)
                   ENABLESTATUS(WS-TRF-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-TRF-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=TRFFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('TRFFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-TRF-OPEN
           ELSE IF WS-TRF-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'TRMMNFEC' TO USG-PROGRAM-NAME.
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
