      *code field so one screen can add, change, or delete a customer.
      *
      *MOD HISTORY
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *2026-10-15  DAO  EDIT THE TERMS CODE AGAINST THE TRFFEC TERMS
      *                 FILE INSTEAD OF THE COMPILED TRMFEC TABLE AND
      *                 REFUSE AN INACTIVE CODE.
      *2026-10-15  DAO  ADD THE CURRENCY CODE FIELD - THE CURRENCY THE
      *                 CUSTOMER IS INVOICED AND PAYS IN - VALIDATED
      *                 AGAINST THE FXRFEC EXCHANGE RATE FILE. BLANK
      *                 OR USD KEEPS THE ACCOUNT IN BASE CURRENCY.
      *                 CUSTOMER RECORD AND AUDIT IMAGES GROW FROM 294
      *                 TO 297 BYTES.
      *2026-09-02  DAO  VALIDATE A KEYED REP CODE AGAINST THE
      *                 REPFEC SALES REP MASTER, THE WAY POENTFEC
      *                 VALIDATES A VENDOR - THE COMMISSION RUN
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
       01  WS-CURRENT-ABSTIME              PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                 PIC X(08).
      *
       01  WS-AUDIT-BEFORE-IMAGE           PIC X(297).
      *
       COPY CMFFEC.
      *
       COPY TRMFEC.
      *
       COPY TRFFEC.
      *
       COPY CMAUDFEC.
      *
       COPY MNTSFEC.
      *
       COPY REPFEC.
      *
       COPY FXRFEC.
      *
       COPY DFHAID.
      *
      *
       0000-PROCESS-CUSTOMER-MAINTENANCE.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           IF EIBCALEN = LENGTH OF LKUP-COMMAREA
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('MFEC')
                      COMMAREA(COMMUNICATION-AREA)
      *
       1800-XCTL-TO-LOOKUP.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               XCTL PROGRAM('LKUPFEC')
                    COMMAREA(LKUP-COMMAREA)
               PERFORM 1250-EDIT-TERMS-CODE
               IF NOT WS-TERMS-FOUND
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Terms code is not on the terms file.'
                     TO MESSAGEO
               ELSE IF TRF-INACTIVE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Terms code is inactive.' TO MESSAGEO
               END-IF
           END-IF.
      *
           IF REPCDI NOT = SPACE
               PERFORM 1270-EDIT-REP-CODE
           END-IF.
      *
           IF CURRCDI NOT = SPACE AND 'USD'
               PERFORM 1280-EDIT-CURRENCY-CODE
           END-IF.
      *
       1250-EDIT-TERMS-CODE.
      *
           MOVE 'N'  TO WS-TERMS-FOUND-SW.
           MOVE TERMSI TO TRF-TERMS-CODE.
           EXEC CICS
               READ FILE('TRFFEC')
                    INTO(TERMS-RECORD)
                    RIDFLD(TRF-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-TERMS-FOUND-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1270-EDIT-REP-CODE.
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1280-EDIT-CURRENCY-CODE.
      *
      *    A FOREIGN CURRENCY MUST HAVE A RATE ON FXRFEC - SHPCFFEC
      *    CANNOT CONVERT AN INVOICE INTO A CURRENCY WITH NO RATE.
      *
           EXEC CICS
               READ FILE('FXRFEC')
                    INTO(EXCHANGE-RATE-RECORD)
                    RIDFLD(CURRCDI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That currency is not on the exchange rate file.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2000-ADD-CUSTOMER-RECORD.
      *
           ELSE
               MOVE SPACE TO WS-CM-DELIVERY-PREF
           END-IF.
           IF CURRCDI = 'USD'
               MOVE SPACES TO WS-CM-CURRENCY-CODE
           ELSE
               MOVE CURRCDI TO WS-CM-CURRENCY-CODE
           END-IF.
           IF CRHOLDI = SPACE
               MOVE 'N' TO WS-CM-CREDIT-HOLD-SW
           ELSE
                     FROM(WS-CUSTOMER-MASTER-RECORD)
                     RIDFLD(WS-CM-CUSTOMER-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE RESNM-CMF-FILE TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Customer added.' TO MESSAGEO
               IF DLVPRFI NOT = SPACE
                   MOVE DLVPRFI TO WS-CM-DELIVERY-PREF
               END-IF
               IF CURRCDI NOT = SPACE
                   MOVE CURRCDI TO WS-CM-CURRENCY-CODE
               END-IF
               IF WS-CM-CURRENCY-CODE = 'USD'
                   MOVE SPACES TO WS-CM-CURRENCY-CODE
               END-IF
      *
               EXEC CICS
                   REWRITE FILE(RESNM-CMF-FILE)
                           FROM(WS-CUSTOMER-MASTER-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE RESNM-CMF-FILE TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Customer changed.' TO MESSAGEO
                          RIDFLD(CUSTNOI)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE RESNM-CMF-FILE TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'CMFFEC' TO WS-JRN-FILE-ID
                     FROM(CM-AUDIT-RECORD)
                     RIDFLD(AUD-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'CMAUDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
                     FROM(JOURNAL-RECORD)
                     RIDFLD(JRN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'JRNFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-JRN-WRITTEN-SW
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
           MOVE 'CMMNTFEC' TO USG-PROGRAM-NAME.
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
                    ERASE
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
