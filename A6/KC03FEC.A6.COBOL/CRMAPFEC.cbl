      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM - PROGRAM-25 IN UUMENFEC.
      *2026-10-15  DAO  CREDIT ROWS WRITTEN TO PAYHFEC CARRY A BLANK
      *                 CURRENCY AND A ZERO FOREIGN AMOUNT.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *
       ENVIRONMENT DIVISION.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
      *
       0000-PROCESS-CREDIT-APPLY.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('CRFE')
                      COMMAREA(COMMUNICATION-AREA)
                           FROM(INVOICE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE RESNM-INV-FILE TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
               REWRITE FILE(RESNM-INV-FILE)
                       FROM(INVOICE-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE RESNM-INV-FILE TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
           MOVE EIBOPID         TO PAYH-OPERATOR-ID.
           MOVE 'N'             TO PAYH-NSF-SW.
           MOVE SPACES          TO PAYH-NSF-DATE.
           MOVE SPACES          TO PAYH-CURRENCY-CODE.
           MOVE ZERO            TO PAYH-FX-AMOUNT.
      *
           MOVE 'N' TO WS-PAYH-WRITTEN-SW.
           PERFORM 5100-WRITE-ONE-PAYH-ROW
                     FROM(PAYMENT-HISTORY-RECORD)
                     RIDFLD(PAYH-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PAYHFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PAYH-WRITTEN-SW
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
           MOVE 'CRMAPFEC' TO USG-PROGRAM-NAME.
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
