      *                 INSTEAD OF MOVING THE RAW PACKED EIBDATE,
      *                 WHICH DE-EDITS TO A JULIAN ORDINAL DIGIT
      *                 STRING, NOT A YYYYMMDD CALENDAR DATE.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *                 ALSO WRAP TWO CREDIT-MEMO MOVES THAT RAN PAST
      *                 COLUMN 72.
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
       0000-PROCESS-INVOICE-VOID.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           IF EIBCALEN NOT < 8
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('VFEC')
                      COMMAREA(COMMUNICATION-AREA)
                           FROM(INVOICE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE RESNM-INV-FILE TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'INVFEC' TO WS-JRN-FILE-ID
           ELSE
               MOVE INV-CUSTOMER-NUMBER  TO WS-CM-CUSTOMER-NUMBER
               MOVE INV-PO-NUMBER        TO WS-CM-PO-NUMBER
               MOVE INV-INVOICE-NUMBER
                 TO WS-CM-ORIGINAL-INVOICE-NUMBER
               COMPUTE WS-CM-ORIGINAL-TOTAL = INV-INVOICE-TOTAL * -1
               COMPUTE WS-CM-ORIGINAL-TAX   = INV-SALES-TAX * -1
      *
               MOVE 'N'                        TO INV-OVERFLOW-SW
               MOVE 'N'                        TO INV-VOID-SW
               MOVE WS-CM-ORIGINAL-INVOICE-NUMBER
                 TO INV-REFERENCE-INVOICE-NUMBER
               MOVE ZERO                       TO INV-PAYMENT-AMOUNT
               MOVE SPACE                      TO INV-PAYMENT-DATE
               MOVE 'N'                        TO INV-PAID-SW
                         RIDFLD(INV-INVOICE-NUMBER)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE RESNM-INV-FILE TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'INVFEC' TO WS-JRN-FILE-ID
                         RIDFLD(CBS-CUSTOMER-NUMBER)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'CBSFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
                           FROM(CUSTOMER-BALANCE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'CBSFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
                     FROM(PENDING-APPROVAL-RECORD)
                     RIDFLD(PND-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PNDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Amount needs approval - queued for supervisor.'
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
           MOVE 'INVVDFEC' TO USG-PROGRAM-NAME.
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
