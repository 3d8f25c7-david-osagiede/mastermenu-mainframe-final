      *                 LITERAL DIRECTLY WHILE EVERY OTHER EXEC CICS
      *                 COMMAND IN THIS PROGRAM ALREADY USED
      *                 RESNM-CMF-FILE.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *                 ALSO KEEP THE ORDER-HISTORY PROMPT TO A SINGLE
      *                 LITERAL.
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       COPY CMFFEC.
      *
      *
       0000-PROCESS-CUSTOMER-INQUIRY.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           IF EIBCALEN > ZERO
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8100-CMF-CLOSE
                   PERFORM 9710-LOG-USAGE
                   EXEC CICS
                       XCTL PROGRAM(RESNM-UUMEN-PGM)
                   END-EXEC
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('IFEC')
                      COMMAREA(COMMUNICATION-AREA)
           PERFORM 7050-CLEAR-ORDER-RESULTS.
      *
           IF CA-CUSTOMER-NUMBER = LOW-VALUE OR SPACE
               MOVE 'Display a customer before viewing order history.'
                 TO MESSAGEO
           ELSE
               MOVE CA-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER
               PERFORM 7100-START-ORDER-BROWSE
      *
           PERFORM 8100-CMF-CLOSE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               XCTL PROGRAM(RESNM-CMMNT-PGM)
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
           MOVE 'CMINQFEC' TO USG-PROGRAM-NAME.
           EXEC CICS
               LINK PROGRAM('USGWRFEC')
                    COMMAREA(USG-COMMAREA)
                    LENGTH(LENGTH OF USG-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
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
