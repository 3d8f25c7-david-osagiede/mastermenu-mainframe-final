      *
      *MOD HISTORY
      *2026-09-02  DAO  ORIGINAL PROGRAM - PROGRAM-30 IN UUMENFEC.
      *2026-10-15  DAO  KEY THE CARRIER SERVICE TYPE (L FOR LTL, P OR
      *                 BLANK FOR PARCEL) SO SHPCFFEC KNOWS WHEN A
      *                 RELEASE NEEDS A BILL OF LADING.
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
       0000-PROCESS-CARRIER-MAINT.
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
               RETURN TRANSID('CAFE')
                      COMMAREA(COMMUNICATION-AREA)
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF SVCTYPI NOT = SPACE AND LOW-VALUE AND 'L' AND 'P'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Service type must be L (LTL) or P (parcel).'
                 TO MESSAGEO
           END-IF.
      *
       2000-ADD-CARRIER-RECORD.
      *
           COMPUTE CAR-RATE-PER-CWT = WS-RATE-IN / 100.
           MOVE MINCHGI TO WS-MIN-IN.
           COMPUTE CAR-MINIMUM-CHARGE = WS-MIN-IN / 100.
           IF SVCTYPI = 'L'
               MOVE 'L' TO CAR-SERVICE-TYPE
           ELSE
               MOVE 'P' TO CAR-SERVICE-TYPE
           END-IF.
      *
           EXEC CICS
               WRITE FILE('CARFEC')
                     FROM(CARRIER-RATE-RECORD)
                     RIDFLD(CAR-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'CARFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Carrier rate added.' TO MESSAGEO
                   MOVE MINCHGI TO WS-MIN-IN
                   COMPUTE CAR-MINIMUM-CHARGE = WS-MIN-IN / 100
               END-IF
               IF SVCTYPI = 'L' OR 'P'
                   MOVE SVCTYPI TO CAR-SERVICE-TYPE
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('CARFEC')
                           FROM(CARRIER-RATE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'CARFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Carrier rate changed.' TO MESSAGEO
                          RIDFLD(CAR-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'CARFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Carrier rate deleted.' TO MESSAGEO
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
           MOVE 'CARMNFEC' TO USG-PROGRAM-NAME.
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
