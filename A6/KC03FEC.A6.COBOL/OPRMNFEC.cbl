      *deletes OPRFEC operator records (password, role level, active
      *switch), and action U unlocks an operator the sign-on lockout
      *has frozen - the failed count goes back to zero and the lock
      *switch comes off. A password set here on an add or a change
      *is a reset: its date is left blank, so UUSGNFEC makes the
      *operator choose a password of their own through PWCHGFEC at
      *the next sign-on.
      *
      *MOD HISTORY
      *2026-10-15  DAO  A PASSWORD SET ON ADD OR CHANGE IS A RESET -
      *                 BLANK OPR-PASSWORD-DATE SO THE OPERATOR MUST
      *                 CHANGE IT AT THE NEXT SIGN-ON.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *2026-09-01  DAO  TAKE THE NEW DEPT MAP FIELD ONTO
      *                 OPR-DEPARTMENT ON ADD AND CHANGE, FOR THE
      *                 OPRDYFEC DAILY PRODUCTIVITY ROLLUP.
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
      *
       0000-PROCESS-OPERATOR-MAINT.
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
               RETURN TRANSID('YFEC')
                      COMMAREA(COMMUNICATION-AREA)
           MOVE ZERO TO OPR-FAILED-COUNT.
           MOVE 'N'  TO OPR-LOCKED-SW.
           MOVE DEPTI TO OPR-DEPARTMENT.
           MOVE SPACES TO OPR-PASSWORD-DATE.
           MOVE SPACES TO OPR-LAST-SIGNON-DATE.
      *
           EXEC CICS
               WRITE FILE('OPRFEC')
                     FROM(OPERATOR-RECORD)
                     RIDFLD(OPR-OPERATOR-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'OPRFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Operator added.' TO MESSAGEO
               PERFORM 9999-HANDLE-ABEND
           ELSE
               IF PSWDI NOT = SPACE
                   MOVE PSWDI  TO OPR-PASSWORD
                   MOVE SPACES TO OPR-PASSWORD-DATE
               END-IF
               IF ROLEI NOT = SPACE
                   MOVE ROLEI TO OPR-ROLE-LEVEL
                           FROM(OPERATOR-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'OPRFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Operator changed.' TO MESSAGEO
               DELETE FILE('OPRFEC')
                      RIDFLD(OPERIDI)
                      RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'OPRFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Operator deleted.' TO MESSAGEO
                           FROM(OPERATOR-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'OPRFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Operator unlocked.' TO MESSAGEO
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
           MOVE 'OPRMNFEC' TO USG-PROGRAM-NAME.
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
