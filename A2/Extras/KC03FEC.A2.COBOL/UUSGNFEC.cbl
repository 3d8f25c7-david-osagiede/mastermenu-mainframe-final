      *                 OPRMNFEC. THE COMMAREA NOW CARRIES THE ROLE
      *                 LEVEL FORWARD FOR UUMENFEC'S PER-OPTION
      *                 AUTHORITY CHECK.
      *2026-10-15  DAO  STAMP OPR-LAST-SIGNON-DATE ON EVERY GOOD
      *                 SIGN-ON. A PASSWORD THAT IS BLANK-DATED (NEW
      *                 OR RESET ID) OR OLDER THAN THE PWPFEC MAXIMUM
      *                 AGE SENDS THE OPERATOR TO PWCHGFEC TO CHANGE
      *                 IT BEFORE THE MENU IS REACHED.
      *2026-10-15  DAO  A GOOD SIGN-ON GOES TO RDULSFEC, WHICH LISTS
      *                 THE OPERATOR'S UNREAD DISTRIBUTED REPORTS AND
      *                 PASSES ON TO UUMENFEC.
      *
       ENVIRONMENT DIVISION.
      *
               88  VALID-DATA              VALUE 'Y'.
           05  VALID-OPERATOR-SW           PIC X(01) VALUE 'N'.
               88  VALID-OPERATOR          VALUE 'Y'.
           05  PASSWORD-EXPIRED-SW         PIC X(01) VALUE 'N'.
               88  PASSWORD-EXPIRED        VALUE 'Y'.
      *
       01  FLAGS.
      *
      *
       01  WS-CURRENT-ABSTIME          PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE             PIC X(08).
      *
      * PASSWORD MAXIMUM AGE - 90 DAYS UNLESS THE PWPFEC POLICY
      * RECORD SAYS OTHERWISE. A PASSWORD DATED BEFORE THE CUTOFF
      * (TODAY LESS THE MAXIMUM AGE) HAS EXPIRED.
       01  WS-MAX-AGE-DAYS             PIC 9(03) VALUE 90.
       01  WS-CUTOFF-ABSTIME           PIC S9(15) COMP-3.
       01  WS-EXPIRY-CUTOFF-DATE       PIC X(08).
       01  WS-MSEC-PER-DAY             PIC S9(09) COMP-3
                                       VALUE 86400000.
      *
       COPY OPRFEC.
      *
       COPY PWPFEC.
      *
       COPY SGNLGFEC.
      *
           05  CA-SIGNED-ON-SW             PIC X(01).
               88  CA-SIGNED-ON                VALUE 'Y'.
           05  CA-OPERATOR-ROLE            PIC 9(01).
           05  CA-PASSWORD-FORCED-SW       PIC X(01).
               88  CA-PASSWORD-FORCED          VALUE 'Y'.
      *
       COPY SGNSFEC.
      *
               MOVE OPERIDI TO CA-OPERATOR-ID
               MOVE OPR-ROLE-LEVEL TO CA-OPERATOR-ROLE
               SET CA-SIGNED-ON TO TRUE
               IF PASSWORD-EXPIRED
                   SET CA-PASSWORD-FORCED TO TRUE
                   EXEC CICS
                       XCTL PROGRAM('PWCHGFEC')
                            COMMAREA(COMMUNICATION-AREA)
                   END-EXEC
               ELSE
                   MOVE 'N' TO CA-PASSWORD-FORCED-SW
                   EXEC CICS
                       XCTL PROGRAM('RDULSFEC')
                            COMMAREA(COMMUNICATION-AREA)
                   END-EXEC
               END-IF
           END-IF.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 1400-SEND-SIGNON-MAP.
               END-EXEC
           ELSE
               MOVE ZERO TO OPR-FAILED-COUNT
               PERFORM 2250-CHECK-PASSWORD-AGE
               EXEC CICS
                   REWRITE FILE('OPRFEC')
                           FROM(OPERATOR-RECORD)
               END-EXEC
               SET VALID-OPERATOR TO TRUE
           END-IF.
      *
       2250-CHECK-PASSWORD-AGE.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
           MOVE WS-CURRENT-DATE TO OPR-LAST-SIGNON-DATE.
      *
           MOVE ZERO TO PWP-RECORD-KEY.
           EXEC CICS
               READ FILE('PWPFEC')
                    INTO(PASSWORD-POLICY-RECORD)
                    RIDFLD(PWP-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PWP-MAX-AGE-DAYS TO WS-MAX-AGE-DAYS
           END-IF.
      *
           MOVE 'N' TO PASSWORD-EXPIRED-SW.
           IF OPR-PASSWORD-RESET
               SET PASSWORD-EXPIRED TO TRUE
           ELSE IF WS-MAX-AGE-DAYS > ZERO
               COMPUTE WS-CUTOFF-ABSTIME =
                   WS-CURRENT-ABSTIME
                 - WS-MAX-AGE-DAYS * WS-MSEC-PER-DAY
               EXEC CICS
                   FORMATTIME ABSTIME(WS-CUTOFF-ABSTIME)
                              YYYYMMDD(WS-EXPIRY-CUTOFF-DATE)
               END-EXEC
               IF OPR-PASSWORD-DATE < WS-EXPIRY-CUTOFF-DATE
                   SET PASSWORD-EXPIRED TO TRUE
               END-IF
           END-IF.
