      *menu gates this screen at supervisor level.
      *
      *MOD HISTORY
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *2026-10-11  DAO  A REJECT NOW RELEASES THE COMMITMENT INSTEAD
      *                 OF PUTTING STOCK BACK - ORDER ENTRY NO LONGER
      *                 RELIEVES ON-HAND, SO THE COMMITTED PORTION OF
      *                 EACH LINE COMES OFF PRD-QTY-COMMITTED AT THE
      *                 SHIP LOCATION AND NO LEDGER ROW IS WRITTEN -
      *                 NOTHING PHYSICALLY MOVED.
      *2026-09-02  DAO  A REJECT NOW UNWINDS WHAT CMORDFEC COMMITTED
      *                 AT BOOKING BEFORE THE ORDER GOES TO X: THE
      *                 COMMITTED PORTION OF EACH LINE (ORDERED LESS
               88 WS-BKO-OPEN-88                    VALUE 'Y'.
           05 WS-BKO-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-BKO-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
               88 WS-IS-KIT                         VALUE 'Y'.
           05  WS-KIT-EOF-SW               PIC X    VALUE 'N'.
               88 WS-KIT-EOF                        VALUE 'Y'.
      *
       01  FLAGS.
      *
       01  WS-SHORT-QTY                    PIC S9(07) VALUE 0.
       01  WS-QTY-COMMITTED                PIC S9(09) VALUE 0.
       01  WS-UNWIND-PRODUCT               PIC X(10)  VALUE SPACES.
      *
       COPY OORFEC.
      *
       COPY BKOFEC.
      *
       COPY KITFEC.
      *
       COPY PNDFEC.
      *
      *
       0000-PROCESS-MARGIN-RELEASE.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           IF EIBCALEN NOT = ZERO
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('MHFE')
                      COMMAREA(COMMUNICATION-AREA)
                   MOVE 'E' TO OOR-STATUS
               ELSE
      *            GIVE BACK WHAT THE BOOKING COMMITTED BEFORE THE
      *            ORDER DIES - COMMITMENT AND BACKORDERS.
                   PERFORM 2500-UNWIND-THE-ALLOCATION
                   MOVE 'X' TO OOR-STATUS
               END-IF
                           FROM(OPEN-ORDER-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'OORFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 3000-STAMP-THE-APPROVAL-ROW
      *    MIRROR OF CMORDFEC'S 4100/4110 ALLOCATION, RUN IN
      *    REVERSE. THE COMMITTED PORTION OF EACH LINE IS THE
      *    ORDERED QUANTITY LESS THE BKOFEC SHORT QUANTITY; KIT
      *    PARENTS COMMITTED THEIR KITFEC COMPONENTS INSTEAD. IT
      *    COMES OFF PRD-QTY-COMMITTED - ON-HAND WAS NEVER TOUCHED.
      *    A DROP-SHIP ORDER NEVER COMMITTED STOCK, SO THERE IS
      *    NOTHING TO GIVE BACK.
      *
           IF OOR-IS-DROP-SHIP
               END-EXEC
               PERFORM 8100-PRD-OPEN
               PERFORM 8260-BKO-OPEN
               PERFORM 2510-UNWIND-ONE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 10
       2540-RESTORE-ONE-PRODUCT.
      *
      *    THE BKOFEC ROW (KEYED PRODUCT + ORDER) SAYS HOW MUCH OF
      *    THE GROSS WAS NEVER COMMITTED - ONLY THE DIFFERENCE
      *    IS RELEASED. THE ROW ITSELF COMES OFF SO BKRLFEC STOPS
      *    RELEASING RECEIPTS AGAINST A CANCELLED ORDER.
      *
           MOVE ZERO               TO WS-SHORT-QTY.
                          RIDFLD(BKO-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'BKOFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
               IF WS-QTY-COMMITTED >
                       PRD-QTY-COMMITTED (OOR-SHIP-LOCATION)
                   MOVE ZERO TO PRD-QTY-COMMITTED (OOR-SHIP-LOCATION)
               ELSE
                   SUBTRACT WS-QTY-COMMITTED
                       FROM PRD-QTY-COMMITTED (OOR-SHIP-LOCATION)
               END-IF
               EXEC CICS
                   REWRITE FILE('PRDFEC')
                           FROM(PRD-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PRDFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       3000-STAMP-THE-APPROVAL-ROW.
               REWRITE FILE('PNDFEC')
                       FROM(PENDING-APPROVAL-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PNDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8300-SEND-TERMINATION-MSG.
      *
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
           MOVE 'MRGRLFEC' TO USG-PROGRAM-NAME.
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
