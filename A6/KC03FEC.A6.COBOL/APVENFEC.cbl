      *number and a PO number; the program ties the billed quantity
      *to PO-QTY-ORDERED on the POFEC line and to PO-QTY-RECEIVED
      *(the running total the RCPFEC dock receipts prove), and checks
      *the billed unit price against the PO line's PO-UNIT-COST
      *(PRD-UNIT-COST when the line has none). A voucher that
      *over-bills the order or bills goods never received is refused
      *outright; one whose price drifts past the tolerance is written
      *HELD for the buyer instead of paid blind. A clean voucher
      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM - PROGRAM-19 IN UUMENFEC.
      *2026-10-05  DAO  STAMP APV-VOUCHER-TYPE P ON EVERY VOUCHER SO
      *                 SUPPLIER INVOICES CAN BE TOLD FROM THE RTVENFEC
      *                 DEBIT MEMOS THAT NOW SHARE THE FILE.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *2026-10-15  DAO  PRICE TOLERANCE IS TESTED AGAINST THE MATCHED PO
      *                 LINE'S PO-UNIT-COST, PRD-UNIT-COST ONLY WHEN IT
      *                 HAS NONE, AS VINIMFEC DOES.
      *
       ENVIRONMENT DIVISION.
      *
           05 WS-NO-CNST                      PIC X VALUE 'N'.
           05 WS-END-OF-SESSION-MESSAGE       PIC X(13)
               VALUE 'Session ended'.
      * BILLED PRICE MAY DRIFT THIS FAR FROM THE AGREED COST BEFORE THE
      * VOUCHER IS HELD INSTEAD OF WRITTEN OPEN.
           05 WS-PRICE-TOLERANCE              PIC S9V9(4) VALUE .0500.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
      *
       01  WS-LINE-SUB                     PIC S9(4)  COMP VALUE 0.
       01  WS-PO-HIT-SUB                   PIC S9(4)  COMP VALUE 0.
       01  WS-NEXT-VOUCHER-NUMBER          PIC 9(06)  VALUE 0.
       01  WS-QTY-BILLED                   PIC S9(07) VALUE 0.
       01  WS-UNIT-PRICE                   PIC S9(07)V99 VALUE 0.
       01  WS-COST-LOW                     PIC S9(07)V99 VALUE 0.
       01  WS-COST-HIGH                    PIC S9(07)V99 VALUE 0.
       01  WS-AGREED-COST                  PIC S9(07)V99 VALUE 0.
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       0000-PROCESS-VOUCHER-ENTRY.
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
               RETURN TRANSID('AVFE')
                      COMMAREA(COMMUNICATION-AREA)
      * RECEIVED REFUSES THE VOUCHER ON THE SPOT.
           IF PO-PRODUCT-CODE (WS-LINE-SUB) = PRODCDI
               MOVE 'Y' TO WS-PO-LINE-FOUND-SW
               MOVE WS-LINE-SUB TO WS-PO-HIT-SUB
               IF WS-QTY-BILLED > PO-QTY-ORDERED (WS-LINE-SUB)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Billed quantity exceeds quantity ordered.'
      *
       2300-CHECK-THE-BILLED-PRICE.
      *
      * THE PRICE OF RECORD IS THE COST NEGOTIATED ON THE MATCHED PO
      * LINE, THE SAME TEST VINIMFEC APPLIES TO IMPORTED INVOICES;
      * ONLY A LINE WITH NO COST FALLS BACK TO THE PRODUCT MASTER.
           MOVE 'Y' TO WS-PRICE-IN-LINE-SW.
      *
           EXEC CICS
               MOVE 'That product does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               IF PO-UNIT-COST (WS-PO-HIT-SUB) > ZERO
                   MOVE PO-UNIT-COST (WS-PO-HIT-SUB) TO WS-AGREED-COST
               ELSE
                   MOVE PRD-UNIT-COST TO WS-AGREED-COST
               END-IF
               IF WS-AGREED-COST > ZERO
                   COMPUTE WS-COST-LOW ROUNDED =
                       WS-AGREED-COST * (1 - WS-PRICE-TOLERANCE)
                   COMPUTE WS-COST-HIGH ROUNDED =
                       WS-AGREED-COST * (1 + WS-PRICE-TOLERANCE)
                   IF WS-UNIT-PRICE < WS-COST-LOW
                           OR WS-UNIT-PRICE > WS-COST-HIGH
                       MOVE 'N' TO WS-PRICE-IN-LINE-SW
                   END-IF
               END-IF
           END-IF.
      *
           MOVE ZERO                   TO APV-CHECK-NUMBER.
           MOVE SPACE                  TO APV-PAID-DATE.
           MOVE EIBOPID                TO APV-OPERATOR-ID.
           MOVE 'P'                    TO APV-VOUCHER-TYPE.
      *
           PERFORM 8200-APV-OPEN.
      *
                     FROM(AP-VOUCHER-RECORD)
                     RIDFLD(APV-VOUCHER-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'APVFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE APV-VOUCHER-NUMBER TO VCHNOO
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
           MOVE 'APVENFEC' TO USG-PROGRAM-NAME.
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
