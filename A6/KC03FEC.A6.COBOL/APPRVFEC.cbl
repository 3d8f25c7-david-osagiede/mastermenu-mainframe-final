      *
      *MOD HISTORY
      *2026-08-22  DAO  ORIGINAL PROGRAM - PROGRAM-14 IN UUMENFEC.
      *2026-10-06  DAO  DECIDE ACTION E - A NON-PO EXPENSE VOUCHER
      *                 APEXPFEC HELD OVER ITS THRESHOLD. APPROVAL
      *                 RELEASES THE APVFEC VOUCHER TO STATUS O FOR
      *                 THE CHECK RUN; REJECTION MARKS IT STATUS X SO
      *                 IT IS NEVER PAID.
      *2026-10-12  DAO  DECIDE ACTION J - AN INVENTORY ADJUSTMENT
      *                 ADJENFEC HELD OVER ITS THRESHOLD. APPROVAL
      *                 POSTS IT TO THE PRODUCT UNDER READ UPDATE,
      *                 WRITES THE TYPE-A MOVEMENT ROW AND MARKS THE
      *                 ADJFEC ROW A; REJECTION MARKS IT R AND NO
      *                 STOCK MOVES.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *
       ENVIRONMENT DIVISION.
      *
               88 WS-CBS-CLOSED-88                  VALUE 'Y'.
           05 WS-CBS-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CBS-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-APV-FILE-STATUS-INFO.
           05 WS-APV-OPEN                     PIC X.
               88 WS-APV-OPEN-88                    VALUE 'Y'.
               88 WS-APV-CLOSED-88                  VALUE 'Y'.
           05 WS-APV-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-APV-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-ADJ-FILE-STATUS-INFO.
           05 WS-ADJ-OPEN                     PIC X.
               88 WS-ADJ-OPEN-88                    VALUE 'Y'.
               88 WS-ADJ-CLOSED-88                  VALUE 'Y'.
           05 WS-ADJ-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-ADJ-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PRD-FILE-STATUS-INFO.
           05 WS-PRD-OPEN                     PIC X.
               88 WS-PRD-OPEN-88                    VALUE 'Y'.
               88 WS-PRD-CLOSED-88                  VALUE 'Y'.
           05 WS-PRD-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PRD-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-MOV-FILE-STATUS-INFO.
           05 WS-MOV-OPEN                     PIC X.
               88 WS-MOV-OPEN-88                    VALUE 'Y'.
               88 WS-MOV-CLOSED-88                  VALUE 'Y'.
           05 WS-MOV-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-MOV-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
       COPY INVOICE.
      *
       COPY CBSFEC.
      *
       COPY APVFEC.
      *
       COPY ADJFEC.
      *
       COPY PRDFEC.
      *
       COPY INVMVFEC.
      *
       01  WS-MOV-WRITTEN-SW               PIC X VALUE 'N'.
           88  WS-MOV-WRITTEN                   VALUE 'Y'.
      *
       COPY JRNFEC.
      *
      *
       0000-PROCESS-APPROVAL-QUEUE.
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
               RETURN TRANSID('BFEC')
                      COMMAREA(COMMUNICATION-AREA)
           IF VALID-DATA
               IF ACTNI = 'A'
                   PERFORM 3000-APPLY-THE-REQUEST
               ELSE IF PND-ACTION-EXPENSE-VOUCHER
                   PERFORM 3800-REJECT-EXPENSE-VOUCHER
               ELSE IF PND-ACTION-INV-ADJUSTMENT
                   PERFORM 3950-REJECT-INV-ADJUSTMENT
               END-IF
           END-IF.
      *
           IF ACTNI = 'A'
               MOVE 'A' TO PND-STATUS
               MOVE 'Request approved and applied.' TO MESSAGEO
           ELSE IF PND-ACTION-EXPENSE-VOUCHER
               MOVE 'R' TO PND-STATUS
               MOVE 'Request rejected - voucher will not be paid.'
                 TO MESSAGEO
           ELSE IF PND-ACTION-INV-ADJUSTMENT
               MOVE 'R' TO PND-STATUS
               MOVE 'Request rejected - no stock was moved.'
                 TO MESSAGEO
           ELSE
               MOVE 'R' TO PND-STATUS
               MOVE 'Request rejected - invoice untouched.'
               REWRITE FILE('PNDFEC')
                       FROM(PENDING-APPROVAL-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PNDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
      *
           IF PND-ACTION-VOID
               PERFORM 3100-APPLY-THE-VOID
           ELSE IF PND-ACTION-EXPENSE-VOUCHER
               PERFORM 3700-RELEASE-EXPENSE-VOUCHER
           ELSE IF PND-ACTION-INV-ADJUSTMENT
               PERFORM 3900-POST-INV-ADJUSTMENT
           ELSE
               PERFORM 3500-APPLY-THE-CREDIT-MEMO
           END-IF.
                           FROM(INVOICE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE RESNM-INV-FILE TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'INVFEC' TO WS-JRN-FILE-ID
                         RIDFLD(INV-INVOICE-NUMBER)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE RESNM-INV-FILE TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'INVFEC' TO WS-JRN-FILE-ID
           END-IF.
      *
           MOVE GETIN-INVOICE-NUMBER TO WS-NEXT-INVOICE-NUMBER.
      *
       3700-RELEASE-EXPENSE-VOUCHER.
      *
      * PND-INVOICE-NUMBER CARRIES THE APVFEC VOUCHER NUMBER FOR AN
      * EXPENSE VOUCHER. RELEASED TO STATUS O, THE NEXT APCKFEC CHECK
      * RUN PICKS IT UP WITH THE PO VOUCHERS.
           PERFORM 3750-READ-HELD-VOUCHER.
      *
           IF VALID-DATA
               MOVE 'O' TO APV-STATUS
               PERFORM 3760-REWRITE-THE-VOUCHER
           END-IF.
      *
       3750-READ-HELD-VOUCHER.
      *
           PERFORM 8600-APV-OPEN.
      *
           EXEC CICS
               READ FILE('APVFEC')
                    INTO(AP-VOUCHER-RECORD)
                    RIDFLD(PND-INVOICE-NUMBER)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That voucher no longer exists.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF NOT APV-STATUS-HELD
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That voucher is no longer held.' TO MESSAGEO
           END-IF.
      *
       3760-REWRITE-THE-VOUCHER.
      *
           EXEC CICS
               REWRITE FILE('APVFEC')
                       FROM(AP-VOUCHER-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'APVFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'APVFEC' TO WS-JRN-FILE-ID
               MOVE 'R'      TO WS-JRN-OPERATION
               MOVE SPACES   TO JRN-IMAGE
               MOVE AP-VOUCHER-RECORD TO JRN-IMAGE
               PERFORM 7000-WRITE-JOURNAL-ROW
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3800-REJECT-EXPENSE-VOUCHER.
      *
           PERFORM 3750-READ-HELD-VOUCHER.
      *
           IF VALID-DATA
               MOVE 'X' TO APV-STATUS
               PERFORM 3760-REWRITE-THE-VOUCHER
           END-IF.
      *
       3900-POST-INV-ADJUSTMENT.
      *
      * PND-INVOICE-NUMBER CARRIES THE ADJFEC ADJUSTMENT NUMBER. THE
      * STOCK MAY HAVE MOVED SINCE THE CLERK KEYED IT, SO A DECREASE
      * IS CHECKED AGAIN AGAINST THE LOCATION BEFORE IT POSTS.
           PERFORM 3910-READ-HELD-ADJUSTMENT.
      *
           IF VALID-DATA
               PERFORM 8800-PRD-OPEN
               EXEC CICS
                   READ FILE('PRDFEC')
                        INTO(PRD-RECORD)
                        RIDFLD(ADJ-PRODUCT-CODE)
                        UPDATE
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That product no longer exists.' TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE IF PRD-QTY-LOCATION (ADJ-LOCATION) + ADJ-QUANTITY
                       < ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Stock has moved - location would go negative.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF VALID-DATA
               ADD ADJ-QUANTITY TO PRD-QTY-LOCATION (ADJ-LOCATION)
               ADD ADJ-QUANTITY TO PRD-QUANTITY-ON-HAND
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
               PERFORM 6100-WRITE-MOVEMENT-ROW
               MOVE 'A'             TO ADJ-STATUS
               MOVE WS-CURRENT-DATE TO ADJ-POSTED-DATE
               PERFORM 3920-REWRITE-THE-ADJUSTMENT
           END-IF.
      *
       3910-READ-HELD-ADJUSTMENT.
      *
           PERFORM 8700-ADJ-OPEN.
      *
           EXEC CICS
               READ FILE('ADJFEC')
                    INTO(INVENTORY-ADJUSTMENT-RECORD)
                    RIDFLD(PND-INVOICE-NUMBER)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That adjustment no longer exists.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF NOT ADJ-STATUS-PENDING
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That adjustment is no longer pending.' TO MESSAGEO
           END-IF.
      *
       3920-REWRITE-THE-ADJUSTMENT.
      *
           MOVE CA-OPERATOR-ID TO ADJ-DECISION-OPERATOR.
      *
           EXEC CICS
               REWRITE FILE('ADJFEC')
                       FROM(INVENTORY-ADJUSTMENT-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'ADJFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3950-REJECT-INV-ADJUSTMENT.
      *
           PERFORM 3910-READ-HELD-ADJUSTMENT.
      *
           IF VALID-DATA
               MOVE 'R' TO ADJ-STATUS
               PERFORM 3920-REWRITE-THE-ADJUSTMENT
           END-IF.
      *
       6000-UPDATE-CBS-BALANCE.
      *
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
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       6100-WRITE-MOVEMENT-ROW.
      *
           PERFORM 8900-MOV-OPEN.
      *
           MOVE SPACE             TO MOVEMENT-RECORD.
           MOVE ADJ-PRODUCT-CODE  TO MOV-PRODUCT-CODE.
           MOVE WS-CURRENT-DATE   TO MOV-MOVEMENT-DATE.
           MOVE EIBTIME           TO MOV-MOVEMENT-TIME.
           MOVE EIBTASKN          TO MOV-TASK-NUMBER.
           MOVE 1                 TO MOV-LINE-SEQ.
           MOVE 'A'               TO MOV-TYPE.
           MOVE ADJ-QUANTITY      TO MOV-QUANTITY.
           MOVE CA-OPERATOR-ID    TO MOV-OPERATOR-ID.
           MOVE ADJ-REASON-CODE   TO MOV-ADJ-REASON-CODE.
           MOVE '-'               TO MOV-ADJ-SEPARATOR.
           MOVE ADJ-ADJUSTMENT-NUMBER TO MOV-ADJ-NUMBER.
      *
           MOVE 'N' TO WS-MOV-WRITTEN-SW.
           PERFORM 6105-WRITE-ONE-MOVEMENT-ROW
               UNTIL WS-MOV-WRITTEN
                  OR MOV-LINE-SEQ > 99.
      *
       6105-WRITE-ONE-MOVEMENT-ROW.
      *
           EXEC CICS
               WRITE FILE('INVMVFEC')
                     FROM(MOVEMENT-RECORD)
                     RIDFLD(MOV-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'INVMVFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-MOV-WRITTEN-SW
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                OR WS-RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO MOV-LINE-SEQ
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-APPROVAL-MAP.
      *
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8600-APV-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=APVFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('APVFEC')
                   OPENSTATUS(WS-APV-OPEN-STATUS)
                   ENABLESTATUS(WS-APV-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-APV-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=APVFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('APVFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-APV-OPEN
           ELSE IF WS-APV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8700-ADJ-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=ADJFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('ADJFEC')
                   OPENSTATUS(WS-ADJ-OPEN-STATUS)
                   ENABLESTATUS(WS-ADJ-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-ADJ-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=ADJFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('ADJFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-ADJ-OPEN
           ELSE IF WS-ADJ-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8800-PRD-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=PRDFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('PRDFEC')
                   OPENSTATUS(WS-PRD-OPEN-STATUS)
                   ENABLESTATUS(WS-PRD-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-PRD-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=PRDFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('PRDFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-PRD-OPEN
           ELSE IF WS-PRD-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8900-MOV-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=INVMVFEC'               TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('INVMVFEC')
                   OPENSTATUS(WS-MOV-OPEN-STATUS)
                   ENABLESTATUS(WS-MOV-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-MOV-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=INVMVFEC'           TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('INVMVFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-MOV-OPEN
           ELSE IF WS-MOV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
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
                     FROM(JOURNAL-RECORD)
                     RIDFLD(JRN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'JRNFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-JRN-WRITTEN-SW
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
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
           MOVE 'APPRVFEC' TO USG-PROGRAM-NAME.
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
