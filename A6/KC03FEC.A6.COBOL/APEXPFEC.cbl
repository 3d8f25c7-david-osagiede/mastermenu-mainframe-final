       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  APEXPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-06.
      *PROGRAM DESCRIPTION:
      *Non-PO expense voucher entry. Rent, utilities, inbound freight
      *bills and service invoices have no purchase order or product
      *to tie to, so APVENFEC's three-way match cannot take them. The
      *payables clerk keys the vendor, the vendor's invoice number,
      *date and total, and splits the total across up to six GL
      *expense buckets, each a GLMFEC source code validated against
      *the mapping file. The distribution must add up to the invoice
      *total to the penny. The voucher lands on APVFEC as type E
      *under a voucher number from GETINFEC, with one APDFEC
      *distribution row per line carrying the debit account the
      *source pointed to. A voucher under the approval threshold is
      *written open and APCKFEC pays it in the same check run as the
      *PO vouchers; one at or over the threshold is written HELD and
      *queued on PNDFEC as action E for a supervisor to release or
      *reject through APPRVFEC, the same queue large voids use.
      *
      *MOD HISTORY
      *2026-10-06  DAO  ORIGINAL PROGRAM - PROGRAM-36 IN UUMENFEC.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-CONSTANTS.
           05 WS-YES-CNST                     PIC X VALUE 'Y'.
           05 WS-NO-CNST                      PIC X VALUE 'N'.
           05 WS-END-OF-SESSION-MESSAGE       PIC X(13)
               VALUE 'Session ended'.
      *
       01 WS-VND-FILE-STATUS-INFO.
           05 WS-VND-OPEN                     PIC X.
               88 WS-VND-OPEN-88                    VALUE 'Y'.
               88 WS-VND-CLOSED-88                  VALUE 'Y'.
           05 WS-VND-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-VND-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-GLM-FILE-STATUS-INFO.
           05 WS-GLM-OPEN                     PIC X.
               88 WS-GLM-OPEN-88                    VALUE 'Y'.
               88 WS-GLM-CLOSED-88                  VALUE 'Y'.
           05 WS-GLM-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-GLM-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-APV-FILE-STATUS-INFO.
           05 WS-APV-OPEN                     PIC X.
               88 WS-APV-OPEN-88                    VALUE 'Y'.
               88 WS-APV-CLOSED-88                  VALUE 'Y'.
           05 WS-APV-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-APV-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-APD-FILE-STATUS-INFO.
           05 WS-APD-OPEN                     PIC X.
               88 WS-APD-OPEN-88                    VALUE 'Y'.
               88 WS-APD-CLOSED-88                  VALUE 'Y'.
           05 WS-APD-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-APD-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-PND-FILE-STATUS-INFO.
           05 WS-PND-OPEN                     PIC X.
               88 WS-PND-OPEN-88                    VALUE 'Y'.
               88 WS-PND-CLOSED-88                  VALUE 'Y'.
           05 WS-PND-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PND-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X    VALUE 'Y'.
               88 VALID-DATA                        VALUE 'Y'.
           05  WS-NEEDS-APPROVAL-SW        PIC X    VALUE 'N'.
               88 WS-NEEDS-APPROVAL                 VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X.
               88  SEND-ERASE                       VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
       01  COMMUNICATION-AREA              PIC X.
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
      *
      * AN EXPENSE VOUCHER AT OR ABOVE THIS AMOUNT WAITS FOR A
      * SUPERVISOR ON THE PNDFEC QUEUE BEFORE THE CHECK RUN SEES IT.
       01  WS-APPROVAL-THRESHOLD           PIC S9(07)V99
                                           VALUE 2500.00.
      *
       01  WS-LINE-SUB                     PIC S9(4)  COMP VALUE 0.
       01  WS-DIST-LINE-CNT                PIC S9(4)  COMP VALUE 0.
       01  WS-NEXT-VOUCHER-NUMBER          PIC 9(06)  VALUE 0.
       01  WS-INVOICE-AMOUNT               PIC S9(07)V99 VALUE 0.
       01  WS-DIST-TOTAL                   PIC S9(09)V99 VALUE 0.
      *
      * ONE SLOT PER MAP LINE - THE AMOUNT FROM THE EDIT AND THE
      * DEBIT ACCOUNT FROM THE GLMFEC ROW THE LINE WAS CHECKED AGAINST.
       01  WS-DIST-TABLE.
           05  WS-DIST-ENTRY OCCURS 6 TIMES.
               10  WS-DIST-AMOUNT          PIC S9(07)V99.
               10  WS-DIST-ACCOUNT         PIC X(10).
      *
       01  WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                  PIC X(08).
      *
       COPY VNDFEC.
      *
       COPY GLMFEC.
      *
       COPY APVFEC.
      *
       COPY APDFEC.
      *
       COPY PNDFEC.
      *
       COPY GETINCOM.
      *
       COPY APXSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-EXPENSE-VOUCHER.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO APXMFECO
                   MOVE 'AXFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-EXPENSE-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO APXMFECO
                   MOVE 'AXFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-EXPENSE-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-EXPENSE-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO APXMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-EXPENSE-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('AXFE')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       0050-GET-RESOURCE-NAMES.
      *
           EXEC CICS
               LINK PROGRAM('GETRSFEC')
                    COMMAREA(RESNM-COMMAREA)
                    LENGTH(LENGTH OF RESNM-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
       1000-PROCESS-EXPENSE-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-EXPENSE-MAP.
           PERFORM 1200-EDIT-EXPENSE-DATA.
           IF VALID-DATA
               PERFORM 2000-VALIDATE-AGAINST-FILES
           END-IF.
           IF VALID-DATA
               PERFORM 3000-WRITE-EXPENSE-VOUCHER
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-EXPENSE-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-EXPENSE-MAP
           END-IF.
      *
       1100-RECEIVE-EXPENSE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('APXMFEC')
                       MAPSET('APXSFEC')
                       INTO(APXMFECI)
           END-EXEC.
      *
       1200-EDIT-EXPENSE-DATA.
      *
           IF VENDNOL = ZERO OR VENDNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a vendor number.' TO MESSAGEO
           END-IF.
      *
           IF VINVNOL = ZERO OR VINVNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter the vendor invoice number.'
                 TO MESSAGEO
           END-IF.
      *
           IF VINVDTI NOT = SPACE AND VINVDTI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Invoice date must be YYYYMMDD.' TO MESSAGEO
           END-IF.
      *
           IF INVAMTL = ZERO OR INVAMTI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter the invoice total.' TO MESSAGEO
           ELSE IF INVAMTI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Invoice total must be numeric.' TO MESSAGEO
           ELSE
               MOVE INVAMTI TO WS-INVOICE-AMOUNT
               IF WS-INVOICE-AMOUNT NOT > ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Invoice total must be greater than zero.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           MOVE ZERO TO WS-DIST-LINE-CNT.
           MOVE ZERO TO WS-DIST-TOTAL.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 1210-EDIT-ONE-DIST-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 6.
      *
           IF VALID-DATA
               IF WS-DIST-LINE-CNT = ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Key at least one GL distribution line.'
                     TO MESSAGEO
               ELSE IF WS-DIST-TOTAL NOT = WS-INVOICE-AMOUNT
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Distribution lines do not add up to the total.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
       1210-EDIT-ONE-DIST-LINE.
      *
           MOVE ZERO   TO WS-DIST-AMOUNT (WS-LINE-SUB).
           MOVE SPACES TO WS-DIST-ACCOUNT (WS-LINE-SUB).
      *
           IF GLSRCI (WS-LINE-SUB) = SPACE
               IF GLAMTI (WS-LINE-SUB) NOT = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A distribution amount needs a GL source code.'
                     TO MESSAGEO
               END-IF
           ELSE IF GLAMTI (WS-LINE-SUB) = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A distribution line needs an amount.' TO MESSAGEO
           ELSE IF GLAMTI (WS-LINE-SUB) NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A distribution amount must be numeric.'
                 TO MESSAGEO
           ELSE
               MOVE GLAMTI (WS-LINE-SUB) TO WS-DIST-AMOUNT (WS-LINE-SUB)
               IF WS-DIST-AMOUNT (WS-LINE-SUB) NOT > ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A distribution amount must be over zero.'
                     TO MESSAGEO
               ELSE
                   ADD 1 TO WS-DIST-LINE-CNT
                   ADD WS-DIST-AMOUNT (WS-LINE-SUB) TO WS-DIST-TOTAL
               END-IF
           END-IF.
      *
       2000-VALIDATE-AGAINST-FILES.
      *
           PERFORM 2100-EDIT-THE-VENDOR.
           IF VALID-DATA
               MOVE ZERO TO WS-LINE-SUB
               PERFORM 2200-EDIT-ONE-GL-SOURCE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 6
                      OR NOT VALID-DATA
           END-IF.
      *
       2100-EDIT-THE-VENDOR.
      *
           PERFORM 8000-VND-OPEN.
      *
           EXEC CICS
               READ FILE('VNDFEC')
                    INTO(VENDOR-RECORD)
                    RIDFLD(VENDNOI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That vendor is not on the vendor master.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF VND-STATUS-INACTIVE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That vendor is inactive.' TO MESSAGEO
           ELSE
               MOVE VND-VENDOR-NAME TO VENDORO
           END-IF.
      *
       2200-EDIT-ONE-GL-SOURCE.
      *
      * THE SOURCE CODE MUST BE ON THE GLMFEC MAPPING FILE AND CARRY A
      * DEBIT ACCOUNT - THAT ACCOUNT IS THE EXPENSE THE LINE CHARGES.
           IF GLSRCI (WS-LINE-SUB) NOT = SPACE
               PERFORM 8100-GLM-OPEN
               MOVE GLSRCI (WS-LINE-SUB) TO GLM-SOURCE-CODE
               EXEC CICS
                   READ FILE('GLMFEC')
                        INTO(GL-MAP-RECORD)
                        RIDFLD(GLM-KEY)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That GL source code is not on file.'
                     TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE IF GLM-DEBIT-ACCOUNT = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That GL source code has no debit account.'
                     TO MESSAGEO
               ELSE
                   MOVE GLM-DESCRIPTION   TO GLDESCO (WS-LINE-SUB)
                   MOVE GLM-DEBIT-ACCOUNT
                     TO WS-DIST-ACCOUNT (WS-LINE-SUB)
               END-IF
           END-IF.
      *
       3000-WRITE-EXPENSE-VOUCHER.
      *
           PERFORM 3100-GET-VOUCHER-NUMBER.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           IF WS-INVOICE-AMOUNT NOT < WS-APPROVAL-THRESHOLD
               MOVE 'Y' TO WS-NEEDS-APPROVAL-SW
           ELSE
               MOVE 'N' TO WS-NEEDS-APPROVAL-SW
           END-IF.
      *
      * NO PO OR PRODUCT TO MATCH - THE VOUCHER IS ONE UNIT AT THE
      * INVOICE TOTAL, AND THE MATCH SWITCH STAYS N.
           MOVE SPACE                  TO AP-VOUCHER-RECORD.
           MOVE WS-NEXT-VOUCHER-NUMBER TO APV-VOUCHER-NUMBER.
           MOVE VENDNOI                TO APV-VENDOR-NUMBER.
           MOVE VINVNOI                TO APV-VENDOR-INVOICE.
           MOVE ZERO                   TO APV-PO-NUMBER.
           MOVE SPACES                 TO APV-PRODUCT-CODE.
           MOVE 1                      TO APV-QTY-BILLED.
           MOVE WS-INVOICE-AMOUNT      TO APV-UNIT-PRICE.
           MOVE WS-INVOICE-AMOUNT      TO APV-AMOUNT.
           IF VINVDTI = SPACE
               MOVE WS-CURRENT-DATE TO APV-INVOICE-DATE
           ELSE
               MOVE VINVDTI         TO APV-INVOICE-DATE
           END-IF.
           MOVE WS-CURRENT-DATE        TO APV-ENTRY-DATE.
           IF WS-NEEDS-APPROVAL
               MOVE 'H' TO APV-STATUS
           ELSE
               MOVE 'O' TO APV-STATUS
           END-IF.
           MOVE 'N'                    TO APV-MATCH-SW.
           MOVE ZERO                   TO APV-CHECK-NUMBER.
           MOVE SPACE                  TO APV-PAID-DATE.
           MOVE EIBOPID                TO APV-OPERATOR-ID.
           MOVE 'E'                    TO APV-VOUCHER-TYPE.
      *
           PERFORM 8200-APV-OPEN.
      *
           EXEC CICS
               WRITE FILE('APVFEC')
                     FROM(AP-VOUCHER-RECORD)
                     RIDFLD(APV-VOUCHER-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'APVFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE ZERO TO WS-DIST-LINE-CNT.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 3200-WRITE-ONE-DIST-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 6.
      *
           IF WS-NEEDS-APPROVAL
               PERFORM 3300-QUEUE-FOR-APPROVAL
           END-IF.
      *
           MOVE APV-VOUCHER-NUMBER TO VCHNOO.
           IF WS-NEEDS-APPROVAL
               MOVE 'Voucher HELD - queued for supervisor approval.'
                 TO MESSAGEO
           ELSE
               MOVE 'Expense voucher written open for the check run.'
                 TO MESSAGEO
           END-IF.
      *
       3100-GET-VOUCHER-NUMBER.
      *
           MOVE ZERO   TO WS-NEXT-VOUCHER-NUMBER.
           MOVE 'I'    TO GETIN-FUNCTION.
           MOVE ZERO   TO GETIN-INVOICE-NUMBER.
           MOVE SPACES TO GETIN-RETURN-REASON.
           MOVE 'V'    TO GETIN-NUMBER-TYPE.
      *
           EXEC CICS
               LINK PROGRAM('GETINFEC')
                    COMMAREA(GETIN-COMMAREA)
                    LENGTH(LENGTH OF GETIN-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           MOVE GETIN-INVOICE-NUMBER TO WS-NEXT-VOUCHER-NUMBER.
      *
       3200-WRITE-ONE-DIST-LINE.
      *
           IF GLSRCI (WS-LINE-SUB) NOT = SPACE
               ADD 1 TO WS-DIST-LINE-CNT
               MOVE SPACE                 TO AP-DISTRIBUTION-RECORD
               MOVE APV-VOUCHER-NUMBER    TO APD-VOUCHER-NUMBER
               MOVE WS-DIST-LINE-CNT      TO APD-LINE-NUMBER
               MOVE GLSRCI (WS-LINE-SUB)  TO APD-GL-SOURCE-CODE
               MOVE WS-DIST-ACCOUNT (WS-LINE-SUB) TO APD-GL-ACCOUNT
               MOVE WS-DIST-AMOUNT (WS-LINE-SUB)  TO APD-AMOUNT
               MOVE VENDNOI               TO APD-VENDOR-NUMBER
               MOVE WS-CURRENT-DATE       TO APD-ENTRY-DATE
               PERFORM 8400-APD-OPEN
               EXEC CICS
                   WRITE FILE('APDFEC')
                         FROM(AP-DISTRIBUTION-RECORD)
                         RIDFLD(APD-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'APDFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       3300-QUEUE-FOR-APPROVAL.
      *
           MOVE SPACE              TO PENDING-APPROVAL-RECORD.
           MOVE APV-VOUCHER-NUMBER TO PND-INVOICE-NUMBER.
           MOVE EIBTASKN           TO PND-TASK-NUMBER.
           MOVE 'E'                TO PND-ACTION-CODE.
           MOVE SPACES             TO PND-REASON-CODE.
           MOVE APV-AMOUNT         TO PND-AMOUNT.
           MOVE EIBOPID            TO PND-REQUEST-OPERATOR.
           MOVE WS-CURRENT-DATE    TO PND-REQUEST-DATE.
           MOVE EIBTIME            TO PND-REQUEST-TIME.
           MOVE 'P'                TO PND-STATUS.
           MOVE SPACES             TO PND-DECISION-OPERATOR
                                      PND-DECISION-DATE
                                      PND-DECISION-TIME.
      *
           PERFORM 8500-PND-OPEN.
      *
           EXEC CICS
               WRITE FILE('PNDFEC')
                     FROM(PENDING-APPROVAL-RECORD)
                     RIDFLD(PND-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PNDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-EXPENSE-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('APXMFEC')
                            MAPSET('APXSFEC')
                            FROM(APXMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('APXMFEC')
                            MAPSET('APXSFEC')
                            FROM(APXMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('APXMFEC')
                            MAPSET('APXSFEC')
                            FROM(APXMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-VND-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=VNDFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('VNDFEC')
                   OPENSTATUS(WS-VND-OPEN-STATUS)
                   ENABLESTATUS(WS-VND-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-VND-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=VNDFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('VNDFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-VND-OPEN
           ELSE IF WS-VND-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-GLM-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=GLMFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('GLMFEC')
                   OPENSTATUS(WS-GLM-OPEN-STATUS)
                   ENABLESTATUS(WS-GLM-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-GLM-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=GLMFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('GLMFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-GLM-OPEN
           ELSE IF WS-GLM-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8200-APV-OPEN.
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
       8300-SEND-TERMINATION-MSG.
      *
           EXEC CICS
               SEND TEXT FROM(WS-END-OF-SESSION-MESSAGE)
                    ERASE
                    FREEKB
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
      *
       8400-APD-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=APDFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('APDFEC')
                   OPENSTATUS(WS-APD-OPEN-STATUS)
                   ENABLESTATUS(WS-APD-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-APD-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=APDFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('APDFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-APD-OPEN
           ELSE IF WS-APD-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8500-PND-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=PNDFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('PNDFEC')
                   OPENSTATUS(WS-PND-OPEN-STATUS)
                   ENABLESTATUS(WS-PND-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-PND-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=PNDFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('PNDFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-PND-OPEN
           ELSE IF WS-PND-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
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
           MOVE 'APEXPFEC' TO USG-PROGRAM-NAME.
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
           MOVE WS-HA-EXEC-TEXT TO WS-HA-HANDLE-ABEND-MSG.
      *
           EXEC CICS
                SEND TEXT FROM(WS-HA-HANDLE-ABEND-MSG)
                    FREEKB
                    ERASE
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
      *
