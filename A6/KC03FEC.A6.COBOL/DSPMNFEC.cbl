       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  DSPMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online maintenance of disputed invoice balances (deductions)
      *on the DSPFEC file, in the action-code style of RSTMNFEC. The
      *invoice number is the key; every action shows the invoice's
      *customer, name, and open balance with the dispute as it now
      *stands. I inquires. A opens a dispute for an amount (keyed as
      *nine digits in cents) up to the invoice's open balance, with
      *a reason code (PR pricing, SH shortage, DM damage, PM promotion
      *or allowance, RT return not credited, OT other), an owner (the
      *signed-on operator when none is keyed), and notes. C changes
      *the amount, reason, owner, or notes of an open dispute. M
      *resolves it by a credit memo - keyed, it must be a credit memo
      *(negative total) of the same customer that is not void - and
      *R resolves it by reinstating the amount to collectible. While
      *a dispute is open the batch dunning, finance charge, write-
      *off, credit hold, and worklist runs leave the disputed amount
      *alone. A memo still carrying an open credit must then be netted
      *against the invoice with CRMAPFEC as usual.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-50 IN UUMENFEC.
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
       01 WS-DSP-FILE-STATUS-INFO.
           05 WS-DSP-OPEN                     PIC X.
               88 WS-DSP-OPEN-88                    VALUE 'Y'.
               88 WS-DSP-CLOSED-88                  VALUE 'Y'.
           05 WS-DSP-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-DSP-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-INV-FILE-STATUS-INFO.
           05 WS-INV-OPEN                     PIC X.
               88 WS-INV-OPEN-88                    VALUE 'Y'.
               88 WS-INV-CLOSED-88                  VALUE 'Y'.
           05 WS-INV-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-INV-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CMF-FILE-STATUS-INFO.
           05 WS-CMF-OPEN                     PIC X.
               88 WS-CMF-OPEN-88                    VALUE 'Y'.
               88 WS-CMF-CLOSED-88                  VALUE 'Y'.
           05 WS-CMF-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CMF-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CURRENT-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE                  PIC X(08).
       01 WS-OPERATOR-ID                   PIC X(08).
       01 WS-AMOUNT-IN                     PIC 9(09) VALUE 0.
       01 WS-DISPUTED-AMOUNT               PIC S9(07)V99 VALUE 0.
       01 WS-INVOICE-OPEN-BALANCE          PIC S9(07)V99 VALUE 0.
       01 WS-INVOICE-CUSTOMER              PIC X(06) VALUE SPACES.
       01 WS-OPEN-BALANCE-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01 WS-REASON-IN                     PIC X(02) VALUE SPACES.
           88 WS-REASON-VALID                   VALUE 'PR' 'SH' 'DM'
                                                      'PM' 'RT' 'OT'.
      *
      * THE DISPUTE AS IT STANDS, AS SHOWN ON THE SCREEN.
       01 WS-DISPUTE-STATUS-LINE.
           05 WS-DS-STATUS                 PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-DS-DATE                   PIC X(08).
           05 FILLER                       PIC X(04) VALUE ' BY '.
           05 WS-DS-OPERATOR               PIC X(08).
           05 FILLER                       PIC X(05) VALUE ' AMT '.
           05 WS-DS-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
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
      *
           05  DISPUTE-FOUND-SW            PIC X    VALUE 'N'.
               88 DISPUTE-FOUND                     VALUE 'Y'.
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
       COPY DSPFEC.
      *
       COPY INVOICE.
      *
       COPY CMFFEC.
      *
       COPY DSPSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-DISPUTE-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO DSPMFECO
                   MOVE 'DPFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-DISPUTE-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO DSPMFECO
                   MOVE 'DPFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-DISPUTE-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-DISPUTE-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO DSPMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-DISPUTE-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('DPFE')
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
       1000-PROCESS-DISPUTE-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-DISPUTE-MAP.
           PERFORM 1200-EDIT-DISPUTE-DATA.
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-OPEN-DISPUTE
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-DISPUTE
                   WHEN ACTNI = 'M'
                       PERFORM 4000-RESOLVE-BY-CREDIT-MEMO
                   WHEN ACTNI = 'R'
                       PERFORM 5000-REINSTATE-TO-COLLECTIBLE
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               PERFORM 1500-SHOW-THE-DISPUTE
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-DISPUTE-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-DISPUTE-MAP
           END-IF.
      *
       1100-RECEIVE-DISPUTE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('DSPMFEC')
                       MAPSET('DSPSFEC')
                       INTO(DSPMFECI)
           END-EXEC.
      *
       1200-EDIT-DISPUTE-DATA.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
           MOVE EIBOPID TO WS-OPERATOR-ID.
      *
           IF       ACTNL = ZERO
                 OR ACTNI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter I, A, C, M, or R.' TO MESSAGEO
           ELSE IF ACTNI NOT = 'I' AND 'A' AND 'C' AND 'M' AND 'R'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Action must be I, A, C, M, or R.' TO MESSAGEO
           END-IF.
      *
           IF       INVNOL = ZERO
                 OR INVNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter an invoice number.' TO MESSAGEO
           ELSE IF INVNOI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Invoice number must be 6 digits.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'A'
               IF DAMTI = SPACE OR LOW-VALUE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the disputed amount.'
                     TO MESSAGEO
               END-IF
               IF REASONI = SPACE OR LOW-VALUE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter a reason code.' TO MESSAGEO
               END-IF
           END-IF.
      *
           IF DAMTI NOT = SPACE AND LOW-VALUE
               IF DAMTI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Amount must be 9 digits in cents.'
                     TO MESSAGEO
               ELSE
                   MOVE DAMTI TO WS-AMOUNT-IN
                   COMPUTE WS-DISPUTED-AMOUNT = WS-AMOUNT-IN / 100
                   IF WS-DISPUTED-AMOUNT NOT > ZERO
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'Amount must be greater than zero.'
                         TO MESSAGEO
                   END-IF
               END-IF
           END-IF.
      *
           IF REASONI NOT = SPACE AND LOW-VALUE
               MOVE REASONI TO WS-REASON-IN
               IF NOT WS-REASON-VALID
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Reason must be PR, SH, DM, PM, RT, or OT.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'M'
               IF MEMONOI = SPACE OR LOW-VALUE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the credit memo number.'
                     TO MESSAGEO
               ELSE
                   IF MEMONOI NOT NUMERIC
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'Credit memo number must be 6 digits.'
                         TO MESSAGEO
                   END-IF
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1210-EDIT-THE-INVOICE
           END-IF.
           IF VALID-DATA
               PERFORM 1250-READ-THE-DISPUTE
           END-IF.
      *
      *    EVERY ACTION SHOWS THE INVOICE BEHIND THE DISPUTE.
       1210-EDIT-THE-INVOICE.
      *
           PERFORM 8200-INV-OPEN.
      *
           EXEC CICS
               READ FILE(RESNM-INV-FILE)
                    INTO(INVOICE-RECORD)
                    RIDFLD(INVNOI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That invoice does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               MOVE INV-CUSTOMER-NUMBER  TO WS-INVOICE-CUSTOMER
               MOVE INV-OPEN-BALANCE     TO WS-INVOICE-OPEN-BALANCE
               MOVE INV-CUSTOMER-NUMBER  TO CUSTNOO
               MOVE INV-OPEN-BALANCE     TO WS-OPEN-BALANCE-EDIT
               MOVE WS-OPEN-BALANCE-EDIT TO OPENBALO
               PERFORM 1220-SHOW-CUSTOMER-NAME
           END-IF.
      *
       1220-SHOW-CUSTOMER-NAME.
      *
           PERFORM 8100-CMF-OPEN.
      *
           EXEC CICS
               READ FILE(RESNM-CMF-FILE)
                    INTO(WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(WS-INVOICE-CUSTOMER)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-CM-LAST-NAME TO CNAMEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACES TO CNAMEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1250-READ-THE-DISPUTE.
      *
           PERFORM 8000-DSP-OPEN.
      *
           MOVE INVNOI TO DSP-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('DSPFEC')
                    INTO(DISPUTE-RECORD)
                    RIDFLD(DSP-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO DISPUTE-FOUND-SW
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO DISPUTE-FOUND-SW
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           IF ACTNI = 'I' AND NOT DISPUTE-FOUND
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'No dispute on file for that invoice.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'C' OR 'M' OR 'R'
               PERFORM 1260-EDIT-DISPUTE-IS-OPEN
           END-IF.
      *
       1260-EDIT-DISPUTE-IS-OPEN.
      *
           IF NOT DISPUTE-FOUND
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'No dispute on file for that invoice.' TO MESSAGEO
           ELSE IF NOT DSP-STATUS-OPEN
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That dispute is already resolved.' TO MESSAGEO
           END-IF.
      *
       1400-SEND-DISPUTE-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('DSPMFEC')
                            MAPSET('DSPSFEC')
                            FROM(DSPMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('DSPMFEC')
                            MAPSET('DSPSFEC')
                            FROM(DSPMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('DSPMFEC')
                            MAPSET('DSPSFEC')
                            FROM(DSPMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
      *    THE DISPUTE AS IT NOW STANDS - THE AMOUNT GOES BACK IN THE
      *    SAME NINE-DIGIT CENTS FORM IT IS KEYED IN.
       1500-SHOW-THE-DISPUTE.
      *
           COMPUTE WS-AMOUNT-IN = DSP-DISPUTED-AMOUNT * 100.
           MOVE WS-AMOUNT-IN        TO DAMTO.
           MOVE DSP-REASON-CODE     TO REASONO.
           MOVE DSP-OWNER           TO OWNERO.
           MOVE DSP-NOTES           TO NOTESO.
           IF DSP-CREDIT-MEMO-NUMBER = ZERO
               MOVE SPACES                 TO MEMONOO
           ELSE
               MOVE DSP-CREDIT-MEMO-NUMBER TO MEMONOO
           END-IF.
      *
           MOVE DSP-DISPUTED-AMOUNT TO WS-DS-AMOUNT.
           IF DSP-STATUS-OPEN
               MOVE 'OPEN'            TO WS-DS-STATUS
               MOVE DSP-OPENED-DATE   TO WS-DS-DATE
               MOVE DSP-OPENED-BY     TO WS-DS-OPERATOR
           ELSE
               PERFORM 1510-SHOW-THE-RESOLUTION
           END-IF.
           MOVE WS-DISPUTE-STATUS-LINE TO DSTATO.
      *
           IF ACTNI = 'I' AND DSP-STATUS-OPEN
               MOVE 'Dispute is open - held out of collection.'
                 TO MESSAGEO
           ELSE IF ACTNI = 'I'
               MOVE 'Dispute is resolved.' TO MESSAGEO
           END-IF.
      *
       1510-SHOW-THE-RESOLUTION.
      *
           IF DSP-STATUS-CREDITED
               MOVE 'CREDITED'   TO WS-DS-STATUS
           ELSE IF DSP-STATUS-REINSTATED
               MOVE 'REINSTATED' TO WS-DS-STATUS
           ELSE
               MOVE SPACES       TO WS-DS-STATUS
           END-IF.
           MOVE DSP-RESOLVED-DATE TO WS-DS-DATE.
           MOVE DSP-RESOLVED-BY   TO WS-DS-OPERATOR.
      *
      *    ONLY AN OPEN, UNPAID, NON-VOID INVOICE CAN BE DISPUTED, AND
      *    NEVER FOR MORE THAN IS STILL OPEN ON IT. A RESOLVED DISPUTE
      *    ON THE SAME INVOICE IS WRITTEN OVER.
       2000-OPEN-DISPUTE.
      *
           IF DISPUTE-FOUND AND DSP-STATUS-OPEN
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That invoice already has an open dispute.'
                 TO MESSAGEO
           ELSE IF INV-IS-VOID
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That invoice is void.' TO MESSAGEO
           ELSE IF INV-INVOICE-TOTAL < ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A credit memo cannot be disputed.' TO MESSAGEO
           ELSE IF INV-IS-PAID OR INV-OPEN-BALANCE NOT > ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That invoice has no open balance.' TO MESSAGEO
           ELSE IF WS-DISPUTED-AMOUNT > INV-OPEN-BALANCE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Amount cannot exceed the open balance.'
                 TO MESSAGEO
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2100-WRITE-THE-DISPUTE
           END-IF.
      *
       2100-WRITE-THE-DISPUTE.
      *
           IF DISPUTE-FOUND
               EXEC CICS
                   READ FILE('DSPFEC')
                        INTO(DISPUTE-RECORD)
                        RIDFLD(DSP-KEY)
                        UPDATE
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
           MOVE SPACE                TO DISPUTE-RECORD.
           MOVE INVNOI               TO DSP-INVOICE-NUMBER.
           MOVE WS-INVOICE-CUSTOMER  TO DSP-CUSTOMER-NUMBER.
           MOVE WS-DISPUTED-AMOUNT   TO DSP-DISPUTED-AMOUNT.
           MOVE WS-REASON-IN         TO DSP-REASON-CODE.
           IF OWNERI = SPACE OR LOW-VALUE
               MOVE WS-OPERATOR-ID   TO DSP-OWNER
           ELSE
               MOVE OWNERI           TO DSP-OWNER
           END-IF.
           MOVE 'O'                  TO DSP-STATUS.
           MOVE WS-CURRENT-DATE      TO DSP-OPENED-DATE.
           MOVE WS-OPERATOR-ID       TO DSP-OPENED-BY.
           MOVE ZERO                 TO DSP-CREDIT-MEMO-NUMBER.
           IF NOTESL NOT = ZERO AND NOTESI NOT = LOW-VALUE
               MOVE NOTESI           TO DSP-NOTES
           END-IF.
      *
           IF DISPUTE-FOUND
               EXEC CICS
                   REWRITE FILE('DSPFEC')
                           FROM(DISPUTE-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'DSPFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
           ELSE
               EXEC CICS
                   WRITE FILE('DSPFEC')
                         FROM(DISPUTE-RECORD)
                         RIDFLD(DSP-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'DSPFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
           END-IF.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO DISPUTE-FOUND-SW
               MOVE 'Dispute opened - held out of collection.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That invoice already has a dispute.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       3000-CHANGE-DISPUTE.
      *
           IF       DAMTI NOT = SPACE AND LOW-VALUE
                AND WS-DISPUTED-AMOUNT > WS-INVOICE-OPEN-BALANCE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Amount cannot exceed the open balance.'
                 TO MESSAGEO
           END-IF.
      *
           IF VALID-DATA
               PERFORM 3100-REWRITE-THE-CHANGE
           END-IF.
      *
       3100-REWRITE-THE-CHANGE.
      *
           PERFORM 6000-READ-DISPUTE-FOR-UPDATE.
      *
           IF DAMTI NOT = SPACE AND LOW-VALUE
               MOVE WS-DISPUTED-AMOUNT TO DSP-DISPUTED-AMOUNT
           END-IF.
           IF REASONI NOT = SPACE AND LOW-VALUE
               MOVE WS-REASON-IN       TO DSP-REASON-CODE
           END-IF.
           IF OWNERI NOT = SPACE AND LOW-VALUE
               MOVE OWNERI             TO DSP-OWNER
           END-IF.
           IF NOTESL NOT = ZERO AND NOTESI NOT = LOW-VALUE
               MOVE NOTESI             TO DSP-NOTES
           END-IF.
      *
           PERFORM 6100-REWRITE-THE-DISPUTE.
           MOVE 'Dispute changed.' TO MESSAGEO.
      *
      *    THE MEMO MUST BE A REAL CREDIT (NEGATIVE TOTAL, NOT VOID)
      *    TO THE SAME CUSTOMER. ONE STILL CARRYING AN OPEN CREDIT HAS
      *    NOT BEEN NETTED AGAINST THE INVOICE YET - SAY SO.
       4000-RESOLVE-BY-CREDIT-MEMO.
      *
           EXEC CICS
               READ FILE(RESNM-INV-FILE)
                    INTO(INVOICE-RECORD)
                    RIDFLD(MEMONOI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That credit memo does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF INV-IS-VOID
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That credit memo is void.' TO MESSAGEO
           ELSE IF INV-INVOICE-TOTAL NOT < ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That is not a credit memo.' TO MESSAGEO
           ELSE IF INV-CUSTOMER-NUMBER NOT = WS-INVOICE-CUSTOMER
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Credit memo and invoice customers differ.'
                 TO MESSAGEO
           END-IF.
      *
           IF VALID-DATA
               PERFORM 6000-READ-DISPUTE-FOR-UPDATE
               MOVE 'C'             TO DSP-STATUS
               MOVE WS-CURRENT-DATE TO DSP-RESOLVED-DATE
               MOVE WS-OPERATOR-ID  TO DSP-RESOLVED-BY
               MOVE MEMONOI         TO DSP-CREDIT-MEMO-NUMBER
               IF NOTESL NOT = ZERO AND NOTESI NOT = LOW-VALUE
                   MOVE NOTESI      TO DSP-NOTES
               END-IF
               PERFORM 6100-REWRITE-THE-DISPUTE
               IF INV-OPEN-BALANCE < ZERO
                   MOVE 'Resolved - net the memo against it in CRFE.'
                     TO MESSAGEO
               ELSE
                   MOVE 'Dispute resolved by credit memo.' TO MESSAGEO
               END-IF
           END-IF.
      *
       5000-REINSTATE-TO-COLLECTIBLE.
      *
           PERFORM 6000-READ-DISPUTE-FOR-UPDATE.
      *
           MOVE 'R'             TO DSP-STATUS.
           MOVE WS-CURRENT-DATE TO DSP-RESOLVED-DATE.
           MOVE WS-OPERATOR-ID  TO DSP-RESOLVED-BY.
           IF NOTESL NOT = ZERO AND NOTESI NOT = LOW-VALUE
               MOVE NOTESI      TO DSP-NOTES
           END-IF.
      *
           PERFORM 6100-REWRITE-THE-DISPUTE.
           MOVE 'Dispute reinstated to collectible.' TO MESSAGEO.
      *
       6000-READ-DISPUTE-FOR-UPDATE.
      *
           MOVE INVNOI TO DSP-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('DSPFEC')
                    INTO(DISPUTE-RECORD)
                    RIDFLD(DSP-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       6100-REWRITE-THE-DISPUTE.
      *
           EXEC CICS
               REWRITE FILE('DSPFEC')
                       FROM(DISPUTE-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'DSPFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8000-DSP-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=DSPFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('DSPFEC')
                   OPENSTATUS(WS-DSP-OPEN-STATUS)
                   ENABLESTATUS(WS-DSP-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-DSP-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=DSPFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('DSPFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-DSP-OPEN
           ELSE IF WS-DSP-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-CMF-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=CMFFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE(RESNM-CMF-FILE)
                   OPENSTATUS(WS-CMF-OPEN-STATUS)
                   ENABLESTATUS(WS-CMF-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-CMF-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=CMFFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE(RESNM-CMF-FILE) OPEN
               END-EXEC
               MOVE 'Y' TO WS-CMF-OPEN
           ELSE IF WS-CMF-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8200-INV-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=INVFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE(RESNM-INV-FILE)
                   OPENSTATUS(WS-INV-OPEN-STATUS)
                   ENABLESTATUS(WS-INV-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-INV-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=INVFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE(RESNM-INV-FILE) OPEN
               END-EXEC
               MOVE 'Y' TO WS-INV-OPEN
           ELSE IF WS-INV-OPEN-STATUS = DFHVALUE(OPEN)
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
       9700-START-USAGE.
      *
           EXEC CICS
               ASKTIME ABSTIME(USG-START-ABSTIME)
           END-EXEC.
           MOVE SPACES TO USG-FILE-LIST.
      *
       9710-LOG-USAGE.
      *
           MOVE 'DSPMNFEC' TO USG-PROGRAM-NAME.
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
