      *INV-PAID-SW when the balance is paid off.
      *
      *MOD HISTORY
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *2026-10-15  DAO  READ THE DISCOUNT TERMS FROM THE TRFFEC TERMS
      *                 FILE INSTEAD OF THE COMPILED TRMFEC TABLE; A
      *                 MONTH-END CODE COUNTS ITS DISCOUNT DAYS FROM
      *                 THE END OF THE INVOICE MONTH.
      *2026-10-15  DAO  TAKE PAYMENTS ON FOREIGN-CURRENCY INVOICES (ONE
      *                 WITH AN IFXFEC ROW) IN THE CUSTOMER'S CURRENCY.
      *                 THE INVOICE IS RELIEVED IN BASE AT ITS BOOKED
      *                 RATE, ANY EXCESS GOES ON ACCOUNT AT TODAY'S
      *                 FXRFEC RATE, AND THE DIFFERENCE IS LOGGED AS A
      *                 TYPE X REALIZED GAIN/LOSS PAYHFEC ROW FOR
      *                 INVGLFEC. THE TYPE P ROW CARRIES THE CURRENCY
      *                 AND FOREIGN AMOUNT. ON-ACCOUNT MONEY FROM A
      *                 FOREIGN CUSTOMER IS CONVERTED AT TODAY'S RATE.
      *                 FOREIGN ACCOUNTS ARE NOT TAKEN BY CARD.
      *                 PAYMENT HISTORY GROWS 61 TO 75 BYTES.
      *2026-10-15  DAO  TAKE CARD PAYMENTS: TYPE K WITH THE PROCESSOR
      *                 TOKEN, LAST FOUR DIGITS AND AUTHORIZATION CODE
      *                 FROM THE CARD TERMINAL. THE PAYHFEC ROW IS TYPE
      *                 K WITH THE MASKED CARD IN THE CHECK NUMBER, AND
      *                 THE FULL CHARGE IS CAPTURED ON CCPFEC FOR THE
      *                 NIGHTLY CCSTLFEC SETTLEMENT.
      *2026-09-01  DAO  DATE EVERY ON-ACCOUNT POSTING: BOTH THE
      *                 OVERPAYMENT EXCESS AND THE ON-ACCOUNT-ONLY
      *                 PATHS NOW WRITE AN OACFEC DETAIL ROW SO THE
      *
       01 WS-PAYH-WRITTEN-SW                  PIC X VALUE 'N'.
           88 WS-PAYH-WRITTEN                       VALUE 'Y'.
      *
       01 WS-IFX-FILE-STATUS-INFO.
           05 WS-IFX-OPEN                     PIC X.
               88 WS-IFX-OPEN-88                    VALUE 'Y'.
               88 WS-IFX-CLOSED-88                  VALUE 'Y'.
           05 WS-IFX-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-IFX-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CCP-FILE-STATUS-INFO.
           05 WS-CCP-OPEN                     PIC X.
               88 WS-CCP-OPEN-88                    VALUE 'Y'.
               88 WS-CCP-CLOSED-88                  VALUE 'Y'.
           05 WS-CCP-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CCP-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
       01  WS-PAYH-AMOUNT                  PIC S9(07)V99 VALUE 0.
       01  WS-EXCESS-AMOUNT                PIC S9(07)V99 VALUE 0.
      *
      * A PAYMENT AGAINST A FOREIGN-CURRENCY INVOICE (ONE WITH AN
      * IFXFEC ROW) IS KEYED IN THAT CURRENCY. WS-PAYMENT-AMOUNT
      * BECOMES ITS BASE EQUIVALENT; THE FOREIGN FIGURES ARE KEPT HERE.
       01  WS-FOREIGN-PAYMENT-SW           PIC X(01) VALUE 'N'.
           88  WS-FOREIGN-PAYMENT               VALUE 'Y'.
       01  WS-FX-PAYMENT-AMOUNT            PIC S9(09)V99 VALUE 0.
       01  WS-FX-OPEN-BALANCE              PIC S9(09)V99 VALUE 0.
       01  WS-FX-APPLIED-AMOUNT            PIC S9(09)V99 VALUE 0.
       01  WS-FX-GAIN-LOSS                 PIC S9(07)V99 VALUE 0.
       01  WS-FX-MESSAGE.
           05  FILLER                      PIC X(18)
               VALUE 'Payment posted in '.
           05  WS-FX-MESSAGE-CURRENCY      PIC X(03) VALUE SPACES.
           05  FILLER                      PIC X(01) VALUE '.'.
      *
      * A CARD PAYMENT (TYPE K) KEEPS THE FULL CHARGE FOR CCPFEC EVEN
      * WHEN PART OF IT GOES ON ACCOUNT AND WS-PAYMENT-AMOUNT SHRINKS.
       01  WS-CARD-PAYMENT-SW              PIC X(01) VALUE 'N'.
           88  WS-CARD-PAYMENT                  VALUE 'Y'.
       01  WS-CARD-AMOUNT                  PIC S9(07)V99 VALUE 0.
       01  WS-CARD-INVOICE-NUMBER          PIC 9(06) VALUE 0.
       01  WS-CARD-PAYMENT-SEQ             PIC 9(04) VALUE 0.
       01  WS-CARD-CUSTOMER-NUMBER         PIC X(06) VALUE SPACES.
       01  WS-MASKED-CARD.
           05  FILLER                      PIC X(06) VALUE '******'.
           05  WS-MASKED-LAST-FOUR         PIC X(04) VALUE SPACES.
      *
      * TODAY AND THE INVOICE DATE AS 30/360 ORDINALS SO THE DISCOUNT
      * WINDOW CAN BE MEASURED THE SAME WAY INVARFEC MEASURES AGING.
       01  WS-TODAY-DATE-GROUP.
       COPY CMFFEC.
      *
       COPY TRMFEC.
      *
       COPY TRFFEC.
      *
       COPY PAYHFEC.
      *
       COPY CCPFEC.
      *
       COPY FXRFEC.
      *
       COPY IFXFEC.
      *
       COPY PERFEC.
      *
      *
       0000-PROCESS-INVOICE-PAYMENT.
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
               RETURN TRANSID('PFEC')
                      COMMAREA(COMMUNICATION-AREA)
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF PAYTYPEL = ZERO OR PAYTYPEI = SPACE OR PAYTYPEI = 'C'
               MOVE 'N' TO WS-CARD-PAYMENT-SW
           ELSE IF PAYTYPEI = 'K'
               MOVE 'Y' TO WS-CARD-PAYMENT-SW
               PERFORM 1250-EDIT-CARD-DATA
           ELSE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Payment type must be C (check) or K (card).'
                 TO MESSAGEO
           END-IF.
      *
       1250-EDIT-CARD-DATA.
      *
      * THE CARD NUMBER NEVER REACHES THIS SCREEN - THE TERMINAL
      * HANDS BACK THE PROCESSOR TOKEN, THE LAST FOUR DIGITS, AND
      * THE AUTHORIZATION CODE, AND THAT IS ALL WE KEEP.
           IF CTOKENL = ZERO OR CTOKENI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Enter the processor token from the card terminal.'
                 TO MESSAGEO
           ELSE IF CLAST4L NOT = 4 OR CLAST4I NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Enter the last four digits of the card.'
                 TO MESSAGEO
           ELSE IF CAUTHL = ZERO OR CAUTHI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Enter the card authorization code.' TO MESSAGEO
           ELSE
               MOVE WS-PAYMENT-AMOUNT TO WS-CARD-AMOUNT
               MOVE CLAST4I           TO WS-MASKED-LAST-FOUR
           END-IF.
      *
       2000-POST-PAYMENT-RECORD.
      *
               MOVE 'You cannot post a payment to a void invoice.'
                 TO MESSAGEO
           ELSE
               PERFORM 2040-CHECK-INVOICE-CURRENCY
               IF VALID-DATA
                   PERFORM 2035-APPLY-TO-THE-INVOICE
               END-IF
           END-IF.
      *
       2035-APPLY-TO-THE-INVOICE.
      *
           ADD WS-PAYMENT-AMOUNT TO INV-PAYMENT-AMOUNT.
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
           MOVE WS-CURRENT-DATE  TO INV-PAYMENT-DATE.
           PERFORM 2050-APPLY-TERMS-DISCOUNT.
           COMPUTE INV-OPEN-BALANCE =
               INV-INVOICE-TOTAL + INV-SALES-TAX
                                 + INV-FREIGHT-AMOUNT
                                 - INV-PAYMENT-AMOUNT
                                 - INV-DISCOUNT-AMOUNT.
           IF INV-OPEN-BALANCE < ZERO
               PERFORM 2200-MOVE-EXCESS-ON-ACCOUNT
           END-IF.
           IF INV-OPEN-BALANCE NOT > ZERO
               MOVE 'Y' TO INV-PAID-SW
           ELSE
               MOVE 'N' TO INV-PAID-SW
           END-IF.
      *
           EXEC CICS
               REWRITE FILE(RESNM-INV-FILE)
                       FROM(INVOICE-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE RESNM-INV-FILE TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'INVFEC' TO WS-JRN-FILE-ID
               MOVE 'R'      TO WS-JRN-OPERATION
               MOVE SPACES   TO JRN-IMAGE
               MOVE INVOICE-RECORD TO JRN-IMAGE
               PERFORM 7000-WRITE-JOURNAL-ROW
               PERFORM 2100-WRITE-PAYMENT-HISTORY
               COMPUTE WS-CBS-DELTA =
                   (WS-PAYMENT-AMOUNT + WS-DISCOUNT-AMOUNT) * -1
               PERFORM 2400-UPDATE-CBS-BALANCE
               IF WS-CARD-PAYMENT
                   MOVE INV-INVOICE-NUMBER
                     TO WS-CARD-INVOICE-NUMBER
                   MOVE INV-CUSTOMER-NUMBER
                     TO WS-CARD-CUSTOMER-NUMBER
                   PERFORM 2500-WRITE-CARD-CAPTURE
               END-IF
               MOVE INV-CUSTOMER-NUMBER TO CUSTNOO
               IF WS-FOREIGN-PAYMENT
                   PERFORM 2048-SHOW-FOREIGN-AMOUNTS
               ELSE
                   MOVE INV-INVOICE-TOTAL   TO WS-INVTOTAL-EDIT
                   MOVE WS-INVTOTAL-EDIT    TO INVTOTALO
                   MOVE INV-OPEN-BALANCE    TO WS-OPENBAL-EDIT
                   MOVE WS-OPENBAL-EDIT     TO OPENBALO
                   MOVE 'Payment posted.'   TO MESSAGEO
               END-IF
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2040-CHECK-INVOICE-CURRENCY.
      *
      * AN INVOICE WITH AN IFXFEC ROW WAS BILLED IN THE CUSTOMER'S
      * CURRENCY, SO THE AMOUNT KEYED IS IN THAT CURRENCY TOO. THE
      * CARD PROCESSOR SETTLES ONLY IN BASE DOLLARS, SO A FOREIGN
      * INVOICE IS NOT TAKEN BY CARD.
           MOVE 'N' TO WS-FOREIGN-PAYMENT-SW.
      *
           PERFORM 8700-IFX-OPEN.
      *
           EXEC CICS
               READ FILE('IFXFEC')
                    INTO(INVOICE-CURRENCY-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF WS-CARD-PAYMENT
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A foreign-currency invoice cannot be paid by card.'
                 TO MESSAGEO
           ELSE
               PERFORM 2042-READ-TODAYS-RATE
           END-IF.
      *
       2042-READ-TODAYS-RATE.
      *
           EXEC CICS
               READ FILE('FXRFEC')
                    INTO(EXCHANGE-RATE-RECORD)
                    RIDFLD(IFX-CURRENCY-CODE)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'No exchange rate is on file for that currency.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF FXR-RATE = ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'The exchange rate on file is zero.' TO MESSAGEO
           ELSE
               MOVE 'Y' TO WS-FOREIGN-PAYMENT-SW
               PERFORM 2044-CONVERT-TO-BASE
           END-IF.
      *
       2044-CONVERT-TO-BASE.
      *
      * THE INVOICE IS RELIEVED AT THE RATE IT WAS BOOKED AT. A
      * PAYMENT THAT CLEARS THE FOREIGN OPEN BALANCE RELIEVES EXACTLY
      * THE BASE OPEN BALANCE, AND ANY EXCESS GOES ON ACCOUNT AT
      * TODAY'S RATE. WHAT THE FOREIGN MONEY IS WORTH TODAY, LESS
      * WHAT IT RELIEVED, IS THE REALIZED GAIN (OR, NEGATIVE, LOSS).
           MOVE WS-PAYMENT-AMOUNT TO WS-FX-PAYMENT-AMOUNT.
           PERFORM 2046-COMPUTE-FOREIGN-OPEN.
      *
           IF WS-FX-PAYMENT-AMOUNT NOT < WS-FX-OPEN-BALANCE
                   AND INV-OPEN-BALANCE > ZERO
               MOVE WS-FX-OPEN-BALANCE TO WS-FX-APPLIED-AMOUNT
               COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                   INV-OPEN-BALANCE
                   + (WS-FX-PAYMENT-AMOUNT - WS-FX-OPEN-BALANCE)
                   * FXR-RATE
           ELSE
               MOVE WS-FX-PAYMENT-AMOUNT TO WS-FX-APPLIED-AMOUNT
               COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                   WS-FX-PAYMENT-AMOUNT * IFX-EXCHANGE-RATE
           END-IF.
      *
           COMPUTE WS-FX-GAIN-LOSS ROUNDED =
               WS-FX-PAYMENT-AMOUNT * FXR-RATE - WS-PAYMENT-AMOUNT.
      *
       2046-COMPUTE-FOREIGN-OPEN.
      *
           COMPUTE WS-GROSS-AMOUNT =
               INV-INVOICE-TOTAL + INV-SALES-TAX + INV-FREIGHT-AMOUNT.
           IF WS-GROSS-AMOUNT = ZERO
               MOVE ZERO TO WS-FX-OPEN-BALANCE
           ELSE
               COMPUTE WS-FX-OPEN-BALANCE ROUNDED =
                   IFX-FX-GROSS-AMOUNT * INV-OPEN-BALANCE
                   / WS-GROSS-AMOUNT
           END-IF.
      *
       2048-SHOW-FOREIGN-AMOUNTS.
      *
      * THE CLERK KEYED IN THE CUSTOMER'S CURRENCY AND SEES THE
      * INVOICE BACK IN IT.
           PERFORM 2046-COMPUTE-FOREIGN-OPEN.
           MOVE IFX-FX-GROSS-AMOUNT TO WS-INVTOTAL-EDIT.
           MOVE WS-INVTOTAL-EDIT    TO INVTOTALO.
           MOVE WS-FX-OPEN-BALANCE  TO WS-OPENBAL-EDIT.
           MOVE WS-OPENBAL-EDIT     TO OPENBALO.
           MOVE IFX-CURRENCY-CODE   TO WS-FX-MESSAGE-CURRENCY.
           MOVE WS-FX-MESSAGE       TO MESSAGEO.
      *
       2020-CHECK-PERIOD-OPEN.
      *
               REWRITE FILE(RESNM-CMF-FILE)
                       FROM(WS-CUSTOMER-MASTER-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE RESNM-CMF-FILE TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'CMFFEC'  TO WS-JRN-FILE-ID
               MOVE 'That customer does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF WS-CARD-PAYMENT AND NOT WS-CM-BASE-CURRENCY
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A foreign-currency customer cannot pay by card.'
                 TO MESSAGEO
           ELSE
               IF NOT WS-CM-BASE-CURRENCY
                   PERFORM 2310-CONVERT-ON-ACCOUNT
               END-IF
               IF VALID-DATA
                   PERFORM 2320-CREDIT-THE-ACCOUNT
               END-IF
           END-IF.
      *
       2310-CONVERT-ON-ACCOUNT.
      *
      * MONEY FROM AN EXPORT CUSTOMER WITH NO INVOICE TO LAND ON IS
      * KEYED IN ITS CURRENCY AND HELD ON ACCOUNT IN BASE AT TODAY'S
      * RATE.
           EXEC CICS
               READ FILE('FXRFEC')
                    INTO(EXCHANGE-RATE-RECORD)
                    RIDFLD(WS-CM-CURRENCY-CODE)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'No exchange rate is on file for that currency.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF FXR-RATE = ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'The exchange rate on file is zero.' TO MESSAGEO
           ELSE
               COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                   WS-PAYMENT-AMOUNT * FXR-RATE
           END-IF.
      *
       2320-CREDIT-THE-ACCOUNT.
      *
           ADD WS-PAYMENT-AMOUNT TO WS-CM-ON-ACCOUNT.
           MOVE WS-PAYMENT-AMOUNT TO WS-OAC-POSTED-AMOUNT.
           PERFORM 6500-WRITE-ON-ACCOUNT-ROW.
           EXEC CICS
               REWRITE FILE(RESNM-CMF-FILE)
                       FROM(WS-CUSTOMER-MASTER-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE RESNM-CMF-FILE TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'CMFFEC'  TO WS-JRN-FILE-ID
               MOVE 'R'       TO WS-JRN-OPERATION
               MOVE SPACES    TO JRN-IMAGE
               MOVE WS-CUSTOMER-MASTER-RECORD TO JRN-IMAGE
               PERFORM 7000-WRITE-JOURNAL-ROW
               IF WS-CARD-PAYMENT
                   MOVE ZERO    TO WS-CARD-INVOICE-NUMBER
                                   WS-CARD-PAYMENT-SEQ
                   MOVE CUSTNOI TO WS-CARD-CUSTOMER-NUMBER
                   PERFORM 2500-WRITE-CARD-CAPTURE
               END-IF
               MOVE WS-CM-ON-ACCOUNT TO WS-OPENBAL-EDIT
               MOVE WS-OPENBAL-EDIT  TO OPENBALO
               MOVE 'Payment posted on account.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2400-UPDATE-CBS-BALANCE.
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
       2500-WRITE-CARD-CAPTURE.
      *
      * THE CAPTURE KEY - DATE PLUS TASK NUMBER - IS THE MERCHANT
      * REFERENCE CCSTLFEC SENDS AND THE PROCESSOR FUNDS AGAINST.
           PERFORM 8600-CCP-OPEN.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           MOVE SPACE                   TO CARD-PAYMENT-RECORD.
           MOVE WS-CURRENT-DATE         TO CCP-CAPTURE-DATE.
           MOVE EIBTASKN                TO CCP-TASK-NUMBER.
           MOVE EIBTIME                 TO CCP-CAPTURE-TIME.
           MOVE WS-CARD-CUSTOMER-NUMBER TO CCP-CUSTOMER-NUMBER.
           MOVE WS-CARD-INVOICE-NUMBER  TO CCP-INVOICE-NUMBER.
           MOVE WS-CARD-PAYMENT-SEQ     TO CCP-PAYMENT-SEQ.
           MOVE WS-CARD-AMOUNT          TO CCP-AMOUNT.
           MOVE CTOKENI                 TO CCP-CARD-TOKEN.
           MOVE CLAST4I                 TO CCP-CARD-LAST-FOUR.
           MOVE CAUTHI                  TO CCP-AUTH-CODE.
           MOVE EIBOPID                 TO CCP-OPERATOR-ID.
           MOVE 'C'                     TO CCP-STATUS.
           MOVE ZERO                    TO CCP-FEE-AMOUNT.
      *
           EXEC CICS
               WRITE FILE('CCPFEC')
                     FROM(CARD-PAYMENT-RECORD)
                     RIDFLD(CCP-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'CCPFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'CCPFEC'  TO WS-JRN-FILE-ID
               MOVE 'W'       TO WS-JRN-OPERATION
               MOVE SPACES    TO JRN-IMAGE
               MOVE CARD-PAYMENT-RECORD TO JRN-IMAGE
               PERFORM 7000-WRITE-JOURNAL-ROW
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       6500-WRITE-ON-ACCOUNT-ROW.
      *
                     FROM(ON-ACCOUNT-RECORD)
                     RIDFLD(OAC-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'OACFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
                     FROM(JOURNAL-RECORD)
                     RIDFLD(JRN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'JRNFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-JRN-WRITTEN-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               MOVE INV-INVOICE-DATE TO WS-INVOICE-DATE-GROUP
               MOVE WS-INVOICE-DD    TO WS-TERMS-START-DD
               PERFORM 2065-LOOK-UP-TERMS-CODE
           END-IF.
      *
       2065-LOOK-UP-TERMS-CODE.
      *
           MOVE 'N'  TO WS-TERMS-FOUND-SW.
           MOVE ZERO TO WS-TERMS-NET-DAYS-FOUND
                        WS-TERMS-DISC-DAYS-FOUND
                        WS-TERMS-DISC-RATE-FOUND
                        WS-TERMS-CUTOFF-FOUND
                        WS-TERMS-INSTALLMENTS-FOUND
                        WS-TERMS-INTERVAL-FOUND.
           MOVE SPACE TO WS-TERMS-BASIS-FOUND
                         WS-TERMS-STATUS-FOUND.
      *
           MOVE WS-CM-TERMS-CODE TO TRF-TERMS-CODE.
           EXEC CICS
               READ FILE('TRFFEC')
                    INTO(TERMS-RECORD)
                    RIDFLD(TRF-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y'              TO WS-TERMS-FOUND-SW
               MOVE TRF-NET-DAYS     TO WS-TERMS-NET-DAYS-FOUND
               MOVE TRF-DISC-DAYS    TO WS-TERMS-DISC-DAYS-FOUND
               MOVE TRF-DISC-RATE    TO WS-TERMS-DISC-RATE-FOUND
               MOVE TRF-DUE-BASIS    TO WS-TERMS-BASIS-FOUND
               MOVE TRF-CUTOFF-DAY   TO WS-TERMS-CUTOFF-FOUND
               MOVE TRF-INSTALLMENTS TO WS-TERMS-INSTALLMENTS-FOUND
               MOVE TRF-INSTALL-INTERVAL
                 TO WS-TERMS-INTERVAL-FOUND
               MOVE TRF-STATUS       TO WS-TERMS-STATUS-FOUND
               IF WS-TERMS-MONTH-END
                   PERFORM 2068-APPLY-MONTH-END-BASIS
               END-IF
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2068-APPLY-MONTH-END-BASIS.
      *
      * ON ENTRY WS-TERMS-START-DD IS THE DAY OF THE MONTH THE TERMS
      * RUN FROM. A MONTH-END CODE COUNTS ITS DAYS FROM THE END OF
      * THAT MONTH - OR OF THE NEXT ONE, PAST THE CUTOFF DAY - SO THE
      * DAYS TO THE MONTH END ARE ADDED TO THE NET AND DISCOUNT DAYS.
           IF WS-TERMS-START-DD < 30
               COMPUTE WS-TERMS-TO-MONTH-END = 30 - WS-TERMS-START-DD
           ELSE
               MOVE ZERO TO WS-TERMS-TO-MONTH-END
           END-IF.
           IF WS-TERMS-CUTOFF-FOUND > ZERO
                   AND WS-TERMS-START-DD > WS-TERMS-CUTOFF-FOUND
               ADD 30 TO WS-TERMS-TO-MONTH-END
           END-IF.
      *
           ADD WS-TERMS-TO-MONTH-END TO WS-TERMS-NET-DAYS-FOUND.
           IF WS-TERMS-DISC-RATE-FOUND > ZERO
               ADD WS-TERMS-TO-MONTH-END TO WS-TERMS-DISC-DAYS-FOUND
           END-IF.
      *
       2070-TAKE-QUALIFYING-DISCOUNT.
      *
           PERFORM 8200-PAYH-OPEN.
      *
           IF WS-CARD-PAYMENT
               MOVE 'K'           TO WS-PAYH-TYPE
           ELSE
               MOVE 'P'           TO WS-PAYH-TYPE
           END-IF.
           MOVE WS-PAYMENT-AMOUNT TO WS-PAYH-AMOUNT.
           PERFORM 2105-WRITE-HISTORY-ROW.
           MOVE PAYH-PAYMENT-SEQ  TO WS-CARD-PAYMENT-SEQ.
      *
           IF WS-FOREIGN-PAYMENT AND WS-FX-GAIN-LOSS NOT = ZERO
               MOVE 'X'             TO WS-PAYH-TYPE
               MOVE WS-FX-GAIN-LOSS TO WS-PAYH-AMOUNT
               PERFORM 2105-WRITE-HISTORY-ROW
           END-IF.
      *
           IF WS-DISCOUNT-AMOUNT > ZERO
               MOVE 'D'                TO WS-PAYH-TYPE
           MOVE WS-PAYH-AMOUNT       TO PAYH-PAYMENT-AMOUNT.
           MOVE WS-CURRENT-DATE      TO PAYH-PAYMENT-DATE.
           MOVE EIBTIME              TO PAYH-PAYMENT-TIME.
           IF WS-PAYH-TYPE = 'K'
               MOVE WS-MASKED-CARD   TO PAYH-CHECK-NUMBER
           ELSE
               MOVE SPACES           TO PAYH-CHECK-NUMBER
           END-IF.
           MOVE EIBOPID              TO PAYH-OPERATOR-ID.
           MOVE ZERO                 TO PAYH-FX-AMOUNT.
           IF WS-FOREIGN-PAYMENT
               MOVE IFX-CURRENCY-CODE TO PAYH-CURRENCY-CODE
           END-IF.
           IF WS-FOREIGN-PAYMENT AND WS-PAYH-TYPE = 'P'
               MOVE WS-FX-APPLIED-AMOUNT TO PAYH-FX-AMOUNT
           END-IF.
      *
           MOVE 'N' TO WS-PAYH-WRITTEN-SW.
           PERFORM 2110-WRITE-ONE-HISTORY-ROW
                     FROM(PAYMENT-HISTORY-RECORD)
                     RIDFLD(PAYH-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PAYHFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PAYH-WRITTEN-SW
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8600-CCP-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=CCPFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('CCPFEC')
                   OPENSTATUS(WS-CCP-OPEN-STATUS)
                   ENABLESTATUS(WS-CCP-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-CCP-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=CCPFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('CCPFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-CCP-OPEN
           ELSE IF WS-CCP-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8700-IFX-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=IFXFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('IFXFEC')
                   OPENSTATUS(WS-IFX-OPEN-STATUS)
                   ENABLESTATUS(WS-IFX-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-IFX-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=IFXFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('IFXFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-IFX-OPEN
           ELSE IF WS-IFX-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-INV-CLOSE.
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
           MOVE 'INVPYFEC' TO USG-PROGRAM-NAME.
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
