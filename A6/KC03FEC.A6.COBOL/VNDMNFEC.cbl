      *vendor number the way CMORDFEC validates a customer against
      *CMFFEC, and the same supplier stops appearing under five
      *spellings of its name. The terms code is edited against the
      *TRFFEC terms file so payables can trust it when vouchers are
      *due-dated from it. Every add, change and delete writes a
      *VNAUDFEC audit row with the vendor record before and after, so
      *the segregation-of-duties report can see who maintained a
      *vendor that was later vouchered.
      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM - PROGRAM-18 IN UUMENFEC.
      *2026-10-08  DAO  MAINTAIN THE 1099 FIELDS - REPORTABLE SWITCH,
      *                 TIN TYPE, TAXPAYER ID (NINE DIGITS, NO DASHES)
      *                 AND FORM BOX. A NEW VENDOR DEFAULTS TO NOT
      *                 REPORTABLE, BOX N.
      *2026-10-15  DAO  EDIT THE TERMS CODE AGAINST THE TRFFEC TERMS
      *                 FILE INSTEAD OF THE COMPILED TRMFEC TABLE;
      *                 REFUSE AN INACTIVE CODE OR AN INSTALLMENT CODE.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *2026-10-15  DAO  WRITE A VNAUDFEC AUDIT ROW - OPERATOR, DATE,
      *                 VENDOR BEFORE AND AFTER - ON EVERY ADD, CHANGE
      *                 AND DELETE.
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
       01  COMMUNICATION-AREA              PIC X.
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
      *
       01  WS-CURRENT-ABSTIME              PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                 PIC X(08).
      *
       COPY VNDFEC.
      *
       COPY VNAUDFEC.
      *
       COPY TRMFEC.
      *
       COPY TRFFEC.
      *
       COPY VNMSFEC.
      *
      *
       0000-PROCESS-VENDOR-MAINT.
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
               RETURN TRANSID('VNFE')
                      COMMAREA(COMMUNICATION-AREA)
           PERFORM 1100-RECEIVE-VNDMNT-MAP.
           PERFORM 1200-EDIT-VNDMNT-DATA.
           IF VALID-DATA
               EXEC CICS
                   ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                              YYYYMMDD(WS-CURRENT-DATE)
               END-EXEC
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-VENDOR-RECORD
               PERFORM 1250-EDIT-TERMS-CODE
           END-IF.
      *
           IF V1099I NOT = SPACE AND 'Y' AND 'N'
               MOVE 'N' TO VALID-DATA-SW
               MOVE '1099 reportable must be Y or N.' TO MESSAGEO
           END-IF.
      *
           IF VTINTYI NOT = SPACE AND 'E' AND 'S'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'TIN type must be E (EIN) or S (SSN).' TO MESSAGEO
           END-IF.
      *
           IF VTAXIDI NOT = SPACE
               IF VTAXIDI NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Tax ID must be nine digits, no dashes.'
                     TO MESSAGEO
               ELSE IF ACTNI = 'A' AND VTINTYI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Enter the TIN type with the tax ID.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF VBOXI NOT = SPACE AND 'N' AND 'R'
               MOVE 'N' TO VALID-DATA-SW
               MOVE '1099 box must be N (NEC) or R (MISC rents).'
                 TO MESSAGEO
           END-IF.
      *
       1250-EDIT-TERMS-CODE.
      *
           MOVE 'N'  TO WS-TERMS-FOUND-SW.
           MOVE VTERMSI TO TRF-TERMS-CODE.
           EXEC CICS
               READ FILE('TRFFEC')
                    INTO(TERMS-RECORD)
                    RIDFLD(TRF-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-TERMS-FOUND-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
      * A VOUCHER IS PAID IN ONE CHECK, SO A VENDOR CANNOT CARRY AN
      * INSTALLMENT CODE.
           IF NOT WS-TERMS-FOUND
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That terms code is not in the terms file.'
                 TO MESSAGEO
           ELSE IF TRF-INACTIVE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Terms code is inactive.' TO MESSAGEO
           ELSE IF TRF-INSTALLMENTS > 1
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Installment terms are for customers only.'
                 TO MESSAGEO
           END-IF.
      *
       2000-ADD-VENDOR-RECORD.
           MOVE VPHONEI TO VND-PHONE.
           MOVE VTERMSI TO VND-TERMS-CODE.
           MOVE 'A'     TO VND-STATUS.
           MOVE 'N'     TO VND-1099-SW.
           IF V1099I NOT = SPACE
               MOVE V1099I TO VND-1099-SW
           END-IF.
           MOVE VTINTYI TO VND-TIN-TYPE.
           MOVE VTAXIDI TO VND-TAX-ID.
           MOVE 'N'     TO VND-1099-BOX.
           IF VBOXI NOT = SPACE
               MOVE VBOXI TO VND-1099-BOX
           END-IF.
      *
           EXEC CICS
               WRITE FILE('VNDFEC')
                     FROM(VENDOR-RECORD)
                     RIDFLD(VND-VENDOR-NUMBER)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'VNDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Vendor added.' TO MESSAGEO
               MOVE SPACE         TO VNA-BEFORE-IMAGE
               MOVE VENDOR-RECORD TO VNA-AFTER-IMAGE
               PERFORM 5000-WRITE-AUDIT-RECORD
           ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'N' TO VALID-DATA-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               MOVE VENDOR-RECORD TO VNA-BEFORE-IMAGE
               IF VNAMEI NOT = SPACE
                   MOVE VNAMEI TO VND-VENDOR-NAME
               END-IF
               IF VTERMSI NOT = SPACE
                   MOVE VTERMSI TO VND-TERMS-CODE
               END-IF
               IF V1099I NOT = SPACE
                   MOVE V1099I TO VND-1099-SW
               END-IF
               IF VTINTYI NOT = SPACE
                   MOVE VTINTYI TO VND-TIN-TYPE
               END-IF
               IF VTAXIDI NOT = SPACE
                   MOVE VTAXIDI TO VND-TAX-ID
               END-IF
               IF VBOXI NOT = SPACE
                   MOVE VBOXI TO VND-1099-BOX
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('VNDFEC')
                           FROM(VENDOR-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'VNDFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Vendor changed.' TO MESSAGEO
                   MOVE VENDOR-RECORD TO VNA-AFTER-IMAGE
                   PERFORM 5000-WRITE-AUDIT-RECORD
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               MOVE VENDOR-RECORD TO VNA-BEFORE-IMAGE
               MOVE SPACE         TO VNA-AFTER-IMAGE
               EXEC CICS
                   DELETE FILE('VNDFEC')
                          RIDFLD(VENDNOI)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'VNDFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Vendor deleted.' TO MESSAGEO
                   PERFORM 5000-WRITE-AUDIT-RECORD
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       5000-WRITE-AUDIT-RECORD.
      *
           MOVE VENDNOI                    TO VNA-VENDOR-NUMBER.
           MOVE EIBTASKN                   TO VNA-TASK-NUMBER.
           MOVE ACTNI                      TO VNA-ACTION-CODE.
           MOVE EIBOPID                    TO VNA-OPERATOR-ID.
           MOVE WS-CURRENT-DATE            TO VNA-CHANGE-DATE.
           MOVE EIBTIME                    TO VNA-CHANGE-TIME.
      *
           EXEC CICS
               WRITE FILE('VNAUDFEC')
                     FROM(VENDOR-AUDIT-RECORD)
                     RIDFLD(VNA-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'VNAUDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-VNDMNT-MAP.
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
           MOVE 'VNDMNFEC' TO USG-PROGRAM-NAME.
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
