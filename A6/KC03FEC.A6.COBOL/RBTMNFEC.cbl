       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RBTMNFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Online add/change/delete maintenance against the RBTFEC
      *customer volume rebate agreement file, modeled on PMOMNFEC's
      *action-code screen. One agreement per customer per agreement
      *year with its date range, up to five tiers (threshold keyed in
      *whole dollars, rebate percent keyed as four digits in
      *hundredths), up to five qualifying products (P) or product
      *categories (C) - none means every line qualifies - and the
      *payout method: C for a credit memo on the customer's account,
      *K for a check, which needs the vendor number the customer is
      *paid under on VNDFEC. The agreement's status, qualifying sales,
      *and amount accrued so far are shown back after every add or
      *change. An agreement already paid out cannot be changed, and
      *one with an accrual on the books cannot be deleted. RBTACFEC
      *measures, accrues, and pays the agreements each month.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM - PROGRAM-46 IN UUMENFEC.
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
       01 WS-RBT-FILE-STATUS-INFO.
           05 WS-RBT-OPEN                     PIC X.
               88 WS-RBT-OPEN-88                    VALUE 'Y'.
               88 WS-RBT-CLOSED-88                  VALUE 'Y'.
           05 WS-RBT-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-RBT-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CMF-FILE-STATUS-INFO.
           05 WS-CMF-OPEN                     PIC X.
               88 WS-CMF-OPEN-88                    VALUE 'Y'.
               88 WS-CMF-CLOSED-88                  VALUE 'Y'.
           05 WS-CMF-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CMF-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-VND-FILE-STATUS-INFO.
           05 WS-VND-OPEN                     PIC X.
               88 WS-VND-OPEN-88                    VALUE 'Y'.
               88 WS-VND-CLOSED-88                  VALUE 'Y'.
           05 WS-VND-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-VND-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-THRESHOLD-IN                     PIC 9(09) VALUE 0.
       01 WS-PERCENT-IN                       PIC 9(04) VALUE 0.
       01 WS-TIER-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-QUAL-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-TIERS-USED                       PIC S9(04) COMP VALUE 0.
       01 WS-LAST-THRESHOLD                   PIC S9(09)V99 VALUE 0.
       01 WS-AMOUNT-EDIT                      PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01 WS-DATE-IN                          PIC X(08) VALUE SPACE.
       01 WS-DATE-IN-R REDEFINES WS-DATE-IN.
           05  WS-DATE-IN-YYYY                PIC 9(04).
           05  WS-DATE-IN-MM                  PIC 9(02).
           05  WS-DATE-IN-DD                  PIC 9(02).
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
           05  VALID-DATE-SW               PIC X    VALUE 'Y'.
               88 VALID-DATE                        VALUE 'Y'.
           05  TIERS-ASCENDING-SW          PIC X    VALUE 'Y'.
               88 TIERS-ASCENDING                   VALUE 'Y'.
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
       COPY RBTFEC.
      *
       COPY PRDFEC.
      *
       COPY CATFEC.
      *
       COPY CMFFEC.
      *
       COPY VNDFEC.
      *
       COPY RBTSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X.
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-RBT-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO RBTMFECO
                   MOVE 'RBFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-RBT-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO RBTMFECO
                   MOVE 'RBFE'    TO TRANIDO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-RBT-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-RBT-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO RBTMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-RBT-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('RBFE')
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
       1000-PROCESS-RBT-MAP.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1100-RECEIVE-RBT-MAP.
           PERFORM 1200-EDIT-RBT-DATA.
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN ACTNI = 'A'
                       PERFORM 2000-ADD-RBT-RECORD
                   WHEN ACTNI = 'C'
                       PERFORM 3000-CHANGE-RBT-RECORD
                   WHEN ACTNI = 'D'
                       PERFORM 4000-DELETE-RBT-RECORD
               END-EVALUATE
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-RBT-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-RBT-MAP
           END-IF.
      *
       1100-RECEIVE-RBT-MAP.
      *
           EXEC CICS
               RECEIVE MAP('RBTMFEC')
                       MAPSET('RBTSFEC')
                       INTO(RBTMFECI)
           END-EXEC.
      *
       1200-EDIT-RBT-DATA.
      *
           IF       ACTNL = ZERO
                 OR ACTNI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter A, C, or D.' TO MESSAGEO
           ELSE IF ACTNI NOT = 'A' AND 'C' AND 'D'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Action must be A, C, or D.' TO MESSAGEO
           END-IF.
      *
           IF       CUSTNOL = ZERO
                 OR CUSTNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a customer number.' TO MESSAGEO
           END-IF.
      *
           IF AGYEARI NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Agreement year must be four digits.' TO MESSAGEO
           END-IF.
      *
           IF ACTNI = 'A'
               IF ADESCL = ZERO OR ADESCI = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the agreement description.'
                     TO MESSAGEO
               END-IF
               IF PAYMTHI NOT = 'C' AND 'K'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Payout must be C (credit memo) or K (check).'
                     TO MESSAGEO
               END-IF
           ELSE IF ACTNI = 'C'
               IF PAYMTHI NOT = SPACE AND LOW-VALUE AND 'C' AND 'K'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Payout must be C (credit memo) or K (check).'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'A' OR (ACTNI = 'C' AND STRDTI NOT = SPACE
                                          AND STRDTI NOT = LOW-VALUE)
               MOVE STRDTI TO WS-DATE-IN
               PERFORM 1260-EDIT-ONE-DATE
               IF NOT VALID-DATE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Start date must be a valid YYYYMMDD date.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           IF ACTNI = 'A' OR (ACTNI = 'C' AND ENDDTI NOT = SPACE
                                          AND ENDDTI NOT = LOW-VALUE)
               MOVE ENDDTI TO WS-DATE-IN
               PERFORM 1260-EDIT-ONE-DATE
               IF NOT VALID-DATE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'End date must be a valid YYYYMMDD date.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
           PERFORM 1210-EDIT-ONE-TIER-ROW
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5.
      *
           PERFORM 1220-EDIT-ONE-QUAL-ROW
               VARYING WS-QUAL-SUB FROM 1 BY 1
               UNTIL WS-QUAL-SUB > 5.
      *
           IF VALID-DATA AND ACTNI NOT = 'D'
               PERFORM 1250-EDIT-MASTER-REFERENCES
           END-IF.
      *
       1210-EDIT-ONE-TIER-ROW.
      *
           IF       TTHRSHI (WS-TIER-SUB) NOT = SPACE AND LOW-VALUE
                AND TTHRSHI (WS-TIER-SUB) NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Tier threshold must be 9 digits in dollars.'
                 TO MESSAGEO
           END-IF.
      *
           IF       TPCTI (WS-TIER-SUB) NOT = SPACE AND LOW-VALUE
                AND TPCTI (WS-TIER-SUB) NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Tier percent must be 4 digits in hundredths.'
                 TO MESSAGEO
           END-IF.
      *
       1220-EDIT-ONE-QUAL-ROW.
      *
      * A ROW IS KEYED AS A SCOPE AND A CODE TOGETHER; '*' IN THE
      * SCOPE CLEARS THE ROW ON A CHANGE.
           IF QSCOPEI (WS-QUAL-SUB) = SPACE OR LOW-VALUE
               IF QCODEI (WS-QUAL-SUB) NOT = SPACE AND LOW-VALUE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A qualifying code needs a scope of P or C.'
                     TO MESSAGEO
               END-IF
           ELSE IF QSCOPEI (WS-QUAL-SUB) = '*'
               CONTINUE
           ELSE IF QSCOPEI (WS-QUAL-SUB) NOT = 'P' AND 'C'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Qualifier scope must be P or C (* to clear).'
                 TO MESSAGEO
           ELSE IF QCODEI (WS-QUAL-SUB) = SPACE OR LOW-VALUE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter the qualifying product or category.'
                 TO MESSAGEO
           END-IF.
      *
       1250-EDIT-MASTER-REFERENCES.
      *
      * THE CUSTOMER, EVERY QUALIFYING PRODUCT OR CATEGORY, AND A
      * CHECK PAYEE MUST ALL BE ON FILE - OTHERWISE THE AGREEMENT
      * COULD NEVER BE MEASURED OR PAID.
           PERFORM 8200-CMF-OPEN.
           EXEC CICS
               READ FILE(RESNM-CMF-FILE)
                    INTO(WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(CUSTNOI)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That customer does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           PERFORM 1255-CHECK-ONE-QUAL-ITEM
               VARYING WS-QUAL-SUB FROM 1 BY 1
               UNTIL WS-QUAL-SUB > 5.
      *
           IF VALID-DATA AND VENDNOI NOT = SPACE AND LOW-VALUE
                         AND VENDNOI NOT = '*'
               PERFORM 8400-VND-OPEN
               EXEC CICS
                   READ FILE('VNDFEC')
                        INTO(VENDOR-RECORD)
                        RIDFLD(VENDNOI)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That vendor number is not on the vendor file.'
                     TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               ELSE IF VND-STATUS-INACTIVE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That vendor is inactive.' TO MESSAGEO
               END-IF
           END-IF.
      *
       1255-CHECK-ONE-QUAL-ITEM.
      *
           IF VALID-DATA AND QSCOPEI (WS-QUAL-SUB) = 'P'
               EXEC CICS
                   READ FILE('PRDFEC')
                        INTO(PRD-RECORD)
                        RIDFLD(QCODEI (WS-QUAL-SUB))
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A qualifying product is not on file.'
                     TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           ELSE IF VALID-DATA AND QSCOPEI (WS-QUAL-SUB) = 'C'
               MOVE QCODEI (WS-QUAL-SUB) TO CAT-CATEGORY-CODE
               EXEC CICS
                   READ FILE('CATFEC')
                        INTO(PRODUCT-CATEGORY-RECORD)
                        RIDFLD(CAT-KEY)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A qualifying category is not on file.'
                     TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1260-EDIT-ONE-DATE.
      *
           MOVE 'Y' TO VALID-DATE-SW.
           IF WS-DATE-IN NOT NUMERIC
               MOVE 'N' TO VALID-DATE-SW
           ELSE IF WS-DATE-IN-MM < 1 OR WS-DATE-IN-MM > 12
               MOVE 'N' TO VALID-DATE-SW
           ELSE IF WS-DATE-IN-DD < 1 OR WS-DATE-IN-DD > 31
               MOVE 'N' TO VALID-DATE-SW
           END-IF.
      *
       1300-MOVE-KEYED-FIELDS.
      *
      * ON A CHANGE ONLY THE FIELDS KEYED REPLACE WHAT IS ON FILE; A
      * CHECK PAYEE IS LIFTED BY KEYING '*', AND A TIER IS DROPPED BY
      * KEYING ITS PERCENT AS ZERO.
           IF ADESCI NOT = SPACE AND LOW-VALUE
               MOVE ADESCI TO RBT-DESCRIPTION
           END-IF.
           IF STRDTI NOT = SPACE AND LOW-VALUE
               MOVE STRDTI TO RBT-START-DATE
           END-IF.
           IF ENDDTI NOT = SPACE AND LOW-VALUE
               MOVE ENDDTI TO RBT-END-DATE
           END-IF.
           IF PAYMTHI NOT = SPACE AND LOW-VALUE
               MOVE PAYMTHI TO RBT-PAYOUT-METHOD
           END-IF.
           IF VENDNOI = '*'
               MOVE SPACE TO RBT-VENDOR-NUMBER
           ELSE IF VENDNOI NOT = SPACE AND LOW-VALUE
               MOVE VENDNOI TO RBT-VENDOR-NUMBER
           END-IF.
      *
           PERFORM 1310-MOVE-ONE-TIER-ROW
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5.
      *
           PERFORM 1320-MOVE-ONE-QUAL-ROW
               VARYING WS-QUAL-SUB FROM 1 BY 1
               UNTIL WS-QUAL-SUB > 5.
      *
       1310-MOVE-ONE-TIER-ROW.
      *
           IF TTHRSHI (WS-TIER-SUB) NOT = SPACE AND LOW-VALUE
               MOVE TTHRSHI (WS-TIER-SUB) TO WS-THRESHOLD-IN
               MOVE WS-THRESHOLD-IN
                 TO RBT-TIER-THRESHOLD (WS-TIER-SUB)
           END-IF.
           IF TPCTI (WS-TIER-SUB) NOT = SPACE AND LOW-VALUE
               MOVE TPCTI (WS-TIER-SUB) TO WS-PERCENT-IN
               COMPUTE RBT-TIER-PERCENT (WS-TIER-SUB) =
                   WS-PERCENT-IN / 100
           END-IF.
      *
       1320-MOVE-ONE-QUAL-ROW.
      *
           IF QSCOPEI (WS-QUAL-SUB) = '*'
               MOVE SPACE TO RBT-QUAL-SCOPE (WS-QUAL-SUB)
                             RBT-QUAL-CODE (WS-QUAL-SUB)
           ELSE IF QSCOPEI (WS-QUAL-SUB) NOT = SPACE AND LOW-VALUE
               MOVE QSCOPEI (WS-QUAL-SUB)
                 TO RBT-QUAL-SCOPE (WS-QUAL-SUB)
               MOVE QCODEI (WS-QUAL-SUB)
                 TO RBT-QUAL-CODE (WS-QUAL-SUB)
           END-IF.
      *
       1350-EDIT-RBT-RECORD.
      *
      * THE FINISHED RECORD MUST HOLD TOGETHER - A DATE RANGE THAT
      * ENDS AFTER IT STARTS, AT LEAST ONE TIER, TIERS CLIMBING IN
      * THRESHOLD, AND A PAYEE FOR A CHECK PAYOUT.
           MOVE ZERO TO WS-TIERS-USED.
           MOVE -1   TO WS-LAST-THRESHOLD.
           MOVE 'Y'  TO TIERS-ASCENDING-SW.
           PERFORM 1360-CHECK-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5.
      *
           IF RBT-END-DATE NOT > RBT-START-DATE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'End date must be after the start date.'
                 TO MESSAGEO
           ELSE IF WS-TIERS-USED = ZERO
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Enter at least one tier with a percent over 0.'
                 TO MESSAGEO
           ELSE IF NOT TIERS-ASCENDING
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Each tier threshold must be above the one before.'
                 TO MESSAGEO
           ELSE IF RBT-PAY-BY-CHECK AND RBT-VENDOR-NUMBER = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A check payout needs the vendor number to pay.'
                 TO MESSAGEO
           END-IF.
      *
       1360-CHECK-ONE-TIER.
      *
           IF RBT-TIER-PERCENT (WS-TIER-SUB) > ZERO
               ADD 1 TO WS-TIERS-USED
               IF RBT-TIER-THRESHOLD (WS-TIER-SUB)
                       NOT > WS-LAST-THRESHOLD
                   MOVE 'N' TO TIERS-ASCENDING-SW
               END-IF
               MOVE RBT-TIER-THRESHOLD (WS-TIER-SUB)
                 TO WS-LAST-THRESHOLD
           END-IF.
      *
       1380-SHOW-AGREEMENT-STATE.
      *
           MOVE RBT-STATUS TO STATUSO.
           MOVE RBT-QUALIFYING-SALES TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO QSALESO.
           MOVE RBT-ACCRUED-TO-DATE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO ACCRUEDO.
      *
       2000-ADD-RBT-RECORD.
      *
           PERFORM 8000-RBT-OPEN.
      *
           MOVE SPACE   TO REBATE-AGREEMENT-RECORD.
           MOVE CUSTNOI TO RBT-CUSTOMER-NUMBER.
           MOVE AGYEARI TO RBT-AGREEMENT-YEAR.
           PERFORM 2100-ZERO-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5.
           MOVE 'A'     TO RBT-STATUS.
           MOVE ZERO    TO RBT-QUALIFYING-SALES
                           RBT-EARNED-PERCENT
                           RBT-ACCRUED-TO-DATE
                           RBT-PAYOUT-DOCUMENT
                           RBT-PAID-AMOUNT.
           PERFORM 1300-MOVE-KEYED-FIELDS.
           PERFORM 1350-EDIT-RBT-RECORD.
      *
           IF VALID-DATA
               EXEC CICS
                   WRITE FILE('RBTFEC')
                         FROM(REBATE-AGREEMENT-RECORD)
                         RIDFLD(RBT-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'RBTFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 1380-SHOW-AGREEMENT-STATE
                   MOVE 'Rebate agreement added.' TO MESSAGEO
               ELSE IF WS-RESPONSE-CODE = DFHRESP(DUPKEY)
                    OR WS-RESPONSE-CODE = DFHRESP(DUPREC)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Customer already has an agreement that year.'
                     TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       2100-ZERO-ONE-TIER.
      *
           MOVE ZERO TO RBT-TIER-THRESHOLD (WS-TIER-SUB)
                        RBT-TIER-PERCENT (WS-TIER-SUB).
      *
       3000-CHANGE-RBT-RECORD.
      *
           PERFORM 8000-RBT-OPEN.
      *
           MOVE CUSTNOI TO RBT-CUSTOMER-NUMBER.
           MOVE AGYEARI TO RBT-AGREEMENT-YEAR.
      *
           EXEC CICS
               READ FILE('RBTFEC')
                    INTO(REBATE-AGREEMENT-RECORD)
                    RIDFLD(RBT-KEY)
                    UPDATE
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That rebate agreement does not exist.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF RBT-STATUS-PAID
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That agreement has been paid out - no changes.'
                 TO MESSAGEO
               EXEC CICS
                   UNLOCK FILE('RBTFEC')
               END-EXEC
           ELSE
               PERFORM 1300-MOVE-KEYED-FIELDS
               PERFORM 1350-EDIT-RBT-RECORD
               IF VALID-DATA
                   PERFORM 3100-REWRITE-RBT-RECORD
               ELSE
                   EXEC CICS
                       UNLOCK FILE('RBTFEC')
                   END-EXEC
               END-IF
           END-IF.
      *
       3100-REWRITE-RBT-RECORD.
      *
           EXEC CICS
               REWRITE FILE('RBTFEC')
                       FROM(REBATE-AGREEMENT-RECORD)
                       RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'RBTFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 1380-SHOW-AGREEMENT-STATE
               MOVE 'Rebate agreement changed.' TO MESSAGEO
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       4000-DELETE-RBT-RECORD.
      *
           PERFORM 8000-RBT-OPEN.
      *
           MOVE CUSTNOI TO RBT-CUSTOMER-NUMBER.
           MOVE AGYEARI TO RBT-AGREEMENT-YEAR.
      *
           EXEC CICS
               READ FILE('RBTFEC')
                    INTO(REBATE-AGREEMENT-RECORD)
                    RIDFLD(RBT-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
      * AN ACTIVE AGREEMENT WITH AN ACCRUAL ON THE BOOKS STAYS - THE
      * ACCRUAL WOULD NEVER BE PAID OR RELIEVED.
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That rebate agreement does not exist.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF RBT-STATUS-ACTIVE AND RBT-ACCRUED-TO-DATE NOT = ZERO
               MOVE 'N' TO VALID-DATA-SW
               PERFORM 1380-SHOW-AGREEMENT-STATE
               MOVE 'Agreement has an accrual on the books - kept.'
                 TO MESSAGEO
           ELSE
               EXEC CICS
                   DELETE FILE('RBTFEC')
                          RIDFLD(RBT-KEY)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'RBTFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Rebate agreement deleted.' TO MESSAGEO
               ELSE
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1400-SEND-RBT-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('RBTMFEC')
                            MAPSET('RBTSFEC')
                            FROM(RBTMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('RBTMFEC')
                            MAPSET('RBTSFEC')
                            FROM(RBTMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('RBTMFEC')
                            MAPSET('RBTSFEC')
                            FROM(RBTMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       8000-RBT-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=RBTFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('RBTFEC')
                   OPENSTATUS(WS-RBT-OPEN-STATUS)
                   ENABLESTATUS(WS-RBT-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RBT-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=RBTFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('RBTFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-RBT-OPEN
           ELSE IF WS-RBT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8200-CMF-OPEN.
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
       8400-VND-OPEN.
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
       9700-START-USAGE.
      *
           EXEC CICS
               ASKTIME ABSTIME(USG-START-ABSTIME)
           END-EXEC.
           MOVE SPACES TO USG-FILE-LIST.
      *
       9710-LOG-USAGE.
      *
           MOVE 'RBTMNFEC' TO USG-PROGRAM-NAME.
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
