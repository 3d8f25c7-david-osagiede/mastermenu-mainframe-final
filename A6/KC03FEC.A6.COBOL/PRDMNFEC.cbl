      *                 CHOSEN CODE COMES BACK PRE-FILLED ON THE
      *                 MAINTENANCE SCREEN, OPERATOR SIGN-ON CARRIED
      *                 THROUGH THE LOOKUP COMMAREA.
      *2026-10-11  DAO  A NEW PRODUCT STARTS WITH NOTHING COMMITTED AT
      *                 EITHER LOCATION. AUDIT IMAGES GROW WITH THE
      *                 123-BYTE PRD-RECORD.
      *2026-10-15  DAO  ADD THE STOCKING UNIT OF MEASURE (EA WHEN LEFT
      *                 BLANK ON AN ADD) - THE UNIT EVERY QUANTITY AND
      *                 COST ON FILE IS COUNTED IN. IT CAN ONLY CHANGE
      *                 WHILE NOTHING IS ON HAND OR COMMITTED. AUDIT
      *                 IMAGES GROW WITH THE 125-BYTE PRD-RECORD.
      *2026-10-15  DAO  ADD THE MINIMUM AND MAXIMUM STOCK FOR EACH
      *                 LOCATION THAT DRIVE THE NIGHTLY LXFERFEC
      *                 TRANSFER SUGGESTIONS. AUDIT IMAGES GROW
      *                 WITH THE 153-BYTE PRD-RECORD.
      *2026-10-15  DAO  ADD THE LIFECYCLE STATUS - A ACTIVE (THE
      *                 DEFAULT ON AN ADD), P PHASE-OUT, D
      *                 DISCONTINUED, B BLOCKED. A STATUS CHANGE IS
      *                 AUDITED LIKE ANY OTHER FIELD. AUDIT IMAGES
      *                 GROW WITH THE 154-BYTE PRD-RECORD.
      *2026-10-15  DAO  ADD THE PRODUCT CATEGORY, WHICH MUST BE ON
      *                 THE CATFEC CATEGORY MASTER. BLANK ON AN ADD
      *                 LEAVES THE PRODUCT UNCATEGORIZED. AUDIT
      *                 IMAGES GROW WITH THE 158-BYTE PRD-RECORD.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *
       ENVIRONMENT DIVISION.
      *
               88 WS-PRD-CLOSED-88                  VALUE 'Y'.
           05 WS-PRD-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-PRD-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-CAT-FILE-STATUS-INFO.
           05 WS-CAT-OPEN                     PIC X.
               88 WS-CAT-OPEN-88                    VALUE 'Y'.
               88 WS-CAT-CLOSED-88                  VALUE 'Y'.
           05 WS-CAT-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-CAT-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
       01  WS-CURRENT-ABSTIME              PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                 PIC X(08).
      *
       01  WS-AUDIT-BEFORE-IMAGE           PIC X(158).
      *
       COPY PRDFEC.
      *
       COPY PRDADFEC.
      *
       COPY CATFEC.
      *
       COPY PRMSFEC.
      *
      *
       0000-PROCESS-PRODUCT-MAINT.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           IF EIBCALEN = LENGTH OF LKUP-COMMAREA
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('DFEC')
                      COMMAREA(COMMUNICATION-AREA)
      *
       1800-XCTL-TO-LOOKUP.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               XCTL PROGRAM('LKUPFEC')
                    COMMAREA(LKUP-COMMAREA)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Unit weight must be numeric.' TO MESSAGEO
           END-IF.
      *
           IF       (MIN1I NOT = SPACE AND MIN1I NOT NUMERIC)
                 OR (MAX1I NOT = SPACE AND MAX1I NOT NUMERIC)
                 OR (MIN2I NOT = SPACE AND MIN2I NOT NUMERIC)
                 OR (MAX2I NOT = SPACE AND MAX2I NOT NUMERIC)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Location minimum and maximum must be numeric.'
                 TO MESSAGEO
           ELSE IF (MIN1I NOT = SPACE AND MAX1I NOT = SPACE
                     AND MAX1I < MIN1I)
                 OR (MIN2I NOT = SPACE AND MAX2I NOT = SPACE
                     AND MAX2I < MIN2I)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'A location maximum cannot be below its minimum.'
                 TO MESSAGEO
           END-IF.
      *
           IF       PSTATI NOT = SPACE AND LOW-VALUE
                AND PSTATI NOT = 'A' AND 'P' AND 'D' AND 'B'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Status must be A, P, D, or B.' TO MESSAGEO
           END-IF.
      *
           IF PCATI NOT = SPACE AND LOW-VALUE
               PERFORM 1250-EDIT-CATEGORY
           END-IF.
      *
       1250-EDIT-CATEGORY.
      *
           PERFORM 8100-CAT-OPEN.
           MOVE PCATI TO CAT-CATEGORY-CODE.
      *
           EXEC CICS
               READ FILE('CATFEC')
                    INTO(PRODUCT-CATEGORY-RECORD)
                    RIDFLD(CAT-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That category is not on the category master.'
                 TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       2000-ADD-PRODUCT-RECORD.
      *
      * LOCATIONS IS A RECEIVING/COUNT MATTER, NOT MAINTENANCE.
           MOVE PRD-QUANTITY-ON-HAND TO PRD-QTY-LOCATION (1).
           MOVE ZERO                 TO PRD-QTY-LOCATION (2).
           MOVE ZERO                 TO PRD-QTY-COMMITTED (1).
           MOVE ZERO                 TO PRD-QTY-COMMITTED (2).
           MOVE ZERO                 TO PRD-MTD-UNITS.
           MOVE ZERO                 TO PRD-YTD-UNITS.
      *
           ELSE
               MOVE WGTI TO PRD-UNIT-WEIGHT
           END-IF.
      *
           IF STKUOMI = SPACE OR LOW-VALUE
               MOVE 'EA' TO PRD-STOCKING-UOM
           ELSE
               MOVE STKUOMI TO PRD-STOCKING-UOM
           END-IF.
      *
      * A ZERO MINIMUM LEAVES THE LOCATION OUT OF THE NIGHTLY
      * TRANSFER SUGGESTIONS.
           IF MIN1I = SPACE
               MOVE ZERO TO PRD-LOC-MIN-QTY (1)
           ELSE
               MOVE MIN1I TO PRD-LOC-MIN-QTY (1)
           END-IF.
           IF MAX1I = SPACE
               MOVE ZERO TO PRD-LOC-MAX-QTY (1)
           ELSE
               MOVE MAX1I TO PRD-LOC-MAX-QTY (1)
           END-IF.
           IF MIN2I = SPACE
               MOVE ZERO TO PRD-LOC-MIN-QTY (2)
           ELSE
               MOVE MIN2I TO PRD-LOC-MIN-QTY (2)
           END-IF.
           IF MAX2I = SPACE
               MOVE ZERO TO PRD-LOC-MAX-QTY (2)
           ELSE
               MOVE MAX2I TO PRD-LOC-MAX-QTY (2)
           END-IF.
      *
           IF PSTATI = SPACE OR LOW-VALUE
               MOVE 'A' TO PRD-STATUS
           ELSE
               MOVE PSTATI TO PRD-STATUS
           END-IF.
      *
           IF PCATI = SPACE OR LOW-VALUE
               MOVE SPACES TO PRD-CATEGORY
           ELSE
               MOVE PCATI TO PRD-CATEGORY
           END-IF.
      *
           EXEC CICS
               WRITE FILE('PRDFEC')
                     FROM(PRD-RECORD)
                     RIDFLD(PRD-PRODUCT-CODE)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PRDFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Product added.' TO MESSAGEO
               MOVE 'That product does not exist.' TO MESSAGEO
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
      *    EVERY QUANTITY ON FILE IS COUNTED IN THE STOCKING UNIT, SO
      *    IT ONLY CHANGES WHILE THERE IS NOTHING TO RECOUNT.
           ELSE IF STKUOMI NOT = SPACE AND LOW-VALUE
                   AND STKUOMI NOT = PRD-STOCKING-UOM
                   AND (PRD-QUANTITY-ON-HAND NOT = ZERO
                     OR PRD-QTY-COMMITTED (1) NOT = ZERO
                     OR PRD-QTY-COMMITTED (2) NOT = ZERO)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Stocking unit cannot change with stock on hand.'
                 TO MESSAGEO
           ELSE
               MOVE PRD-RECORD TO WS-AUDIT-BEFORE-IMAGE
               IF DESCI NOT = SPACE
               IF WGTI NOT = SPACE
                   MOVE WGTI TO PRD-UNIT-WEIGHT
               END-IF
               IF STKUOMI NOT = SPACE AND LOW-VALUE
                   MOVE STKUOMI TO PRD-STOCKING-UOM
               END-IF
               IF MIN1I NOT = SPACE
                   MOVE MIN1I TO PRD-LOC-MIN-QTY (1)
               END-IF
               IF MAX1I NOT = SPACE
                   MOVE MAX1I TO PRD-LOC-MAX-QTY (1)
               END-IF
               IF MIN2I NOT = SPACE
                   MOVE MIN2I TO PRD-LOC-MIN-QTY (2)
               END-IF
               IF MAX2I NOT = SPACE
                   MOVE MAX2I TO PRD-LOC-MAX-QTY (2)
               END-IF
               IF PSTATI NOT = SPACE AND LOW-VALUE
                   MOVE PSTATI TO PRD-STATUS
               END-IF
               IF PCATI NOT = SPACE AND LOW-VALUE
                   MOVE PCATI TO PRD-CATEGORY
               END-IF
      *
               EXEC CICS
                   REWRITE FILE('PRDFEC')
                           FROM(PRD-RECORD)
                           RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PRDFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Product changed.' TO MESSAGEO
                          RIDFLD(PRODCDI)
                          RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE 'PRDFEC' TO USG-UPDATED-FILE
               PERFORM 9720-NOTE-FILE-UPDATE
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE SPACE TO PRD-RECORD
                     FROM(PRD-AUDIT-RECORD)
                     RIDFLD(PAUD-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'PRDADFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-CAT-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=CATFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('CATFEC')
                   OPENSTATUS(WS-CAT-OPEN-STATUS)
                   ENABLESTATUS(WS-CAT-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-CAT-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=CATFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('CATFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-CAT-OPEN
           ELSE IF WS-CAT-OPEN-STATUS = DFHVALUE(OPEN)
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
           MOVE 'PRDMNFEC' TO USG-PROGRAM-NAME.
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
