      *what is already inbound on open and draft POs (ordered less
      *received, per product), one pass of BKOFEC accumulates the
      *open backorder quantity per product, then a sweep of the
      *product master nets PRD-QUANTITY-ON-HAND minus what open orders
      *have committed, minus backorders, plus inbound, and every
      *product whose net position is still under its
      *PRD-REORDER-POINT is suggested for reorder - phase-out,
      *discontinued and blocked products excepted. The suggested
      *quantity brings the net position back up to the reorder point.
      *Suggestions are held until the sweep ends, then written onto
      *draft purchase orders grouped by the product's primary vendor
      *from the VPRFEC supply file - up to ten lines per PO, numbered
      *from CTLFEC control record 1 the same way INVFCFEC and ORDIMFEC
      *take numbers in batch. Each vendor's drafts carry the vendor
      *number and name, each line is costed at that vendor's last
      *quoted cost, and each quantity is raised to the vendor's
      *minimum order. Only products with no primary vendor on VPRFEC
      *go onto vendorless drafts, costed at PRD-UNIT-COST; the buyer
      *completes those in POENTFEC, keys the vendor, and releases
      *them to open with action R. Prints a register of the drafts
      *written.
      *
      *MOD HISTORY
      *2026-10-15  DAO  NET POSITION ALSO TAKES OFF THE QUANTITY
      *                 COMMITTED TO OPEN ORDERS, NO LONGER TAKEN OUT
      *                 OF ON-HAND.
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 154 TO 158 FOR THE NEW
      *                 PRD-CATEGORY.
      *2026-10-15  DAO  NEVER SUGGEST A PHASE-OUT, DISCONTINUED OR
      *                 BLOCKED PRODUCT FOR REORDER; THEY ARE COUNTED
      *                 ON THE SUMMARY INSTEAD.
      *2026-10-15  DAO  PRD LAYOUT GROWS 153 TO 154 FOR THE NEW
      *                 PRD-STATUS.
      *2026-10-15  DAO  PRD LAYOUT GROWS 125 TO 153 FOR THE NEW
      *                 PER-LOCATION MINIMUM AND MAXIMUM.
      *2026-10-15  DAO  PO LAYOUT GROWS 399 TO 469 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  PRD LAYOUT GROWS 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM.
      *2026-10-11  DAO  PRD LAYOUT GROWS 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED BY LOCATION.
      *2026-10-09  DAO  PO LAYOUT GROWS 393 TO 399 FOR THE NEW
      *                 PO-BLANKET-NUMBER ON A BLANKET RELEASE.
      *2026-10-08  DAO  VENDOR RECORD GROWS 114 TO 126 FOR THE 1099
      *                 IDENTITY FIELDS.
      *2026-10-02  DAO  PO LAYOUT GROWS 303 TO 393: EACH DRAFT LINE
      *                 CARRIES A PO-UNIT-COST FROM THE PRIMARY
      *                 VENDOR'S VPRFEC QUOTE, OR THE PRODUCT'S OWN
      *                 UNIT COST WHEN NO VENDOR IS NAMED.
      *2026-10-01  DAO  LOAD PRIMARY VENDORS FROM VPRFEC, ROUND EACH
      *                 SUGGESTION UP TO THE VENDOR MINIMUM ORDER AND
      *                 WRITE ONE DRAFT PER VENDOR WITH THE VENDOR
      *                 NUMBER AND NAME FILLED IN. VENDOR ON REGISTER.
      *2026-09-02  DAO  CHECK THE JOBDEP DEPENDENCY FILE AT STARTUP -
      *                 REFUSE TO RUN UNLESS EVERY LISTED PREDECESSOR
      *                 POSTED A SUCCESSFUL FINISH TO RUNHIST TODAY -
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BKOFILE-SW.

           SELECT VPR-FILE ASSIGN TO VPRMSTR
               RECORD KEY IS VPR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VPRFILE-SW.

           SELECT VND-FILE ASSIGN TO VNDMSTR
               RECORD KEY IS VND-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT CTL-FILE ASSIGN TO CTLMSTR
               RECORD KEY IS INVCTL-RECORD-KEY-1
               ORGANIZATION IS INDEXED
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY-1.
           05  PRD-ABC-CLASS-1               PIC X(01).
           05  PRD-UNIT-WEIGHT-1             PIC S9(03)V99.
           05  PRD-LASTYR-UNITS-1             PIC S9(07).
           05  PRD-QTY-COMMITTED-1           OCCURS 2 TIMES
                                             PIC S9(07).
           05  PRD-STOCKING-UOM-1            PIC X(02).
           05  PRD-LOC-STOCK-LEVELS-1        OCCURS 2 TIMES.
               10  PRD-LOC-MIN-QTY-1         PIC S9(07).
               10  PRD-LOC-MAX-QTY-1         PIC S9(07).
           05  PRD-STATUS-1                  PIC X(01).
               88  PRD-STATUS-NO-REORDER-1       VALUE 'P' 'D' 'B'.
           05  PRD-CATEGORY-1                PIC X(04).
      *
       FD PO-FILE
           RECORD CONTAINS 469 CHARACTERS
           DATA RECORD IS PO-FILE-RECORD.
       01  PO-FILE-RECORD.
           05  PO-KEY-1.
               10  PO-PRODUCT-CODE-1         PIC X(10).
               10  PO-QTY-ORDERED-1          PIC S9(07).
               10  PO-QTY-RECEIVED-1         PIC S9(07).
               10  PO-UNIT-COST-1            PIC S9(07)V99.
           05  PO-LINE-COUNT-1               PIC 9(04).
           05  PO-BLANKET-NUMBER-1           PIC 9(06).
           05  PO-LINE-UOM-1                 OCCURS 10 TIMES.
               10  PO-ENTRY-UOM-1            PIC X(02).
               10  PO-ENTRY-FACTOR-1         PIC 9(05).
      *
       FD BKO-FILE
           RECORD CONTAINS 44 CHARACTERS
           05  BKO-ORDER-DATE-1              PIC X(08).
           05  BKO-QUANTITY-ORDERED-1        PIC S9(07).
           05  BKO-QUANTITY-SHORT-1          PIC S9(07).
      *
       FD VPR-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS VPR-FILE-RECORD.
       01  VPR-FILE-RECORD.
           05  VPR-KEY-1.
               10  VPR-PRODUCT-CODE-1        PIC X(10).
               10  VPR-VENDOR-NUMBER-1       PIC X(06).
           05  VPR-VENDOR-ITEM-1             PIC X(15).
           05  VPR-LAST-COST-1               PIC S9(07)V99.
           05  VPR-QUOTE-DATE-1              PIC X(08).
           05  VPR-MIN-ORDER-QTY-1           PIC S9(07).
           05  VPR-PRIMARY-SW-1              PIC X(01).
               88  VPR-PRIMARY-VENDOR-1          VALUE 'Y'.
      *
       FD VND-FILE
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS VND-FILE-RECORD.
       01  VND-FILE-RECORD.
           05  VND-KEY-1.
               10  VND-VENDOR-NUMBER-1       PIC X(06).
           05  VND-VENDOR-NAME-1             PIC X(30).
           05  VND-ADDRESS-1                 PIC X(30).
           05  VND-CITY-1                    PIC X(20).
           05  VND-STATE-1                   PIC X(02).
           05  VND-ZIP-CODE-1                PIC X(10).
           05  VND-PHONE-1                   PIC X(12).
           05  VND-TERMS-CODE-1              PIC X(03).
           05  VND-STATUS-1                  PIC X(01).
           05  VND-1099-SW-1                 PIC X(01).
           05  VND-TIN-TYPE-1                PIC X(01).
           05  VND-TAX-ID-1                  PIC X(09).
           05  VND-1099-BOX-1                PIC X(01).
      *
       FD CTL-FILE
           RECORD CONTAINS 7 CHARACTERS
       01 WS-BKOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BKOFILE-SUCCESS                VALUE '00'.
           88  WS-BKOFILE-EOF                    VALUE '10'.
       01 WS-VPRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VPRFILE-SUCCESS                VALUE '00'.
           88  WS-VPRFILE-EOF                    VALUE '10'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFND                 VALUE '23'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
       01 WS-NET-POSITION                    PIC S9(09) COMP-3 VALUE 0.
       01 WS-SUGGEST-QTY                     PIC S9(07) COMP-3 VALUE 0.
      *
      * PRIMARY VENDOR PER PRODUCT, LOADED FROM VPRFEC BEFORE THE
      * PRODUCT MASTER PASS.
       01 WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY                  OCCURS 1000 TIMES.
               10  WS-SRC-PRODUCT            PIC X(10).
               10  WS-SRC-VENDOR             PIC X(06).
               10  WS-SRC-MIN-ORDER-QTY      PIC S9(07) COMP-3.
               10  WS-SRC-LAST-COST          PIC S9(07)V99 COMP-3.
       01 WS-SRC-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-SRC-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-SRC-HIT-SUB                     PIC S9(04) COMP VALUE 0.
      *
      * SUGGESTED LINES HELD UNTIL THE SWEEP ENDS SO THEY CAN BE
      * WRITTEN ONTO DRAFTS ONE VENDOR AT A TIME. A BLANK VENDOR IS
      * A PRODUCT WITH NO PRIMARY SOURCE ON VPRFEC.
       01 WS-SUGGEST-TABLE.
           05  WS-SUG-ENTRY                  OCCURS 2000 TIMES.
               10  WS-SUG-VENDOR             PIC X(06).
               10  WS-SUG-PRODUCT            PIC X(10).
               10  WS-SUG-DESCRIPTION        PIC X(20).
               10  WS-SUG-ON-HAND            PIC S9(07) COMP-3.
               10  WS-SUG-BACKORDER          PIC S9(07) COMP-3.
               10  WS-SUG-INBOUND            PIC S9(07) COMP-3.
               10  WS-SUG-REORDER-POINT      PIC S9(07) COMP-3.
               10  WS-SUG-QTY                PIC S9(07) COMP-3.
               10  WS-SUG-UNIT-COST          PIC S9(07)V99 COMP-3.
               10  WS-SUG-WRITTEN-SW         PIC X(01).
       01 WS-SUG-COUNT                       PIC S9(04) COMP VALUE 0.
       01 WS-SUG-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-SUG-VENDOR-SUB                  PIC S9(04) COMP VALUE 0.
       01 WS-CURRENT-VENDOR                  PIC X(06)  VALUE SPACES.
      *
      * THE DRAFT PO BEING FILLED - FLUSHED WHEN ITS TEN LINES ARE
      * FULL AND AGAIN AT END OF THE PRODUCT SWEEP.
       01 WS-DRAFT-OPEN-SW                   PIC X(01)  VALUE 'N'.
      *
       01 WS-PRODUCT-READ-CNT                PIC 9(07)  COMP-3 VALUE 0.
       01 WS-SUGGESTED-CNT                   PIC 9(05)  COMP-3 VALUE 0.
       01 WS-NO-REORDER-CNT                  PIC 9(05)  COMP-3 VALUE 0.
       01 WS-DRAFT-PO-CNT                    PIC 9(05)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(08) VALUE 'DRAFT PO'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'VENDOR'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
       01 DETAIL-LINE.
           05  DTL-PO-NUMBER                 PIC 9(06).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DTL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PRODUCT-CODE              PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION               PIC X(20).
           05  FILLER                        PIC X(20)
               VALUE 'DRAFT POS WRITTEN:'.
           05  SL3-DRAFT-PO-CNT              PIC ZZZZ9.
      *
       01 SUMMARY-LINE-4.
           05  FILLER                        PIC X(20)
               VALUE 'NOT REORDERED P/D/B:'.
           05  SL4-NO-REORDER-CNT            PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
               DISPLAY "BKO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT VPR-FILE.
           IF NOT WS-VPRFILE-SUCCESS
               DISPLAY "WS-VPRFILE-SW=" WS-VPRFILE-SW
               DISPLAY "VPR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT VND-FILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O CTL-FILE.
           IF NOT WS-CTLFILE-SUCCESS
      *
           PERFORM 100-ACCUMULATE-INBOUND.
           PERFORM 200-ACCUMULATE-BACKORDERS.
           PERFORM 250-LOAD-PRIMARY-VENDORS.
           PERFORM 300-SWEEP-THE-PRODUCTS.
           PERFORM 350-WRITE-DRAFTS-BY-VENDOR.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
           READ BKO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       250-LOAD-PRIMARY-VENDORS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ VPR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
           PERFORM 260-LOAD-ONE-SUPPLY-ROW
               UNTIL WS-EOF-YES.
      *
       260-LOAD-ONE-SUPPLY-ROW.
      *
           IF VPR-PRIMARY-VENDOR-1
               IF WS-SRC-COUNT < 1000
                   ADD 1 TO WS-SRC-COUNT
                   MOVE VPR-PRODUCT-CODE-1
                     TO WS-SRC-PRODUCT (WS-SRC-COUNT)
                   MOVE VPR-VENDOR-NUMBER-1
                     TO WS-SRC-VENDOR (WS-SRC-COUNT)
                   MOVE VPR-MIN-ORDER-QTY-1
                     TO WS-SRC-MIN-ORDER-QTY (WS-SRC-COUNT)
                   MOVE VPR-LAST-COST-1
                     TO WS-SRC-LAST-COST (WS-SRC-COUNT)
               ELSE
                   DISPLAY "SOURCE TABLE FULL - PRIMARY SKIPPED: "
                       VPR-PRODUCT-CODE-1
               END-IF
           END-IF.
      *
           READ VPR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       270-FIND-PRIMARY-VENDOR.
      *
      * ON EXIT WS-SRC-HIT-SUB POINTS AT THE PRODUCT'S PRIMARY SOURCE,
      * OR IS ZERO WHEN VPRFEC NAMES NONE.
           MOVE ZERO TO WS-SRC-HIT-SUB.
           PERFORM 280-CHECK-ONE-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT
                  OR WS-SRC-HIT-SUB > ZERO.
      *
       280-CHECK-ONE-SOURCE.
      *
           IF WS-SRC-PRODUCT (WS-SRC-SUB) = PRD-PRODUCT-CODE-1
               MOVE WS-SRC-SUB TO WS-SRC-HIT-SUB
           END-IF.
      *
       300-SWEEP-THE-PRODUCTS.
      *
      *
           ADD 1 TO WS-PRODUCT-READ-CNT.
      *
      *    A PHASE-OUT PRODUCT SELLS DOWN WHAT IS LEFT, AND A
      *    DISCONTINUED OR BLOCKED ONE IS NOT SOLD AT ALL - NONE OF
      *    THEM IS EVER SUGGESTED FOR REORDER.
           IF PRD-STATUS-NO-REORDER-1
               ADD 1 TO WS-NO-REORDER-CNT
           ELSE IF PRD-REORDER-POINT-1 > ZERO
               MOVE PRD-PRODUCT-CODE-1 TO WS-POS-SEARCH-ARG
               PERFORM 400-FIND-POSITION-SLOT
               COMPUTE WS-NET-POSITION =
                   PRD-QUANTITY-ON-HAND-1
                   - PRD-QTY-COMMITTED-1 (1)
                   - PRD-QTY-COMMITTED-1 (2)
                   - WS-POS-BACKORDER (WS-POS-HIT-SUB)
                   + WS-POS-ON-ORDER (WS-POS-HIT-SUB)
               IF WS-NET-POSITION < PRD-REORDER-POINT-1
      *
       320-SUGGEST-ONE-LINE.
      *
           PERFORM 270-FIND-PRIMARY-VENDOR.
      *
           IF WS-SUG-COUNT NOT < 2000
               DISPLAY "SUGGESTION TABLE FULL - PRODUCT SKIPPED: "
                   PRD-PRODUCT-CODE-1
           ELSE
               ADD 1 TO WS-SUG-COUNT
               IF WS-SRC-HIT-SUB > ZERO
                   MOVE WS-SRC-VENDOR (WS-SRC-HIT-SUB)
                     TO WS-SUG-VENDOR (WS-SUG-COUNT)
                   IF WS-SUGGEST-QTY <
                           WS-SRC-MIN-ORDER-QTY (WS-SRC-HIT-SUB)
                       MOVE WS-SRC-MIN-ORDER-QTY (WS-SRC-HIT-SUB)
                         TO WS-SUGGEST-QTY
                   END-IF
                   MOVE WS-SRC-LAST-COST (WS-SRC-HIT-SUB)
                     TO WS-SUG-UNIT-COST (WS-SUG-COUNT)
               ELSE
                   MOVE SPACES TO WS-SUG-VENDOR (WS-SUG-COUNT)
                   MOVE PRD-UNIT-COST-1
                     TO WS-SUG-UNIT-COST (WS-SUG-COUNT)
               END-IF
               MOVE PRD-PRODUCT-CODE-1
                 TO WS-SUG-PRODUCT (WS-SUG-COUNT)
               MOVE PRD-PRODUCT-DESCRIPTION-1
                 TO WS-SUG-DESCRIPTION (WS-SUG-COUNT)
               MOVE PRD-QUANTITY-ON-HAND-1
                 TO WS-SUG-ON-HAND (WS-SUG-COUNT)
               MOVE WS-POS-BACKORDER (WS-POS-HIT-SUB)
                 TO WS-SUG-BACKORDER (WS-SUG-COUNT)
               MOVE WS-POS-ON-ORDER (WS-POS-HIT-SUB)
                 TO WS-SUG-INBOUND (WS-SUG-COUNT)
               MOVE PRD-REORDER-POINT-1
                 TO WS-SUG-REORDER-POINT (WS-SUG-COUNT)
               MOVE WS-SUGGEST-QTY
                 TO WS-SUG-QTY (WS-SUG-COUNT)
               MOVE 'N' TO WS-SUG-WRITTEN-SW (WS-SUG-COUNT)
           END-IF.
      *
       350-WRITE-DRAFTS-BY-VENDOR.
      *
      * EACH UNWRITTEN LINE STARTS A VENDOR GROUP; EVERY LATER LINE
      * FOR THE SAME VENDOR IS PULLED ONTO THAT VENDOR'S DRAFTS.
           PERFORM 360-WRITE-ONE-VENDOR-GROUP
               VARYING WS-SUG-SUB FROM 1 BY 1
               UNTIL WS-SUG-SUB > WS-SUG-COUNT.
      *
       360-WRITE-ONE-VENDOR-GROUP.
      *
           IF WS-SUG-WRITTEN-SW (WS-SUG-SUB) = 'N'
               MOVE WS-SUG-VENDOR (WS-SUG-SUB) TO WS-CURRENT-VENDOR
               PERFORM 370-ADD-ONE-VENDOR-LINE
                   VARYING WS-SUG-VENDOR-SUB FROM WS-SUG-SUB BY 1
                   UNTIL WS-SUG-VENDOR-SUB > WS-SUG-COUNT
               IF WS-DRAFT-OPEN
                   PERFORM 500-FLUSH-THE-DRAFT-PO
               END-IF
           END-IF.
      *
       370-ADD-ONE-VENDOR-LINE.
      *
           IF WS-SUG-WRITTEN-SW (WS-SUG-VENDOR-SUB) = 'N'
                   AND WS-SUG-VENDOR (WS-SUG-VENDOR-SUB)
                       = WS-CURRENT-VENDOR
               IF NOT WS-DRAFT-OPEN
                   PERFORM 450-START-A-DRAFT-PO
               END-IF
               ADD 1 TO WS-DRAFT-LINE-CNT
               MOVE WS-SUG-PRODUCT (WS-SUG-VENDOR-SUB)
                 TO PO-PRODUCT-CODE-1 (WS-DRAFT-LINE-CNT)
               MOVE WS-SUG-QTY (WS-SUG-VENDOR-SUB)
                 TO PO-QTY-ORDERED-1 (WS-DRAFT-LINE-CNT)
               MOVE ZERO
                 TO PO-QTY-RECEIVED-1 (WS-DRAFT-LINE-CNT)
               MOVE WS-SUG-UNIT-COST (WS-SUG-VENDOR-SUB)
                 TO PO-UNIT-COST-1 (WS-DRAFT-LINE-CNT)
               MOVE WS-DRAFT-LINE-CNT TO PO-LINE-COUNT-1
               MOVE 'Y' TO WS-SUG-WRITTEN-SW (WS-SUG-VENDOR-SUB)
               PERFORM 600-PRINT-SUGGESTION-LINE
               ADD 1 TO WS-SUGGESTED-CNT
               IF WS-DRAFT-LINE-CNT NOT < 10
                   PERFORM 500-FLUSH-THE-DRAFT-PO
               END-IF
           END-IF.
      *
       400-FIND-POSITION-SLOT.
      *
           MOVE SPACE              TO PO-FILE-RECORD.
           MOVE WS-NEXT-PO-NUMBER  TO PO-NUMBER-1.
           MOVE WS-CURRENT-VENDOR  TO PO-VENDOR-NUMBER-1.
           IF WS-CURRENT-VENDOR = SPACES
               MOVE 'SUGGESTED - ASSIGN VENDOR'
                                   TO PO-VENDOR-NAME-1
           ELSE
               PERFORM 480-GET-VENDOR-NAME
           END-IF.
           MOVE WS-TODAY-DATE      TO PO-ORDER-DATE-1.
      *
           MOVE WS-TODAY-DATE      TO WS-EXPECTED-DATE-OUT.
      *
           MOVE 'D'                TO PO-STATUS-1.
           MOVE ZERO               TO PO-LINE-COUNT-1.
           MOVE ZERO               TO PO-BLANKET-NUMBER-1.
           PERFORM 470-CLEAR-ONE-DRAFT-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10.
               DISPLAY "CTL-FILE REWRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       480-GET-VENDOR-NAME.
      *
           MOVE WS-CURRENT-VENDOR TO VND-VENDOR-NUMBER-1.
           MOVE '00' TO WS-VNDFILE-SW.
           READ VND-FILE
               INVALID KEY MOVE '23' TO WS-VNDFILE-SW.
      *
           IF WS-VNDFILE-NOTFND
               DISPLAY "PRIMARY VENDOR NOT ON VENDOR MASTER: "
                   WS-CURRENT-VENDOR
               MOVE 'VENDOR NOT ON FILE - CHECK'
                                   TO PO-VENDOR-NAME-1
           ELSE IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE
               MOVE VND-VENDOR-NAME-1 TO PO-VENDOR-NAME-1
           END-IF.
      *
       470-CLEAR-ONE-DRAFT-LINE.
      *
           MOVE SPACE TO PO-PRODUCT-CODE-1 (WS-LINE-SUB).
           MOVE ZERO  TO PO-QTY-ORDERED-1 (WS-LINE-SUB)
                         PO-QTY-RECEIVED-1 (WS-LINE-SUB)
                         PO-UNIT-COST-1 (WS-LINE-SUB).
      *
       500-FLUSH-THE-DRAFT-PO.
      *
           END-IF.
      *
           MOVE WS-NEXT-PO-NUMBER      TO DTL-PO-NUMBER.
           MOVE WS-CURRENT-VENDOR      TO DTL-VENDOR-NUMBER.
           MOVE WS-SUG-PRODUCT (WS-SUG-VENDOR-SUB)
                                       TO DTL-PRODUCT-CODE.
           MOVE WS-SUG-DESCRIPTION (WS-SUG-VENDOR-SUB)
                                       TO DTL-DESCRIPTION.
           MOVE WS-SUG-ON-HAND (WS-SUG-VENDOR-SUB)
                                       TO DTL-ON-HAND.
           MOVE WS-SUG-BACKORDER (WS-SUG-VENDOR-SUB)
                                       TO DTL-BACKORDER.
           MOVE WS-SUG-INBOUND (WS-SUG-VENDOR-SUB)
                                       TO DTL-INBOUND.
           MOVE WS-SUG-REORDER-POINT (WS-SUG-VENDOR-SUB)
                                       TO DTL-REORDER-POINT.
           MOVE WS-SUG-QTY (WS-SUG-VENDOR-SUB)
                                       TO DTL-SUGGEST-QTY.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           MOVE WS-PRODUCT-READ-CNT TO SL1-PRODUCT-READ-CNT.
           MOVE WS-SUGGESTED-CNT    TO SL2-SUGGESTED-CNT.
           MOVE WS-DRAFT-PO-CNT     TO SL3-DRAFT-PO-CNT.
           MOVE WS-NO-REORDER-CNT   TO SL4-NO-REORDER-CNT.
      *
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
               AFTER ADVANCING 1 LINES.
      *
       010-CHECK-JOB-DEPENDENCIES.
      *
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - RUN WILL NOT BE "
           CLOSE PRD-FILE
                 PO-FILE
                 BKO-FILE
                 VPR-FILE
                 VND-FILE
                 CTL-FILE
                 PRINT-FILE.
           DISPLAY "TOTAL PRODUCTS READ    = " WS-PRODUCT-READ-CNT.
           DISPLAY "TOTAL DRAFT POS        = " WS-DRAFT-PO-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
       940-WRITE-RUNHIST-START.
      *
      * THE STARTED ROW CARRIES NO END, SO THE BATCH STATUS SCREEN
      * SHOWS THE JOB AS RUNNING UNTIL ITS FINISH ROW FOLLOWS.
           MOVE WS-OWN-JOB-NAME       TO RUNHIST-JOB-NAME.
           MOVE WS-JOB-START-DATE     TO RUNHIST-START-DATE.
           MOVE WS-JOB-START-TIME     TO RUNHIST-START-TIME.
           MOVE ZERO                  TO RUNHIST-END-DATE
                                         RUNHIST-END-TIME
                                         RUNHIST-RECORD-COUNT.
           MOVE 'R'                   TO RUNHIST-STATUS.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
      *
       950-WRITE-RUNHIST-RECORD.
      *
