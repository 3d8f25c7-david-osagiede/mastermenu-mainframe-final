      * PRODUCT-MASTER-FILE-RECORD IN PRDLOFEC.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD PRD-CATEGORY, THE PRODUCT LINE THE ITEM
      *                  BELONGS TO, VALIDATED AGAINST THE CATFEC
      *                  CATEGORY MASTER. SPACES MEANS UNCATEGORIZED.
      *                  DRIVES THE CATEGORY BREAKS ON THE SALES,
      *                  MARGIN AND SLOW-MOVING REPORTS AND THE
      *                  PER-CATEGORY GL POSTING IN INVGLFEC. RECORD
      *                  GROWS FROM 154 TO 158 BYTES.
      * 2026-10-15  DAO  ADD PRD-STATUS, THE PRODUCT'S LIFECYCLE
      *                  STATE. A (OR SPACE) ACTIVE. P PHASE-OUT -
      *                  SELL DOWN WHAT IS ON HAND BUT NEVER REORDER.
      *                  D DISCONTINUED - NO NEW ORDERS, THE CLERK IS
      *                  OFFERED THE SUBFEC SUBSTITUTE. B BLOCKED - NO
      *                  NEW ORDERS AND NO REORDERS WHILE THE HOLD
      *                  STANDS; ORDERS ALREADY BOOKED STILL SHIP.
      *                  RECORD GROWS FROM 153 TO 154 BYTES.
      * 2026-10-15  DAO  ADD PRD-LOC-MIN-QTY AND PRD-LOC-MAX-QTY FOR
      *                  EACH LOCATION. WHEN A LOCATION'S AVAILABLE
      *                  STOCK FALLS BELOW ITS MINIMUM THE NIGHTLY
      *                  LXFERFEC RUN PROPOSES A TRANSFER FROM THE
      *                  OTHER LOCATION TO BRING IT BACK UP TOWARD
      *                  ITS MAXIMUM. ZERO MINIMUM MEANS NOT MANAGED.
      *                  RECORD GROWS FROM 125 TO 153 BYTES.
      * 2026-10-15  DAO  ADD PRD-STOCKING-UOM, THE UNIT EVERY QUANTITY,
      *                  COST AND MOVEMENT ON FILE IS COUNTED IN (EA
      *                  WHEN NOT GIVEN). ALTERNATE BUYING AND SELLING
      *                  UNITS - CASE, PALLET - LIVE ON UOMFEC WITH
      *                  THEIR PACK SIZE AND ARE CONVERTED TO THIS
      *                  UNIT AT ENTRY. RECORD GROWS FROM 123 TO 125
      *                  BYTES.
      * 2026-10-11  DAO  ADD PRD-QTY-COMMITTED, THE QUANTITY RESERVED
      *                  AT EACH LOCATION BY ENTERED ORDERS THAT HAVE
      *                  NOT SHIPPED. ORDER ENTRY NOW ADDS TO IT
      *                  INSTEAD OF RELIEVING ON-HAND, AND SHPCFFEC
      *                  RELIEVES BOTH WHEN THE SHIPMENT IS CONFIRMED,
      *                  SO ON-HAND IS WHAT IS PHYSICALLY ON THE
      *                  SHELF. AVAILABLE-TO-PROMISE IS THE LOCATION
      *                  QUANTITY LESS ITS COMMITTED QUANTITY. RECORD
      *                  GROWS FROM 109 TO 123 BYTES.
      * 2026-09-01  DAO  ADD PRD-LASTYR-UNITS - THE FINISHED YEAR'S
      *                  UNITS, ROLLED IN BY THE PERCLFEC JANUARY
      *                  CLOSE BEFORE YTD IS ZEROED. RECORD GROWS
           05  PRD-ABC-CLASS                   PIC X(01).
           05  PRD-UNIT-WEIGHT                 PIC S9(03)V99.
           05  PRD-LASTYR-UNITS                PIC S9(07).
           05  PRD-QTY-COMMITTED               OCCURS 2 TIMES
                                               PIC S9(07).
           05  PRD-STOCKING-UOM                PIC X(02).
           05  PRD-LOC-STOCK-LEVELS            OCCURS 2 TIMES.
               10  PRD-LOC-MIN-QTY             PIC S9(07).
               10  PRD-LOC-MAX-QTY             PIC S9(07).
           05  PRD-STATUS                      PIC X(01).
               88  PRD-STATUS-ACTIVE               VALUE 'A' SPACE.
               88  PRD-STATUS-PHASE-OUT            VALUE 'P'.
               88  PRD-STATUS-DISCONTINUED         VALUE 'D'.
               88  PRD-STATUS-BLOCKED              VALUE 'B'.
               88  PRD-STATUS-VALID                VALUE 'A' 'P' 'D'
                                                         'B'.
               88  PRD-STATUS-NOT-SOLD             VALUE 'D' 'B'.
               88  PRD-STATUS-NO-REORDER           VALUE 'P' 'D' 'B'.
           05  PRD-CATEGORY                    PIC X(04).
      *
