      * INVOICE-FILE-RECORD IN INVLOFEC.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  PRICE-SOURCE FLAG P NOW MARKS A LINE PRICED
      *                  FROM A PMOFEC PROMOTION, JOINING Q, C, AND
      *                  SPACE. NO LAYOUT CHANGE.
      * 2026-10-15  DAO  ADD INV-LINE-UOM - THE UNIT THE ORDER LINE
      *                  WAS KEYED IN (INV-ENTRY-UOM) AND THE STOCKING
      *                  UNITS IN ONE OF IT (INV-ENTRY-FACTOR), COPIED
      *                  FROM THE OPEN ORDER AT SHIP CONFIRMATION SO
      *                  INVDCFEC CAN PRINT THE LINE THE WAY IT WAS
      *                  ORDERED. QUANTITIES AND PRICES STAY IN THE
      *                  STOCKING UNIT; SPACES MEANS THE STOCKING
      *                  UNIT. RECORD GROWS FROM 583 TO 653 BYTES.
      * 2026-09-01  DAO  ADD INV-SHIPTO-CODE - THE SHTFEC SHIP-TO
      *                  LOCATION THE ORDER WAS ENTERED FOR, CARRIED
      *                  FROM OOR-SHIPTO-CODE AT SHIP CONFIRMATION.
           05  INV-FREIGHT-AMOUNT          PIC S9(07)V99.
           05  INV-REP-CODE                PIC X(03).
           05  INV-SHIPTO-CODE             PIC X(04).
           05  INV-LINE-UOM                OCCURS 10 TIMES.
               10  INV-ENTRY-UOM           PIC X(02).
               10  INV-ENTRY-FACTOR        PIC 9(05).
      *
