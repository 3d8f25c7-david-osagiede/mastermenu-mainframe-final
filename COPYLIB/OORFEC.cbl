      * PRICE QUOTED AND THE PRICE BILLED CANNOT DISAGREE.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD OOR-LINE-UOM - THE UNIT EACH LINE WAS
      *                  KEYED IN (OOR-ENTRY-UOM) AND THE STOCKING
      *                  UNITS IN ONE OF IT (OOR-ENTRY-FACTOR).
      *                  QUANTITIES AND PRICES ON THE LINE ARE ALWAYS
      *                  IN THE STOCKING UNIT; THE ENTRY UNIT DRIVES
      *                  THE ACKNOWLEDGMENT AND IS CARRIED TO THE
      *                  INVOICE. SPACES MEANS THE STOCKING UNIT.
      *                  RECORD GROWS FROM 421 TO 491 BYTES.
      * 2026-09-02  DAO  ADD OOR-OPERATOR-ID - WHO BOOKED THE ORDER,
      *                  EIBOPID FROM CMORDFEC, THE PROGRAM NAME
      *                  FROM THE ORDIMFEC IMPORT AND THE STOGNFEC
           05  OOR-REQUESTED-DATE          PIC X(08).
           05  OOR-SHIPTO-CODE             PIC X(04).
           05  OOR-OPERATOR-ID             PIC X(08).
           05  OOR-LINE-UOM                OCCURS 10 TIMES.
               10  OOR-ENTRY-UOM           PIC X(02).
               10  OOR-ENTRY-FACTOR        PIC 9(05).
      *
