      * OF A WALK TO SOMEONE'S DESK.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD PO-LINE-UOM - THE UNIT EACH LINE WAS KEYED
      *                  IN (PO-ENTRY-UOM) AND THE STOCKING UNITS IN
      *                  ONE OF IT (PO-ENTRY-FACTOR). QUANTITIES AND
      *                  COSTS ON THE LINE ARE ALWAYS IN THE STOCKING
      *                  UNIT; THE ENTRY UNIT ONLY DRIVES HOW THE
      *                  PURCHASE ORDER PRINTS. SPACES MEANS THE LINE
      *                  WAS KEYED IN THE STOCKING UNIT. RECORD GROWS
      *                  FROM 399 TO 469 BYTES.
      * 2026-10-09  DAO  ADD PO-BLANKET-NUMBER - ZERO ON AN ORDINARY
      *                  PO; ON A RELEASE DRAWN BY BPRELFEC AGAINST A
      *                  BPOFEC BLANKET ORDER, THE BLANKET IT CAME
      *                  FROM, SO BPOSTFEC CAN TOTAL WHAT HAS BEEN
      *                  RECEIVED AGAINST EACH COMMITMENT. RECORD
      *                  GROWS FROM 393 TO 399 BYTES.
      * 2026-10-02  DAO  ADD PO-UNIT-COST TO EACH LINE ITEM - THE COST
      *                  AGREED WITH THE VENDOR, KEYED IN POENTFEC OR
      *                  DEFAULTED FROM THE VENDOR'S VPRFEC QUOTE, SO
      *                  RECEIVING AND BILLED PRICES HAVE SOMETHING TO
      *                  BE MEASURED AGAINST. RECORD GROWS FROM 303 TO
      *                  393 BYTES.
      * 2026-09-01  DAO  ADD STATUS D (DRAFT) - THE NIGHTLY POSGFEC
      *                  REORDER JOB WRITES SUGGESTED POS AT DRAFT,
      *                  AND RECEIVING AND THE OPEN-PO REPORT IGNORE
               10  PO-PRODUCT-CODE         PIC X(10).
               10  PO-QTY-ORDERED          PIC S9(07).
               10  PO-QTY-RECEIVED         PIC S9(07).
               10  PO-UNIT-COST            PIC S9(07)V99.
           05  PO-LINE-COUNT               PIC 9(04).
           05  PO-BLANKET-NUMBER           PIC 9(06).
           05  PO-LINE-UOM                 OCCURS 10 TIMES.
               10  PO-ENTRY-UOM            PIC X(02).
               10  PO-ENTRY-FACTOR         PIC 9(05).
      *
