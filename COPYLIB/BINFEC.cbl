      ******************************************************************
      *
      * BINFEC - WAREHOUSE BIN MASTER RECORD, KEYED BY THE SIX-
      * CHARACTER BIN CODE (THE SAME CODE PRD-BIN-LOCATION CARRIES
      * FOR A PRODUCT'S PRIMARY PICK BIN). EACH BIN BELONGS TO ONE
      * BUILDING (1 OR 2, AS PRD-QTY-LOCATION) AND ONE ZONE, HOLDS AT
      * MOST BIN-CAPACITY UNITS, AND IS EITHER A PICK BIN ON THE
      * FLOOR THE PICKERS WALK OR A RESERVE BIN OVERHEAD THAT IS
      * ONLY EVER EMPTIED INTO A PICK BIN. BIN-QTY-ON-HAND IS THE
      * TOTAL OF EVERY PBNFEC PRODUCT-BIN BALANCE IN THE BIN, KEPT
      * IN STEP BY PORCFEC (PUTAWAY), PCKLSFEC (PICKS) AND RPLENFEC
      * (REPLENISHMENT), SO THE ROOM LEFT IS CAPACITY LESS ON-HAND.
      * MAINTAINED ON BINMNFEC.
      *
      * MOD HISTORY
      * 2026-10-14  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  BIN-MASTER-RECORD.
           05  BIN-KEY.
               10  BIN-CODE                PIC X(06).
           05  BIN-LOCATION                PIC 9(01).
           05  BIN-ZONE                    PIC X(02).
           05  BIN-TYPE                    PIC X(01).
               88  BIN-TYPE-PICK               VALUE 'P'.
               88  BIN-TYPE-RESERVE            VALUE 'R'.
               88  BIN-TYPE-VALID              VALUE 'P' 'R'.
           05  BIN-CAPACITY                PIC S9(07).
           05  BIN-QTY-ON-HAND             PIC S9(07).
