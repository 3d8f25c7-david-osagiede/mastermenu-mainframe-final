      *
      * MOD HISTORY
      * 2026-09-01  DAO  ORIGINAL RECORD.
      * 2026-10-15  DAO  ADD LOT-EXPIRATION-DATE (YYYYMMDD, SPACES
      *                  WHEN THE LOT DOES NOT EXPIRE), KEYED AT
      *                  RECEIPT. SHPCFFEC NOW RELIEVES THE EARLIEST-
      *                  EXPIRING UNEXPIRED LOT FIRST AND NEVER SHIPS
      *                  AN EXPIRED ONE. RECORD GROWS 41 TO 49 BYTES.
      *
      ******************************************************************
      *
           05  LOT-QTY-ON-HAND             PIC S9(07).
           05  LOT-RECEIPT-DATE            PIC X(08).
           05  LOT-PO-NUMBER               PIC 9(06).
           05  LOT-EXPIRATION-DATE         PIC X(08).
      *
