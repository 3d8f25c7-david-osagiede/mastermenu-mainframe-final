      * 579-BYTE INVOICE.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORDMNFEC'S OPEN-ORDER CHANGES AND CANCELS
      *                  JOURNAL HERE TOO, AS OORFEC REWRITES.
      * 2026-10-15  DAO  JRN-IMAGE GROWS 583 TO 653 WITH THE
      *                  INVOICE RECORD'S ENTRY UNITS OF MEASURE.
      *                  RECORD GROWS FROM 615 TO 685 BYTES.
      * 2026-09-01  DAO  JRN-IMAGE GROWS 579 TO 583 WITH THE
      *                  INVOICE RECORD (INV-SHIPTO-CODE). RECORD
      *                  GROWS FROM 611 TO 615 BYTES.
               88  JRN-OP-WRITE                VALUE 'W'.
               88  JRN-OP-REWRITE              VALUE 'R'.
               88  JRN-OP-DELETE               VALUE 'D'.
           05  JRN-IMAGE                   PIC X(653).
      *
