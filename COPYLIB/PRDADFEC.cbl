      * PLUS THE CICS TASK NUMBER OF THE CHANGING TRANSACTION.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  IMAGES GROW 154 TO 158 WITH THE NEW
      *                  PRD-CATEGORY ON PRD-RECORD.
      * 2026-10-15  DAO  IMAGES GROW 153 TO 154 WITH THE NEW
      *                  PRD-STATUS ON PRD-RECORD.
      * 2026-10-15  DAO  IMAGES GROW 125 TO 153 WITH THE NEW
      *                  PRD-LOC-STOCK-LEVELS ON PRD-RECORD.
      * 2026-10-15  DAO  IMAGES GROW 123 TO 125 WITH THE NEW
      *                  PRD-STOCKING-UOM ON PRD-RECORD.
      * 2026-10-11  DAO  IMAGES GROW 109 TO 123 WITH THE NEW
      *                  PRD-QTY-COMMITTED ON PRD-RECORD.
      * 2026-09-01  DAO  THE PRPAPFEC MASS REPRICE NOW WRITES ROWS
      *                  HERE TOO, SO A BATCH PRICE CHANGE LEAVES
      *                  THE SAME TRAIL AS A KEYED ONE.
           05  PAUD-OPERATOR-ID            PIC X(08).
           05  PAUD-CHANGE-DATE            PIC X(08).
           05  PAUD-CHANGE-TIME            PIC X(06).
           05  PAUD-BEFORE-IMAGE           PIC X(158).
           05  PAUD-AFTER-IMAGE            PIC X(158).
      *
