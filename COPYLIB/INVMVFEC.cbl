      *
      * INVMVFEC - INVENTORY MOVEMENT LEDGER RECORD. EVERY CHANGE TO A
      * PRODUCT'S QUANTITY ON HAND WRITES ONE DATED, OPERATOR-STAMPED
      * ROW HERE - SALES AT SHIP CONFIRMATION, RECEIPTS FROM THE DOCK,
      * COUNT ADJUSTMENTS, AND RETURNS - SO A QUANTITY THAT LOOKS
      * WRONG CAN BE INVESTIGATED THE WAY CMAUDFEC LETS A CUSTOMER
      * CHANGE BE INVESTIGATED, INSTEAD OF SHRINKAGE STAYING
      * TWICE STILL GETS DISTINCT ROWS.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD TYPE O (ORDER COMMITMENT) - ORDMNFEC
      *                  WRITES ONE WHEN AN ORDER CHANGE OR CANCEL
      *                  TAKES OR GIVES BACK PRD-QTY-COMMITTED, WITH
      *                  THE ORDER NUMBER IN THE REFERENCE FIELD. IT
      *                  IS A MEMO OF THE COMMITMENT CHANGE ONLY -
      *                  ON-HAND DID NOT MOVE, SO EVERY READER THAT
      *                  SUMS THE LEDGER INTO ON-HAND SKIPS IT.
      * 2026-10-12  DAO  ADD MOV-ADJ-REFERENCE - A TYPE A ROW WRITTEN
      *                  BY ADJENFEC OR APPRVFEC FOR AN ADJFEC
      *                  ADJUSTMENT CARRIES THE REASON CODE AND THE
      *                  ADJUSTMENT NUMBER IN MOV-REFERENCE (DM-000123).
      * 2026-10-11  DAO  TYPE S (SALE) ROWS ARE NOW WRITTEN BY
      *                  SHPCFFEC WHEN THE GOODS SHIP, NOT AT ORDER
      *                  ENTRY - ENTRY ONLY COMMITS STOCK ON
      *                  PRD-QTY-COMMITTED, WHICH IS NOT ON-HAND.
      * 2026-10-05  DAO  ADD TYPE V (VENDOR RETURN) - RTVENFEC WRITES
      *                  ONE NEGATIVE ROW WHEN STOCK GOES BACK TO THE
      *                  SUPPLIER, WITH THE PO NUMBER IN THE REFERENCE
      *                  FIELD.
      * 2026-09-01  DAO  ADD TYPE C (CARRY-FORWARD) - MOVPGFEC
      *                  REPLACES ARCHIVED DETAIL WITH ONE NET
      *                  SUMMARY ROW PER PRODUCT SO TOTALS STILL
               88  MOV-TYPE-RETURN             VALUE 'T'.
               88  MOV-TYPE-TRANSFER           VALUE 'X'.
               88  MOV-TYPE-CARRYFWD           VALUE 'C'.
               88  MOV-TYPE-VENDOR-RETURN      VALUE 'V'.
               88  MOV-TYPE-COMMITMENT         VALUE 'O'.
           05  MOV-QUANTITY                PIC S9(07).
           05  MOV-OPERATOR-ID             PIC X(08).
           05  MOV-REFERENCE               PIC X(10).
           05  MOV-ADJ-REFERENCE REDEFINES MOV-REFERENCE.
               10  MOV-ADJ-REASON-CODE     PIC X(02).
               10  MOV-ADJ-SEPARATOR       PIC X(01).
               10  MOV-ADJ-NUMBER          PIC 9(06).
               10  FILLER                  PIC X(01).
      *
