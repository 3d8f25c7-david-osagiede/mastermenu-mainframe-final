      ******************************************************************
      *
      * PKCFEC - PICK CONFIRMATION RECORD, KEYED BY ORDER NUMBER, ONE
      * PER PICKED ORDER. PCKLSFEC PRINTS THE PICK LIST AND MOVES THE
      * ORDER TO STATUS P; PCKCFFEC WRITES THIS ROW WHEN THE PICKER
      * KEYS WHAT WAS ACTUALLY FOUND ON THE SHELF - PER LINE, THE
      * QUANTITY THE LIST ASKED FOR, THE QUANTITY PICKED, AND FOR A
      * SHORT LINE THE SHORT REASON (THE SAME CODES AS SPKFEC). THE
      * ROW STAYS AT STATUS C, AND MAY BE RE-KEYED, UNTIL SHPCFFEC
      * RELEASES THE ORDER; SHPCFFEC DEFAULTS ITS SHIP QUANTITIES TO
      * THE CONFIRMED PICK AND MOVES THE ROW TO STATUS U.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  PICK-CONFIRMATION-RECORD.
           05  PKC-KEY.
               10  PKC-ORDER-NUMBER        PIC 9(06).
           05  PKC-PICKER-ID               PIC X(08).
           05  PKC-CONFIRM-DATE            PIC X(08).
           05  PKC-CONFIRM-TIME            PIC X(06).
           05  PKC-SHIP-LOCATION           PIC 9(01).
           05  PKC-STATUS                  PIC X(01).
               88  PKC-STATUS-CONFIRMED        VALUE 'C'.
               88  PKC-STATUS-USED             VALUE 'U'.
           05  PKC-SHORT-LINE-COUNT        PIC 9(02).
           05  PKC-LINE-ITEM               OCCURS 10 TIMES.
               10  PKC-PRODUCT-CODE        PIC X(10).
               10  PKC-QTY-TO-PICK         PIC S9(07).
               10  PKC-QTY-PICKED          PIC S9(07).
               10  PKC-SHORT-REASON        PIC X(02).
      *
