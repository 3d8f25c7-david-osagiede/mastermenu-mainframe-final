      ******************************************************************
      *
      * SPKFEC - SHORT-PICK EXCEPTION RECORD, KEYED BY ORDER NUMBER
      * AND ORDER LINE. PCKCFFEC WRITES ONE FOR EVERY LINE A PICKER
      * CONFIRMS SHORT - THE QUANTITY THE PICK LIST ASKED FOR, THE
      * QUANTITY FOUND, THE SHORTFALL, AND A REQUIRED REASON (EB BIN
      * EMPTY, DM DAMAGED, NF NOT FOUND IN THE BIN, PS PARTIAL CASE,
      * OT OTHER) - STAMPED WITH THE PICKER, THE PICK BUILDING, THE
      * DATE AND PRD-UNIT-COST SO THE DAILY SPKRPFEC REPORT CAN SHOW
      * BY PICKER AND PRODUCT WHERE THE ON-HAND FIGURE CANNOT BE
      * TRUSTED, AND WHAT IT IS WORTH. A LINE RE-KEYED WHOLE BEFORE
      * THE ORDER SHIPS HAS ITS ROW REMOVED.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  SHORT-PICK-RECORD.
           05  SPK-KEY.
               10  SPK-ORDER-NUMBER        PIC 9(06).
               10  SPK-LINE-NUMBER         PIC 9(02).
           05  SPK-PRODUCT-CODE            PIC X(10).
           05  SPK-LOCATION                PIC 9(01).
           05  SPK-PICKER-ID               PIC X(08).
           05  SPK-CONFIRM-DATE            PIC X(08).
           05  SPK-CONFIRM-TIME            PIC X(06).
           05  SPK-QTY-TO-PICK             PIC S9(07).
           05  SPK-QTY-PICKED              PIC S9(07).
           05  SPK-SHORT-QTY               PIC S9(07).
           05  SPK-REASON-CODE             PIC X(02).
               88  SPK-REASON-BIN-EMPTY        VALUE 'EB'.
               88  SPK-REASON-DAMAGED          VALUE 'DM'.
               88  SPK-REASON-NOT-FOUND        VALUE 'NF'.
               88  SPK-REASON-PARTIAL-CASE     VALUE 'PS'.
               88  SPK-REASON-OTHER            VALUE 'OT'.
               88  SPK-REASON-VALID            VALUE 'EB' 'DM' 'NF'
                                                     'PS' 'OT'.
           05  SPK-UNIT-COST               PIC S9(07)V99.
      *
