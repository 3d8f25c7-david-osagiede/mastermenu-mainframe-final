      ******************************************************************
      *
      * TRMFEC - PAYMENT TERMS LOOKUP WORKING STORAGE. EVERY PROGRAM
      * THAT DUE-DATES OR DISCOUNTS AN INVOICE OR VOUCHER READS THE
      * CUSTOMER'S OR VENDOR'S TERMS CODE FROM THE TRFFEC TERMS FILE
      * AND LEAVES THE RESULT HERE, THE SAME WAY TAXFFEC BUNDLES ITS
      * OWN FOUND FIELDS. A CODE NOT ON THE FILE (INCLUDING SPACES ON
      * AN OLD CUSTOMER RECORD) LEAVES WS-TERMS-FOUND-SW 'N' AND EVERY
      * FOUND FIELD ZERO - DUE IMMEDIATELY WITH NO DISCOUNT, WHICH IS
      * EXACTLY WHAT EVERY CUSTOMER WAS BEFORE TERMS EXISTED.
      *
      * NET AND DISCOUNT DAYS ARE RETURNED COUNTED FROM THE INVOICE
      * DATE WHATEVER THE DUE BASIS: FOR A MONTH-END (BASIS M) CODE
      * THE LOOKUP ADDS THE DAYS FROM WS-TERMS-START-DD, THE DAY OF
      * THE MONTH OF THE DATE THE TERMS RUN FROM, TO THE END OF THAT
      * MONTH (OR OF THE NEXT ONE, PAST THE CUTOFF DAY), SO THE
      * CALLER'S OWN 30-DAY-MONTH DATE ARITHMETIC IS UNCHANGED.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  THE TERMS TABLE MOVES TO THE TRFFEC FILE -
      *                  THIS COPYBOOK KEEPS ONLY THE LOOKUP FIELDS,
      *                  PLUS THE DUE BASIS, CUTOFF AND INSTALLMENTS.
      * 2026-08-22  DAO  ORIGINAL TABLE.
      *
      ******************************************************************
      *
       01  WS-TERMS-START-DD           PIC 9(02) VALUE 0.
       01  WS-TERMS-TO-MONTH-END       PIC 9(03) VALUE 0.
       01  WS-TERMS-NET-DAYS-FOUND     PIC 9(03) VALUE 0.
       01  WS-TERMS-DISC-DAYS-FOUND    PIC 9(03) VALUE 0.
       01  WS-TERMS-DISC-RATE-FOUND    PIC S9V9(4) VALUE 0.
       01  WS-TERMS-BASIS-FOUND        PIC X VALUE SPACE.
           88  WS-TERMS-MONTH-END           VALUE 'M'.
       01  WS-TERMS-CUTOFF-FOUND       PIC 9(02) VALUE 0.
       01  WS-TERMS-INSTALLMENTS-FOUND PIC 9(02) VALUE 0.
       01  WS-TERMS-INTERVAL-FOUND     PIC 9(03) VALUE 0.
       01  WS-TERMS-STATUS-FOUND       PIC X VALUE SPACE.
           88  WS-TERMS-INACTIVE            VALUE 'I'.
       01  WS-TERMS-FOUND-SW           PIC X VALUE 'N'.
           88  WS-TERMS-FOUND               VALUE 'Y'.
      *
