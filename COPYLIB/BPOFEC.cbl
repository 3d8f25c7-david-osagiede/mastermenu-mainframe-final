      ******************************************************************
      *
      * BPOFEC - BLANKET PURCHASE ORDER RECORD, KEYED BY THE BLANKET
      * NUMBER ISSUED FROM CTLFEC CONTROL RECORD 7 THROUGH GETINFEC
      * (GETIN-NUMBER-TYPE 'B'). ONE RECORD PER NEGOTIATED VOLUME
      * AGREEMENT WITH A VENDOR: UP TO TEN PRODUCTS, EACH WITH THE
      * QUANTITY WE COMMITTED TO BUY, THE FIXED PRICE, AND THE DATE
      * THE PRICE EXPIRES. NOTHING IS RECEIVED AGAINST THE BLANKET
      * ITSELF - THE BPRELFEC RELEASE TRANSACTION DRAWS A DATED
      * RELEASE AS AN ORDINARY OPEN POFEC PO (CARRYING THIS NUMBER IN
      * PO-BLANKET-NUMBER) FOR PORCFEC TO RECEIVE, AND ADDS ITS
      * QUANTITY TO BPO-QTY-RELEASED HERE. MAINTAINED BY BPOMNFEC;
      * BPOSTFEC REPORTS COMMITTED, RELEASED AND RECEIVED.
      *
      * MOD HISTORY
      * 2026-10-09  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  BLANKET-PO-RECORD.
           05  BPO-KEY.
               10  BPO-NUMBER              PIC 9(06).
           05  BPO-VENDOR-NUMBER           PIC X(06).
           05  BPO-VENDOR-NAME             PIC X(30).
           05  BPO-START-DATE              PIC X(08).
           05  BPO-STATUS                  PIC X(01).
               88  BPO-STATUS-OPEN             VALUE 'O'.
               88  BPO-STATUS-CANCELLED        VALUE 'X'.
           05  BPO-LINE-ITEM               OCCURS 10 TIMES.
               10  BPO-PRODUCT-CODE        PIC X(10).
               10  BPO-QTY-COMMITTED       PIC S9(07).
               10  BPO-QTY-RELEASED        PIC S9(07).
               10  BPO-UNIT-PRICE          PIC S9(07)V99.
               10  BPO-EXPIRATION-DATE     PIC X(08).
           05  BPO-LINE-COUNT              PIC 9(04).
      *
