      *name as the id, so they roll up under their own line.
      *
      *MOD HISTORY
      *2026-10-15  DAO  OPRFEC RECORD GROWS FROM 25 TO 41 BYTES - THE
      *                 PASSWORD DATE AND LAST SIGN-ON DATE ARE ON THE
      *                 FD, NOT USED HERE.
      *2026-10-15  DAO  LEAVE REALIZED EXCHANGE ROWS (TYPE X) OUT OF
      *                 THE DAY'S RECEIPTS. PAYMENT HISTORY GROWS 61
      *                 TO 75 FOR THE NEW CURRENCY CODE AND FOREIGN
      *                 AMOUNT.
      *2026-10-15  DAO  CTC LAYOUT GROWS 89 TO 107 FOR THE NEW
      *                 PROMISE-TO-PAY FIELDS.
      *2026-10-15  DAO  OOR LAYOUT GROWS 421 TO 491 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *2026-09-02  DAO  COUNT ORDERS ENTERED PER OPERATOR FROM THE
      *                 NEW OOR-OPERATOR-ID - THE FOURTH METRIC THE
      *                 DESK ASKED FOR.
               88  SGL-RESULT-SUCCESS-1          VALUE 'S'.
      *
       FD PAYH-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS PAYH-FILE-RECORD.
       01  PAYH-FILE-RECORD.
           05  PAYH-KEY-1.
               10  PAYH-PAYMENT-SEQ-1        PIC 9(04).
           05  PAYH-TYPE-1                   PIC X(01).
               88  PAYH-TYPE-CARRYFWD-1          VALUE 'C'.
               88  PAYH-TYPE-FX-REALIZED-1       VALUE 'X'.
           05  PAYH-PAYMENT-AMOUNT-1         PIC S9(07)V99.
           05  PAYH-PAYMENT-DATE-1           PIC X(08).
           05  PAYH-PAYMENT-TIME-1           PIC X(06).
           05  PAYH-OPERATOR-ID-1            PIC X(08).
           05  PAYH-NSF-SW-1                 PIC X(01).
           05  PAYH-NSF-DATE-1               PIC X(08).
           05  PAYH-CURRENCY-CODE-1          PIC X(03).
           05  PAYH-FX-AMOUNT-1              PIC S9(09)V99.
      *
       FD RCP-FILE
           RECORD CONTAINS 61 CHARACTERS
           05  RCP-UNIT-COST-1               PIC S9(07)V99.
      *
       FD CTC-FILE
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS CTC-FILE-RECORD.
       01  CTC-FILE-RECORD.
           05  CTC-KEY-1.
           05  CTC-OPERATOR-ID-1             PIC X(08).
           05  CTC-CONTACT-TYPE-1            PIC X(01).
           05  CTC-CONTACT-TEXT-1            PIC X(60).
           05  CTC-PROMISE-AMOUNT-1          PIC S9(07)V99.
           05  CTC-PROMISE-DATE-1            PIC X(08).
           05  CTC-PROMISE-STATUS-1          PIC X(01).
      *
       FD OOR-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OOR-FILE-RECORD.
       01  OOR-FILE-RECORD.
           05  OOR-KEY-1.
           05  OOR-ORDER-DATE-1              PIC X(08).
           05  FILLER                        PIC X(399).
           05  OOR-OPERATOR-ID-1             PIC X(08).
           05  OOR-LINE-UOM-1                OCCURS 10 TIMES.
               10  OOR-ENTRY-UOM-1           PIC X(02).
               10  OOR-ENTRY-FACTOR-1        PIC 9(05).
      *
       FD OPR-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS OPR-FILE-RECORD.
       01  OPR-FILE-RECORD.
           05  OPR-KEY-1.
           05  OPR-FAILED-COUNT-1            PIC 9(02).
           05  OPR-LOCKED-SW-1               PIC X(01).
           05  OPR-DEPARTMENT-1              PIC X(04).
           05  OPR-PASSWORD-DATE-1           PIC X(08).
           05  OPR-LAST-SIGNON-DATE-1        PIC X(08).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
      *
           IF PAYH-PAYMENT-DATE-1 = WS-REPORT-DATE
                   AND NOT PAYH-TYPE-CARRYFWD-1
                   AND NOT PAYH-TYPE-FX-REALIZED-1
               MOVE PAYH-OPERATOR-ID-1 TO WS-WORK-OPERATOR-ID
               PERFORM 400-FIND-OPERATOR-ENTRY
               IF WS-OPR-FOUND
