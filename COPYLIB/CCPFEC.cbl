      ******************************************************************
      *
      * CCPFEC - CARD PAYMENT CAPTURE RECORD. INVPYFEC WRITES ONE ROW
      * FOR EVERY PAYMENT KEYED AS A CARD (TYPE K), KEYED BY THE
      * CAPTURE DATE AND CICS TASK NUMBER THE WAY OACFEC IS - THAT
      * FIFTEEN-CHARACTER KEY IS THE MERCHANT REFERENCE SENT TO THE
      * PROCESSOR AND RETURNED ON ITS FUNDING FILE. THE CARD NUMBER
      * ITSELF IS NEVER KEYED OR STORED: ONLY THE PROCESSOR'S TOKEN
      * AND THE LAST FOUR DIGITS, WITH THE AUTHORIZATION CODE FROM
      * THE CARD TERMINAL. CCP-AMOUNT IS THE FULL CHARGE; WHEN PART
      * OF IT WENT ON ACCOUNT, THE PAYHFEC TYPE K ROW (CCP-INVOICE-
      * NUMBER / CCP-PAYMENT-SEQ) CARRIES ONLY WHAT WAS APPLIED, AND
      * A CHARGE TAKEN WHOLLY ON ACCOUNT HAS A ZERO INVOICE NUMBER.
      *
      * A ROW IS CAPTURED (C) UNTIL THE NIGHTLY CCSTLFEC RUN SENDS IT
      * TO THE PROCESSOR IN THE SETTLEMENT FILE (S), AND FUNDED (F)
      * ONCE CCFNDFEC FINDS IT ON THE PROCESSOR'S FUNDING FILE, WITH
      * THE DEPOSIT IT ARRIVED IN AND THE MERCHANT FEE WITHHELD.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  CARD-PAYMENT-RECORD.
           05  CCP-KEY.
               10  CCP-CAPTURE-DATE        PIC X(08).
               10  CCP-TASK-NUMBER         PIC 9(07).
           05  CCP-CAPTURE-TIME            PIC X(06).
           05  CCP-CUSTOMER-NUMBER         PIC X(06).
           05  CCP-INVOICE-NUMBER          PIC 9(06).
           05  CCP-PAYMENT-SEQ             PIC 9(04).
           05  CCP-AMOUNT                  PIC S9(07)V99.
           05  CCP-CARD-TOKEN              PIC X(32).
           05  CCP-CARD-LAST-FOUR          PIC X(04).
           05  CCP-AUTH-CODE               PIC X(06).
           05  CCP-OPERATOR-ID             PIC X(08).
           05  CCP-STATUS                  PIC X(01).
               88  CCP-STATUS-CAPTURED         VALUE 'C'.
               88  CCP-STATUS-SETTLED          VALUE 'S'.
               88  CCP-STATUS-FUNDED           VALUE 'F'.
           05  CCP-SETTLE-DATE             PIC X(08).
           05  CCP-FUNDED-DATE             PIC X(08).
           05  CCP-DEPOSIT-REFERENCE       PIC X(12).
           05  CCP-FEE-AMOUNT              PIC S9(05)V99.
      *
