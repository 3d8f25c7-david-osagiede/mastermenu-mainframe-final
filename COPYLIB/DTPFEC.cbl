      ******************************************************************
      *
      * DTPFEC - CUSTOMER DAYS-TO-PAY RECORD, KEYED BY CUSTOMER NUMBER.
      * REBUILT EACH MONTH BY THE CRWLKFEC CREDIT REVIEW RUN FROM THE
      * SAME SCORING IT PRINTS: THE AVERAGE DAYS BETWEEN INV-DUE-DATE
      * AND THE PAYHFEC PAYMENT DATE (30/360 COUNT) OVER ALL OF THE
      * CUSTOMER'S PAYMENTS ON FILE. NEGATIVE MEANS THE CUSTOMER PAYS
      * AHEAD OF THE DUE DATE. ONLY CUSTOMERS WITH AT LEAST ONE PAYMENT
      * ARE WRITTEN - NO ROW MEANS PAYS ON THE DUE DATE. THE CSHFCFEC
      * CASH FORECAST ADDS THE AVERAGE TO EACH DUE DATE TO SAY WHEN THE
      * CASH WILL REALLY ARRIVE.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  DAYS-TO-PAY-RECORD.
           05  DTP-KEY.
               10  DTP-CUSTOMER-NUMBER     PIC X(06).
           05  DTP-AVG-DAYS-LATE           PIC S9(05)V99.
           05  DTP-PAYMENT-COUNT           PIC 9(05).
           05  DTP-COMPUTED-DATE           PIC X(08).
      *
