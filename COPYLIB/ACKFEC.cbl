      ******************************************************************
      *
      * ACKFEC - AP ISSUED CHECK RECORD, KEYED BY THE CHECK NUMBER
      * FROM CTLFEC CONTROL RECORD 6. THE APCKFEC CHECK RUN WRITES ONE
      * ROW FOR EVERY CHECK IT CUTS, AT STATUS O (OUTSTANDING), AT THE
      * SAME TIME IT SENDS THE CHECK TO THE BANK ON THE POSITIVE-PAY
      * ISSUE FILE. THE MONTHLY APCLRFEC RECONCILIATION MARKS A CHECK
      * STATUS C WITH THE DATE AND AMOUNT THE BANK PAID WHEN IT
      * APPEARS ON THE BANK'S PAID-ITEMS FILE; WHATEVER IS STILL AT O
      * IS THE OUTSTANDING-CHECK LIST.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD ACK-RUN-OPERATOR - THE OPERATOR WHO RAN
      *                  THE CHECK RUN, FROM THE APCKFEC PARM CARD -
      *                  FOR THE SODRPFEC SEGREGATION-OF-DUTIES
      *                  REPORT. RECORD GROWS 83 TO 91.
      * 2026-10-07  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  AP-CHECK-RECORD.
           05  ACK-KEY.
               10  ACK-CHECK-NUMBER        PIC 9(06).
           05  ACK-VENDOR-NUMBER           PIC X(06).
           05  ACK-VOUCHER-NUMBER          PIC 9(06).
           05  ACK-PAYEE-NAME              PIC X(30).
           05  ACK-ISSUE-DATE              PIC X(08).
           05  ACK-AMOUNT                  PIC S9(07)V99.
           05  ACK-STATUS                  PIC X(01).
               88  ACK-STATUS-OUTSTANDING      VALUE 'O'.
               88  ACK-STATUS-CLEARED          VALUE 'C'.
           05  ACK-CLEARED-DATE            PIC X(08).
           05  ACK-CLEARED-AMOUNT          PIC S9(07)V99.
           05  ACK-RUN-OPERATOR            PIC X(08).
