      * CARRIES A VENDOR NUMBER VALIDATED HERE (THE SAME WAY CMORDFEC
      * VALIDATES A CUSTOMER AGAINST CMFFEC) INSTEAD OF A FREE-TYPED
      * NAME THAT SPELLED THE SAME SUPPLIER FIVE DIFFERENT WAYS.
      * CARRIES THE PAYMENT TERMS CODE (SAME TRFFEC CODES THE
      * CUSTOMER SIDE USES) SO PAYABLES CAN DUE-DATE A VOUCHER FROM
      * THE VENDOR'S TERMS. MAINTAINED BY THE VNDMNFEC SCREEN.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  TERMS CODES NOW LIVE ON THE TRFFEC FILE.
      * 2026-10-08  DAO  ADD THE 1099 IDENTITY FIELDS - REPORTABLE
      *                  SWITCH, TAXPAYER ID AND ITS TYPE (EIN OR
      *                  SSN), AND WHICH FORM BOX THE PAYMENTS GO IN
      *                  (1099-NEC NONEMPLOYEE COMPENSATION OR
      *                  1099-MISC RENTS). KEYED ON VNDMNFEC, READ BY
      *                  THE V1099FEC YEAR-END EXTRACT. RECORD GROWS
      *                  114 TO 126.
      * 2026-09-01  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
           05  VND-STATUS                  PIC X(01).
               88  VND-STATUS-ACTIVE           VALUE 'A'.
               88  VND-STATUS-INACTIVE         VALUE 'I'.
           05  VND-1099-SW                 PIC X(01).
               88  VND-1099-REPORTABLE         VALUE 'Y'.
           05  VND-TIN-TYPE                PIC X(01).
               88  VND-TIN-EIN                 VALUE 'E'.
               88  VND-TIN-SSN                 VALUE 'S'.
           05  VND-TAX-ID                  PIC X(09).
           05  VND-1099-BOX                PIC X(01).
               88  VND-1099-BOX-NEC            VALUE 'N' ' '.
               88  VND-1099-BOX-RENTS          VALUE 'R'.
      *
