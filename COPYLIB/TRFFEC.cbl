      ******************************************************************
      *
      * TRFFEC - PAYMENT TERMS RECORD, KEYED BY THE THREE-CHARACTER
      * TERMS CODE CARRIED ON THE CUSTOMER (CM-TERMS-CODE) AND VENDOR
      * (VND-TERMS-CODE) MASTERS. REPLACES THE COMPILE-TIME TRMFEC
      * TABLE, SO NEW TERMS ARE KEYED ON THE TRMMNFEC SCREEN INSTEAD
      * OF WAITING ON A RECOMPILE; TRMMNFEC AUDITS EVERY CHANGE TO
      * TRAUDFEC. THE FOUR CODES OF THE OLD TABLE (IMM, N30, N60 AND
      * 210) ARE THE FIRST ROWS ON THE FILE. A CODE NOT ON THE FILE
      * (INCLUDING SPACES ON AN OLD CUSTOMER RECORD) IS STILL TREATED
      * AS DUE IMMEDIATELY WITH NO DISCOUNT.
      *
      * NET AND DISCOUNT DAYS ARE COUNTED ON 30-DAY MONTHS FROM THE
      * DUE BASIS:
      *   I (OR SPACE) - FROM THE INVOICE DATE. N30 IS NET 30 DAYS.
      *   M            - FROM THE END OF THE INVOICE MONTH, SO NET 10
      *                  ON BASIS M IS "NET 10TH PROX" AND NET 30 ON
      *                  BASIS M IS "NET 30 EOM". WHEN TRF-CUTOFF-DAY
      *                  IS SET, AN INVOICE DATED AFTER THAT DAY OF
      *                  THE MONTH COUNTS FROM THE END OF THE NEXT
      *                  MONTH INSTEAD (THE USUAL 25TH CUTOFF).
      * THE DISCOUNT WINDOW COUNTS FROM THE SAME BASIS AS THE DUE DATE.
      *
      * INSTALLMENT TERMS SPLIT THE INVOICE INTO TRF-INSTALLMENTS
      * EQUAL PAYMENTS, THE FIRST ON THE NET DUE DATE AND EACH ONE
      * AFTER IT TRF-INSTALL-INTERVAL DAYS LATER. THE INVOICE IS DUE-
      * DATED AT THE FIRST PAYMENT. ZERO OR 1 MEANS A SINGLE PAYMENT.
      * INSTALLMENTS ARE CUSTOMER TERMS ONLY - APCKFEC PAYS A VOUCHER
      * IN ONE CHECK, SO VNDMNFEC WILL NOT GIVE A VENDOR SUCH A CODE.
      *
      * AN INACTIVE CODE STILL DUE-DATES THE CUSTOMERS AND VENDORS
      * THAT CARRY IT BUT CAN NO LONGER BE GIVEN TO ANOTHER ONE.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  TERMS-RECORD.
           05  TRF-KEY.
               10  TRF-TERMS-CODE          PIC X(03).
           05  TRF-DESCRIPTION             PIC X(30).
           05  TRF-STATUS                  PIC X(01).
               88  TRF-ACTIVE                  VALUE 'A'.
               88  TRF-INACTIVE                VALUE 'I'.
           05  TRF-DUE-BASIS               PIC X(01).
               88  TRF-FROM-INVOICE-DATE       VALUE 'I' SPACE.
               88  TRF-FROM-MONTH-END          VALUE 'M'.
           05  TRF-CUTOFF-DAY              PIC 9(02).
           05  TRF-NET-DAYS                PIC 9(03).
           05  TRF-DISC-DAYS               PIC 9(03).
           05  TRF-DISC-RATE               PIC S9V9(4).
           05  TRF-INSTALLMENTS            PIC 9(02).
           05  TRF-INSTALL-INTERVAL        PIC 9(03).
           05  TRF-UPDATED-DATE            PIC X(08).
           05  TRF-UPDATED-BY              PIC X(08).
      *
