      ******************************************************************
      *
      * OCHFEC - OPEN-ORDER CHANGE HISTORY RECORD. ORDMNFEC WRITES ONE
      * ROW HERE FOR EVERY CHANGE OR CANCELLATION OF AN OORFEC ORDER,
      * WITH THE ORDER'S BEFORE AND AFTER IMAGES SIDE BY SIDE, THE
      * SAME WAY PRDMNFEC WRITES PRDADFEC FOR THE PRODUCT MASTER, SO
      * CUSTOMER SERVICE CAN SEE WHO CUT, ADDED OR CANCELLED WHAT AND
      * WHEN. A CANCELLATION CARRIES ITS REASON CODE (CR CUSTOMER
      * REQUEST, DU DUPLICATE ORDER, PR PRICE DISPUTE, CS CREDIT
      * STOP, OT OTHER). KEYED BY ORDER NUMBER PLUS THE CICS TASK
      * NUMBER OF THE CHANGING TRANSACTION.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD - IMAGES SIZED TO THE
      *                  491-BYTE OPEN-ORDER-RECORD.
      *
      ******************************************************************
      *
       01  ORDER-CHANGE-RECORD.
           05  OCH-KEY.
               10  OCH-ORDER-NUMBER        PIC 9(06).
               10  OCH-TASK-NUMBER         PIC 9(07).
           05  OCH-ACTION-CODE             PIC X(01).
               88  OCH-ACTION-CHANGE           VALUE 'C'.
               88  OCH-ACTION-CANCEL           VALUE 'X'.
           05  OCH-REASON-CODE             PIC X(02).
               88  OCH-REASON-CUST-REQUEST     VALUE 'CR'.
               88  OCH-REASON-DUPLICATE        VALUE 'DU'.
               88  OCH-REASON-PRICE            VALUE 'PR'.
               88  OCH-REASON-CREDIT           VALUE 'CS'.
               88  OCH-REASON-OTHER            VALUE 'OT'.
               88  OCH-REASON-VALID            VALUE 'CR' 'DU' 'PR'
                                                     'CS' 'OT'.
           05  OCH-OPERATOR-ID             PIC X(08).
           05  OCH-CHANGE-DATE             PIC X(08).
           05  OCH-CHANGE-TIME             PIC X(06).
           05  OCH-CUSTOMER-NUMBER         PIC X(06).
           05  OCH-BEFORE-IMAGE            PIC X(491).
           05  OCH-AFTER-IMAGE             PIC X(491).
      *
