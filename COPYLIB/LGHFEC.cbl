      ******************************************************************
      *
      * LGHFEC - LEGAL HOLD RECORD, KEYED BY CUSTOMER AND A HOLD
      * NUMBER (01-99) SO ONE CUSTOMER CAN BE UNDER MORE THAN ONE
      * MATTER. MAINTAINED BY AN ADMINISTRATOR ON THE LGHMNFEC SCREEN.
      * WHILE A HOLD IS ON FILE NO PURGE JOB ARCHIVES THE CUSTOMER'S
      * INVOICES, PAYMENTS OR ORDERS DATED FROM LGH-FROM-DATE THROUGH
      * LGH-TO-DATE (SPACES AT EITHER END MEANS NO LIMIT THAT WAY),
      * AND CMPGFEC DOES NOT PURGE THE CUSTOMER AT ALL - WHICH ALSO
      * KEEPS THE CUSTOMER'S CTCFEC CONTACTS. THE PURGE JOBS READ THE
      * FILE THROUGH THE RTPBTFEC ROUTINE AND LIST WHAT THEY KEPT AS
      * HELD. DELETING THE RECORD RELEASES THE HOLD.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  LEGAL-HOLD-RECORD.
           05  LGH-KEY.
               10  LGH-CUSTOMER-NUMBER     PIC X(06).
               10  LGH-HOLD-NUMBER         PIC 9(02).
           05  LGH-FROM-DATE               PIC X(08).
           05  LGH-TO-DATE                 PIC X(08).
           05  LGH-MATTER                  PIC X(30).
           05  LGH-UPDATED-DATE            PIC X(08).
           05  LGH-UPDATED-BY              PIC X(08).
      *
