      ******************************************************************
      *
      * TRAUDFEC - PAYMENT TERMS CHANGE-AUDIT RECORD. TRMMNFEC WRITES
      * ONE ROW FOR EVERY ADD/CHANGE/DELETE AGAINST THE TRFFEC TERMS
      * FILE, THE OLD AND NEW TERMS SIDE BY SIDE, KEYED BY THE TERMS
      * CODE PLUS THE CICS TASK NUMBER - THE SAME DISCIPLINE TXAUDFEC
      * APPLIES TO THE TAX RATE FILE. AN ADD HAS NO OLD TERMS AND A
      * DELETE HAS NO NEW TERMS; BOTH ARE LEFT ZERO AND SPACES.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  TERMS-AUDIT-RECORD.
           05  TRA-KEY.
               10  TRA-TERMS-CODE          PIC X(03).
               10  TRA-TASK-NUMBER         PIC 9(07).
           05  TRA-ACTION-CODE             PIC X(01).
               88  TRA-ACTION-ADD              VALUE 'A'.
               88  TRA-ACTION-CHANGE           VALUE 'C'.
               88  TRA-ACTION-DELETE           VALUE 'D'.
           05  TRA-OPERATOR-ID             PIC X(08).
           05  TRA-CHANGE-DATE             PIC X(08).
           05  TRA-CHANGE-TIME             PIC X(06).
           05  TRA-OLD-TERMS.
               10  TRA-OLD-STATUS          PIC X(01).
               10  TRA-OLD-DUE-BASIS       PIC X(01).
               10  TRA-OLD-CUTOFF-DAY      PIC 9(02).
               10  TRA-OLD-NET-DAYS        PIC 9(03).
               10  TRA-OLD-DISC-DAYS       PIC 9(03).
               10  TRA-OLD-DISC-RATE       PIC S9V9(4).
               10  TRA-OLD-INSTALLMENTS    PIC 9(02).
               10  TRA-OLD-INSTALL-INTERVAL
                                           PIC 9(03).
           05  TRA-NEW-TERMS.
               10  TRA-NEW-STATUS          PIC X(01).
               10  TRA-NEW-DUE-BASIS       PIC X(01).
               10  TRA-NEW-CUTOFF-DAY      PIC 9(02).
               10  TRA-NEW-NET-DAYS        PIC 9(03).
               10  TRA-NEW-DISC-DAYS       PIC 9(03).
               10  TRA-NEW-DISC-RATE       PIC S9V9(4).
               10  TRA-NEW-INSTALLMENTS    PIC 9(02).
               10  TRA-NEW-INSTALL-INTERVAL
                                           PIC 9(03).
      *
