      ******************************************************************
      *
      * VNAUDFEC - VENDOR MASTER CHANGE-AUDIT RECORD. VNDMNFEC WRITES
      * ONE ROW FOR EVERY ADD/CHANGE/DELETE AGAINST THE VNDFEC VENDOR
      * MASTER, THE VENDOR RECORD BEFORE AND AFTER SIDE BY SIDE, KEYED
      * BY THE VENDOR NUMBER PLUS THE CICS TASK NUMBER - THE SAME
      * DISCIPLINE TRAUDFEC APPLIES TO THE TERMS FILE. AN ADD HAS NO
      * BEFORE IMAGE AND A DELETE HAS NO AFTER IMAGE; BOTH ARE LEFT
      * SPACES. SODRPFEC READS IT TO FIND WHO MAINTAINED A VENDOR.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  VENDOR-AUDIT-RECORD.
           05  VNA-KEY.
               10  VNA-VENDOR-NUMBER       PIC X(06).
               10  VNA-TASK-NUMBER         PIC 9(07).
           05  VNA-ACTION-CODE             PIC X(01).
               88  VNA-ACTION-ADD              VALUE 'A'.
               88  VNA-ACTION-CHANGE           VALUE 'C'.
               88  VNA-ACTION-DELETE           VALUE 'D'.
           05  VNA-OPERATOR-ID             PIC X(08).
           05  VNA-CHANGE-DATE             PIC X(08).
           05  VNA-CHANGE-TIME             PIC X(06).
           05  VNA-BEFORE-IMAGE            PIC X(126).
           05  VNA-AFTER-IMAGE             PIC X(126).
      *
