      ******************************************************************
      *
      * PWPFEC - OPERATOR PASSWORD POLICY CONTROL RECORD, ONE RECORD
      * (KEY 0) IN THE SAME SINGLE-RECORD-CONTROL-FILE SHAPE AS
      * SYSSTFEC. PWPOLFEC SETS IT FROM A PARAMETER CARD. UUSGNFEC
      * SENDS AN OPERATOR WHOSE OPR-PASSWORD-DATE IS OLDER THAN
      * PWP-MAX-AGE-DAYS STRAIGHT TO THE PWCHGFEC PASSWORD CHANGE
      * SCREEN (ZERO MEANS PASSWORDS DO NOT EXPIRE); PWCHGFEC REFUSES
      * A NEW PASSWORD THAT MATCHES ANY OF THE LAST PWP-HISTORY-DEPTH
      * ON PWHFEC; OPREXFEC LISTS IDS NOT SIGNED ON FOR
      * PWP-DORMANT-DAYS. WITH NO RECORD ON FILE THE PROGRAMS USE
      * 90 DAYS, 5 PASSWORDS, AND 90 DAYS.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  PASSWORD-POLICY-RECORD.
           05  PWP-KEY.
               10  PWP-RECORD-KEY          PIC 9(01).
           05  PWP-MAX-AGE-DAYS            PIC 9(03).
           05  PWP-HISTORY-DEPTH           PIC 9(02).
           05  PWP-DORMANT-DAYS            PIC 9(03).
           05  PWP-SET-DATE                PIC X(08).
           05  PWP-SET-TIME                PIC X(06).
           05  PWP-SET-BY                  PIC X(08).
      *
