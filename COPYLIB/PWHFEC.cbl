      ******************************************************************
      *
      * PWHFEC - OPERATOR PASSWORD HISTORY, ONE RECORD PER OPERATOR
      * KEYED BY OPERATOR ID. PWCHGFEC PUSHES EACH NEW PASSWORD ONTO
      * THE FRONT OF PWH-ENTRY (NEWEST FIRST, THE OLDEST FALLING OFF
      * THE END) AND REFUSES A NEW PASSWORD THAT MATCHES ANY OF THE
      * FIRST PWP-HISTORY-DEPTH ENTRIES, SO AN OPERATOR CANNOT CYCLE
      * BACK TO AN OLD PASSWORD WHEN IT EXPIRES. THE TABLE HOLDS TEN,
      * THE MOST THE POLICY RECORD CAN ASK FOR.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  PASSWORD-HISTORY-RECORD.
           05  PWH-KEY.
               10  PWH-OPERATOR-ID         PIC X(08).
           05  PWH-ENTRY-COUNT             PIC 9(02).
           05  PWH-ENTRY                   OCCURS 10 TIMES.
               10  PWH-PASSWORD            PIC X(08).
               10  PWH-CHANGED-DATE        PIC X(08).
      *
