      ******************************************************************
      *
      * SPBFEC - SPOOL PAGE BURST RECORD. ONE ROW PER PAGE OF A
      * BURSTABLE REPORT RUN, KEYED THE SAME AS THE SPLFEC ROWS OF
      * THAT PAGE LESS THE LINE SEQUENCE, CARRYING THE KEY THE PAGE
      * BELONGS TO - THE REP CODE ON INVARFEC, THE COLLECTOR ID ON
      * INVDNFEC. A PAGE THAT BELONGS TO NOBODY (A RUN TOTAL PAGE)
      * CARRIES SPACES. RPTVWFEC SHOWS AN OPERATOR WHOSE RDSFEC
      * ENTRY HAS A BURST KEY ONLY THE PAGES CARRYING THAT KEY, AND
      * RDUBLFEC LISTS THE REPORT AS UNREAD ONLY WHEN THE RUN HAS ONE.
      * KEPT APART FROM SPLFEC SO THE SPOOL RECORD AND ITS WRITERS
      * DID NOT HAVE TO CHANGE.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  SPOOL-BURST-RECORD.
           05  SPB-KEY.
               10  SPB-REPORT-ID           PIC X(08).
               10  SPB-RUN-DATE            PIC X(08).
               10  SPB-RUN-TIME            PIC X(06).
               10  SPB-PAGE-NUMBER         PIC 9(04).
           05  SPB-BURST-KEY               PIC X(08).
      *
