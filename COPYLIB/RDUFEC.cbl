      ******************************************************************
      *
      * RDUFEC - UNREAD REPORT RECORD, KEYED BY OPERATOR, REPORT ID
      * AND RUN DATE. WRITTEN EACH NIGHT BY RDUBLFEC FOR EVERY
      * OPERATOR THE RDSFEC DISTRIBUTION ENTITLES TO A REPORT THAT
      * RAN THAT DAY, CARRYING THE REPORT TITLE FROM THE FIRST LINE
      * OF THE SPOOL. RDULSFEC LISTS AN OPERATOR'S ROWS AT SIGN-ON,
      * RPTVWFEC DELETES THE ROW WHEN THE OPERATOR OPENS THE REPORT,
      * AND RDUBLFEC AGES OUT ROWS NOBODY READ.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  UNREAD-REPORT-RECORD.
           05  RDU-KEY.
               10  RDU-OPERATOR-ID         PIC X(08).
               10  RDU-REPORT-ID           PIC X(08).
               10  RDU-RUN-DATE            PIC X(08).
           05  RDU-REPORT-TITLE            PIC X(40).
           05  RDU-LISTED-DATE             PIC X(08).
      *
