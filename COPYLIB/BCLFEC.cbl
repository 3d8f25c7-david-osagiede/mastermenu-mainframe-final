      ******************************************************************
      *
      * BCLFEC - BUSINESS CALENDAR RECORD, KEYED BY THE YYYYMMDD DATE.
      * SATURDAY AND SUNDAY ARE CLOSED AND EVERY OTHER DAY IS A
      * WORKING DAY UNLESS THIS FILE SAYS OTHERWISE: A ROW MARKS A
      * HOLIDAY (H) OR A PLANT SHUTDOWN DAY (S) AS CLOSED, OR A
      * WEEKEND DAY THE PLANT WORKS (W) AS OPEN. MAINTAINED ON THE
      * BCLMNFEC SCREEN. READ ONLY THROUGH THE SHARED DATE ROUTINES -
      * BCLDTFEC ONLINE (LINK) AND BCLBTFEC IN BATCH (CALL) - WITH
      * THE BCLDTCOM PARAMETER AREA.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  BUSINESS-CALENDAR-RECORD.
           05  BCL-KEY.
               10  BCL-DATE                PIC X(08).
           05  BCL-DAY-TYPE                PIC X(01).
               88  BCL-HOLIDAY                 VALUE 'H'.
               88  BCL-SHUTDOWN                VALUE 'S'.
               88  BCL-WORKING-DAY             VALUE 'W'.
               88  BCL-CLOSED-DAY              VALUE 'H' 'S'.
               88  BCL-VALID-DAY-TYPE          VALUE 'H' 'S' 'W'.
           05  BCL-DESCRIPTION             PIC X(30).
           05  BCL-UPDATED-DATE            PIC X(08).
           05  BCL-UPDATED-BY              PIC X(08).
      *
