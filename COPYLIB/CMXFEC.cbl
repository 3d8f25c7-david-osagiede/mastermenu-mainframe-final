      ******************************************************************
      *
      * CMXFEC - CUSTOMER FORWARDING RECORD, KEYED BY A CUSTOMER
      * NUMBER CMMRGFEC HAS MERGED AWAY AND RETIRED. CARRIES THE
      * SURVIVOR IT WAS MERGED INTO AND THE DATE, SO A RECORD FOUND
      * LATER STILL POINTING AT THE RETIRED NUMBER CAN BE MOVED TO
      * THE RIGHT CUSTOMER. IF THE SURVIVOR IS ITSELF MERGED AWAY
      * LATER, ITS OWN FORWARDING RECORD CARRIES THE CHAIN ON. THE
      * ORPSWFEC ORPHAN SWEEP READS IT.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  CUSTOMER-FORWARD-RECORD.
           05  CMX-KEY.
               10  CMX-RETIRED-NUMBER      PIC X(06).
           05  CMX-SURVIVOR-NUMBER         PIC X(06).
           05  CMX-MERGE-DATE              PIC X(08).
      *
