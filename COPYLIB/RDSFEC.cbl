      ******************************************************************
      *
      * RDSFEC - REPORT DISTRIBUTION RECORD, KEYED BY REPORT ID, AN
      * ENTRY TYPE, AND THE DEPARTMENT OR OPERATOR THE ENTRY NAMES.
      * A D ENTRY LETS EVERY OPERATOR WHOSE OPR-DEPARTMENT MATCHES
      * SEE THE WHOLE REPORT; AN O ENTRY LETS ONE OPERATOR SEE IT.
      * AN O ENTRY WITH A BURST KEY (A REP CODE OR A COLLECTOR ID)
      * LETS THE OPERATOR SEE ONLY THE PAGES THE REPORT STAMPED WITH
      * THAT KEY ON SPBFEC. A REPORT WITH NO ROWS HERE STAYS OPEN TO
      * EVERYONE, AND AN ADMINISTRATOR SEES EVERY REPORT. MAINTAINED
      * ON RDSMNFEC, ENFORCED BY RPTVWFEC, AND READ NIGHTLY BY
      * RDUBLFEC TO BUILD THE RDUFEC UNREAD-REPORTS LIST.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  REPORT-DISTRIBUTION-RECORD.
           05  RDS-KEY.
               10  RDS-REPORT-ID           PIC X(08).
               10  RDS-ENTRY-TYPE          PIC X(01).
                   88  RDS-DEPARTMENT-ENTRY    VALUE 'D'.
                   88  RDS-OPERATOR-ENTRY      VALUE 'O'.
               10  RDS-ENTRY-VALUE         PIC X(08).
           05  RDS-BURST-KEY               PIC X(08).
           05  RDS-UPDATED-DATE            PIC X(08).
           05  RDS-UPDATED-BY              PIC X(08).
      *
