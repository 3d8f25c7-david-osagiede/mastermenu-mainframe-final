      ******************************************************************
      *
      * RTPCKCOM - PARAMETER AREA FOR THE RTPBTFEC RETENTION AND LEGAL
      * HOLD ROUTINE, CALLED BY THE BATCH PURGE JOBS.
      *
      * RTPCK-FUNCTION:
      *   P - RETURN THE RTPFEC RETENTION DAYS FOR RTPCK-RECORD-TYPE.
      *       RETURN CODE 00 WHEN THE ROW IS ON FILE; 23 WHEN IT IS
      *       NOT (OR THE POLICY FILE CANNOT BE OPENED), AND THE
      *       CALLER KEEPS ITS OWN DEFAULT.
      *   H - TEST WHETHER RTPCK-CUSTOMER-NUMBER IS UNDER A LGHFEC
      *       LEGAL HOLD COVERING RTPCK-RECORD-DATE. A RECORD DATE OF
      *       SPACES MATCHES ANY HOLD ON THE CUSTOMER WHATEVER ITS
      *       DATES. RTPCK-HELD-SW SAYS Y OR N, AND RTPCK-MATTER
      *       CARRIES THE FIRST MATCHING HOLD'S MATTER.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL PARAMETER AREA.
      *
      ******************************************************************
      *
       01  RTPCK-COMMAREA.
           05  RTPCK-FUNCTION              PIC X(01).
               88  RTPCK-GET-POLICY            VALUE 'P'.
               88  RTPCK-TEST-HOLD             VALUE 'H'.
           05  RTPCK-RECORD-TYPE           PIC X(04).
           05  RTPCK-RETENTION-DAYS        PIC 9(05).
           05  RTPCK-CUSTOMER-NUMBER       PIC X(06).
           05  RTPCK-RECORD-DATE           PIC X(08).
           05  RTPCK-HELD-SW               PIC X(01).
               88  RTPCK-HELD                  VALUE 'Y'.
               88  RTPCK-NOT-HELD              VALUE 'N'.
           05  RTPCK-MATTER                PIC X(30).
           05  RTPCK-RETURN-CODE           PIC X(02).
               88  RTPCK-POLICY-FOUND          VALUE '00'.
               88  RTPCK-NO-POLICY             VALUE '23'.
      *
