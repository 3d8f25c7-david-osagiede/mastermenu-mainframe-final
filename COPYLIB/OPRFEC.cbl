      * THE LOCK THROUGH OPRMNFEC.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD OPR-PASSWORD-DATE (BLANK FORCES A CHANGE
      *                  AT THE NEXT SIGN-ON, AS ON A NEW OR RESET
      *                  ID) FOR PASSWORD EXPIRY UNDER THE PWPFEC
      *                  POLICY, AND OPR-LAST-SIGNON-DATE FOR THE
      *                  OPREXFEC DORMANT-ID REPORT. RECORD GROWS
      *                  FROM 25 TO 41 BYTES.
      * 2026-09-01  DAO  ADD OPR-DEPARTMENT - THE DESK THE OPERATOR
      *                  SITS ON, SO THE OPRDYFEC DAILY PRODUCTIVITY
      *                  REPORT CAN ROLL UP BY DEPARTMENT. RECORD
           05  OPR-LOCKED-SW               PIC X(01).
               88  OPR-IS-LOCKED               VALUE 'Y'.
           05  OPR-DEPARTMENT              PIC X(04).
           05  OPR-PASSWORD-DATE           PIC X(08).
               88  OPR-PASSWORD-RESET          VALUE SPACES.
           05  OPR-LAST-SIGNON-DATE        PIC X(08).
      *
