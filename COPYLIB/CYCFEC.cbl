      ******************************************************************
      *
      * CYCFEC - CYCLE COUNT SCHEDULE RECORD, ONE PER PRODUCT THAT
      * HAS EVER BEEN SCHEDULED OR COUNTED, KEYED BY PRODUCT CODE.
      * THE NIGHTLY CYCSCFEC SCHEDULER STAMPS CYC-LAST-SCHEDULED-DATE
      * WHEN IT PUTS A PRODUCT ON A COUNT SHEET; PHYCTFEC STAMPS
      * CYC-LAST-COUNT-DATE WHEN AN APPLIED COUNT CARD FOR THE
      * PRODUCT IS POSTED. THE GAP BETWEEN THE LAST COUNT AND TODAY,
      * AGAINST THE INTERVAL FOR THE PRODUCT'S PRD-ABC-CLASS (A
      * MONTHLY, B QUARTERLY, C YEARLY), IS WHAT MAKES A PRODUCT DUE.
      * A PRODUCT WITH NO ROW HAS NEVER BEEN COUNTED AND IS DUE AT
      * ONCE.
      *
      * CYC-RECOUNT-REQUEST-DATE IS SET BY PCKCFFEC WHEN A PICKER
      * CONFIRMS A SHORT PICK - THE SHELF DID NOT HOLD WHAT THE
      * SYSTEM SAID - AND MAKES THE PRODUCT DUE ON THE NEXT SCHEDULER
      * RUN WHATEVER ITS CLASS INTERVAL. PHYCTFEC CLEARS IT TO SPACES
      * WHEN THE COUNT IS POSTED.
      *
      * MOD HISTORY
      * 2026-10-13  DAO  ORIGINAL RECORD.
      * 2026-10-15  DAO  ADD CYC-RECOUNT-REQUEST-DATE (35 TO 43 BYTES)
      *                  FOR THE SHORT-PICK RECOUNT REQUEST.
      *
      ******************************************************************
      *
       01  CYCLE-COUNT-RECORD.
           05  CYC-KEY.
               10  CYC-PRODUCT-CODE        PIC X(10).
           05  CYC-ABC-CLASS               PIC X(01).
           05  CYC-LAST-SCHEDULED-DATE     PIC X(08).
           05  CYC-LAST-COUNT-DATE         PIC X(08).
           05  CYC-LAST-COUNTER-ID         PIC X(08).
           05  CYC-RECOUNT-REQUEST-DATE    PIC X(08).
      *
