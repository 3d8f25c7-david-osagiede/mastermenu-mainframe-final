           05  AUD-OPERATOR-ID             PIC X(08).
           05  AUD-CHANGE-DATE             PIC X(08).
           05  AUD-CHANGE-TIME             PIC X(06).
           05  AUD-BEFORE-IMAGE           PIC X(297).
           05  AUD-AFTER-IMAGE            PIC X(297).
      *
