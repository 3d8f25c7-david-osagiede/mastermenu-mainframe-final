      *
       01  ATTR-VALUES.
           05  ATTR-UNPROT             PIC X       VALUE ' '.
           05  ATTR-UNPROT-MDT         PIC X       VALUE 'A'.
           05  ATTR-UNPROT-BRT         PIC X       VALUE 'H'.
           05  ATTR-UNPROT-DARK        PIC X       VALUE '<'.
           05  ATTR-UNPROT-NUM         PIC X       VALUE '&'.
