      *of a hex dump.
      *
      *MOD HISTORY
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE, WHICH IS ADDED TO THE FIELD
      *                 TABLE; AUDIT ROW GROWS 624 TO 630.
      *2026-09-01  DAO  CATCH THE FIELD DIRECTORY UP TO THE 294-BYTE
      *                 CMFFEC - REP CODE, BILL CYCLE, DELIVERY
      *                 PREFERENCE, AND LAST-YEAR SALES NOW DECODE
       DATA DIVISION.
       FILE SECTION.
       FD AUD-FILE
           RECORD CONTAINS 630 CHARACTERS
           DATA RECORD IS AUD-FILE-RECORD.
       01  AUD-FILE-RECORD.
           05  AUD-KEY-1.
           05  AUD-OPERATOR-ID-1             PIC X(08).
           05  AUD-CHANGE-DATE-1             PIC X(08).
           05  AUD-CHANGE-TIME-1             PIC X(06).
           05  AUD-BEFORE-IMAGE-1            PIC X(297).
           05  AUD-AFTER-IMAGE-1             PIC X(297).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-FLD-SUB                         PIC S9(04) COMP VALUE 0.
      *
      *    CMFFEC FIELD DIRECTORY - NAME, OFFSET, LENGTH OF EVERY
      *    FIELD IN THE 297-BYTE RECORD, IN RECORD ORDER. A NEW
      *    CMFFEC FIELD NEEDS A NEW ENTRY HERE AND A BUMP OF THE
      *    OCCURS/COUNT, NOTHING ELSE.
      *
           05  FILLER  PIC X(26) VALUE 'BILL CYCLE          282001'.
           05  FILLER  PIC X(26) VALUE 'DELIVERY PREFERENCE 283001'.
           05  FILLER  PIC X(26) VALUE 'LAST-YEAR SALES     284011'.
           05  FILLER  PIC X(26) VALUE 'CURRENCY CODE       295003'.
       01 WS-FIELD-TABLE REDEFINES WS-FIELD-TABLE-DATA.
           05  WS-FIELD-ENTRY                OCCURS 27 TIMES.
               10  WS-FIELD-NAME             PIC X(20).
               10  WS-FIELD-START            PIC 9(03).
               10  WS-FIELD-LENGTH           PIC 9(03).
       01 WS-FIELD-COUNT                     PIC S9(04) COMP VALUE 27.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
