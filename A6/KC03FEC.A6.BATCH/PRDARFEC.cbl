      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-11  DAO  AUDIT IMAGES GROW 109 TO 123 FOR THE NEW
      *                 PRD-QTY-COMMITTED; TWO DIRECTORY ENTRIES ADDED.
      *2026-10-15  DAO  AUDIT IMAGES GROW 123 TO 125 FOR THE NEW
      *                 PRD-STOCKING-UOM; ONE DIRECTORY ENTRY ADDED.
      *2026-10-15  DAO  AUDIT IMAGES GROW 125 TO 153 FOR THE NEW
      *                 MINIMUM AND MAXIMUM BY LOCATION; FOUR
      *                 DIRECTORY ENTRIES ADDED.
      *2026-10-15  DAO  AUDIT IMAGES GROW 153 TO 154 FOR THE NEW
      *                 PRD-STATUS; ONE DIRECTORY ENTRY ADDED.
      *2026-10-15  DAO  AUDIT IMAGES GROW 154 TO 158 AND THE FIELD
      *                 DIRECTORY GAINS PRD-CATEGORY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD AUD-FILE
           RECORD CONTAINS 356 CHARACTERS
           DATA RECORD IS AUD-FILE-RECORD.
       01  AUD-FILE-RECORD.
           05  AUD-KEY-1.
           05  AUD-OPERATOR-ID-1             PIC X(08).
           05  AUD-CHANGE-DATE-1             PIC X(08).
           05  AUD-CHANGE-TIME-1             PIC X(06).
           05  AUD-BEFORE-IMAGE-1            PIC X(158).
           05  AUD-AFTER-IMAGE-1             PIC X(158).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-FLD-SUB                         PIC S9(04) COMP VALUE 0.
      *
      *    PRDFEC FIELD DIRECTORY - NAME, OFFSET, LENGTH OF EVERY
      *    FIELD IN THE 158-BYTE RECORD, IN RECORD ORDER. A NEW
      *    PRDFEC FIELD NEEDS A NEW ENTRY HERE AND A BUMP OF THE
      *    OCCURS/COUNT, NOTHING ELSE.
      *
           05  FILLER  PIC X(26) VALUE 'ABC CLASS           097001'.
           05  FILLER  PIC X(26) VALUE 'UNIT WEIGHT         098005'.
           05  FILLER  PIC X(26) VALUE 'LAST-YEAR UNITS     103007'.
           05  FILLER  PIC X(26) VALUE 'COMMITTED LOCATION 1110007'.
           05  FILLER  PIC X(26) VALUE 'COMMITTED LOCATION 2117007'.
           05  FILLER  PIC X(26) VALUE 'STOCKING UNIT       124002'.
           05  FILLER  PIC X(26) VALUE 'MINIMUM LOCATION 1  126007'.
           05  FILLER  PIC X(26) VALUE 'MAXIMUM LOCATION 1  133007'.
           05  FILLER  PIC X(26) VALUE 'MINIMUM LOCATION 2  140007'.
           05  FILLER  PIC X(26) VALUE 'MAXIMUM LOCATION 2  147007'.
           05  FILLER  PIC X(26) VALUE 'STATUS              154001'.
           05  FILLER  PIC X(26) VALUE 'CATEGORY            155004'.
       01 WS-FIELD-TABLE REDEFINES WS-FIELD-TABLE-DATA.
           05  WS-FIELD-ENTRY                OCCURS 23 TIMES.
               10  WS-FIELD-NAME             PIC X(20).
               10  WS-FIELD-START            PIC 9(03).
               10  WS-FIELD-LENGTH           PIC 9(03).
       01 WS-FIELD-COUNT                     PIC S9(04) COMP VALUE 23.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
