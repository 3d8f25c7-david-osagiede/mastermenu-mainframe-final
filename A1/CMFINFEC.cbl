      *2026-08-09  DAO  ADD PHONE, EMAIL, AND CREDIT-LIMIT FIELDS TO
      *                 THE CUSTOMER RECORD. RECORD GROWS FROM 181 TO
      *                 232 BYTES.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01 CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-BILL-CYCLE                       PIC X(01).
           05  CM-DELIVERY-PREF                       PIC X(01).
           05  CM-LASTYR-SALES                        PIC S9(09)V99.
           05  CM-CURRENCY-CODE                       PIC X(03).
      *
       WORKING-STORAGE SECTION.
       01 WS-OUTFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                 VALUE '00'.
           88  WS-OUTFILE-EOF                     VALUE '10'.
       01 WS-CM-REC                           PIC X(297).
       01 WS-EOF-SW                           PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                          VALUE 'N'.
           88  WS-EOF-YES                         VALUE 'Y'.
