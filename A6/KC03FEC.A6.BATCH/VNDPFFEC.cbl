      *receipt ledger (optionally limited to one YYYYMM period by the
      *parameter card), matches each PO-checked receipt back to its
      *POFEC header, and compares the receipt date to the PO's
      *expected date, counting days late in working days on the
      *BCLFEC business calendar through BCLBTFEC.
      *Accumulates per vendor: lines arrived on time, lines arrived
      *late and the total days late. A second pass of POFEC counts
      *short-shipments - open POs past their expected date with lines
      *
      *MOD HISTORY
      *2026-09-01  DAO  ORIGINAL PROGRAM.
      *2026-10-02  DAO  PO LAYOUT GROWS 303 TO 393 FOR THE NEW
      *                 PO-UNIT-COST ON EACH LINE.
      *2026-10-08  DAO  VENDOR RECORD GROWS 114 TO 126 FOR THE 1099
      *                 IDENTITY FIELDS.
      *2026-10-09  DAO  PO LAYOUT GROWS 393 TO 399 FOR THE NEW
      *                 PO-BLANKET-NUMBER ON A BLANKET RELEASE.
      *2026-10-15  DAO  PO LAYOUT GROWS 399 TO 469 FOR THE NEW PER-LINE
      *                 ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  COUNT DAYS LATE IN WORKING DAYS ON THE BCLFEC
      *                 CALENDAR THROUGH BCLBTFEC.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RCP-UNIT-COST-1               PIC S9(07)V99.
      *
       FD PO-FILE
           RECORD CONTAINS 469 CHARACTERS
           DATA RECORD IS PO-FILE-RECORD.
       01  PO-FILE-RECORD.
           05  PO-KEY-1.
               10  PO-PRODUCT-CODE-1         PIC X(10).
               10  PO-QTY-ORDERED-1          PIC S9(07).
               10  PO-QTY-RECEIVED-1         PIC S9(07).
               10  PO-UNIT-COST-1            PIC S9(07)V99.
           05  PO-LINE-COUNT-1               PIC 9(04).
           05  PO-BLANKET-NUMBER-1           PIC 9(06).
           05  PO-LINE-UOM-1                 OCCURS 10 TIMES.
               10  PO-ENTRY-UOM-1            PIC X(02).
               10  PO-ENTRY-FACTOR-1         PIC 9(05).
      *
       FD VND-FILE
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS VND-FILE-RECORD.
       01  VND-FILE-RECORD.
           05  VND-KEY-1.
           05  VND-PHONE-1                   PIC X(12).
           05  VND-TERMS-CODE-1              PIC X(03).
           05  VND-STATUS-1                  PIC X(01).
           05  VND-1099-SW-1                 PIC X(01).
           05  VND-TIN-TYPE-1                PIC X(01).
           05  VND-TAX-ID-1                  PIC X(09).
           05  VND-1099-BOX-1                PIC X(01).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-RECEIPT-ORDINAL                 PIC S9(09) COMP-3.
       01 WS-EXPECTED-ORDINAL                PIC S9(09) COMP-3.
       01 WS-DAYS-LATE                       PIC S9(09) COMP-3.
      *
       COPY BCLDTCOM.
      *
      * PER-VENDOR ACCUMULATORS, BUILT AS VENDORS ARE MET ON THE
      * RECEIPT SWEEP - THE VENDOR FILE IS SMALL ENOUGH THAT AN
                                          + WS-EXPECTED-DD
               COMPUTE WS-DAYS-LATE =
                   WS-RECEIPT-ORDINAL - WS-EXPECTED-ORDINAL
               PERFORM 260-COUNT-WORKING-DAYS-LATE
           END-IF.
      *
           IF WS-DAYS-LATE > ZERO
           ELSE
               ADD 1 TO WS-VND-ONTIME-CNT (WS-VND-HIT-SUB)
           END-IF.
      *
       260-COUNT-WORKING-DAYS-LATE.
      *
      * A RECEIPT IS LATE ONLY ONCE A WORKING DAY HAS PASSED SINCE THE
      * EXPECTED DATE, AND ITS DAYS LATE ARE WORKING DAYS.
           MOVE 'C'                TO BCLDT-FUNCTION.
           MOVE PO-EXPECTED-DATE-1 TO BCLDT-DATE-IN.
           MOVE RCP-RECEIPT-DATE-1 TO BCLDT-DATE-TO.
           CALL 'BCLBTFEC' USING BCLDT-COMMAREA.
           IF BCLDT-DATE-USABLE
               IF BCLDT-DAY-COUNT > ZERO
                   MOVE BCLDT-DAY-COUNT TO WS-DAYS-LATE
               ELSE IF WS-DAYS-LATE > ZERO
                   MOVE ZERO TO WS-DAYS-LATE
               END-IF
           END-IF.
      *
       300-FIND-VENDOR-SLOT.
      *
