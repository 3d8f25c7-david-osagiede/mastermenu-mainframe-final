      *    audit rows;
      *  - the duplicate's CBSFEC balance and its on-account and
      *    MTD/YTD sales are folded into the survivor before the
      *    duplicate CMFFEC and CBSFEC records are deleted;
      *  - a CMXFEC forwarding record is left under the retired
      *    number naming the survivor, so anything still found on
      *    the retired number later (ship-tos, cross-references,
      *    contract prices) can be moved by the ORPSWFEC sweep.
      *A before/after register prints what moved, so the merge can
      *be audited after the fact.
      *
      *                 STANDING ORDERS, OR CONTACT HISTORY ON THE
      *                 RETIRED NUMBER ORPHANS THEM THE SAME WAY
      *                 INVOICES USED TO BE ORPHANED.
      *2026-10-15  DAO  LAYOUTS GROW (OOR 421 TO 491 AND INVOICE 583 TO
      *                 653) FOR THE NEW PER-LINE ENTRY UNIT OF MEASURE.
      *2026-10-15  DAO  CTC LAYOUT GROWS 89 TO 107 FOR THE NEW
      *                 PROMISE-TO-PAY FIELDS.
      *2026-10-15  DAO  CUSTOMER LAYOUT GROWS 294 TO 297 FOR THE NEW
      *                 CURRENCY CODE.
      *2026-10-15  DAO  WRITE A CMXFEC FORWARDING RECORD FOR THE RETIRED
      *                 NUMBER SO THE ORPHAN SWEEP CAN REPOINT ROWS THIS
      *                 PROGRAM DOES NOT MOVE ITSELF.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CTCFILE-SW.

           SELECT CMX-FILE ASSIGN TO CMXMSTR
               RECORD KEY IS CMX-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMXFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
           05  FILLER                        PIC X(68).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF              PIC X(01).
           05  CM-LASTYR-SALES               PIC S9(09)V99.
           05  CM-CURRENCY-CODE              PIC X(03).
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
               10  INV-INVOICE-NUMBER-1          PIC 9(06).
           05  INV-INVOICE-DATE-1                PIC X(08).
           05  INV-CUSTOMER-NUMBER-1             PIC X(06).
           05  FILLER                            PIC X(633).
      *
       FD BKO-FILE
           RECORD CONTAINS 44 CHARACTERS
           05  BKO-QUANTITY-SHORT-1            PIC S9(07).
      *
       FD AUD-FILE
           RECORD CONTAINS 630 CHARACTERS
           DATA RECORD IS AUD-FILE-RECORD.
       01  AUD-FILE-RECORD.
           05  AUD-KEY-1.
               10  AUD-CUSTOMER-NUMBER-1     PIC X(06).
               10  AUD-TASK-NUMBER-1         PIC 9(07).
           05  AUD-DATA-1                    PIC X(617).
      *
       FD CBS-FILE
           RECORD CONTAINS 25 CHARACTERS
           05  CBS-LAST-ACTIVITY-DATE-1      PIC X(08).
      *
       FD OOR-FILE
           RECORD CONTAINS 491 CHARACTERS
           DATA RECORD IS OOR-FILE-RECORD.
       01  OOR-FILE-RECORD.
           05  OOR-KEY-1.
               10  OOR-ORDER-NUMBER-1        PIC 9(06).
           05  OOR-ORDER-DATE-1              PIC X(08).
           05  OOR-CUSTOMER-NUMBER-1         PIC X(06).
           05  FILLER                        PIC X(471).
      *
       FD QUO-FILE
           RECORD CONTAINS 309 CHARACTERS
           05  FILLER                        PIC X(349).
      *
       FD CTC-FILE
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS CTC-FILE-RECORD.
       01  CTC-FILE-RECORD.
           05  CTC-KEY-1.
               10  CTC-CUSTOMER-NUMBER-1     PIC X(06).
               10  CTC-CONTACT-DATE-1        PIC X(08).
               10  CTC-CONTACT-TIME-1        PIC X(06).
           05  CTC-DATA-1                    PIC X(87).
      *
       FD CMX-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS CMX-FILE-RECORD.
       01  CMX-FILE-RECORD.
           05  CMX-KEY-1.
               10  CMX-RETIRED-NUMBER-1      PIC X(06).
           05  CMX-SURVIVOR-NUMBER-1         PIC X(06).
           05  CMX-MERGE-DATE-1              PIC X(08).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           88  WS-RMAFILE-SUCCESS                VALUE '00'.
       01 WS-CTCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTCFILE-SUCCESS                VALUE '00'.
       01 WS-CMXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMXFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
      *
       01 WS-SURVIVOR-NUMBER                 PIC X(06)  VALUE SPACES.
       01 WS-DUPLICATE-NUMBER                PIC X(06)  VALUE SPACES.
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
      *
       01 WS-INV-KEY-COUNT                   PIC S9(04) COMP VALUE 0.
       01 WS-INV-KEY-MAX                     PIC S9(04) COMP VALUE 5000.
               DISPLAY "CBS-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O CMX-FILE.
           IF NOT WS-CMXFILE-SUCCESS
               DISPLAY "WS-CMXFILE-SW=" WS-CMXFILE-SW
               DISPLAY "CMX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
           PERFORM 100-READ-PARAMETER-CARD.
           PERFORM 150-VALIDATE-BOTH-MASTERS.
           PERFORM 460-REKEY-CONTACT-ROWS.
           PERFORM 500-FOLD-BALANCES-INTO-SURVIVOR.
           PERFORM 600-RETIRE-DUPLICATE-MASTER.
           PERFORM 650-WRITE-FORWARDING-RECORD.
           PERFORM 750-PRINT-AFTER-PICTURE.
           PERFORM 900-COMPLETED-OK.
      *
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR DUPLICATE MASTER"
                   PERFORM 800-PROGRAM-FAILED.
      *
       650-WRITE-FORWARDING-RECORD.
      *
      *    A NUMBER RETIRED ONCE, REINSTATED, AND MERGED AGAIN SIMPLY
      *    HAS ITS FORWARDING RECORD REPLACED WITH THE NEW SURVIVOR.
      *
           MOVE WS-DUPLICATE-NUMBER TO CMX-RETIRED-NUMBER-1.
           MOVE WS-SURVIVOR-NUMBER  TO CMX-SURVIVOR-NUMBER-1.
           MOVE WS-TODAY-DATE       TO CMX-MERGE-DATE-1.
           WRITE CMX-FILE-RECORD
               INVALID KEY
                   REWRITE CMX-FILE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR FORWARDING "
                                   "RECORD " CMX-KEY-1
                           PERFORM 800-PROGRAM-FAILED
                   END-REWRITE
           END-WRITE.
      *
       700-PRINT-BEFORE-PICTURE.
      *
           MOVE 'DUPLICATE MASTER DELETED:' TO RGL-TEXT.
           MOVE 'YES'                  TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE.
      *
           MOVE 'FORWARDING RECORD WRITTEN TO:' TO RGL-TEXT.
           MOVE WS-SURVIVOR-NUMBER     TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
                 RMA-FILE
                 CTC-FILE
                 CBS-FILE
                 CMX-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
