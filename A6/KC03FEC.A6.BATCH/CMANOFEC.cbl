       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMANOFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Customer personal-data anonymization, modeled on CMMRGFEC's
      *one-card, one-customer pattern. A closed account belonging to
      *a private individual may ask for its personal details to be
      *erased; CMPGFEC would only remove the whole customer after the
      *retention period, invoices and all. A request card names the
      *customer and the program masks the personal data in place
      *while the customer number - and with it every invoice,
      *payment, and tax record - stays exactly as it was:
      *  - CMFFEC: the name becomes ANONYMIZED and the bill-to and
      *    ship-to addresses, phone, and email are blanked (email
      *    delivery falls back to print, there being no address);
      *  - SHTFEC: every ship-to location for the customer has its
      *    name masked and its address blanked;
      *  - CTCFEC: every contact-log row has its free text replaced,
      *    keeping the date, type, and any promise-to-pay amounts;
      *  - CMAUDFEC: the before and after customer images on every
      *    audit row are masked the same way as the master.
      *The request is REFUSED and nothing is touched when the account
      *is not closed, when CBSFEC still carries an open balance or
      *CMFFEC holds on-account money, when an OORFEC order is still
      *open (not invoiced or cancelled), a BKOFEC backorder still owes
      *product, or an active STOFEC standing order still generates
      *orders, or when the customer is under any LGHFEC legal hold.
      *Either way a certificate prints for the request file: what was
      *masked, row by row count, or why the request was refused.
      *
      *PARAMETER CARD (ANOPARM):
      *  COLS  1-6   CUSTOMER NUMBER
      *  COLS  7-26  REQUEST REFERENCE, PRINTED ON THE CERTIFICATE
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ANO-PARM-FILE ASSIGN TO ANOPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT CBS-FILE ASSIGN TO CBSMSTR
               RECORD KEY IS CBS-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CBSFILE-SW.

           SELECT OOR-FILE ASSIGN TO OORMSTR
               RECORD KEY IS OOR-ORDER-NUMBER-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OORFILE-SW.

           SELECT BKO-FILE ASSIGN TO BKOMSTR
               RECORD KEY IS BKO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BKOFILE-SW.

           SELECT STO-FILE ASSIGN TO STOMSTR
               RECORD KEY IS STO-STANDING-NUMBER-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STOFILE-SW.

           SELECT SHT-FILE ASSIGN TO SHTMSTR
               RECORD KEY IS SHT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SHTFILE-SW.

           SELECT CTC-FILE ASSIGN TO CTCMSTR
               RECORD KEY IS CTC-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CTCFILE-SW.

           SELECT AUD-FILE ASSIGN TO AUDMSTR
               RECORD KEY IS AUD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AUDFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ANO-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ANO-PARM-RECORD.
       01  ANO-PARM-RECORD.
           05  PARM-CUSTOMER-NUMBER          PIC X(06).
           05  PARM-REQUEST-REFERENCE        PIC X(20).
           05  FILLER                        PIC X(54).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  FILLER                        PIC X(174).
           05  CM-STATUS                     PIC X(1).
               88  CM-STATUS-CLOSED              VALUE 'C'.
           05  FILLER                        PIC X(51).
           05  CM-ON-ACCOUNT                 PIC S9(07)V99.
           05  FILLER                        PIC X(56).
      *
       FD CBS-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS CBS-FILE-RECORD.
       01  CBS-FILE-RECORD.
           05  CBS-KEY-1.
               10  CBS-CUSTOMER-NUMBER-1     PIC X(06).
           05  CBS-OPEN-BALANCE-1            PIC S9(09)V99.
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
           05  FILLER                        PIC X(355).
           05  OOR-STATUS-1                  PIC X(01).
               88  OOR-STATUS-CLOSED-1           VALUE 'I' 'X'.
           05  FILLER                        PIC X(115).
      *
       FD BKO-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS BKO-FILE-RECORD.
       01  BKO-FILE-RECORD.
           05  BKO-KEY-1.
               10  BKO-PRODUCT-CODE-1          PIC X(10).
               10  BKO-INVOICE-NUMBER-1        PIC 9(06).
           05  BKO-CUSTOMER-NUMBER-1           PIC X(06).
           05  BKO-ORDER-DATE-1                PIC X(08).
           05  BKO-QUANTITY-ORDERED-1          PIC S9(07).
           05  BKO-QUANTITY-SHORT-1            PIC S9(07).
      *
       FD STO-FILE
           RECORD CONTAINS 190 CHARACTERS
           DATA RECORD IS STO-FILE-RECORD.
       01  STO-FILE-RECORD.
           05  STO-KEY-1.
               10  STO-STANDING-NUMBER-1     PIC 9(04).
           05  STO-CUSTOMER-NUMBER-1         PIC X(06).
           05  STO-FREQUENCY-1               PIC X(01).
           05  STO-ACTIVE-SW-1               PIC X(01).
               88  STO-IS-ACTIVE-1               VALUE 'Y'.
           05  FILLER                        PIC X(178).
      *
       FD SHT-FILE
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS SHT-FILE-RECORD.
       01  SHT-FILE-RECORD.
           05  SHT-KEY-1.
               10  SHT-CUSTOMER-NUMBER-1     PIC X(06).
               10  SHT-LOCATION-CODE-1       PIC X(04).
           05  SHT-SHIPTO-NAME-1             PIC X(30).
           05  SHT-SHIPTO-ADDRESS-1          PIC X(30).
           05  SHT-SHIPTO-CITY-1             PIC X(20).
           05  SHT-SHIPTO-STATE-1            PIC X(02).
           05  SHT-SHIPTO-ZIP-CODE-1         PIC X(10).
      *
       FD CTC-FILE
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS CTC-FILE-RECORD.
       01  CTC-FILE-RECORD.
           05  CTC-KEY-1.
               10  CTC-CUSTOMER-NUMBER-1     PIC X(06).
               10  CTC-CONTACT-DATE-1        PIC X(08).
               10  CTC-CONTACT-TIME-1        PIC X(06).
           05  CTC-OPERATOR-ID-1             PIC X(08).
           05  CTC-CONTACT-TYPE-1            PIC X(01).
           05  CTC-CONTACT-TEXT-1            PIC X(60).
           05  FILLER                        PIC X(18).
      *
       FD AUD-FILE
           RECORD CONTAINS 630 CHARACTERS
           DATA RECORD IS AUD-FILE-RECORD.
       01  AUD-FILE-RECORD.
           05  AUD-KEY-1.
               10  AUD-CUSTOMER-NUMBER-1     PIC X(06).
               10  AUD-TASK-NUMBER-1         PIC 9(07).
           05  AUD-ACTION-CODE-1             PIC X(01).
           05  AUD-OPERATOR-ID-1             PIC X(08).
           05  AUD-CHANGE-DATE-1             PIC X(08).
           05  AUD-CHANGE-TIME-1             PIC X(06).
           05  AUD-BEFORE-IMAGE-1            PIC X(297).
           05  AUD-AFTER-IMAGE-1             PIC X(297).
      *
       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-NOTFND                 VALUE '23'.
       01 WS-CBSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CBSFILE-SUCCESS                VALUE '00'.
           88  WS-CBSFILE-NOTFND                 VALUE '23'.
       01 WS-OORFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OORFILE-SUCCESS                VALUE '00'.
       01 WS-BKOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BKOFILE-SUCCESS                VALUE '00'.
       01 WS-STOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-STOFILE-SUCCESS                VALUE '00'.
       01 WS-SHTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SHTFILE-SUCCESS                VALUE '00'.
       01 WS-CTCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTCFILE-SUCCESS                VALUE '00'.
       01 WS-AUDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-AUDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-CUSTOMER-NUMBER                 PIC X(06)  VALUE SPACES.
       01 WS-REQUEST-REFERENCE               PIC X(20)  VALUE SPACES.
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-RUN-TIME-GROUP.
           05  WS-RUN-TIME                   PIC 9(06).
           05  FILLER                        PIC 9(02).
       01 WS-REFUSAL-REASON                  PIC X(40)  VALUE SPACES.
       01 WS-REFERENCE-NUMBER                PIC X(06)  VALUE SPACES.
      *
       01 WS-MASKED-NAME                     PIC X(30)
                                             VALUE 'ANONYMIZED'.
       01 WS-MASKED-CONTACT-TEXT             PIC X(60)
                   VALUE 'CONTACT TEXT REMOVED - CUSTOMER ANONYMIZED'.
      *
      * THE CUSTOMER MASTER AS ONE IMAGE, SO THE SAME MASK SERVES THE
      * CMFFEC RECORD AND THE CMAUDFEC BEFORE AND AFTER IMAGES.
       01 WS-CUSTOMER-IMAGE.
           05  WS-CI-CUSTOMER-NUMBER         PIC X(06).
           05  WS-CI-FIRST-NAME              PIC X(20).
           05  WS-CI-LAST-NAME               PIC X(30).
           05  WS-CI-ADDRESS                 PIC X(30).
           05  WS-CI-CITY                    PIC X(20).
           05  WS-CI-STATE                   PIC X(02).
           05  WS-CI-ZIP-CODE                PIC X(10).
           05  WS-CI-SHIPTO-ADDRESS          PIC X(30).
           05  WS-CI-SHIPTO-CITY             PIC X(20).
           05  WS-CI-SHIPTO-STATE            PIC X(02).
           05  WS-CI-SHIPTO-ZIP-CODE         PIC X(10).
           05  WS-CI-STATUS                  PIC X(01).
           05  WS-CI-PHONE                   PIC X(12).
           05  WS-CI-EMAIL                   PIC X(30).
           05  FILLER                        PIC X(59).
           05  WS-CI-DELIVERY-PREF           PIC X(01).
           05  FILLER                        PIC X(14).
      *
       01 WS-MASTER-CNT                      PIC 9(05)  COMP-3 VALUE 0.
       01 WS-SHIPTO-CNT                      PIC 9(05)  COMP-3 VALUE 0.
       01 WS-CONTACT-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-AUDIT-ROW-CNT                   PIC 9(05)  COMP-3 VALUE 0.
       01 WS-AUDIT-IMAGE-CNT                 PIC 9(05)  COMP-3 VALUE 0.
      *
       COPY RTPCKCOM.
      *
       01 WS-EDIT-FIELDS.
           05  WS-CNT-EDIT                   PIC ZZZZ9.
           05  WS-AMT-EDIT                   PIC ZZZ,ZZZ,ZZ9.99CR.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(50)
               VALUE 'KC03FEC - CERTIFICATE OF CUSTOMER ANONYMIZATION'.
      *
       01 REGISTER-LINE.
           05  RGL-TEXT                      PIC X(40).
           05  RGL-VALUE                     PIC X(40).
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           OPEN INPUT ANO-PARM-FILE.
           IF NOT WS-PARMFILE-SUCCESS
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "ANO-PARM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O CM-FILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT CBS-FILE.
           IF NOT WS-CBSFILE-SUCCESS
               DISPLAY "WS-CBSFILE-SW=" WS-CBSFILE-SW
               DISPLAY "CBS-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT OOR-FILE.
           IF NOT WS-OORFILE-SUCCESS
               DISPLAY "WS-OORFILE-SW=" WS-OORFILE-SW
               DISPLAY "OOR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT BKO-FILE.
           IF NOT WS-BKOFILE-SUCCESS
               DISPLAY "WS-BKOFILE-SW=" WS-BKOFILE-SW
               DISPLAY "BKO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT STO-FILE.
           IF NOT WS-STOFILE-SUCCESS
               DISPLAY "WS-STOFILE-SW=" WS-STOFILE-SW
               DISPLAY "STO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O SHT-FILE.
           IF NOT WS-SHTFILE-SUCCESS
               DISPLAY "WS-SHTFILE-SW=" WS-SHTFILE-SW
               DISPLAY "SHT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O CTC-FILE.
           IF NOT WS-CTCFILE-SUCCESS
               DISPLAY "WS-CTCFILE-SW=" WS-CTCFILE-SW
               DISPLAY "CTC-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN I-O AUD-FILE.
           IF NOT WS-AUDFILE-SUCCESS
               DISPLAY "WS-AUDFILE-SW=" WS-AUDFILE-SW
               DISPLAY "AUD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-GROUP FROM TIME.
      *
           PERFORM 100-READ-REQUEST-CARD.
           PERFORM 150-READ-CUSTOMER-MASTER.
           PERFORM 200-CHECK-FOR-REFUSAL.
      *
           IF WS-REFUSAL-REASON NOT = SPACES
               PERFORM 750-PRINT-REFUSAL
           ELSE
               PERFORM 300-MASK-CUSTOMER-MASTER
               PERFORM 400-MASK-SHIPTO-ROWS
               PERFORM 500-MASK-CONTACT-ROWS
               PERFORM 600-MASK-AUDIT-IMAGES
               PERFORM 700-PRINT-CERTIFICATE
           END-IF.
      *
           PERFORM 900-COMPLETED-OK.
      *
       100-READ-REQUEST-CARD.
      *
           READ ANO-PARM-FILE
               AT END
                   DISPLAY "ANOPARM IS EMPTY - NOTHING TO ANONYMIZE"
                   PERFORM 800-PROGRAM-FAILED.
      *
           MOVE PARM-CUSTOMER-NUMBER   TO WS-CUSTOMER-NUMBER.
           MOVE PARM-REQUEST-REFERENCE TO WS-REQUEST-REFERENCE.
      *
           IF WS-CUSTOMER-NUMBER = SPACE
               DISPLAY "ANOPARM MUST NAME THE CUSTOMER"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           DISPLAY "ANONYMIZATION REQUEST FOR " WS-CUSTOMER-NUMBER
                   " REF " WS-REQUEST-REFERENCE.
      *
       150-READ-CUSTOMER-MASTER.
      *
           MOVE WS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
           IF WS-CMFFILE-NOTFND
               DISPLAY "CUSTOMER " WS-CUSTOMER-NUMBER
                       " IS NOT ON CM-FILE"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       200-CHECK-FOR-REFUSAL.
      *
      *    EVERY TEST RUNS BEFORE ANYTHING IS MASKED - A REFUSED
      *    REQUEST LEAVES EVERY FILE EXACTLY AS IT WAS. THE FIRST
      *    REASON FOUND IS THE ONE REPORTED.
      *
           IF NOT CM-STATUS-CLOSED
               MOVE 'ACCOUNT IS NOT CLOSED' TO WS-REFUSAL-REASON
           ELSE IF CM-ON-ACCOUNT NOT = ZERO
               MOVE 'ON-ACCOUNT MONEY STILL HELD'
                 TO WS-REFUSAL-REASON
           END-IF.
      *
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 210-CHECK-OPEN-BALANCE
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 220-CHECK-OPEN-ORDERS
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 230-CHECK-BACKORDERS
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 240-CHECK-STANDING-ORDERS
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 250-CHECK-LEGAL-HOLD
           END-IF.
      *
       210-CHECK-OPEN-BALANCE.
      *
           MOVE WS-CUSTOMER-NUMBER TO CBS-CUSTOMER-NUMBER-1.
           MOVE '00' TO WS-CBSFILE-SW.
           READ CBS-FILE
               INVALID KEY MOVE '23' TO WS-CBSFILE-SW.
      *
           IF WS-CBSFILE-NOTFND
               CONTINUE
           ELSE IF CBS-OPEN-BALANCE-1 NOT = ZERO
               MOVE CBS-OPEN-BALANCE-1 TO WS-AMT-EDIT
               STRING 'OPEN BALANCE ' DELIMITED BY SIZE
                      WS-AMT-EDIT     DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
           END-IF.
      *
       220-CHECK-OPEN-ORDERS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ OOR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 225-CHECK-ONE-ORDER
               UNTIL WS-EOF-YES
                  OR WS-REFUSAL-REASON NOT = SPACES.
      *
       225-CHECK-ONE-ORDER.
      *
           IF OOR-CUSTOMER-NUMBER-1 = WS-CUSTOMER-NUMBER
                   AND NOT OOR-STATUS-CLOSED-1
               MOVE OOR-ORDER-NUMBER-1 TO WS-REFERENCE-NUMBER
               STRING 'OPEN ORDER '        DELIMITED BY SIZE
                      WS-REFERENCE-NUMBER  DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
           ELSE
               READ OOR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       230-CHECK-BACKORDERS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ BKO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 235-CHECK-ONE-BACKORDER
               UNTIL WS-EOF-YES
                  OR WS-REFUSAL-REASON NOT = SPACES.
      *
       235-CHECK-ONE-BACKORDER.
      *
           IF BKO-CUSTOMER-NUMBER-1 = WS-CUSTOMER-NUMBER
               MOVE BKO-INVOICE-NUMBER-1 TO WS-REFERENCE-NUMBER
               STRING 'OPEN BACKORDER ON INVOICE ' DELIMITED BY SIZE
                      WS-REFERENCE-NUMBER          DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
           ELSE
               READ BKO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       240-CHECK-STANDING-ORDERS.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ STO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 245-CHECK-ONE-STANDING-ORDER
               UNTIL WS-EOF-YES
                  OR WS-REFUSAL-REASON NOT = SPACES.
      *
       245-CHECK-ONE-STANDING-ORDER.
      *
           IF STO-CUSTOMER-NUMBER-1 = WS-CUSTOMER-NUMBER
                   AND STO-IS-ACTIVE-1
               MOVE STO-STANDING-NUMBER-1 TO WS-REFERENCE-NUMBER
               STRING 'ACTIVE STANDING ORDER ' DELIMITED BY SIZE
                      WS-REFERENCE-NUMBER      DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
           ELSE
               READ STO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       250-CHECK-LEGAL-HOLD.
      *
      *    THE CONTACT LOG AND AUDIT TRAIL ARE EXACTLY WHAT A HOLD
      *    PRESERVES, SO A HOLD OF ANY DATE RANGE REFUSES THE REQUEST.
           MOVE 'H'                TO RTPCK-FUNCTION.
           MOVE WS-CUSTOMER-NUMBER TO RTPCK-CUSTOMER-NUMBER.
           MOVE SPACES             TO RTPCK-RECORD-DATE.
           CALL 'RTPBTFEC' USING RTPCK-COMMAREA.
      *
           IF RTPCK-HELD
               STRING 'LEGAL HOLD ' DELIMITED BY SIZE
                      RTPCK-MATTER  DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
           END-IF.
      *
       300-MASK-CUSTOMER-MASTER.
      *
           MOVE CM-FILE-RECORD TO WS-CUSTOMER-IMAGE.
           PERFORM 350-MASK-CUSTOMER-IMAGE.
           MOVE WS-CUSTOMER-IMAGE TO CM-FILE-RECORD.
      *
           REWRITE CM-FILE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR CUSTOMER " CM-KEY
                   PERFORM 800-PROGRAM-FAILED.
           ADD 1 TO WS-MASTER-CNT.
      *
       350-MASK-CUSTOMER-IMAGE.
      *
           MOVE SPACES         TO WS-CI-FIRST-NAME
                                  WS-CI-ADDRESS
                                  WS-CI-CITY
                                  WS-CI-STATE
                                  WS-CI-ZIP-CODE
                                  WS-CI-SHIPTO-ADDRESS
                                  WS-CI-SHIPTO-CITY
                                  WS-CI-SHIPTO-STATE
                                  WS-CI-SHIPTO-ZIP-CODE
                                  WS-CI-PHONE
                                  WS-CI-EMAIL
                                  WS-CI-DELIVERY-PREF.
           MOVE WS-MASKED-NAME TO WS-CI-LAST-NAME.
      *
       400-MASK-SHIPTO-ROWS.
      *
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-CUSTOMER-NUMBER TO SHT-CUSTOMER-NUMBER-1.
           MOVE LOW-VALUES         TO SHT-LOCATION-CODE-1.
           START SHT-FILE KEY IS NOT LESS THAN SHT-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 410-MASK-ONE-SHIPTO
               UNTIL WS-EOF-YES.
      *
       410-MASK-ONE-SHIPTO.
      *
           READ SHT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-YES
               CONTINUE
           ELSE IF SHT-CUSTOMER-NUMBER-1 NOT = WS-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE WS-MASKED-NAME TO SHT-SHIPTO-NAME-1
               MOVE SPACES         TO SHT-SHIPTO-ADDRESS-1
                                      SHT-SHIPTO-CITY-1
                                      SHT-SHIPTO-STATE-1
                                      SHT-SHIPTO-ZIP-CODE-1
               REWRITE SHT-FILE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR SHIP-TO "
                               SHT-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-REWRITE
               ADD 1 TO WS-SHIPTO-CNT
           END-IF.
      *
       500-MASK-CONTACT-ROWS.
      *
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-CUSTOMER-NUMBER TO CTC-CUSTOMER-NUMBER-1.
           MOVE LOW-VALUES         TO CTC-CONTACT-DATE-1
                                      CTC-CONTACT-TIME-1.
           START CTC-FILE KEY IS NOT LESS THAN CTC-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 510-MASK-ONE-CONTACT-ROW
               UNTIL WS-EOF-YES.
      *
       510-MASK-ONE-CONTACT-ROW.
      *
           READ CTC-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-YES
               CONTINUE
           ELSE IF CTC-CUSTOMER-NUMBER-1 NOT = WS-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE WS-MASKED-CONTACT-TEXT TO CTC-CONTACT-TEXT-1
               REWRITE CTC-FILE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR CONTACT ROW "
                               CTC-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-REWRITE
               ADD 1 TO WS-CONTACT-CNT
           END-IF.
      *
       600-MASK-AUDIT-IMAGES.
      *
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-CUSTOMER-NUMBER TO AUD-CUSTOMER-NUMBER-1.
           MOVE ZERO               TO AUD-TASK-NUMBER-1.
           START AUD-FILE KEY IS NOT LESS THAN AUD-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 610-MASK-ONE-AUDIT-ROW
               UNTIL WS-EOF-YES.
      *
       610-MASK-ONE-AUDIT-ROW.
      *
      *    AN ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE -
      *    A BLANK IMAGE IS LEFT BLANK.
           READ AUD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-YES
               CONTINUE
           ELSE IF AUD-CUSTOMER-NUMBER-1 NOT = WS-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF AUD-BEFORE-IMAGE-1 NOT = SPACES
                   MOVE AUD-BEFORE-IMAGE-1 TO WS-CUSTOMER-IMAGE
                   PERFORM 350-MASK-CUSTOMER-IMAGE
                   MOVE WS-CUSTOMER-IMAGE  TO AUD-BEFORE-IMAGE-1
                   ADD 1 TO WS-AUDIT-IMAGE-CNT
               END-IF
               IF AUD-AFTER-IMAGE-1 NOT = SPACES
                   MOVE AUD-AFTER-IMAGE-1  TO WS-CUSTOMER-IMAGE
                   PERFORM 350-MASK-CUSTOMER-IMAGE
                   MOVE WS-CUSTOMER-IMAGE  TO AUD-AFTER-IMAGE-1
                   ADD 1 TO WS-AUDIT-IMAGE-CNT
               END-IF
               REWRITE AUD-FILE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR AUDIT ROW "
                               AUD-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-REWRITE
               ADD 1 TO WS-AUDIT-ROW-CNT
           END-IF.
      *
       650-PRINT-REQUEST-HEADING.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
      *
           MOVE 'CUSTOMER NUMBER:'      TO RGL-TEXT.
           MOVE WS-CUSTOMER-NUMBER      TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE 'REQUEST REFERENCE:'    TO RGL-TEXT.
           MOVE WS-REQUEST-REFERENCE    TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE.
      *
           MOVE 'PROCESSED ON:'         TO RGL-TEXT.
           MOVE SPACES                  TO RGL-VALUE.
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  ' AT '        DELIMITED BY SIZE
                  WS-RUN-TIME   DELIMITED BY SIZE
               INTO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE.
      *
       700-PRINT-CERTIFICATE.
      *
           PERFORM 650-PRINT-REQUEST-HEADING.
      *
           MOVE 'RESULT:'               TO RGL-TEXT.
           MOVE 'COMPLETED'             TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE 'CUSTOMER MASTER RECORDS MASKED:' TO RGL-TEXT.
           MOVE WS-MASTER-CNT           TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT             TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE.
      *
           MOVE 'SHIP-TO LOCATIONS MASKED:' TO RGL-TEXT.
           MOVE WS-SHIPTO-CNT           TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT             TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE.
      *
           MOVE 'CONTACT-LOG ROWS MASKED:' TO RGL-TEXT.
           MOVE WS-CONTACT-CNT          TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT             TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE.
      *
           MOVE 'AUDIT ROWS MASKED:'    TO RGL-TEXT.
           MOVE WS-AUDIT-ROW-CNT        TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT             TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE.
      *
           MOVE 'AUDIT IMAGES MASKED:'  TO RGL-TEXT.
           MOVE WS-AUDIT-IMAGE-CNT      TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT             TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE.
      *
           MOVE 'INVOICES, PAYMENTS AND TAX DETAIL ARE'
             TO RGL-TEXT.
           MOVE 'RETAINED UNDER THE CUSTOMER NUMBER.'
             TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES.
      *
       750-PRINT-REFUSAL.
      *
           PERFORM 650-PRINT-REQUEST-HEADING.
      *
           MOVE 'RESULT:'               TO RGL-TEXT.
           MOVE 'REFUSED'               TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE 'REASON:'               TO RGL-TEXT.
           MOVE WS-REFUSAL-REASON       TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE.
      *
           MOVE 'NO RECORD WAS CHANGED.' TO RGL-TEXT.
           MOVE SPACES                  TO RGL-VALUE.
           WRITE PRINT-LINE FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES.
      *
           DISPLAY "REQUEST REFUSED - " WS-REFUSAL-REASON.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE ANO-PARM-FILE
                 CM-FILE
                 CBS-FILE
                 OOR-FILE
                 BKO-FILE
                 STO-FILE
                 SHT-FILE
                 CTC-FILE
                 AUD-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
