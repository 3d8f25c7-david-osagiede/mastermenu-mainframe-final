       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORPSWFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Weekly orphan-record sweep. ALLRCFEC only checks the four
      *original masters against each other; this program checks the
      *customer and product references in the files hung off them
      *against CMFFEC and PRDFEC and prints every row that points at
      *a customer or product no longer on file - merged away by
      *CMMRGFEC or purged by CMPGFEC:
      *  - SHTFEC ship-tos, CPXFEC part cross-references and CTPFEC
      *    contract prices are keyed by customer. A row on a merged
      *    customer is moved to the survivor named by the CMXFEC
      *    forwarding record (delete and write back, as CMMRGFEC
      *    rekeys audit rows); a row on a purged customer, or a
      *    CPXFEC/CTPFEC row for a product no longer on file, is
      *    deleted;
      *  - STOFEC standing orders, QUOFEC quotes and BKOFEC
      *    backorders carry the customer as a data field; a
      *    forwarded customer is rewritten in place. With no forward,
      *    inactive standing orders and quotes no longer open are
      *    deleted and everything else is left for review, as are
      *    line products no longer on file and backorders for a
      *    product no longer on file - goods may still be owed;
      *  - KITFEC components are deleted when the kit parent is gone
      *    and left for review when a component is gone;
      *  - QBPFEC price breaks for a product no longer on file are
      *    deleted;
      *  - LOTFEC lot balances for a product no longer on file are
      *    deleted only when nothing is on hand.
      *None of these files carries a vendor number or rep code, so
      *there is nothing in them to check against VNDFEC or REPFEC.
      *Without an APPLY card nothing is changed and the action column
      *shows what an APPLY run would do. Rows to be deleted or
      *rekeyed are collected during the browse and acted on by key
      *afterwards, so a browse is never continued past a delete.
      *
      *PARAMETER CARD (ORPPARM) - OPTIONAL:
      *  COLS  1-5   'APPLY' TO DELETE / REPOINT THE SAFE ORPHANS;
      *              ANYTHING ELSE, OR NO CARD, IS REPORT ONLY
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ORP-PARM-FILE ASSIGN TO ORPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT CM-FILE ASSIGN TO CMFMSTR
               RECORD KEY IS CM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT PRD-FILE ASSIGN TO PRDMSTR
               RECORD KEY IS PRD-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT CMX-FILE ASSIGN TO CMXMSTR
               RECORD KEY IS CMX-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMXFILE-SW.

           SELECT SHT-FILE ASSIGN TO SHTMSTR
               RECORD KEY IS SHT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SHTFILE-SW.

           SELECT CPX-FILE ASSIGN TO CPXMSTR
               RECORD KEY IS CPX-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CPXFILE-SW.

           SELECT CTP-FILE ASSIGN TO CTPMSTR
               RECORD KEY IS CTP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CTPFILE-SW.

           SELECT STO-FILE ASSIGN TO STOMSTR
               RECORD KEY IS STO-STANDING-NUMBER-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-STOFILE-SW.

           SELECT QUO-FILE ASSIGN TO QUOMSTR
               RECORD KEY IS QUO-QUOTE-NUMBER-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QUOFILE-SW.

           SELECT BKO-FILE ASSIGN TO BKOMSTR
               RECORD KEY IS BKO-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BKOFILE-SW.

           SELECT KIT-FILE ASSIGN TO KITMSTR
               RECORD KEY IS KIT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KITFILE-SW.

           SELECT QBP-FILE ASSIGN TO QBPMSTR
               RECORD KEY IS QBP-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QBPFILE-SW.

           SELECT LOT-FILE ASSIGN TO LOTMSTR
               RECORD KEY IS LOT-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-LOTFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ORP-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ORP-PARM-RECORD.
       01  ORP-PARM-RECORD.
           05  PARM-RUN-MODE                 PIC X(05).
           05  FILLER                        PIC X(75).
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
           05  FILLER                        PIC X(291).
      *
       FD PRD-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS PRD-FILE-RECORD.
       01  PRD-FILE-RECORD.
           05  PRD-KEY.
               10  PRD-PRODUCT-CODE          PIC X(10).
           05  FILLER                        PIC X(148).
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
       FD SHT-FILE
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS SHT-FILE-RECORD.
       01  SHT-FILE-RECORD.
           05  SHT-KEY-1.
               10  SHT-CUSTOMER-NUMBER-1     PIC X(06).
               10  SHT-LOCATION-CODE-1       PIC X(04).
           05  SHT-DATA-1                    PIC X(92).
      *
       FD CPX-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS CPX-FILE-RECORD.
       01  CPX-FILE-RECORD.
           05  CPX-KEY-1.
               10  CPX-CUSTOMER-NUMBER-1     PIC X(06).
               10  CPX-CUSTOMER-PART-1       PIC X(15).
           05  CPX-PRODUCT-CODE-1            PIC X(10).
      *
       FD CTP-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS CTP-FILE-RECORD.
       01  CTP-FILE-RECORD.
           05  CTP-KEY-1.
               10  CTP-CUSTOMER-NUMBER-1     PIC X(06).
               10  CTP-PRODUCT-CODE-1        PIC X(10).
           05  CTP-CONTRACT-PRICE-1          PIC S9(07)V99.
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
           05  STO-LINE-ITEM-1               OCCURS 10 TIMES.
               10  STO-PRODUCT-CODE-1        PIC X(10).
               10  STO-QUANTITY-1            PIC S9(07).
           05  STO-LAST-GENERATED-DATE-1     PIC X(08).
      *
       FD QUO-FILE
           RECORD CONTAINS 309 CHARACTERS
           DATA RECORD IS QUO-FILE-RECORD.
       01  QUO-FILE-RECORD.
           05  QUO-KEY-1.
               10  QUO-QUOTE-NUMBER-1        PIC 9(06).
           05  QUO-QUOTE-DATE-1              PIC X(08).
           05  QUO-EXPIRATION-DATE-1         PIC X(08).
           05  QUO-CUSTOMER-NUMBER-1         PIC X(06).
           05  QUO-LINE-ITEM-1               OCCURS 10 TIMES.
               10  QUO-PRODUCT-CODE-1        PIC X(10).
               10  QUO-QUANTITY-1            PIC S9(07).
               10  QUO-UNIT-PRICE-1          PIC S9(07)V99.
               10  QUO-PRICE-SOURCE-1        PIC X(01).
           05  QUO-LINE-COUNT-1              PIC 9(04).
           05  QUO-STATUS-1                  PIC X(01).
               88  QUO-STATUS-OPEN-1             VALUE 'O'.
           05  QUO-ORDER-NUMBER-1            PIC 9(06).
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
       FD KIT-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS KIT-FILE-RECORD.
       01  KIT-FILE-RECORD.
           05  KIT-KEY-1.
               10  KIT-PARENT-CODE-1         PIC X(10).
               10  KIT-COMPONENT-SEQ-1       PIC 9(02).
           05  KIT-COMPONENT-CODE-1          PIC X(10).
           05  KIT-QTY-PER-KIT-1             PIC S9(05).
      *
       FD QBP-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS QBP-FILE-RECORD.
       01  QBP-FILE-RECORD.
           05  QBP-KEY-1.
               10  QBP-PRODUCT-CODE-1        PIC X(10).
               10  QBP-MIN-QUANTITY-1        PIC 9(07).
           05  QBP-BREAK-PRICE-1             PIC S9(07)V99.
      *
       FD LOT-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS LOT-FILE-RECORD.
       01  LOT-FILE-RECORD.
           05  LOT-KEY-1.
               10  LOT-PRODUCT-CODE-1        PIC X(10).
               10  LOT-NUMBER-1              PIC X(10).
           05  LOT-QTY-ON-HAND-1             PIC S9(07).
           05  LOT-RECEIPT-DATE-1            PIC X(08).
           05  LOT-PO-NUMBER-1               PIC 9(06).
           05  LOT-EXPIRATION-DATE-1         PIC X(08).
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
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFND                 VALUE '23'.
       01 WS-CMXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMXFILE-SUCCESS                VALUE '00'.
           88  WS-CMXFILE-NOTFND                 VALUE '23'.
       01 WS-SHTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SHTFILE-SUCCESS                VALUE '00'.
           88  WS-SHTFILE-DUPKEY                 VALUE '22'.
           88  WS-SHTFILE-NOTFND                 VALUE '23'.
       01 WS-CPXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CPXFILE-SUCCESS                VALUE '00'.
           88  WS-CPXFILE-DUPKEY                 VALUE '22'.
           88  WS-CPXFILE-NOTFND                 VALUE '23'.
       01 WS-CTPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTPFILE-SUCCESS                VALUE '00'.
           88  WS-CTPFILE-DUPKEY                 VALUE '22'.
           88  WS-CTPFILE-NOTFND                 VALUE '23'.
       01 WS-STOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-STOFILE-SUCCESS                VALUE '00'.
           88  WS-STOFILE-NOTFND                 VALUE '23'.
       01 WS-QUOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-QUOFILE-SUCCESS                VALUE '00'.
           88  WS-QUOFILE-NOTFND                 VALUE '23'.
       01 WS-BKOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BKOFILE-SUCCESS                VALUE '00'.
       01 WS-KITFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-KITFILE-SUCCESS                VALUE '00'.
           88  WS-KITFILE-NOTFND                 VALUE '23'.
       01 WS-QBPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-QBPFILE-SUCCESS                VALUE '00'.
           88  WS-QBPFILE-NOTFND                 VALUE '23'.
       01 WS-LOTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LOTFILE-SUCCESS                VALUE '00'.
           88  WS-LOTFILE-NOTFND                 VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-APPLY-SW                        PIC X(01)  VALUE 'N'.
           88  WS-APPLY-MODE                     VALUE 'Y'.
       01 WS-CMX-SW                          PIC X(01)  VALUE 'N'.
           88  WS-CMX-AVAILABLE                  VALUE 'Y'.
       01 WS-CUSTOMER-SW                     PIC X(01)  VALUE 'N'.
           88  WS-CUSTOMER-ON-FILE               VALUE 'Y'.
       01 WS-PRODUCT-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PRODUCT-ON-FILE                VALUE 'Y'.
       01 WS-CHAIN-END-SW                    PIC X(01)  VALUE 'N'.
           88  WS-CHAIN-END                      VALUE 'Y'.
       01 WS-REWRITE-SW                      PIC X(01)  VALUE 'N'.
           88  WS-REWRITE-NEEDED                 VALUE 'Y'.
      *
       01 WS-TODAY-DATE                      PIC X(08)  VALUE SPACES.
       01 WS-CHECK-CUSTOMER                  PIC X(06)  VALUE SPACES.
       01 WS-CHECK-PRODUCT                   PIC X(10)  VALUE SPACES.
       01 WS-CHAIN-CUSTOMER                  PIC X(06)  VALUE SPACES.
       01 WS-FORWARD-CUSTOMER                PIC X(06)  VALUE SPACES.
       01 WS-HOP-CNT                         PIC S9(04) COMP VALUE 0.
       01 WS-HOP-MAX                         PIC S9(04) COMP VALUE 10.
       01 WS-LINE-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-FILE-SUB                        PIC S9(04) COMP VALUE 0.
      *
      *    THE ROW BEING REPORTED AND WHAT IS TO BE DONE WITH IT -
      *    D DELETE, R REPOINT TO WS-FORWARD-CUSTOMER, V LEAVE FOR
      *    REVIEW, F DEFERRED (ACTION TABLE FULL), N NOT DONE.
      *
       01 WS-ORP-KEY                         PIC X(21)  VALUE SPACES.
       01 WS-ORP-FIELD                       PIC X(10)  VALUE SPACES.
       01 WS-ORP-VALUE                       PIC X(10)  VALUE SPACES.
       01 WS-ORP-ACTION                      PIC X(01)  VALUE SPACE.
           88  WS-ORP-DELETE                     VALUE 'D'.
           88  WS-ORP-REPOINT                    VALUE 'R'.
           88  WS-ORP-REVIEW                     VALUE 'V'.
           88  WS-ORP-DEFERRED                   VALUE 'F'.
           88  WS-ORP-NOT-DONE                   VALUE 'N'.
       01 WS-ORP-REASON                      PIC X(26)  VALUE SPACES.
      *
      *    ROWS TO BE DELETED OR REKEYED IN THE FILE BEING SWEPT,
      *    COLLECTED DURING THE BROWSE AND APPLIED BY KEY AFTER IT.
      *
       01 WS-ACTION-COUNT                    PIC S9(04) COMP VALUE 0.
       01 WS-ACTION-MAX                      PIC S9(04) COMP VALUE 5000.
       01 WS-ACTION-SUB                      PIC S9(04) COMP VALUE 0.
       01 WS-ACTION-TABLE.
           05  WS-ACTION-ENTRY               OCCURS 5000 TIMES.
               10  WS-ACT-KEY                PIC X(21).
               10  WS-ACT-CODE               PIC X(01).
                   88  WS-ACT-DELETE             VALUE 'D'.
                   88  WS-ACT-REPOINT            VALUE 'R'.
               10  WS-ACT-NEW-CUSTOMER       PIC X(06).
      *
       01 WS-FILE-NAME-LIST.
           05  FILLER                        PIC X(08) VALUE 'SHTFEC'.
           05  FILLER                        PIC X(08) VALUE 'CPXFEC'.
           05  FILLER                        PIC X(08) VALUE 'CTPFEC'.
           05  FILLER                        PIC X(08) VALUE 'STOFEC'.
           05  FILLER                        PIC X(08) VALUE 'QUOFEC'.
           05  FILLER                        PIC X(08) VALUE 'BKOFEC'.
           05  FILLER                        PIC X(08) VALUE 'KITFEC'.
           05  FILLER                        PIC X(08) VALUE 'QBPFEC'.
           05  FILLER                        PIC X(08) VALUE 'LOTFEC'.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
           05  WS-FILE-NAME                  OCCURS 9 TIMES
                                             PIC X(08).
      *
       01 WS-FILE-TOTALS-TABLE.
           05  WS-FILE-TOTALS                OCCURS 9 TIMES.
               10  WS-TOT-READ               PIC 9(07)  COMP-3 VALUE 0.
               10  WS-TOT-ORPHAN             PIC 9(07)  COMP-3 VALUE 0.
               10  WS-TOT-DELETE             PIC 9(07)  COMP-3 VALUE 0.
               10  WS-TOT-REPOINT            PIC 9(07)  COMP-3 VALUE 0.
               10  WS-TOT-REVIEW             PIC 9(07)  COMP-3 VALUE 0.
               10  WS-TOT-NOT-DONE           PIC 9(07)  COMP-3 VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(50)
               VALUE 'KC03FEC - WEEKLY ORPHAN RECORD SWEEP'.
           05  FILLER                        PIC X(06) VALUE 'AS OF '.
           05  HDG1-TODAY-DATE               PIC X(08).
           05  FILLER                        PIC X(51) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 HEADING-LINE-2.
           05  FILLER                        PIC X(06) VALUE 'MODE: '.
           05  HDG2-RUN-MODE                 PIC X(40).
      *
       01 HEADING-LINE-3.
           05  FILLER                        PIC X(08) VALUE 'FILE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(21)
               VALUE 'RECORD KEY'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE 'FIELD'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'BAD VALUE'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(26) VALUE 'ACTION'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'SURVIVOR'.
      *
       01 DETAIL-LINE.
           05  DTL-FILE                      PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-KEY                       PIC X(21).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-FIELD                     PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-VALUE                     PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ACTION                    PIC X(26).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-SURVIVOR                  PIC X(06).
      *
       01 TOTAL-HEADING-LINE.
           05  FILLER                        PIC X(08) VALUE 'FILE'.
           05  FILLER                        PIC X(10)
               VALUE '      READ'.
           05  FILLER                        PIC X(10)
               VALUE '   ORPHANS'.
           05  FILLER                        PIC X(10)
               VALUE '   DELETED'.
           05  FILLER                        PIC X(10)
               VALUE ' REPOINTED'.
           05  FILLER                        PIC X(10)
               VALUE '    REVIEW'.
           05  FILLER                        PIC X(10)
               VALUE '  NOT DONE'.
      *
       01 TOTAL-LINE.
           05  TL-FILE                       PIC X(08).
           05  TL-READ                       PIC Z(09)9.
           05  TL-ORPHAN                     PIC Z(09)9.
           05  TL-DELETE                     PIC Z(09)9.
           05  TL-REPOINT                    PIC Z(09)9.
           05  TL-REVIEW                     PIC Z(09)9.
           05  TL-NOT-DONE                   PIC Z(09)9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
           PERFORM 050-READ-PARAMETER-CARD.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT CM-FILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT PRD-FILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           OPEN INPUT CMX-FILE.
           IF WS-CMXFILE-SUCCESS
               MOVE 'Y' TO WS-CMX-SW
           ELSE
               DISPLAY "WS-CMXFILE-SW=" WS-CMXFILE-SW
               DISPLAY "NO CMX-FILE - ORPHANED CUSTOMERS CANNOT BE "
                       "REPOINTED"
           END-IF.
      *
           PERFORM 060-OPEN-SUBSIDIARY-FILES.
      *
           PERFORM 100-SWEEP-SHIPTOS.
           PERFORM 150-SWEEP-PART-XREFS.
           PERFORM 200-SWEEP-CONTRACT-PRICES.
           PERFORM 250-SWEEP-STANDING-ORDERS.
           PERFORM 300-SWEEP-QUOTES.
           PERFORM 350-SWEEP-BACKORDERS.
           PERFORM 400-SWEEP-KIT-COMPONENTS.
           PERFORM 450-SWEEP-PRICE-BREAKS.
           PERFORM 500-SWEEP-LOT-BALANCES.
      *
           PERFORM 700-PRINT-RUN-TOTALS.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARAMETER-CARD.
      *
           OPEN INPUT ORP-PARM-FILE.
           IF NOT WS-PARMFILE-SUCCESS
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO ORPPARM CARD - REPORT ONLY"
           ELSE
               READ ORP-PARM-FILE
                   AT END MOVE SPACES TO PARM-RUN-MODE
               END-READ
               IF PARM-RUN-MODE = 'APPLY'
                   MOVE 'Y' TO WS-APPLY-SW
               END-IF
               CLOSE ORP-PARM-FILE
           END-IF.
      *
           IF WS-APPLY-MODE
               MOVE 'APPLY - SAFE ORPHANS DELETED/REPOINTED'
                 TO HDG2-RUN-MODE
               DISPLAY "APPLY CARD PRESENT - SAFE ORPHANS WILL BE "
                       "DELETED OR REPOINTED"
           ELSE
               MOVE 'REPORT ONLY - NO FILES CHANGED'
                 TO HDG2-RUN-MODE
               DISPLAY "REPORT ONLY - NO FILES WILL BE CHANGED"
           END-IF.
      *
       060-OPEN-SUBSIDIARY-FILES.
      *
           IF WS-APPLY-MODE
               OPEN I-O SHT-FILE
                        CPX-FILE
                        CTP-FILE
                        STO-FILE
                        QUO-FILE
                        BKO-FILE
                        KIT-FILE
                        QBP-FILE
                        LOT-FILE
           ELSE
               OPEN INPUT SHT-FILE
                          CPX-FILE
                          CTP-FILE
                          STO-FILE
                          QUO-FILE
                          BKO-FILE
                          KIT-FILE
                          QBP-FILE
                          LOT-FILE
           END-IF.
      *
           IF NOT WS-SHTFILE-SUCCESS
               DISPLAY "WS-SHTFILE-SW=" WS-SHTFILE-SW
               DISPLAY "SHT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           IF NOT WS-CPXFILE-SUCCESS
               DISPLAY "WS-CPXFILE-SW=" WS-CPXFILE-SW
               DISPLAY "CPX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           IF NOT WS-CTPFILE-SUCCESS
               DISPLAY "WS-CTPFILE-SW=" WS-CTPFILE-SW
               DISPLAY "CTP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           IF NOT WS-STOFILE-SUCCESS
               DISPLAY "WS-STOFILE-SW=" WS-STOFILE-SW
               DISPLAY "STO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           IF NOT WS-QUOFILE-SUCCESS
               DISPLAY "WS-QUOFILE-SW=" WS-QUOFILE-SW
               DISPLAY "QUO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           IF NOT WS-BKOFILE-SUCCESS
               DISPLAY "WS-BKOFILE-SW=" WS-BKOFILE-SW
               DISPLAY "BKO-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           IF NOT WS-KITFILE-SUCCESS
               DISPLAY "WS-KITFILE-SW=" WS-KITFILE-SW
               DISPLAY "KIT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           IF NOT WS-QBPFILE-SUCCESS
               DISPLAY "WS-QBPFILE-SW=" WS-QBPFILE-SW
               DISPLAY "QBP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           IF NOT WS-LOTFILE-SUCCESS
               DISPLAY "WS-LOTFILE-SW=" WS-LOTFILE-SW
               DISPLAY "LOT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
      ******************************************************************
      *    SHTFEC SHIP-TOS - KEYED BY CUSTOMER
      ******************************************************************
       100-SWEEP-SHIPTOS.
      *
           MOVE 1 TO WS-FILE-SUB.
           MOVE ZERO TO WS-ACTION-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO SHT-KEY-1.
           START SHT-FILE KEY IS NOT LESS THAN SHT-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 110-CHECK-ONE-SHIPTO
               UNTIL WS-EOF-YES.
      *
           PERFORM 120-APPLY-ONE-SHIPTO
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTION-COUNT.
      *
       110-CHECK-ONE-SHIPTO.
      *
           READ SHT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO
               ADD 1 TO WS-TOT-READ (WS-FILE-SUB)
               MOVE SHT-CUSTOMER-NUMBER-1 TO WS-CHECK-CUSTOMER
               PERFORM 620-CHECK-CUSTOMER
               IF NOT WS-CUSTOMER-ON-FILE
                   MOVE SHT-KEY-1             TO WS-ORP-KEY
                   MOVE 'CUSTOMER'            TO WS-ORP-FIELD
                   MOVE SHT-CUSTOMER-NUMBER-1 TO WS-ORP-VALUE
                   IF WS-FORWARD-CUSTOMER NOT = SPACES
                       MOVE 'R' TO WS-ORP-ACTION
                   ELSE
                       MOVE 'D' TO WS-ORP-ACTION
                   END-IF
                   PERFORM 650-SAVE-ACTION
                   PERFORM 610-PRINT-ORPHAN
               END-IF
           END-IF.
      *
       120-APPLY-ONE-SHIPTO.
      *
           MOVE WS-ACT-KEY (WS-ACTION-SUB) TO SHT-KEY-1.
           MOVE '00' TO WS-SHTFILE-SW.
           READ SHT-FILE KEY IS SHT-KEY-1
               INVALID KEY MOVE '23' TO WS-SHTFILE-SW.
      *
           IF WS-SHTFILE-NOTFND
               MOVE 'NOT DONE - ROW GONE' TO WS-ORP-REASON
               PERFORM 660-REPORT-NOT-DONE
           ELSE IF WS-ACT-DELETE (WS-ACTION-SUB)
               DELETE SHT-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR SHIP-TO " SHT-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-DELETE
           ELSE
               MOVE WS-ACT-NEW-CUSTOMER (WS-ACTION-SUB)
                 TO SHT-CUSTOMER-NUMBER-1
               MOVE '00' TO WS-SHTFILE-SW
               WRITE SHT-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-SHTFILE-SW
               END-WRITE
               IF WS-SHTFILE-DUPKEY
                   MOVE 'NOT DONE - SURVIVOR HAS KEY' TO WS-ORP-REASON
                   PERFORM 660-REPORT-NOT-DONE
               ELSE
                   MOVE WS-ACT-KEY (WS-ACTION-SUB) TO SHT-KEY-1
                   DELETE SHT-FILE RECORD
                       INVALID KEY
                           DISPLAY "DELETE FAILED FOR SHIP-TO "
                                   SHT-KEY-1
                           PERFORM 800-PROGRAM-FAILED
                   END-DELETE
               END-IF
           END-IF.
      *
      ******************************************************************
      *    CPXFEC PART CROSS-REFERENCES - KEYED BY CUSTOMER, CARRY A
      *    PRODUCT
      ******************************************************************
       150-SWEEP-PART-XREFS.
      *
           MOVE 2 TO WS-FILE-SUB.
           MOVE ZERO TO WS-ACTION-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO CPX-KEY-1.
           START CPX-FILE KEY IS NOT LESS THAN CPX-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 160-CHECK-ONE-PART-XREF
               UNTIL WS-EOF-YES.
      *
           PERFORM 170-APPLY-ONE-PART-XREF
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTION-COUNT.
      *
       160-CHECK-ONE-PART-XREF.
      *
      *    A CROSS-REFERENCE TO A PRODUCT NO LONGER ON FILE IS USELESS
      *    WHOEVER THE CUSTOMER IS, SO THE PRODUCT IS CHECKED FIRST.
      *
           READ CPX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO
               ADD 1 TO WS-TOT-READ (WS-FILE-SUB)
               MOVE CPX-PRODUCT-CODE-1 TO WS-CHECK-PRODUCT
               PERFORM 640-CHECK-PRODUCT
               IF NOT WS-PRODUCT-ON-FILE
                   MOVE CPX-KEY-1          TO WS-ORP-KEY
                   MOVE 'PRODUCT'          TO WS-ORP-FIELD
                   MOVE CPX-PRODUCT-CODE-1 TO WS-ORP-VALUE
                   MOVE 'D'                TO WS-ORP-ACTION
                   PERFORM 650-SAVE-ACTION
                   PERFORM 610-PRINT-ORPHAN
               ELSE
                   MOVE CPX-CUSTOMER-NUMBER-1 TO WS-CHECK-CUSTOMER
                   PERFORM 620-CHECK-CUSTOMER
                   IF NOT WS-CUSTOMER-ON-FILE
                       MOVE CPX-KEY-1             TO WS-ORP-KEY
                       MOVE 'CUSTOMER'            TO WS-ORP-FIELD
                       MOVE CPX-CUSTOMER-NUMBER-1 TO WS-ORP-VALUE
                       IF WS-FORWARD-CUSTOMER NOT = SPACES
                           MOVE 'R' TO WS-ORP-ACTION
                       ELSE
                           MOVE 'D' TO WS-ORP-ACTION
                       END-IF
                       PERFORM 650-SAVE-ACTION
                       PERFORM 610-PRINT-ORPHAN
                   END-IF
               END-IF
           END-IF.
      *
       170-APPLY-ONE-PART-XREF.
      *
           MOVE WS-ACT-KEY (WS-ACTION-SUB) TO CPX-KEY-1.
           MOVE '00' TO WS-CPXFILE-SW.
           READ CPX-FILE KEY IS CPX-KEY-1
               INVALID KEY MOVE '23' TO WS-CPXFILE-SW.
      *
           IF WS-CPXFILE-NOTFND
               MOVE 'NOT DONE - ROW GONE' TO WS-ORP-REASON
               PERFORM 660-REPORT-NOT-DONE
           ELSE IF WS-ACT-DELETE (WS-ACTION-SUB)
               DELETE CPX-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR PART XREF "
                               CPX-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-DELETE
           ELSE
               MOVE WS-ACT-NEW-CUSTOMER (WS-ACTION-SUB)
                 TO CPX-CUSTOMER-NUMBER-1
               MOVE '00' TO WS-CPXFILE-SW
               WRITE CPX-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-CPXFILE-SW
               END-WRITE
               IF WS-CPXFILE-DUPKEY
                   MOVE 'NOT DONE - SURVIVOR HAS KEY' TO WS-ORP-REASON
                   PERFORM 660-REPORT-NOT-DONE
               ELSE
                   MOVE WS-ACT-KEY (WS-ACTION-SUB) TO CPX-KEY-1
                   DELETE CPX-FILE RECORD
                       INVALID KEY
                           DISPLAY "DELETE FAILED FOR PART XREF "
                                   CPX-KEY-1
                           PERFORM 800-PROGRAM-FAILED
                   END-DELETE
               END-IF
           END-IF.
      *
      ******************************************************************
      *    CTPFEC CONTRACT PRICES - KEYED BY CUSTOMER AND PRODUCT
      ******************************************************************
       200-SWEEP-CONTRACT-PRICES.
      *
           MOVE 3 TO WS-FILE-SUB.
           MOVE ZERO TO WS-ACTION-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO CTP-KEY-1.
           START CTP-FILE KEY IS NOT LESS THAN CTP-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 210-CHECK-ONE-CONTRACT-PRICE
               UNTIL WS-EOF-YES.
      *
           PERFORM 220-APPLY-ONE-CONTRACT-PRICE
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTION-COUNT.
      *
       210-CHECK-ONE-CONTRACT-PRICE.
      *
           READ CTP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO
               ADD 1 TO WS-TOT-READ (WS-FILE-SUB)
               MOVE CTP-PRODUCT-CODE-1 TO WS-CHECK-PRODUCT
               PERFORM 640-CHECK-PRODUCT
               IF NOT WS-PRODUCT-ON-FILE
                   MOVE CTP-KEY-1          TO WS-ORP-KEY
                   MOVE 'PRODUCT'          TO WS-ORP-FIELD
                   MOVE CTP-PRODUCT-CODE-1 TO WS-ORP-VALUE
                   MOVE 'D'                TO WS-ORP-ACTION
                   PERFORM 650-SAVE-ACTION
                   PERFORM 610-PRINT-ORPHAN
               ELSE
                   MOVE CTP-CUSTOMER-NUMBER-1 TO WS-CHECK-CUSTOMER
                   PERFORM 620-CHECK-CUSTOMER
                   IF NOT WS-CUSTOMER-ON-FILE
                       MOVE CTP-KEY-1             TO WS-ORP-KEY
                       MOVE 'CUSTOMER'            TO WS-ORP-FIELD
                       MOVE CTP-CUSTOMER-NUMBER-1 TO WS-ORP-VALUE
                       IF WS-FORWARD-CUSTOMER NOT = SPACES
                           MOVE 'R' TO WS-ORP-ACTION
                       ELSE
                           MOVE 'D' TO WS-ORP-ACTION
                       END-IF
                       PERFORM 650-SAVE-ACTION
                       PERFORM 610-PRINT-ORPHAN
                   END-IF
               END-IF
           END-IF.
      *
       220-APPLY-ONE-CONTRACT-PRICE.
      *
      *    A SURVIVOR WITH ITS OWN CONTRACT PRICE FOR THE PRODUCT
      *    KEEPS IT - THE RETIRED CUSTOMER'S PRICE IS NOT FORCED OVER
      *    IT AND IS LEFT FOR REVIEW.
      *
           MOVE WS-ACT-KEY (WS-ACTION-SUB) TO CTP-KEY-1.
           MOVE '00' TO WS-CTPFILE-SW.
           READ CTP-FILE KEY IS CTP-KEY-1
               INVALID KEY MOVE '23' TO WS-CTPFILE-SW.
      *
           IF WS-CTPFILE-NOTFND
               MOVE 'NOT DONE - ROW GONE' TO WS-ORP-REASON
               PERFORM 660-REPORT-NOT-DONE
           ELSE IF WS-ACT-DELETE (WS-ACTION-SUB)
               DELETE CTP-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR CONTRACT PRICE "
                               CTP-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-DELETE
           ELSE
               MOVE WS-ACT-NEW-CUSTOMER (WS-ACTION-SUB)
                 TO CTP-CUSTOMER-NUMBER-1
               MOVE '00' TO WS-CTPFILE-SW
               WRITE CTP-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-CTPFILE-SW
               END-WRITE
               IF WS-CTPFILE-DUPKEY
                   MOVE 'NOT DONE - SURVIVOR HAS KEY' TO WS-ORP-REASON
                   PERFORM 660-REPORT-NOT-DONE
               ELSE
                   MOVE WS-ACT-KEY (WS-ACTION-SUB) TO CTP-KEY-1
                   DELETE CTP-FILE RECORD
                       INVALID KEY
                           DISPLAY "DELETE FAILED FOR CONTRACT PRICE "
                                   CTP-KEY-1
                           PERFORM 800-PROGRAM-FAILED
                   END-DELETE
               END-IF
           END-IF.
      *
      ******************************************************************
      *    STOFEC STANDING ORDERS - CUSTOMER AND LINE PRODUCTS
      ******************************************************************
       250-SWEEP-STANDING-ORDERS.
      *
           MOVE 4 TO WS-FILE-SUB.
           MOVE ZERO TO WS-ACTION-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO STO-STANDING-NUMBER-1.
           START STO-FILE KEY IS NOT LESS THAN STO-STANDING-NUMBER-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 260-CHECK-ONE-STANDING-ORDER
               UNTIL WS-EOF-YES.
      *
           PERFORM 270-APPLY-ONE-STANDING-ORDER
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTION-COUNT.
      *
       260-CHECK-ONE-STANDING-ORDER.
      *
           READ STO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO
               ADD 1 TO WS-TOT-READ (WS-FILE-SUB)
               MOVE 'N' TO WS-REWRITE-SW
               MOVE SPACE TO WS-ORP-ACTION
               MOVE STO-CUSTOMER-NUMBER-1 TO WS-CHECK-CUSTOMER
               PERFORM 620-CHECK-CUSTOMER
               IF NOT WS-CUSTOMER-ON-FILE
                   MOVE STO-KEY-1             TO WS-ORP-KEY
                   MOVE 'CUSTOMER'            TO WS-ORP-FIELD
                   MOVE STO-CUSTOMER-NUMBER-1 TO WS-ORP-VALUE
                   IF WS-FORWARD-CUSTOMER NOT = SPACES
                       MOVE 'R' TO WS-ORP-ACTION
                       MOVE WS-FORWARD-CUSTOMER
                         TO STO-CUSTOMER-NUMBER-1
                       MOVE 'Y' TO WS-REWRITE-SW
                   ELSE IF STO-IS-ACTIVE-1
                       MOVE 'V' TO WS-ORP-ACTION
                       MOVE 'REVIEW - ACTIVE, NO FORWARD'
                         TO WS-ORP-REASON
                   ELSE
                       MOVE 'D' TO WS-ORP-ACTION
                       PERFORM 650-SAVE-ACTION
                   END-IF
                   PERFORM 610-PRINT-ORPHAN
               END-IF
               IF NOT WS-ORP-DELETE
                   PERFORM 265-CHECK-STANDING-ORDER-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 10
               END-IF
               IF WS-REWRITE-NEEDED AND WS-APPLY-MODE
                   REWRITE STO-FILE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR STANDING ORDER "
                                   STO-KEY-1
                           PERFORM 800-PROGRAM-FAILED
                   END-REWRITE
               END-IF
           END-IF.
      *
       265-CHECK-STANDING-ORDER-LINE.
      *
           IF STO-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACES
               MOVE STO-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO WS-CHECK-PRODUCT
               PERFORM 640-CHECK-PRODUCT
               IF NOT WS-PRODUCT-ON-FILE
                   MOVE STO-KEY-1     TO WS-ORP-KEY
                   MOVE 'PRODUCT'     TO WS-ORP-FIELD
                   MOVE WS-CHECK-PRODUCT TO WS-ORP-VALUE
                   MOVE 'V'           TO WS-ORP-ACTION
                   MOVE 'REVIEW - LINE PRODUCT GONE' TO WS-ORP-REASON
                   PERFORM 610-PRINT-ORPHAN
               END-IF
           END-IF.
      *
       270-APPLY-ONE-STANDING-ORDER.
      *
           MOVE WS-ACT-KEY (WS-ACTION-SUB) TO STO-KEY-1.
           MOVE '00' TO WS-STOFILE-SW.
           READ STO-FILE KEY IS STO-STANDING-NUMBER-1
               INVALID KEY MOVE '23' TO WS-STOFILE-SW.
      *
           IF WS-STOFILE-NOTFND
               MOVE 'NOT DONE - ROW GONE' TO WS-ORP-REASON
               PERFORM 660-REPORT-NOT-DONE
           ELSE
               DELETE STO-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR STANDING ORDER "
                               STO-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-DELETE
           END-IF.
      *
      ******************************************************************
      *    QUOFEC QUOTES - CUSTOMER AND LINE PRODUCTS
      ******************************************************************
       300-SWEEP-QUOTES.
      *
           MOVE 5 TO WS-FILE-SUB.
           MOVE ZERO TO WS-ACTION-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO QUO-QUOTE-NUMBER-1.
           START QUO-FILE KEY IS NOT LESS THAN QUO-QUOTE-NUMBER-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 310-CHECK-ONE-QUOTE
               UNTIL WS-EOF-YES.
      *
           PERFORM 320-APPLY-ONE-QUOTE
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTION-COUNT.
      *
       310-CHECK-ONE-QUOTE.
      *
           READ QUO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO
               ADD 1 TO WS-TOT-READ (WS-FILE-SUB)
               MOVE 'N' TO WS-REWRITE-SW
               MOVE SPACE TO WS-ORP-ACTION
               MOVE QUO-CUSTOMER-NUMBER-1 TO WS-CHECK-CUSTOMER
               PERFORM 620-CHECK-CUSTOMER
               IF NOT WS-CUSTOMER-ON-FILE
                   MOVE QUO-KEY-1             TO WS-ORP-KEY
                   MOVE 'CUSTOMER'            TO WS-ORP-FIELD
                   MOVE QUO-CUSTOMER-NUMBER-1 TO WS-ORP-VALUE
                   IF WS-FORWARD-CUSTOMER NOT = SPACES
                       MOVE 'R' TO WS-ORP-ACTION
                       MOVE WS-FORWARD-CUSTOMER
                         TO QUO-CUSTOMER-NUMBER-1
                       MOVE 'Y' TO WS-REWRITE-SW
                   ELSE IF QUO-STATUS-OPEN-1
                       MOVE 'V' TO WS-ORP-ACTION
                       MOVE 'REVIEW - OPEN, NO FORWARD'
                         TO WS-ORP-REASON
                   ELSE
                       MOVE 'D' TO WS-ORP-ACTION
                       PERFORM 650-SAVE-ACTION
                   END-IF
                   PERFORM 610-PRINT-ORPHAN
               END-IF
               IF NOT WS-ORP-DELETE
                   PERFORM 315-CHECK-QUOTE-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 10
               END-IF
               IF WS-REWRITE-NEEDED AND WS-APPLY-MODE
                   REWRITE QUO-FILE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR QUOTE "
                                   QUO-KEY-1
                           PERFORM 800-PROGRAM-FAILED
                   END-REWRITE
               END-IF
           END-IF.
      *
       315-CHECK-QUOTE-LINE.
      *
           IF QUO-PRODUCT-CODE-1 (WS-LINE-SUB) NOT = SPACES
               MOVE QUO-PRODUCT-CODE-1 (WS-LINE-SUB)
                 TO WS-CHECK-PRODUCT
               PERFORM 640-CHECK-PRODUCT
               IF NOT WS-PRODUCT-ON-FILE
                   MOVE QUO-KEY-1     TO WS-ORP-KEY
                   MOVE 'PRODUCT'     TO WS-ORP-FIELD
                   MOVE WS-CHECK-PRODUCT TO WS-ORP-VALUE
                   MOVE 'V'           TO WS-ORP-ACTION
                   MOVE 'REVIEW - LINE PRODUCT GONE' TO WS-ORP-REASON
                   PERFORM 610-PRINT-ORPHAN
               END-IF
           END-IF.
      *
       320-APPLY-ONE-QUOTE.
      *
           MOVE WS-ACT-KEY (WS-ACTION-SUB) TO QUO-KEY-1.
           MOVE '00' TO WS-QUOFILE-SW.
           READ QUO-FILE KEY IS QUO-QUOTE-NUMBER-1
               INVALID KEY MOVE '23' TO WS-QUOFILE-SW.
      *
           IF WS-QUOFILE-NOTFND
               MOVE 'NOT DONE - ROW GONE' TO WS-ORP-REASON
               PERFORM 660-REPORT-NOT-DONE
           ELSE
               DELETE QUO-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR QUOTE " QUO-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-DELETE
           END-IF.
      *
      ******************************************************************
      *    BKOFEC BACKORDERS - KEYED BY PRODUCT, CARRY A CUSTOMER.
      *    GOODS MAY STILL BE OWED, SO NOTHING HERE IS DELETED.
      ******************************************************************
       350-SWEEP-BACKORDERS.
      *
           MOVE 6 TO WS-FILE-SUB.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO BKO-KEY-1.
           START BKO-FILE KEY IS NOT LESS THAN BKO-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 360-CHECK-ONE-BACKORDER
               UNTIL WS-EOF-YES.
      *
       360-CHECK-ONE-BACKORDER.
      *
           READ BKO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO
               ADD 1 TO WS-TOT-READ (WS-FILE-SUB)
               MOVE 'N' TO WS-REWRITE-SW
               MOVE BKO-PRODUCT-CODE-1 TO WS-CHECK-PRODUCT
               PERFORM 640-CHECK-PRODUCT
               IF NOT WS-PRODUCT-ON-FILE
                   MOVE BKO-KEY-1          TO WS-ORP-KEY
                   MOVE 'PRODUCT'          TO WS-ORP-FIELD
                   MOVE BKO-PRODUCT-CODE-1 TO WS-ORP-VALUE
                   MOVE 'V'                TO WS-ORP-ACTION
                   MOVE 'REVIEW - GOODS STILL OWED' TO WS-ORP-REASON
                   PERFORM 610-PRINT-ORPHAN
               END-IF
               MOVE BKO-CUSTOMER-NUMBER-1 TO WS-CHECK-CUSTOMER
               PERFORM 620-CHECK-CUSTOMER
               IF NOT WS-CUSTOMER-ON-FILE
                   MOVE BKO-KEY-1             TO WS-ORP-KEY
                   MOVE 'CUSTOMER'            TO WS-ORP-FIELD
                   MOVE BKO-CUSTOMER-NUMBER-1 TO WS-ORP-VALUE
                   IF WS-FORWARD-CUSTOMER NOT = SPACES
                       MOVE 'R' TO WS-ORP-ACTION
                       MOVE WS-FORWARD-CUSTOMER
                         TO BKO-CUSTOMER-NUMBER-1
                       MOVE 'Y' TO WS-REWRITE-SW
                   ELSE
                       MOVE 'V' TO WS-ORP-ACTION
                       MOVE 'REVIEW - NO FORWARD' TO WS-ORP-REASON
                   END-IF
                   PERFORM 610-PRINT-ORPHAN
               END-IF
               IF WS-REWRITE-NEEDED AND WS-APPLY-MODE
                   REWRITE BKO-FILE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR BACKORDER "
                                   BKO-KEY-1
                           PERFORM 800-PROGRAM-FAILED
                   END-REWRITE
               END-IF
           END-IF.
      *
      ******************************************************************
      *    KITFEC KIT COMPONENTS - KEYED BY PARENT, CARRY A COMPONENT
      ******************************************************************
       400-SWEEP-KIT-COMPONENTS.
      *
           MOVE 7 TO WS-FILE-SUB.
           MOVE ZERO TO WS-ACTION-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO KIT-KEY-1.
           START KIT-FILE KEY IS NOT LESS THAN KIT-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 410-CHECK-ONE-KIT-COMPONENT
               UNTIL WS-EOF-YES.
      *
           PERFORM 420-APPLY-ONE-KIT-COMPONENT
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTION-COUNT.
      *
       410-CHECK-ONE-KIT-COMPONENT.
      *
           READ KIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO
               ADD 1 TO WS-TOT-READ (WS-FILE-SUB)
               MOVE KIT-PARENT-CODE-1 TO WS-CHECK-PRODUCT
               PERFORM 640-CHECK-PRODUCT
               IF NOT WS-PRODUCT-ON-FILE
                   MOVE KIT-KEY-1         TO WS-ORP-KEY
                   MOVE 'KIT PARENT'      TO WS-ORP-FIELD
                   MOVE KIT-PARENT-CODE-1 TO WS-ORP-VALUE
                   MOVE 'D'               TO WS-ORP-ACTION
                   PERFORM 650-SAVE-ACTION
                   PERFORM 610-PRINT-ORPHAN
               ELSE
                   MOVE KIT-COMPONENT-CODE-1 TO WS-CHECK-PRODUCT
                   PERFORM 640-CHECK-PRODUCT
                   IF NOT WS-PRODUCT-ON-FILE
                       MOVE KIT-KEY-1            TO WS-ORP-KEY
                       MOVE 'COMPONENT'          TO WS-ORP-FIELD
                       MOVE KIT-COMPONENT-CODE-1 TO WS-ORP-VALUE
                       MOVE 'V'                  TO WS-ORP-ACTION
                       MOVE 'REVIEW - COMPONENT GONE'
                         TO WS-ORP-REASON
                       PERFORM 610-PRINT-ORPHAN
                   END-IF
               END-IF
           END-IF.
      *
       420-APPLY-ONE-KIT-COMPONENT.
      *
           MOVE WS-ACT-KEY (WS-ACTION-SUB) TO KIT-KEY-1.
           MOVE '00' TO WS-KITFILE-SW.
           READ KIT-FILE KEY IS KIT-KEY-1
               INVALID KEY MOVE '23' TO WS-KITFILE-SW.
      *
           IF WS-KITFILE-NOTFND
               MOVE 'NOT DONE - ROW GONE' TO WS-ORP-REASON
               PERFORM 660-REPORT-NOT-DONE
           ELSE
               DELETE KIT-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR KIT COMPONENT "
                               KIT-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-DELETE
           END-IF.
      *
      ******************************************************************
      *    QBPFEC QUANTITY PRICE BREAKS - KEYED BY PRODUCT
      ******************************************************************
       450-SWEEP-PRICE-BREAKS.
      *
           MOVE 8 TO WS-FILE-SUB.
           MOVE ZERO TO WS-ACTION-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO QBP-KEY-1.
           START QBP-FILE KEY IS NOT LESS THAN QBP-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 460-CHECK-ONE-PRICE-BREAK
               UNTIL WS-EOF-YES.
      *
           PERFORM 470-APPLY-ONE-PRICE-BREAK
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTION-COUNT.
      *
       460-CHECK-ONE-PRICE-BREAK.
      *
           READ QBP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO
               ADD 1 TO WS-TOT-READ (WS-FILE-SUB)
               MOVE QBP-PRODUCT-CODE-1 TO WS-CHECK-PRODUCT
               PERFORM 640-CHECK-PRODUCT
               IF NOT WS-PRODUCT-ON-FILE
                   MOVE QBP-KEY-1          TO WS-ORP-KEY
                   MOVE 'PRODUCT'          TO WS-ORP-FIELD
                   MOVE QBP-PRODUCT-CODE-1 TO WS-ORP-VALUE
                   MOVE 'D'                TO WS-ORP-ACTION
                   PERFORM 650-SAVE-ACTION
                   PERFORM 610-PRINT-ORPHAN
               END-IF
           END-IF.
      *
       470-APPLY-ONE-PRICE-BREAK.
      *
           MOVE WS-ACT-KEY (WS-ACTION-SUB) TO QBP-KEY-1.
           MOVE '00' TO WS-QBPFILE-SW.
           READ QBP-FILE KEY IS QBP-KEY-1
               INVALID KEY MOVE '23' TO WS-QBPFILE-SW.
      *
           IF WS-QBPFILE-NOTFND
               MOVE 'NOT DONE - ROW GONE' TO WS-ORP-REASON
               PERFORM 660-REPORT-NOT-DONE
           ELSE
               DELETE QBP-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR PRICE BREAK "
                               QBP-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-DELETE
           END-IF.
      *
      ******************************************************************
      *    LOTFEC LOT BALANCES - KEYED BY PRODUCT. A LOT WITH STOCK
      *    STILL ON HAND IS LEFT FOR THE WAREHOUSE TO RESOLVE.
      ******************************************************************
       500-SWEEP-LOT-BALANCES.
      *
           MOVE 9 TO WS-FILE-SUB.
           MOVE ZERO TO WS-ACTION-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO LOT-KEY-1.
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY-1
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 510-CHECK-ONE-LOT-BALANCE
               UNTIL WS-EOF-YES.
      *
           PERFORM 520-APPLY-ONE-LOT-BALANCE
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTION-COUNT.
      *
       510-CHECK-ONE-LOT-BALANCE.
      *
           READ LOT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           IF WS-EOF-NO
               ADD 1 TO WS-TOT-READ (WS-FILE-SUB)
               MOVE LOT-PRODUCT-CODE-1 TO WS-CHECK-PRODUCT
               PERFORM 640-CHECK-PRODUCT
               IF NOT WS-PRODUCT-ON-FILE
                   MOVE LOT-KEY-1          TO WS-ORP-KEY
                   MOVE 'PRODUCT'          TO WS-ORP-FIELD
                   MOVE LOT-PRODUCT-CODE-1 TO WS-ORP-VALUE
                   IF LOT-QTY-ON-HAND-1 = ZERO
                       MOVE 'D' TO WS-ORP-ACTION
                       PERFORM 650-SAVE-ACTION
                   ELSE
                       MOVE 'V' TO WS-ORP-ACTION
                       MOVE 'REVIEW - STOCK ON HAND' TO WS-ORP-REASON
                   END-IF
                   PERFORM 610-PRINT-ORPHAN
               END-IF
           END-IF.
      *
       520-APPLY-ONE-LOT-BALANCE.
      *
      *    THE BALANCE IS RE-CHECKED - A RECEIPT MAY HAVE LANDED ON
      *    THE LOT SINCE IT WAS BROWSED.
      *
           MOVE WS-ACT-KEY (WS-ACTION-SUB) TO LOT-KEY-1.
           MOVE '00' TO WS-LOTFILE-SW.
           READ LOT-FILE KEY IS LOT-KEY-1
               INVALID KEY MOVE '23' TO WS-LOTFILE-SW.
      *
           IF WS-LOTFILE-NOTFND
               MOVE 'NOT DONE - ROW GONE' TO WS-ORP-REASON
               PERFORM 660-REPORT-NOT-DONE
           ELSE IF LOT-QTY-ON-HAND-1 NOT = ZERO
               MOVE 'NOT DONE - STOCK ON HAND' TO WS-ORP-REASON
               PERFORM 660-REPORT-NOT-DONE
           ELSE
               DELETE LOT-FILE RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR LOT BALANCE "
                               LOT-KEY-1
                       PERFORM 800-PROGRAM-FAILED
               END-DELETE
           END-IF.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR     TO HDG1-PAGE-NBR.
           MOVE WS-TODAY-DATE   TO HDG1-TODAY-DATE.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE PRINT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
      *
           MOVE ZERO TO WS-LINE-CNT.
      *
       610-PRINT-ORPHAN.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-FILE-NAME (WS-FILE-SUB) TO DTL-FILE.
           MOVE WS-ORP-KEY                 TO DTL-KEY.
           MOVE WS-ORP-FIELD               TO DTL-FIELD.
           MOVE WS-ORP-VALUE               TO DTL-VALUE.
           MOVE SPACES                     TO DTL-SURVIVOR.
      *
           EVALUATE TRUE
               WHEN WS-ORP-DELETE AND WS-APPLY-MODE
                   MOVE 'DELETED' TO DTL-ACTION
               WHEN WS-ORP-DELETE
                   MOVE 'WOULD DELETE' TO DTL-ACTION
               WHEN WS-ORP-REPOINT AND WS-APPLY-MODE
                   MOVE 'REPOINTED TO SURVIVOR' TO DTL-ACTION
                   MOVE WS-FORWARD-CUSTOMER TO DTL-SURVIVOR
               WHEN WS-ORP-REPOINT
                   MOVE 'WOULD REPOINT TO SURVIVOR' TO DTL-ACTION
                   MOVE WS-FORWARD-CUSTOMER TO DTL-SURVIVOR
               WHEN WS-ORP-DEFERRED
                   MOVE 'DEFERRED - RERUN SWEEP' TO DTL-ACTION
               WHEN OTHER
                   MOVE WS-ORP-REASON TO DTL-ACTION
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN WS-ORP-DELETE
                   ADD 1 TO WS-TOT-DELETE (WS-FILE-SUB)
               WHEN WS-ORP-REPOINT
                   ADD 1 TO WS-TOT-REPOINT (WS-FILE-SUB)
               WHEN WS-ORP-REVIEW
                   ADD 1 TO WS-TOT-REVIEW (WS-FILE-SUB)
               WHEN OTHER
                   ADD 1 TO WS-TOT-NOT-DONE (WS-FILE-SUB)
           END-EVALUATE.
           IF NOT WS-ORP-NOT-DONE
               ADD 1 TO WS-TOT-ORPHAN (WS-FILE-SUB)
           END-IF.
      *
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       620-CHECK-CUSTOMER.
      *
           MOVE SPACES TO WS-FORWARD-CUSTOMER.
           MOVE WS-CHECK-CUSTOMER TO CM-CUSTOMER-NUMBER.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
           IF WS-CMFFILE-NOTFND
               MOVE 'N' TO WS-CUSTOMER-SW
               IF WS-CMX-AVAILABLE
                   PERFORM 630-FIND-FORWARD-CUSTOMER
               END-IF
           ELSE
               MOVE 'Y' TO WS-CUSTOMER-SW
           END-IF.
      *
       630-FIND-FORWARD-CUSTOMER.
      *
      *    A SURVIVOR MAY ITSELF HAVE BEEN MERGED AWAY SINCE, SO THE
      *    FORWARDING CHAIN IS FOLLOWED TO A CUSTOMER STILL ON FILE.
      *    THE HOP LIMIT STOPS A LOOPED CHAIN.
      *
           MOVE WS-CHECK-CUSTOMER TO WS-CHAIN-CUSTOMER.
           MOVE ZERO TO WS-HOP-CNT.
           MOVE 'N' TO WS-CHAIN-END-SW.
           PERFORM 635-FOLLOW-ONE-FORWARD
               UNTIL WS-CHAIN-END
                  OR WS-HOP-CNT NOT < WS-HOP-MAX.
      *
       635-FOLLOW-ONE-FORWARD.
      *
           ADD 1 TO WS-HOP-CNT.
           MOVE WS-CHAIN-CUSTOMER TO CMX-RETIRED-NUMBER-1.
           MOVE '00' TO WS-CMXFILE-SW.
           READ CMX-FILE
               INVALID KEY MOVE '23' TO WS-CMXFILE-SW.
           IF WS-CMXFILE-NOTFND
               MOVE 'Y' TO WS-CHAIN-END-SW
           ELSE
               MOVE CMX-SURVIVOR-NUMBER-1 TO WS-CHAIN-CUSTOMER
               MOVE WS-CHAIN-CUSTOMER TO CM-CUSTOMER-NUMBER
               MOVE '00' TO WS-CMFFILE-SW
               READ CM-FILE
                   INVALID KEY MOVE '23' TO WS-CMFFILE-SW
               END-READ
               IF WS-CMFFILE-SUCCESS
                   MOVE WS-CHAIN-CUSTOMER TO WS-FORWARD-CUSTOMER
                   MOVE 'Y' TO WS-CHAIN-END-SW
               END-IF
           END-IF.
      *
       640-CHECK-PRODUCT.
      *
           MOVE WS-CHECK-PRODUCT TO PRD-PRODUCT-CODE.
           MOVE '00' TO WS-PRDFILE-SW.
           READ PRD-FILE
               INVALID KEY MOVE '23' TO WS-PRDFILE-SW.
           IF WS-PRDFILE-NOTFND
               MOVE 'N' TO WS-PRODUCT-SW
           ELSE
               MOVE 'Y' TO WS-PRODUCT-SW
           END-IF.
      *
       650-SAVE-ACTION.
      *
           IF WS-APPLY-MODE
               IF WS-ACTION-COUNT NOT < WS-ACTION-MAX
                   MOVE 'F' TO WS-ORP-ACTION
               ELSE
                   ADD 1 TO WS-ACTION-COUNT
                   MOVE WS-ORP-KEY
                     TO WS-ACT-KEY (WS-ACTION-COUNT)
                   MOVE WS-ORP-ACTION
                     TO WS-ACT-CODE (WS-ACTION-COUNT)
                   MOVE WS-FORWARD-CUSTOMER
                     TO WS-ACT-NEW-CUSTOMER (WS-ACTION-COUNT)
               END-IF
           END-IF.
      *
       660-REPORT-NOT-DONE.
      *
      *    THE ROW WAS ALREADY COUNTED AS DELETED OR REPOINTED WHEN IT
      *    WAS BROWSED - MOVE IT TO NOT DONE.
      *
           IF WS-ACT-DELETE (WS-ACTION-SUB)
               SUBTRACT 1 FROM WS-TOT-DELETE (WS-FILE-SUB)
           ELSE
               SUBTRACT 1 FROM WS-TOT-REPOINT (WS-FILE-SUB)
           END-IF.
      *
           MOVE WS-ACT-KEY (WS-ACTION-SUB) TO WS-ORP-KEY.
           MOVE SPACES TO WS-ORP-FIELD
                          WS-ORP-VALUE.
           MOVE 'N' TO WS-ORP-ACTION.
           PERFORM 610-PRINT-ORPHAN.
      *
       700-PRINT-RUN-TOTALS.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE - 11
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           WRITE PRINT-LINE FROM TOTAL-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           PERFORM 710-PRINT-ONE-FILE-TOTAL
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 9.
      *
       710-PRINT-ONE-FILE-TOTAL.
      *
           MOVE WS-FILE-NAME (WS-FILE-SUB)    TO TL-FILE.
           MOVE WS-TOT-READ (WS-FILE-SUB)     TO TL-READ.
           MOVE WS-TOT-ORPHAN (WS-FILE-SUB)   TO TL-ORPHAN.
           MOVE WS-TOT-DELETE (WS-FILE-SUB)   TO TL-DELETE.
           MOVE WS-TOT-REPOINT (WS-FILE-SUB)  TO TL-REPOINT.
           MOVE WS-TOT-REVIEW (WS-FILE-SUB)   TO TL-REVIEW.
           MOVE WS-TOT-NOT-DONE (WS-FILE-SUB) TO TL-NOT-DONE.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           IF WS-CMX-AVAILABLE
               CLOSE CMX-FILE
           END-IF.
           CLOSE CM-FILE
                 PRD-FILE
                 SHT-FILE
                 CPX-FILE
                 CTP-FILE
                 STO-FILE
                 QUO-FILE
                 BKO-FILE
                 KIT-FILE
                 QBP-FILE
                 LOT-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
