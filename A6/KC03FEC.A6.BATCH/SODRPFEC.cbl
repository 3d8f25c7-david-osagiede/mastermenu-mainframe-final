       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Monthly segregation-of-duties conflict report for the auditors.
      *The parameter card names the YYYYMM to report (default: the
      *month before today). Five sections, each on its own page:
      * A - PNDFEC approvals decided in the month by the same operator
      *     who requested them.
      * B - APVFEC vouchers paid in the month by a check run (the
      *     ACKFEC check carries the operator from the APCKFEC parm
      *     card) that the voucher's own keyer ran.
      * C - APVFEC vouchers entered in the month by an operator who
      *     also maintained that vendor in VNDMNFEC, per the VNAUDFEC
      *     vendor audit trail.
      * D - CM-CREDIT-LIMIT set or changed in CMMNTFEC (per the
      *     CMAUDFEC before and after images) by an operator who
      *     entered an OORFEC order for that customer the same day.
      * E - the role-versus-option authority matrix: every active
      *     OPRFEC operator whose role level reaches both options of
      *     a conflicting pair in the MNOPTFEC menu table, which is
      *     the same table UUMENFEC enforces.
      *A section with nothing to report says so, so an empty page is
      *evidence rather than an omission.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  OPRFEC RECORD GROWS FROM 25 TO 41 BYTES - THE
      *                 PASSWORD DATE AND LAST SIGN-ON DATE ARE ON THE
      *                 FD, NOT USED HERE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SODR-PARM-FILE ASSIGN TO SODRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT PND-FILE ASSIGN TO PNDMSTR
               RECORD KEY IS PND-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PNDFILE-SW.

           SELECT APV-FILE ASSIGN TO APVMSTR
               RECORD KEY IS APV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APVFILE-SW.

           SELECT ACK-FILE ASSIGN TO ACKMSTR
               RECORD KEY IS ACK-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-ACKFILE-SW.

           SELECT VNA-FILE ASSIGN TO VNAMSTR
               RECORD KEY IS VNA-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-VNAFILE-SW.

           SELECT AUD-FILE ASSIGN TO AUDMSTR
               RECORD KEY IS AUD-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDFILE-SW.

           SELECT OOR-FILE ASSIGN TO OORMSTR
               RECORD KEY IS OOR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OORFILE-SW.

           SELECT OPR-FILE ASSIGN TO OPRMSTR
               RECORD KEY IS OPR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPRFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD SODR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS SODR-PARM-RECORD.
       01  SODR-PARM-RECORD.
           05  SODR-REPORT-PERIOD               PIC X(06).
      *
       FD PND-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS PND-FILE-RECORD.
       01  PND-FILE-RECORD.
           05  PND-KEY-1.
               10  PND-INVOICE-NUMBER-1      PIC 9(06).
               10  PND-TASK-NUMBER-1         PIC 9(07).
           05  PND-ACTION-CODE-1             PIC X(01).
               88  PND-ACTION-VOID-1             VALUE 'V'.
               88  PND-ACTION-CREDIT-1           VALUE 'M'.
               88  PND-ACTION-MARGIN-HOLD-1      VALUE 'H'.
               88  PND-ACTION-EXPENSE-VOUCHER-1  VALUE 'E'.
               88  PND-ACTION-INV-ADJUSTMENT-1   VALUE 'J'.
           05  PND-REASON-CODE-1             PIC X(02).
           05  PND-AMOUNT-1                  PIC S9(09)V99.
           05  PND-REQUEST-OPERATOR-1        PIC X(08).
           05  PND-REQUEST-DATE-1            PIC X(08).
           05  PND-REQUEST-TIME-1            PIC X(06).
           05  PND-STATUS-1                  PIC X(01).
               88  PND-STATUS-PENDING-1          VALUE 'P'.
               88  PND-STATUS-APPROVED-1         VALUE 'A'.
               88  PND-STATUS-REJECTED-1         VALUE 'R'.
           05  PND-DECISION-OPERATOR-1       PIC X(08).
           05  PND-DECISION-DATE-1           PIC X(08).
           05  PND-DECISION-TIME-1           PIC X(06).
      *
       FD APV-FILE
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS APV-FILE-RECORD.
       01  APV-FILE-RECORD.
           05  APV-KEY-1.
               10  APV-VOUCHER-NUMBER-1      PIC 9(06).
           05  APV-VENDOR-NUMBER-1           PIC X(06).
           05  APV-VENDOR-INVOICE-1          PIC X(10).
           05  APV-PO-NUMBER-1               PIC 9(06).
           05  APV-PRODUCT-CODE-1            PIC X(10).
           05  APV-QTY-BILLED-1              PIC S9(07).
           05  APV-UNIT-PRICE-1              PIC S9(07)V99.
           05  APV-AMOUNT-1                  PIC S9(07)V99.
           05  APV-INVOICE-DATE-1            PIC X(08).
           05  APV-ENTRY-DATE-1              PIC X(08).
           05  APV-STATUS-1                  PIC X(01).
               88  APV-STATUS-OPEN-1             VALUE 'O'.
               88  APV-STATUS-HELD-1             VALUE 'H'.
               88  APV-STATUS-PAID-1             VALUE 'P'.
               88  APV-STATUS-REJECTED-1         VALUE 'X'.
           05  APV-MATCH-SW-1                PIC X(01).
           05  APV-CHECK-NUMBER-1            PIC 9(06).
           05  APV-PAID-DATE-1               PIC X(08).
           05  APV-OPERATOR-ID-1             PIC X(08).
           05  APV-VOUCHER-TYPE-1            PIC X(01).
               88  APV-TYPE-PO-VOUCHER-1         VALUE 'P' ' '.
               88  APV-TYPE-DEBIT-MEMO-1         VALUE 'D'.
               88  APV-TYPE-EXPENSE-1            VALUE 'E'.
      *
       FD ACK-FILE
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS ACK-FILE-RECORD.
       01  ACK-FILE-RECORD.
           05  ACK-KEY-1.
               10  ACK-CHECK-NUMBER-1        PIC 9(06).
           05  ACK-VENDOR-NUMBER-1           PIC X(06).
           05  ACK-VOUCHER-NUMBER-1          PIC 9(06).
           05  ACK-PAYEE-NAME-1              PIC X(30).
           05  ACK-ISSUE-DATE-1              PIC X(08).
           05  ACK-AMOUNT-1                  PIC S9(07)V99.
           05  ACK-STATUS-1                  PIC X(01).
           05  ACK-CLEARED-DATE-1            PIC X(08).
           05  ACK-CLEARED-AMOUNT-1          PIC S9(07)V99.
           05  ACK-RUN-OPERATOR-1            PIC X(08).
      *
       FD VNA-FILE
           RECORD CONTAINS 288 CHARACTERS
           DATA RECORD IS VNA-FILE-RECORD.
       01  VNA-FILE-RECORD.
           05  VNA-KEY-1.
               10  VNA-VENDOR-NUMBER-1       PIC X(06).
               10  VNA-TASK-NUMBER-1         PIC 9(07).
           05  VNA-ACTION-CODE-1             PIC X(01).
               88  VNA-ACTION-ADD-1              VALUE 'A'.
               88  VNA-ACTION-CHANGE-1           VALUE 'C'.
               88  VNA-ACTION-DELETE-1           VALUE 'D'.
           05  VNA-OPERATOR-ID-1             PIC X(08).
           05  VNA-CHANGE-DATE-1             PIC X(08).
           05  VNA-CHANGE-TIME-1             PIC X(06).
           05  VNA-BEFORE-IMAGE-1            PIC X(126).
           05  VNA-AFTER-IMAGE-1             PIC X(126).
      *
       FD AUD-FILE
           RECORD CONTAINS 630 CHARACTERS
           DATA RECORD IS AUD-FILE-RECORD.
       01  AUD-FILE-RECORD.
           05  AUD-KEY-1.
               10  AUD-CUSTOMER-NUMBER-1     PIC X(06).
               10  AUD-TASK-NUMBER-1         PIC 9(07).
           05  AUD-ACTION-CODE-1             PIC X(01).
               88  AUD-ACTION-ADD-1              VALUE 'A'.
               88  AUD-ACTION-CHANGE-1           VALUE 'C'.
               88  AUD-ACTION-DELETE-1           VALUE 'D'.
           05  AUD-OPERATOR-ID-1             PIC X(08).
           05  AUD-CHANGE-DATE-1             PIC X(08).
           05  AUD-CHANGE-TIME-1             PIC X(06).
           05  AUD-BEFORE-IMAGE-1            PIC X(297).
           05  AUD-AFTER-IMAGE-1             PIC X(297).
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
               88  OOR-STATUS-CANCELLED-1        VALUE 'X'.
           05  FILLER                        PIC X(37).
           05  OOR-OPERATOR-ID-1             PIC X(08).
           05  FILLER                        PIC X(70).
      *
       FD OPR-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS OPR-FILE-RECORD.
       01  OPR-FILE-RECORD.
           05  OPR-KEY-1.
               10  OPR-OPERATOR-ID-1         PIC X(08).
           05  OPR-PASSWORD-1                PIC X(08).
           05  OPR-ROLE-LEVEL-1              PIC 9(01).
           05  OPR-ACTIVE-SW-1               PIC X(01).
               88  OPR-IS-ACTIVE-1               VALUE 'Y'.
           05  OPR-FAILED-COUNT-1            PIC 9(02).
           05  OPR-LOCKED-SW-1               PIC X(01).
               88  OPR-IS-LOCKED-1               VALUE 'Y'.
           05  OPR-DEPARTMENT-1              PIC X(04).
           05  OPR-PASSWORD-DATE-1           PIC X(08).
           05  OPR-LAST-SIGNON-DATE-1        PIC X(08).
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
       01 WS-PNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PNDFILE-SUCCESS                VALUE '00'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
       01 WS-ACKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ACKFILE-SUCCESS                VALUE '00'.
           88  WS-ACKFILE-NOTFND                 VALUE '23'.
       01 WS-VNAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNAFILE-SUCCESS                VALUE '00'.
           88  WS-VNAFILE-NOTFND                 VALUE '23'.
       01 WS-AUDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-AUDFILE-SUCCESS                VALUE '00'.
       01 WS-OORFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OORFILE-SUCCESS                VALUE '00'.
       01 WS-OPRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OPRFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-VNA-DONE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-VNA-DONE                       VALUE 'Y'.
       01 WS-NBR                             PIC 9      VALUE 0.
      *
       01 WS-PAGE-NBR                        PIC 9(04)  COMP VALUE 0.
       01 WS-LINE-CNT                        PIC 9(02)  COMP VALUE 99.
       01 WS-LINES-PER-PAGE                  PIC 9(02)  VALUE 55.
      *
       01 WS-REPORT-PERIOD                   PIC X(06)  VALUE SPACES.
       01 WS-WORK-PERIOD.
           05  WS-WORK-YYYY                  PIC 9(04).
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
      *
       01 WS-SECTION-TITLE                   PIC X(80)  VALUE SPACES.
       01 WS-COLUMN-HEADING                  PIC X(133) VALUE SPACES.
       01 WS-SECTION-CNT                     PIC 9(07)  COMP-3 VALUE 0.
      *
       01 WS-LIMIT-WORK                      PIC X(09)  VALUE ZEROS.
       01 WS-LIMIT-AMOUNT REDEFINES WS-LIMIT-WORK
                                             PIC S9(07)V99.
      *
      * CM-CREDIT-LIMIT IS BYTES 224-232 OF THE 297-BYTE CMFFEC IMAGE,
      * THE SAME OFFSET CMAURFEC'S FIELD DIRECTORY DECODES.
       01 WS-LIMIT-START                     PIC 9(03)  VALUE 224.
       01 WS-LIMIT-LENGTH                    PIC 9(03)  VALUE 9.
      *
      * EVERY CREDIT-LIMIT CHANGE IN THE MONTH, LOADED FROM CMAUDFEC
      * BEFORE THE OPEN-ORDER PASS LOOKS FOR SAME-DAY ORDERS.
       01 WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY                OCCURS 1000 TIMES.
               10  WS-LIM-CUSTOMER           PIC X(06).
               10  WS-LIM-DATE               PIC X(08).
               10  WS-LIM-OPERATOR           PIC X(08).
               10  WS-LIM-OLD-LIMIT          PIC S9(07)V99 COMP-3.
               10  WS-LIM-NEW-LIMIT          PIC S9(07)V99 COMP-3.
       01 WS-LIMIT-MAX                       PIC S9(04) COMP VALUE 1000.
       01 WS-LIMIT-CNT                       PIC S9(04) COMP VALUE 0.
       01 WS-LIM-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-LIMIT-DROPPED-CNT               PIC 9(07)  COMP-3 VALUE 0.
      *
      * CONFLICTING MENU OPTION PAIRS - WHOEVER CAN REACH BOTH CAN
      * CREATE A MONEY MOVEMENT AND ALSO RELEASE IT. ROLE LEVELS ARE
      * LOOKED UP IN THE MNOPTFEC MENU TABLE AT RUN TIME, SO A CHANGE
      * TO AN OPTION'S LEVEL IN UUMENFEC SHOWS UP HERE UNCHANGED.
       01 WS-PAIR-TABLE-DATA.
           05  FILLER  PIC X(46) VALUE
               'INVVDFECAPPRVFECVOID/CREDIT REQ VS APPROVAL   '.
           05  FILLER  PIC X(46) VALUE
               'ADJENFECAPPRVFECINV ADJUSTMENT VS APPROVAL    '.
           05  FILLER  PIC X(46) VALUE
               'APEXPFECAPPRVFECEXPENSE VOUCHER VS APPROVAL   '.
           05  FILLER  PIC X(46) VALUE
               'CMORDFECAPPRVFECMARGIN-HOLD ORDER VS APPROVAL '.
           05  FILLER  PIC X(46) VALUE
               'CMORDFECMRGRLFECMARGIN-HOLD ORDER VS RELEASE  '.
           05  FILLER  PIC X(46) VALUE
               'VNDMNFECAPVENFECVENDOR MAINT VS VOUCHER ENTRY '.
           05  FILLER  PIC X(46) VALUE
               'VNDMNFECAPEXPFECVENDOR MAINT VS EXPENSE VCHR  '.
           05  FILLER  PIC X(46) VALUE
               'CMMNTFECCMORDFECCREDIT LIMIT VS ORDER ENTRY   '.
           05  FILLER  PIC X(46) VALUE
               'CMMNTFECORDMNFECCREDIT LIMIT VS ORDER CHANGE  '.
       01 WS-PAIR-TABLE REDEFINES WS-PAIR-TABLE-DATA.
           05  WS-PAIR-ENTRY                 OCCURS 9 TIMES.
               10  WS-PAIR-PROGRAM-A         PIC X(08).
               10  WS-PAIR-PROGRAM-B         PIC X(08).
               10  WS-PAIR-DESCRIPTION       PIC X(30).
       01 WS-PAIR-COUNT                      PIC S9(04) COMP VALUE 9.
       01 WS-PAIR-ROLES.
           05  WS-PAIR-ROLE-ENTRY            OCCURS 9 TIMES.
               10  WS-PAIR-ROLE-A            PIC 9(01).
               10  WS-PAIR-ROLE-B            PIC 9(01).
               10  WS-PAIR-ROLE-BOTH         PIC 9(01).
       01 WS-PAIR-SUB                        PIC S9(04) COMP VALUE 0.
       01 WS-OPT-SUB                         PIC S9(04) COMP VALUE 0.
       01 WS-LOOKUP-PROGRAM                  PIC X(08)  VALUE SPACES.
       01 WS-LOOKUP-ROLE                     PIC 9(01)  VALUE 0.
      *
       COPY MNOPTFEC.
      *
       01 WS-PND-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-APV-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-AUD-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-OOR-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-OPR-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-APPROVAL-CONFLICT-CNT           PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CHECKRUN-CONFLICT-CNT           PIC 9(07)  COMP-3 VALUE 0.
       01 WS-VENDOR-CONFLICT-CNT             PIC 9(07)  COMP-3 VALUE 0.
       01 WS-CREDIT-CONFLICT-CNT             PIC 9(07)  COMP-3 VALUE 0.
       01 WS-AUTHORITY-CONFLICT-CNT          PIC 9(07)  COMP-3 VALUE 0.
       01 WS-NO-OPERATOR-CHECK-CNT           PIC 9(07)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
               VALUE 'KC03FEC - SEGREGATION OF DUTIES CONFLICTS'.
           05  FILLER                        PIC X(07) VALUE 'MONTH '.
           05  HDG1-PERIOD                   PIC X(06).
           05  FILLER                        PIC X(53) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE-NBR                 PIC ZZZ9.
      *
       01 APPROVAL-HEADING.
           05  FILLER                        PIC X(18) VALUE
               'INVOICE  TASK    '.
           05  FILLER                        PIC X(16) VALUE
               'ACTION'.
           05  FILLER                        PIC X(17) VALUE
               '          AMOUNT'.
           05  FILLER                        PIC X(30) VALUE
               'OPERATOR  REQUESTED DECIDED'.
           05  FILLER                        PIC X(08) VALUE
               'DECISION'.
      *
       01 APPROVAL-DETAIL-LINE.
           05  ADL-INVOICE-NUMBER            PIC 9(06).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  ADL-TASK-NUMBER               PIC 9(07).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ADL-ACTION                    PIC X(14).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ADL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ADL-OPERATOR                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ADL-REQUEST-DATE              PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ADL-DECISION-DATE             PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  ADL-DECISION                  PIC X(08).
      *
       01 CHECKRUN-HEADING.
           05  FILLER                        PIC X(26) VALUE
               'VOUCHER VENDOR  TYPE'.
           05  FILLER                        PIC X(16) VALUE
               '      AMOUNT'.
           05  FILLER                        PIC X(40) VALUE
               'CHECK   PAID      OPERATOR'.
      *
       01 CHECKRUN-DETAIL-LINE.
           05  CDL-VOUCHER-NUMBER            PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CDL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CDL-VOUCHER-TYPE              PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CDL-AMOUNT                    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  CDL-CHECK-NUMBER              PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CDL-PAID-DATE                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CDL-OPERATOR                  PIC X(08).
      *
       01 VENDOR-HEADING.
           05  FILLER                        PIC X(26) VALUE
               'VOUCHER VENDOR  ENTERED'.
           05  FILLER                        PIC X(16) VALUE
               '      AMOUNT'.
           05  FILLER                        PIC X(40) VALUE
               'OPERATOR  VENDOR MAINT  ON'.
      *
       01 VENDOR-DETAIL-LINE.
           05  VDL-VOUCHER-NUMBER            PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  VDL-VENDOR-NUMBER             PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  VDL-ENTRY-DATE                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  VDL-AMOUNT                    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  VDL-OPERATOR                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  VDL-MAINT-ACTION              PIC X(12).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  VDL-MAINT-DATE                PIC X(08).
      *
       01 CREDIT-HEADING.
           05  FILLER                        PIC X(36) VALUE
               'CUSTOMER  DATE      OPERATOR'.
           05  FILLER                        PIC X(34) VALUE
               '   OLD LIMIT      NEW LIMIT'.
           05  FILLER                        PIC X(10) VALUE
               'ORDER'.
      *
       01 CREDIT-DETAIL-LINE.
           05  RDL-CUSTOMER-NUMBER           PIC X(06).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  RDL-CHANGE-DATE               PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RDL-OPERATOR                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RDL-OLD-LIMIT                 PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RDL-NEW-LIMIT                 PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  RDL-ORDER-NUMBER              PIC 9(06).
      *
       01 PAIR-HEADING.
           05  FILLER                        PIC X(40) VALUE
               'OPTION A  ROLE  OPTION B  ROLE  HOLDS'.
           05  FILLER                        PIC X(30) VALUE
               'CONFLICT'.
      *
       01 PAIR-DETAIL-LINE.
           05  PDL-PROGRAM-A                 PIC X(08).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  PDL-ROLE-A                    PIC 9(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  PDL-PROGRAM-B                 PIC X(08).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  PDL-ROLE-B                    PIC 9(01).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'LEVEL '.
           05  PDL-ROLE-BOTH                 PIC 9(01).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  PDL-DESCRIPTION               PIC X(30).
      *
       01 AUTHORITY-HEADING.
           05  FILLER                        PIC X(34) VALUE
               'OPERATOR  DEPT  ROLE  LOCKED'.
           05  FILLER                        PIC X(20) VALUE
               'OPTION A  OPTION B'.
           05  FILLER                        PIC X(30) VALUE
               'CONFLICT'.
      *
       01 AUTHORITY-DETAIL-LINE.
           05  TDL-OPERATOR                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TDL-DEPARTMENT                PIC X(04).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  TDL-ROLE                      PIC 9(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  TDL-LOCKED                    PIC X(03).
           05  FILLER                        PIC X(09) VALUE SPACES.
           05  TDL-PROGRAM-A                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TDL-PROGRAM-B                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TDL-DESCRIPTION               PIC X(30).
      *
       01 NO-CONFLICT-LINE.
           05  FILLER                        PIC X(40)
               VALUE '     NO CONFLICTS FOUND'.
      *
       01 SUMMARY-LINE.
           05  SML-LABEL                     PIC X(50).
           05  SML-COUNT                     PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-WORK-PERIOD FROM DATE YYYYMMDD.
      * DEFAULT REPORT MONTH IS LAST MONTH - THE ONE JUST FINISHED.
           SUBTRACT 1 FROM WS-WORK-MM.
           IF WS-WORK-MM = ZERO
               MOVE 12 TO WS-WORK-MM
               SUBTRACT 1 FROM WS-WORK-YYYY
           END-IF.
           MOVE WS-WORK-PERIOD (1:6) TO WS-REPORT-PERIOD.
      *
           PERFORM 050-READ-PARM-CARD.
           DISPLAY "REPORTING MONTH " WS-REPORT-PERIOD.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 100-CHECK-APPROVALS.
           PERFORM 200-CHECK-CHECK-RUNS.
           PERFORM 300-CHECK-VENDOR-VOUCHERS.
           PERFORM 400-CHECK-CREDIT-CHANGES.
           PERFORM 500-PRINT-AUTHORITY-MATRIX.
      *
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-COMPLETED-OK.
      *
       050-READ-PARM-CARD.
      *
           OPEN INPUT SODR-PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ SODR-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARMFILE-SW
               END-READ
               IF WS-PARMFILE-SUCCESS
                       AND SODR-REPORT-PERIOD NUMERIC
                   MOVE SODR-REPORT-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY "NO USABLE PARM CARD - REPORT MONTH "
                           "DEFAULTS TO " WS-REPORT-PERIOD
               END-IF
               CLOSE SODR-PARM-FILE
           ELSE
               DISPLAY "NO SODR-PARM-FILE FOUND - REPORT MONTH "
                       "DEFAULTS TO " WS-REPORT-PERIOD
           END-IF.
      *
      ******************************************************************
      * SECTION A - THE SAME OPERATOR REQUESTED AND DECIDED A PNDFEC
      * APPROVAL, FOR REQUESTS DECIDED THIS MONTH.
      ******************************************************************
       100-CHECK-APPROVALS.
      *
           MOVE 'A - APPROVAL REQUESTED AND DECIDED BY ONE OPERATOR'
             TO WS-SECTION-TITLE.
           MOVE APPROVAL-HEADING TO WS-COLUMN-HEADING.
           PERFORM 610-START-SECTION.
      *
           OPEN INPUT PND-FILE.
           IF NOT WS-PNDFILE-SUCCESS
               DISPLAY "WS-PNDFILE-SW=" WS-PNDFILE-SW
               DISPLAY "PND-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ PND-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 110-CHECK-ONE-APPROVAL
               UNTIL WS-EOF-YES.
           CLOSE PND-FILE.
      *
           MOVE WS-APPROVAL-CONFLICT-CNT TO WS-SECTION-CNT.
           PERFORM 620-END-SECTION.
      *
       110-CHECK-ONE-APPROVAL.
      *
           ADD 1 TO WS-PND-READ-CNT.
           IF NOT PND-STATUS-PENDING-1
                   AND PND-DECISION-DATE-1 (1:6) = WS-REPORT-PERIOD
                   AND PND-DECISION-OPERATOR-1 =
                       PND-REQUEST-OPERATOR-1
               PERFORM 120-PRINT-APPROVAL-CONFLICT
           END-IF.
      *
           READ PND-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       120-PRINT-APPROVAL-CONFLICT.
      *
           MOVE PND-INVOICE-NUMBER-1    TO ADL-INVOICE-NUMBER.
           MOVE PND-TASK-NUMBER-1       TO ADL-TASK-NUMBER.
           EVALUATE TRUE
               WHEN PND-ACTION-VOID-1
                   MOVE 'VOID'           TO ADL-ACTION
               WHEN PND-ACTION-CREDIT-1
                   MOVE 'CREDIT MEMO'    TO ADL-ACTION
               WHEN PND-ACTION-MARGIN-HOLD-1
                   MOVE 'MARGIN HOLD'    TO ADL-ACTION
               WHEN PND-ACTION-EXPENSE-VOUCHER-1
                   MOVE 'EXPENSE VCHR'   TO ADL-ACTION
               WHEN PND-ACTION-INV-ADJUSTMENT-1
                   MOVE 'INV ADJUSTMENT' TO ADL-ACTION
               WHEN OTHER
                   MOVE PND-ACTION-CODE-1 TO ADL-ACTION
           END-EVALUATE.
           MOVE PND-AMOUNT-1            TO ADL-AMOUNT.
           MOVE PND-REQUEST-OPERATOR-1  TO ADL-OPERATOR.
           MOVE PND-REQUEST-DATE-1      TO ADL-REQUEST-DATE.
           MOVE PND-DECISION-DATE-1     TO ADL-DECISION-DATE.
           IF PND-STATUS-APPROVED-1
               MOVE 'APPROVED' TO ADL-DECISION
           ELSE
               MOVE 'REJECTED' TO ADL-DECISION
           END-IF.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM APPROVAL-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-APPROVAL-CONFLICT-CNT.
      *
      ******************************************************************
      * SECTION B - A VOUCHER PAID THIS MONTH BY A CHECK RUN ITS OWN
      * KEYER RAN. THE RUN OPERATOR IS ON THE ACKFEC CHECK.
      ******************************************************************
       200-CHECK-CHECK-RUNS.
      *
           MOVE 'B - VOUCHER KEYED AND PAID BY THE SAME OPERATOR'
             TO WS-SECTION-TITLE.
           MOVE CHECKRUN-HEADING TO WS-COLUMN-HEADING.
           PERFORM 610-START-SECTION.
      *
           OPEN INPUT APV-FILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT ACK-FILE.
           IF NOT WS-ACKFILE-SUCCESS
               DISPLAY "WS-ACKFILE-SW=" WS-ACKFILE-SW
               DISPLAY "ACK-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 210-CHECK-ONE-PAID-VOUCHER
               UNTIL WS-EOF-YES.
           CLOSE APV-FILE
                 ACK-FILE.
      *
           MOVE WS-CHECKRUN-CONFLICT-CNT TO WS-SECTION-CNT.
           PERFORM 620-END-SECTION.
      *
       210-CHECK-ONE-PAID-VOUCHER.
      *
           ADD 1 TO WS-APV-READ-CNT.
           IF APV-STATUS-PAID-1
                   AND APV-PAID-DATE-1 (1:6) = WS-REPORT-PERIOD
                   AND APV-CHECK-NUMBER-1 > ZERO
               PERFORM 220-CHECK-RUN-OPERATOR
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       220-CHECK-RUN-OPERATOR.
      *
           MOVE APV-CHECK-NUMBER-1 TO ACK-CHECK-NUMBER-1.
           READ ACK-FILE
               INVALID KEY MOVE '23' TO WS-ACKFILE-SW.
      *
           IF WS-ACKFILE-NOTFND
               DISPLAY "VOUCHER " APV-VOUCHER-NUMBER-1
                       " CHECK " APV-CHECK-NUMBER-1
                       " NOT ON ACK-FILE"
           ELSE IF NOT WS-ACKFILE-SUCCESS
               DISPLAY "WS-ACKFILE-SW=" WS-ACKFILE-SW
               DISPLAY "ACK-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           ELSE IF ACK-RUN-OPERATOR-1 = SPACES
               ADD 1 TO WS-NO-OPERATOR-CHECK-CNT
           ELSE IF ACK-RUN-OPERATOR-1 = APV-OPERATOR-ID-1
               PERFORM 230-PRINT-CHECKRUN-CONFLICT
           END-IF.
      *
       230-PRINT-CHECKRUN-CONFLICT.
      *
           MOVE APV-VOUCHER-NUMBER-1 TO CDL-VOUCHER-NUMBER.
           MOVE APV-VENDOR-NUMBER-1  TO CDL-VENDOR-NUMBER.
           EVALUATE TRUE
               WHEN APV-TYPE-DEBIT-MEMO-1
                   MOVE 'DEBIT'   TO CDL-VOUCHER-TYPE
               WHEN APV-TYPE-EXPENSE-1
                   MOVE 'EXPENSE' TO CDL-VOUCHER-TYPE
               WHEN OTHER
                   MOVE 'PO'      TO CDL-VOUCHER-TYPE
           END-EVALUATE.
           MOVE APV-AMOUNT-1         TO CDL-AMOUNT.
           MOVE APV-CHECK-NUMBER-1   TO CDL-CHECK-NUMBER.
           MOVE APV-PAID-DATE-1      TO CDL-PAID-DATE.
           MOVE APV-OPERATOR-ID-1    TO CDL-OPERATOR.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM CHECKRUN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-CHECKRUN-CONFLICT-CNT.
      *
      ******************************************************************
      * SECTION C - A VOUCHER ENTERED THIS MONTH BY AN OPERATOR WHO HAS
      * ALSO ADDED, CHANGED OR DELETED THAT VENDOR (VNAUDFEC).
      ******************************************************************
       300-CHECK-VENDOR-VOUCHERS.
      *
           MOVE 'C - VENDOR MAINTAINED AND VOUCHERED BY ONE OPERATOR'
             TO WS-SECTION-TITLE.
           MOVE VENDOR-HEADING TO WS-COLUMN-HEADING.
           PERFORM 610-START-SECTION.
      *
           OPEN INPUT APV-FILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APV-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT VNA-FILE.
           IF NOT WS-VNAFILE-SUCCESS
               DISPLAY "WS-VNAFILE-SW=" WS-VNAFILE-SW
               DISPLAY "VNA-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 310-CHECK-ONE-ENTERED-VOUCHER
               UNTIL WS-EOF-YES.
           CLOSE APV-FILE
                 VNA-FILE.
      *
           MOVE WS-VENDOR-CONFLICT-CNT TO WS-SECTION-CNT.
           PERFORM 620-END-SECTION.
      *
       310-CHECK-ONE-ENTERED-VOUCHER.
      *
           IF APV-ENTRY-DATE-1 (1:6) = WS-REPORT-PERIOD
                   AND APV-OPERATOR-ID-1 NOT = SPACES
               PERFORM 320-FIND-VENDOR-MAINTENANCE
           END-IF.
      *
           READ APV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       320-FIND-VENDOR-MAINTENANCE.
      *
      * BROWSE THE VENDOR'S AUDIT ROWS; THE FIRST ONE THIS OPERATOR
      * WROTE IS THE CONFLICT.
           MOVE 'N'                 TO WS-VNA-DONE-SW.
           MOVE APV-VENDOR-NUMBER-1 TO VNA-VENDOR-NUMBER-1.
           MOVE ZERO                TO VNA-TASK-NUMBER-1.
           START VNA-FILE KEY IS NOT LESS THAN VNA-KEY-1
               INVALID KEY MOVE 'Y' TO WS-VNA-DONE-SW.
      *
           IF NOT WS-VNA-DONE
               READ VNA-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-VNA-DONE-SW
               END-READ
               PERFORM 330-CHECK-ONE-VENDOR-AUDIT
                   UNTIL WS-VNA-DONE
           END-IF.
      *
       330-CHECK-ONE-VENDOR-AUDIT.
      *
           IF VNA-VENDOR-NUMBER-1 NOT = APV-VENDOR-NUMBER-1
               MOVE 'Y' TO WS-VNA-DONE-SW
           ELSE IF VNA-OPERATOR-ID-1 = APV-OPERATOR-ID-1
               PERFORM 340-PRINT-VENDOR-CONFLICT
               MOVE 'Y' TO WS-VNA-DONE-SW
           ELSE
               READ VNA-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-VNA-DONE-SW
               END-READ
           END-IF.
      *
       340-PRINT-VENDOR-CONFLICT.
      *
           MOVE APV-VOUCHER-NUMBER-1 TO VDL-VOUCHER-NUMBER.
           MOVE APV-VENDOR-NUMBER-1  TO VDL-VENDOR-NUMBER.
           MOVE APV-ENTRY-DATE-1     TO VDL-ENTRY-DATE.
           MOVE APV-AMOUNT-1         TO VDL-AMOUNT.
           MOVE APV-OPERATOR-ID-1    TO VDL-OPERATOR.
           EVALUATE TRUE
               WHEN VNA-ACTION-ADD-1
                   MOVE 'ADDED'   TO VDL-MAINT-ACTION
               WHEN VNA-ACTION-DELETE-1
                   MOVE 'DELETED' TO VDL-MAINT-ACTION
               WHEN OTHER
                   MOVE 'CHANGED' TO VDL-MAINT-ACTION
           END-EVALUATE.
           MOVE VNA-CHANGE-DATE-1    TO VDL-MAINT-DATE.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM VENDOR-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-VENDOR-CONFLICT-CNT.
      *
      ******************************************************************
      * SECTION D - A CREDIT LIMIT SET OR CHANGED THIS MONTH BY AN
      * OPERATOR WHO ENTERED AN ORDER FOR THAT CUSTOMER THE SAME DAY.
      * PASS 1 LOADS THE LIMIT CHANGES FROM CMAUDFEC; PASS 2 MATCHES
      * THE OPEN ORDERS AGAINST THEM.
      ******************************************************************
       400-CHECK-CREDIT-CHANGES.
      *
           MOVE 'D - CREDIT LIMIT CHANGED AND ORDER ENTERED SAME DAY'
             TO WS-SECTION-TITLE.
           MOVE CREDIT-HEADING TO WS-COLUMN-HEADING.
           PERFORM 610-START-SECTION.
      *
           OPEN INPUT AUD-FILE.
           IF NOT WS-AUDFILE-SUCCESS
               DISPLAY "WS-AUDFILE-SW=" WS-AUDFILE-SW
               DISPLAY "AUD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ AUD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 410-LOAD-ONE-LIMIT-CHANGE
               UNTIL WS-EOF-YES.
           CLOSE AUD-FILE.
      *
           IF WS-LIMIT-DROPPED-CNT > ZERO
               DISPLAY "CREDIT LIMIT TABLE FULL - "
                       WS-LIMIT-DROPPED-CNT " CHANGES NOT CHECKED"
           END-IF.
      *
           IF WS-LIMIT-CNT > ZERO
               OPEN INPUT OOR-FILE
               IF NOT WS-OORFILE-SUCCESS
                   DISPLAY "WS-OORFILE-SW=" WS-OORFILE-SW
                   DISPLAY "OOR-FILE OPEN ERROR"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
               MOVE 'N' TO WS-EOF-SW
               READ OOR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM 420-CHECK-ONE-ORDER
                   UNTIL WS-EOF-YES
               CLOSE OOR-FILE
           END-IF.
      *
           MOVE WS-CREDIT-CONFLICT-CNT TO WS-SECTION-CNT.
           PERFORM 620-END-SECTION.
      *
       410-LOAD-ONE-LIMIT-CHANGE.
      *
           ADD 1 TO WS-AUD-READ-CNT.
      * AN ADD SETS THE FIRST LIMIT; ITS BEFORE IMAGE IS ALL SPACES.
           MOVE ZEROS TO WS-LIMIT-WORK.
           IF AUD-CHANGE-DATE-1 (1:6) = WS-REPORT-PERIOD
               EVALUATE TRUE
                   WHEN AUD-ACTION-ADD-1
                       IF AUD-AFTER-IMAGE-1
                              (WS-LIMIT-START:WS-LIMIT-LENGTH)
                               NOT = WS-LIMIT-WORK
                           PERFORM 415-ADD-LIMIT-ENTRY
                       END-IF
                   WHEN AUD-ACTION-CHANGE-1
                       IF AUD-AFTER-IMAGE-1
                              (WS-LIMIT-START:WS-LIMIT-LENGTH)
                               NOT = AUD-BEFORE-IMAGE-1
                              (WS-LIMIT-START:WS-LIMIT-LENGTH)
                           PERFORM 415-ADD-LIMIT-ENTRY
                       END-IF
               END-EVALUATE
           END-IF.
      *
           READ AUD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       415-ADD-LIMIT-ENTRY.
      *
           IF WS-LIMIT-CNT NOT < WS-LIMIT-MAX
               ADD 1 TO WS-LIMIT-DROPPED-CNT
           ELSE
               ADD 1 TO WS-LIMIT-CNT
               MOVE AUD-CUSTOMER-NUMBER-1
                 TO WS-LIM-CUSTOMER (WS-LIMIT-CNT)
               MOVE AUD-CHANGE-DATE-1
                 TO WS-LIM-DATE (WS-LIMIT-CNT)
               MOVE AUD-OPERATOR-ID-1
                 TO WS-LIM-OPERATOR (WS-LIMIT-CNT)
               MOVE ZERO TO WS-LIM-OLD-LIMIT (WS-LIMIT-CNT)
               IF AUD-ACTION-CHANGE-1
                   MOVE AUD-BEFORE-IMAGE-1
                          (WS-LIMIT-START:WS-LIMIT-LENGTH)
                     TO WS-LIMIT-WORK
                   IF WS-LIMIT-AMOUNT NUMERIC
                       MOVE WS-LIMIT-AMOUNT
                         TO WS-LIM-OLD-LIMIT (WS-LIMIT-CNT)
                   END-IF
               END-IF
               MOVE ZERO TO WS-LIM-NEW-LIMIT (WS-LIMIT-CNT)
               MOVE AUD-AFTER-IMAGE-1
                      (WS-LIMIT-START:WS-LIMIT-LENGTH)
                 TO WS-LIMIT-WORK
               IF WS-LIMIT-AMOUNT NUMERIC
                   MOVE WS-LIMIT-AMOUNT
                     TO WS-LIM-NEW-LIMIT (WS-LIMIT-CNT)
               END-IF
           END-IF.
      *
       420-CHECK-ONE-ORDER.
      *
           ADD 1 TO WS-OOR-READ-CNT.
           IF OOR-ORDER-DATE-1 (1:6) = WS-REPORT-PERIOD
                   AND OOR-OPERATOR-ID-1 NOT = SPACES
               PERFORM 430-MATCH-ONE-LIMIT-CHANGE
                   VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > WS-LIMIT-CNT
           END-IF.
      *
           READ OOR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       430-MATCH-ONE-LIMIT-CHANGE.
      *
           IF WS-LIM-CUSTOMER (WS-LIM-SUB) = OOR-CUSTOMER-NUMBER-1
                   AND WS-LIM-DATE (WS-LIM-SUB) = OOR-ORDER-DATE-1
                   AND WS-LIM-OPERATOR (WS-LIM-SUB) =
                       OOR-OPERATOR-ID-1
               PERFORM 440-PRINT-CREDIT-CONFLICT
           END-IF.
      *
       440-PRINT-CREDIT-CONFLICT.
      *
           MOVE WS-LIM-CUSTOMER (WS-LIM-SUB)  TO RDL-CUSTOMER-NUMBER.
           MOVE WS-LIM-DATE (WS-LIM-SUB)      TO RDL-CHANGE-DATE.
           MOVE WS-LIM-OPERATOR (WS-LIM-SUB)  TO RDL-OPERATOR.
           MOVE WS-LIM-OLD-LIMIT (WS-LIM-SUB) TO RDL-OLD-LIMIT.
           MOVE WS-LIM-NEW-LIMIT (WS-LIM-SUB) TO RDL-NEW-LIMIT.
           MOVE OOR-ORDER-NUMBER-1            TO RDL-ORDER-NUMBER.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM CREDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-CREDIT-CONFLICT-CNT.
      *
      ******************************************************************
      * SECTION E - ROLE-VERSUS-OPTION AUTHORITY MATRIX. FIRST THE
      * CONFLICTING PAIRS WITH THE ROLE LEVEL EACH OPTION NEEDS, THEN
      * EVERY ACTIVE OPERATOR WHOSE ROLE REACHES BOTH SIDES OF A PAIR.
      ******************************************************************
       500-PRINT-AUTHORITY-MATRIX.
      *
           MOVE 'E - CONFLICTING MENU OPTION PAIRS'
             TO WS-SECTION-TITLE.
           MOVE PAIR-HEADING TO WS-COLUMN-HEADING.
           PERFORM 610-START-SECTION.
      *
           PERFORM 510-PRINT-ONE-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
      *
           MOVE 'E - OPERATORS HOLDING CONFLICTING OPTIONS'
             TO WS-SECTION-TITLE.
           MOVE AUTHORITY-HEADING TO WS-COLUMN-HEADING.
           PERFORM 610-START-SECTION.
      *
           OPEN INPUT OPR-FILE.
           IF NOT WS-OPRFILE-SUCCESS
               DISPLAY "WS-OPRFILE-SW=" WS-OPRFILE-SW
               DISPLAY "OPR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           READ OPR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 530-CHECK-ONE-OPERATOR
               UNTIL WS-EOF-YES.
           CLOSE OPR-FILE.
      *
           MOVE WS-AUTHORITY-CONFLICT-CNT TO WS-SECTION-CNT.
           PERFORM 620-END-SECTION.
      *
       510-PRINT-ONE-PAIR.
      *
           MOVE WS-PAIR-PROGRAM-A (WS-PAIR-SUB) TO WS-LOOKUP-PROGRAM.
           PERFORM 520-FIND-OPTION-ROLE.
           MOVE WS-LOOKUP-ROLE TO WS-PAIR-ROLE-A (WS-PAIR-SUB).
           MOVE WS-PAIR-PROGRAM-B (WS-PAIR-SUB) TO WS-LOOKUP-PROGRAM.
           PERFORM 520-FIND-OPTION-ROLE.
           MOVE WS-LOOKUP-ROLE TO WS-PAIR-ROLE-B (WS-PAIR-SUB).
      *
      * HOLDING BOTH TAKES THE HIGHER OF THE TWO LEVELS. A PROGRAM NO
      * LONGER ON THE MENU COMES BACK ZERO AND THE PAIR IS SKIPPED.
           IF WS-PAIR-ROLE-A (WS-PAIR-SUB) >
              WS-PAIR-ROLE-B (WS-PAIR-SUB)
               MOVE WS-PAIR-ROLE-A (WS-PAIR-SUB)
                 TO WS-PAIR-ROLE-BOTH (WS-PAIR-SUB)
           ELSE
               MOVE WS-PAIR-ROLE-B (WS-PAIR-SUB)
                 TO WS-PAIR-ROLE-BOTH (WS-PAIR-SUB)
           END-IF.
           IF WS-PAIR-ROLE-A (WS-PAIR-SUB) = ZERO
                   OR WS-PAIR-ROLE-B (WS-PAIR-SUB) = ZERO
               MOVE ZERO TO WS-PAIR-ROLE-BOTH (WS-PAIR-SUB)
               DISPLAY "OPTION PAIR " WS-PAIR-SUB
                       " NOT ON THE MENU - SKIPPED"
           END-IF.
      *
           MOVE WS-PAIR-PROGRAM-A (WS-PAIR-SUB)  TO PDL-PROGRAM-A.
           MOVE WS-PAIR-ROLE-A (WS-PAIR-SUB)     TO PDL-ROLE-A.
           MOVE WS-PAIR-PROGRAM-B (WS-PAIR-SUB)  TO PDL-PROGRAM-B.
           MOVE WS-PAIR-ROLE-B (WS-PAIR-SUB)     TO PDL-ROLE-B.
           MOVE WS-PAIR-ROLE-BOTH (WS-PAIR-SUB)  TO PDL-ROLE-BOTH.
           MOVE WS-PAIR-DESCRIPTION (WS-PAIR-SUB) TO PDL-DESCRIPTION.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM PAIR-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CNT.
      *
       520-FIND-OPTION-ROLE.
      *
           MOVE ZERO TO WS-LOOKUP-ROLE.
           PERFORM 525-CHECK-ONE-OPTION
               VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > WS-MENU-OPTION-COUNT
                  OR WS-LOOKUP-ROLE > ZERO.
      *
       525-CHECK-ONE-OPTION.
      *
           IF PROGRAM-NAME (WS-OPT-SUB) = WS-LOOKUP-PROGRAM
               MOVE OPTION-ROLE (WS-OPT-SUB) TO WS-LOOKUP-ROLE
           END-IF.
      *
       530-CHECK-ONE-OPERATOR.
      *
           ADD 1 TO WS-OPR-READ-CNT.
           IF OPR-IS-ACTIVE-1
               PERFORM 540-CHECK-ONE-OPERATOR-PAIR
                   VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
           END-IF.
      *
           READ OPR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
      *
       540-CHECK-ONE-OPERATOR-PAIR.
      *
           IF WS-PAIR-ROLE-BOTH (WS-PAIR-SUB) > ZERO
                   AND OPR-ROLE-LEVEL-1 NOT <
                       WS-PAIR-ROLE-BOTH (WS-PAIR-SUB)
               PERFORM 550-PRINT-AUTHORITY-CONFLICT
           END-IF.
      *
       550-PRINT-AUTHORITY-CONFLICT.
      *
           MOVE OPR-OPERATOR-ID-1                TO TDL-OPERATOR.
           MOVE OPR-DEPARTMENT-1                 TO TDL-DEPARTMENT.
           MOVE OPR-ROLE-LEVEL-1                 TO TDL-ROLE.
           IF OPR-IS-LOCKED-1
               MOVE 'YES' TO TDL-LOCKED
           ELSE
               MOVE 'NO ' TO TDL-LOCKED
           END-IF.
           MOVE WS-PAIR-PROGRAM-A (WS-PAIR-SUB)  TO TDL-PROGRAM-A.
           MOVE WS-PAIR-PROGRAM-B (WS-PAIR-SUB)  TO TDL-PROGRAM-B.
           MOVE WS-PAIR-DESCRIPTION (WS-PAIR-SUB) TO TDL-DESCRIPTION.
      *
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-LINE FROM AUTHORITY-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-AUTHORITY-CONFLICT-CNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR      TO HDG1-PAGE-NBR.
           MOVE WS-REPORT-PERIOD TO HDG1-PERIOD.
      *
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM WS-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
      *
           MOVE 6 TO WS-LINE-CNT.
      *
       610-START-SECTION.
      *
           PERFORM 600-PRINT-HEADINGS.
      *
       620-END-SECTION.
      *
           IF WS-SECTION-CNT = ZERO
               WRITE PRINT-LINE FROM NO-CONFLICT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-CNT
           END-IF.
      *
       700-PRINT-SUMMARY.
      *
           MOVE 'SUMMARY' TO WS-SECTION-TITLE.
           MOVE SPACES    TO WS-COLUMN-HEADING.
           PERFORM 610-START-SECTION.
      *
           MOVE 'A - SELF-DECIDED APPROVALS' TO SML-LABEL.
           MOVE WS-APPROVAL-CONFLICT-CNT     TO SML-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
           MOVE 'B - VOUCHERS PAID BY THEIR OWN KEYER' TO SML-LABEL.
           MOVE WS-CHECKRUN-CONFLICT-CNT     TO SML-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
           MOVE 'C - VOUCHERS TO A VENDOR THE KEYER MAINTAINED'
             TO SML-LABEL.
           MOVE WS-VENDOR-CONFLICT-CNT       TO SML-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
           MOVE 'D - SAME-DAY CREDIT LIMIT AND ORDER' TO SML-LABEL.
           MOVE WS-CREDIT-CONFLICT-CNT       TO SML-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
           MOVE 'E - OPERATOR/OPTION-PAIR AUTHORITY CONFLICTS'
             TO SML-LABEL.
           MOVE WS-AUTHORITY-CONFLICT-CNT    TO SML-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PAID CHECKS WITH NO RUN OPERATOR (NOT CHECKED)'
             TO SML-LABEL.
           MOVE WS-NO-OPERATOR-CHECK-CNT     TO SML-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.
           MOVE 'CREDIT LIMIT CHANGES NOT CHECKED (TABLE FULL)'
             TO SML-LABEL.
           MOVE WS-LIMIT-DROPPED-CNT         TO SML-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE PRINT-FILE.
           DISPLAY "PND ROWS READ:        " WS-PND-READ-CNT.
           DISPLAY "APV VOUCHERS READ:    " WS-APV-READ-CNT.
           DISPLAY "AUDIT ROWS READ:      " WS-AUD-READ-CNT.
           DISPLAY "OPEN ORDERS READ:     " WS-OOR-READ-CNT.
           DISPLAY "OPERATORS READ:       " WS-OPR-READ-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
