      *overflow switch set, freight summed across the month, sales
      *tax computed once from the TAXFFEC rate in force (honoring
      *the exemption flag and freight taxability), the due date from
      *the customer's TRFFEC terms, the rep code off the parked rows
      *- numbered from CTLFEC record 0 the way INVFCFEC takes
      *numbers in batch. The CBSFEC balance takes the invoice's open
      *balance and the billed PBLFEC rows are deleted. Prints one
      *register line per consolidated invoice.
      *
      *MOD HISTORY
      *2026-10-15  DAO  STARTED ROW TO RUNHIST AS THE JOB BEGINS.
      *2026-10-15  DAO  ROLL THE DUE DATE ONTO A WORKING DAY THROUGH
      *                 BCLBTFEC.
      *2026-10-15  DAO  DUE-DATE FROM THE TRFFEC TERMS FILE INSTEAD OF
      *                 THE COMPILED TRMFEC TABLE, COUNTING MONTH-END
      *                 (EOM/PROX) TERMS FROM THE MONTH END.
      *2026-10-15  DAO  BILL A FOREIGN-CURRENCY CUSTOMER IN ITS OWN
      *                 CURRENCY: WRITE AN IFXFEC ROW AT THE FXRFEC
      *                 RATE BESIDE EACH CONSOLIDATED INVOICE AND SHOW
      *                 THE FOREIGN GROSS ON THE REGISTER; NO RATE
      *                 BILLS IN BASE AND IS FLAGGED. CUSTOMER LAYOUT
      *                 GROWS 294 TO 297 FOR THE NEW CURRENCY CODE.
      *2026-10-15  DAO  INVOICE LAYOUT GROWS 583 TO 653 FOR THE NEW PER-
      *                 LINE ENTRY UNIT OF MEASURE.
      *2026-09-02  DAO  CHECK THE JOBDEP DEPENDENCY FILE AT STARTUP -
      *                 REFUSE TO RUN UNLESS EVERY LISTED PREDECESSOR
      *                 POSTED A SUCCESSFUL FINISH TO RUNHIST TODAY -
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT TRM-FILE ASSIGN TO TRMMSTR
               RECORD KEY IS TRM-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-TRMFILE-SW.

           SELECT INVOICE-FILE ASSIGN TO INVMSTR
               RECORD KEY IS INV-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-TAXFILE-SW.

           SELECT FXR-FILE ASSIGN TO FXRMSTR
               RECORD KEY IS FXR-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-FXRFILE-SW.

           SELECT IFX-FILE ASSIGN TO IFXMSTR
               RECORD KEY IS IFX-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-IFXFILE-SW.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
           05  RUNHIST-STATUS                PIC X(01).
               88  RUNHIST-SUCCESS               VALUE 'S'.
               88  RUNHIST-FAILURE               VALUE 'F'.
               88  RUNHIST-STARTED               VALUE 'R'.
      *
       FD PBL-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  PBL-UNIT-COST-1               PIC S9(07)V99.
      *
       FD CM-FILE
           RECORD CONTAINS 297 CHARACTERS
           DATA RECORD IS CM-FILE-RECORD.
       01  CM-FILE-RECORD.
           05  CM-KEY.
           05  CM-BILL-CYCLE                 PIC X(01).
           05  CM-DELIVERY-PREF                 PIC X(01).
           05  CM-LASTYR-SALES                  PIC S9(09)V99.
           05  CM-CURRENCY-CODE                 PIC X(03).
               88  CM-BASE-CURRENCY                 VALUE SPACES 'USD'.
      *
       FD TRM-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS TRM-FILE-RECORD.
       01  TRM-FILE-RECORD.
           05  TRM-KEY-1.
               10  TRM-TERMS-CODE-1          PIC X(03).
           05  TRM-DESCRIPTION-1             PIC X(30).
           05  TRM-STATUS-1                  PIC X(01).
           05  TRM-DUE-BASIS-1               PIC X(01).
           05  TRM-CUTOFF-DAY-1              PIC 9(02).
           05  TRM-NET-DAYS-1                PIC 9(03).
           05  TRM-DISC-DAYS-1               PIC 9(03).
           05  TRM-DISC-RATE-1               PIC S9V9(4).
           05  TRM-INSTALLMENTS-1            PIC 9(02).
           05  TRM-INSTALL-INTERVAL-1        PIC 9(03).
           05  TRM-UPDATED-DATE-1            PIC X(08).
           05  TRM-UPDATED-BY-1              PIC X(08).
      *
       FD INVOICE-FILE
           RECORD CONTAINS 653 CHARACTERS
           DATA RECORD IS INVOICE-FILE-RECORD.
       01  INVOICE-FILE-RECORD.
           05  INV-KEY-1.
           05  INV-FREIGHT-AMOUNT-1          PIC S9(07)V99.
           05  INV-REP-CODE-1                PIC X(03).
           05  INV-SHIPTO-CODE-1             PIC X(04).
           05  INV-LINE-UOM-1                OCCURS 10 TIMES.
               10  INV-ENTRY-UOM-1           PIC X(02).
               10  INV-ENTRY-FACTOR-1        PIC 9(05).
      *
       FD INVX-FILE
           RECORD CONTAINS 55 CHARACTERS
           05  TXR-RATE-1                    PIC S9V9(4).
           05  TXR-FREIGHT-TAXABLE-SW-1      PIC X(01).
               88  TXR-FREIGHT-TAXABLE-1         VALUE 'Y'.
      *
       FD FXR-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS FXR-FILE-RECORD.
       01  FXR-FILE-RECORD.
           05  FXR-KEY-1.
               10  FXR-CURRENCY-CODE-1       PIC X(03).
           05  FXR-DESCRIPTION-1             PIC X(20).
           05  FXR-RATE-1                    PIC 9(03)V9(06).
           05  FXR-RATE-DATE-1               PIC X(08).
           05  FXR-UPDATED-BY-1              PIC X(08).
      *
       FD IFX-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS IFX-FILE-RECORD.
       01  IFX-FILE-RECORD.
           05  IFX-KEY-1.
               10  IFX-INVOICE-NUMBER-1      PIC 9(06).
           05  IFX-CUSTOMER-NUMBER-1         PIC X(06).
           05  IFX-CURRENCY-CODE-1           PIC X(03).
           05  IFX-EXCHANGE-RATE-1           PIC 9(03)V9(06).
           05  IFX-RATE-DATE-1               PIC X(08).
           05  IFX-FX-GROSS-AMOUNT-1         PIC S9(09)V99.
      *
       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-NOTFND                 VALUE '23'.
       01 WS-TRMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRMFILE-SUCCESS                VALUE '00'.
           88  WS-TRMFILE-NOTFND                 VALUE '23'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-INVXFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-TAXFILE-SUCCESS                VALUE '00'.
           88  WS-TAXFILE-NOTFND                 VALUE '23'.
           88  WS-TAXFILE-EOF                    VALUE '10'.
       01 WS-FXRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-FXRFILE-SUCCESS                VALUE '00'.
           88  WS-FXRFILE-NOTFND                 VALUE '23'.
       01 WS-FXRFILE-OPEN-SW                 PIC X(01)  VALUE 'N'.
           88  WS-FXRFILE-IS-OPEN                VALUE 'Y'.
       01 WS-IFXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-IFXFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
       01 WS-FRT-TAXABLE-SW                  PIC X(01)  VALUE 'N'.
           88  WS-FRT-TAXABLE                    VALUE 'Y'.
      *
      * DUE DATE FROM TERMS ON 30-DAY MONTHS, AS EVERYWHERE ELSE,
      * THEN ROLLED ONTO A WORKING DAY BY BCLBTFEC.
       01 WS-DUE-DATE-GROUP.
           05  WS-DUE-YYYY                   PIC 9(04).
           05  WS-DUE-MM                     PIC 9(02).
           05  WS-DUE-OUT-YYYY               PIC 9(04).
           05  WS-DUE-OUT-MM                 PIC 9(02).
           05  WS-DUE-OUT-DD                 PIC 9(02).
      *
       COPY BCLDTCOM.
      *
       01 WS-ROW-READ-CNT                    PIC 9(07)  COMP-3 VALUE 0.
       01 WS-INVOICE-CNT                     PIC 9(05)  COMP-3 VALUE 0.
       01 WS-NO-RATE-CNT                     PIC 9(05)  COMP-3 VALUE 0.
      *
       01 HEADING-LINE-1.
           05  FILLER                        PIC X(45)
           05  FILLER                        PIC X(12) VALUE 'TAX'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE 'FREIGHT'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(04) VALUE 'CUR'.
           05  FILLER                        PIC X(16)
               VALUE 'FOREIGN GROSS'.
      *
       01 DETAIL-LINE.
           05  DTL-CUSTOMER-NUMBER           PIC X(06).
           05  DTL-TAX                       PIC ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-FREIGHT                   PIC ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY-CODE             PIC X(03).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-FX-GROSS                  PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-FX-NOTE                   PIC X(24).
      *
       01 SUMMARY-LINE-1.
           05  FILLER                        PIC X(26)
           05  FILLER                        PIC X(26)
               VALUE 'CONSOLIDATED INVOICES:'.
           05  SL2-INVOICE-CNT               PIC ZZZZ9.
      *
       01 SUMMARY-LINE-3.
           05  FILLER                        PIC X(26)
               VALUE 'FOREIGN, BILLED IN USD:'.
           05  SL3-NO-RATE-CNT               PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
               DISPLAY "CM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT TRM-FILE.
           IF NOT WS-TRMFILE-SUCCESS
               DISPLAY "WS-TRMFILE-SW=" WS-TRMFILE-SW
               DISPLAY "TRM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O INVOICE-FILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-TAXFILE-SW=" WS-TAXFILE-SW
               DISPLAY "TAXF-FILE OPEN ERROR - BILLING WITHOUT TAX"
           END-IF.
      *
      *    WITHOUT THE RATE FILE AN EXPORT ACCOUNT IS BILLED IN BASE
      *    AND FLAGGED ON THE REGISTER, THE SAME AS A MISSING RATE.
           OPEN INPUT FXR-FILE.
           IF WS-FXRFILE-SUCCESS
               MOVE 'Y' TO WS-FXRFILE-OPEN-SW
           ELSE
               DISPLAY "WS-FXRFILE-SW=" WS-FXRFILE-SW
               DISPLAY "FXR-FILE OPEN ERROR - BILLING IN BASE CURRENCY"
           END-IF.
      *
           OPEN I-O IFX-FILE.
           IF NOT WS-IFXFILE-SUCCESS
               DISPLAY "WS-IFXFILE-SW=" WS-IFXFILE-SW
               DISPLAY "IFX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               PERFORM 400-COMPUTE-THE-TAX
               PERFORM 420-COMPUTE-THE-DUE-DATE
               PERFORM 450-WRITE-THE-INVOICE
               MOVE SPACES TO DTL-CURRENCY-CODE
                              DTL-FX-NOTE
               MOVE ZERO   TO DTL-FX-GROSS
               IF NOT CM-BASE-CURRENCY
                   PERFORM 460-CONVERT-THE-INVOICE
               END-IF
      *        THE INVOICE IS ON FILE - ONLY NOW IS IT SAFE TO TAKE
      *        THE BILLED ROWS OFF THE PENDING FILE.
               PERFORM 360-PURGE-BILLED-ROWS
      *
       420-COMPUTE-THE-DUE-DATE.
      *
      * AN INSTALLMENT CODE DUE-DATES THE INVOICE AT ITS FIRST PAYMENT.
           MOVE WS-TODAY-DATE TO WS-DUE-DATE-OUT.
           MOVE WS-DUE-OUT-DD TO WS-TERMS-START-DD.
           PERFORM 425-LOOK-UP-CUSTOMER-TERMS.
      *
           IF WS-TERMS-NET-DAYS-FOUND = ZERO
               MOVE WS-TODAY-DATE TO INV-DUE-DATE-1
               MOVE WS-DUE-DATE-OUT TO INV-DUE-DATE-1
           END-IF.
      *
           PERFORM 445-ROLL-THE-DUE-DATE.
      *
       425-LOOK-UP-CUSTOMER-TERMS.
      *
           MOVE 'N'  TO WS-TERMS-FOUND-SW.
           MOVE ZERO TO WS-TERMS-NET-DAYS-FOUND
                        WS-TERMS-DISC-DAYS-FOUND
                        WS-TERMS-DISC-RATE-FOUND
                        WS-TERMS-CUTOFF-FOUND
                        WS-TERMS-INSTALLMENTS-FOUND
                        WS-TERMS-INTERVAL-FOUND.
           MOVE SPACE TO WS-TERMS-BASIS-FOUND
                         WS-TERMS-STATUS-FOUND.
      *
           MOVE CM-TERMS-CODE TO TRM-TERMS-CODE-1.
           MOVE '00' TO WS-TRMFILE-SW.
           READ TRM-FILE
               INVALID KEY MOVE '23' TO WS-TRMFILE-SW.
      *
           IF WS-TRMFILE-SUCCESS
               MOVE 'Y'             TO WS-TERMS-FOUND-SW
               MOVE TRM-NET-DAYS-1  TO WS-TERMS-NET-DAYS-FOUND
               MOVE TRM-DISC-DAYS-1 TO WS-TERMS-DISC-DAYS-FOUND
               MOVE TRM-DISC-RATE-1 TO WS-TERMS-DISC-RATE-FOUND
               MOVE TRM-DUE-BASIS-1 TO WS-TERMS-BASIS-FOUND
               MOVE TRM-CUTOFF-DAY-1
                 TO WS-TERMS-CUTOFF-FOUND
               MOVE TRM-INSTALLMENTS-1
                 TO WS-TERMS-INSTALLMENTS-FOUND
               MOVE TRM-INSTALL-INTERVAL-1
                 TO WS-TERMS-INTERVAL-FOUND
               MOVE TRM-STATUS-1    TO WS-TERMS-STATUS-FOUND
               IF WS-TERMS-MONTH-END
                   PERFORM 430-APPLY-MONTH-END-BASIS
               END-IF
           ELSE IF NOT WS-TRMFILE-NOTFND
               DISPLAY "WS-TRMFILE-SW=" WS-TRMFILE-SW
               DISPLAY "TRM-FILE READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       430-APPLY-MONTH-END-BASIS.
      *
      * ON ENTRY WS-TERMS-START-DD IS THE DAY OF THE MONTH THE TERMS
      * RUN FROM. A MONTH-END CODE COUNTS ITS DAYS FROM THE END OF
      * THAT MONTH - OR OF THE NEXT ONE, PAST THE CUTOFF DAY - SO THE
      * DAYS TO THE MONTH END ARE ADDED TO THE NET AND DISCOUNT DAYS.
           IF WS-TERMS-START-DD < 30
               COMPUTE WS-TERMS-TO-MONTH-END = 30 - WS-TERMS-START-DD
           ELSE
               MOVE ZERO TO WS-TERMS-TO-MONTH-END
           END-IF.
           IF WS-TERMS-CUTOFF-FOUND > ZERO
                   AND WS-TERMS-START-DD > WS-TERMS-CUTOFF-FOUND
               ADD 30 TO WS-TERMS-TO-MONTH-END
           END-IF.
      *
           ADD WS-TERMS-TO-MONTH-END TO WS-TERMS-NET-DAYS-FOUND.
           IF WS-TERMS-DISC-RATE-FOUND > ZERO
               ADD WS-TERMS-TO-MONTH-END TO WS-TERMS-DISC-DAYS-FOUND
           END-IF.
      *
       440-NORMALIZE-DUE-DATE.
               SUBTRACT 12 FROM WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
      *
       445-ROLL-THE-DUE-DATE.
      *
      * A DUE DATE ON A CLOSED DAY MOVES TO THE NEXT WORKING DAY. A
      * 30/360 DAY PAST THE MONTH END COMES BACK AS A REAL DATE.
           MOVE 'R'            TO BCLDT-FUNCTION.
           MOVE INV-DUE-DATE-1 TO BCLDT-DATE-IN.
           MOVE SPACES         TO BCLDT-DATE-TO.
           CALL 'BCLBTFEC' USING BCLDT-COMMAREA.
           IF BCLDT-DATE-USABLE
               MOVE BCLDT-DATE-OUT TO INV-DUE-DATE-1
           END-IF.
      *
       450-WRITE-THE-INVOICE.
      *
               DISPLAY "INVOICE-FILE WRITE ERROR KEY=" INV-KEY-1
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       460-CONVERT-THE-INVOICE.
      *
      *    AN EXPORT ACCOUNT IS BILLED IN ITS OWN CURRENCY AT TODAY'S
      *    RATE, THE WAY SHPCFFEC BILLS A SINGLE RELEASE. THE INVOICE
      *    ITSELF STAYS IN BASE; THE CURRENCY ROW GOES ON IFXFEC. WITH
      *    NO USABLE RATE THE MONTH IS STILL BILLED - IN BASE - AND
      *    FLAGGED HERE FOR TREASURY TO FOLLOW UP.
           MOVE CM-CURRENCY-CODE TO DTL-CURRENCY-CODE.
           MOVE '23' TO WS-FXRFILE-SW.
           IF WS-FXRFILE-IS-OPEN
               MOVE CM-CURRENCY-CODE TO FXR-CURRENCY-CODE-1
               MOVE '00' TO WS-FXRFILE-SW
               READ FXR-FILE
                   INVALID KEY MOVE '23' TO WS-FXRFILE-SW
               END-READ
           END-IF.
      *
           IF WS-FXRFILE-NOTFND OR FXR-RATE-1 = ZERO
               MOVE 'NO RATE - BILLED IN USD' TO DTL-FX-NOTE
               ADD 1 TO WS-NO-RATE-CNT
               DISPLAY "NO EXCHANGE RATE FOR " CM-CURRENCY-CODE
                   " - INVOICE " INV-INVOICE-NUMBER-1
                   " BILLED IN BASE CURRENCY"
           ELSE
               MOVE INV-INVOICE-NUMBER-1  TO IFX-INVOICE-NUMBER-1
               MOVE WS-BILL-CUSTOMER      TO IFX-CUSTOMER-NUMBER-1
               MOVE CM-CURRENCY-CODE      TO IFX-CURRENCY-CODE-1
               MOVE FXR-RATE-1            TO IFX-EXCHANGE-RATE-1
               MOVE WS-TODAY-DATE         TO IFX-RATE-DATE-1
               COMPUTE IFX-FX-GROSS-AMOUNT-1 ROUNDED =
                   (INV-INVOICE-TOTAL-1 + INV-SALES-TAX-1
                    + INV-FREIGHT-AMOUNT-1) / FXR-RATE-1
               MOVE '00' TO WS-IFXFILE-SW
               WRITE IFX-FILE-RECORD
                   INVALID KEY MOVE '22' TO WS-IFXFILE-SW
               END-WRITE
               IF NOT WS-IFXFILE-SUCCESS
                   DISPLAY "WS-IFXFILE-SW=" WS-IFXFILE-SW
                   DISPLAY "IFX-FILE WRITE ERROR KEY=" IFX-KEY-1
                   PERFORM 800-PROGRAM-FAILED
               END-IF
               MOVE IFX-FX-GROSS-AMOUNT-1 TO DTL-FX-GROSS
           END-IF.
      *
       500-BUMP-THE-BALANCE.
      *
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINES.
           MOVE WS-NO-RATE-CNT  TO SL3-NO-RATE-CNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
               AFTER ADVANCING 1 LINES.
      *
       010-CHECK-JOB-DEPENDENCIES.
      *
               MOVE 'Y' TO WS-RUNFILE-OPEN-SW
               ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JOB-START-TIME-GROUP FROM TIME
               PERFORM 940-WRITE-RUNHIST-START
           ELSE
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE OPEN ERROR - RUN WILL NOT BE "
           END-IF.
           CLOSE PBL-FILE
                 CM-FILE
                 TRM-FILE
                 INVOICE-FILE
                 INVX-FILE
                 CTL-FILE
                 CBS-FILE
                 TAXF-FILE
                 FXR-FILE
                 IFX-FILE
                 PRINT-FILE.
           DISPLAY "PENDING ROWS BILLED    = " WS-ROW-READ-CNT.
           DISPLAY "CONSOLIDATED INVOICES  = " WS-INVOICE-CNT.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
       940-WRITE-RUNHIST-START.
      *
      * THE STARTED ROW CARRIES NO END, SO THE BATCH STATUS SCREEN
      * SHOWS THE JOB AS RUNNING UNTIL ITS FINISH ROW FOLLOWS.
           MOVE WS-OWN-JOB-NAME       TO RUNHIST-JOB-NAME.
           MOVE WS-JOB-START-DATE     TO RUNHIST-START-DATE.
           MOVE WS-JOB-START-TIME     TO RUNHIST-START-TIME.
           MOVE ZERO                  TO RUNHIST-END-DATE
                                         RUNHIST-END-TIME
                                         RUNHIST-RECORD-COUNT.
           MOVE 'R'                   TO RUNHIST-STATUS.
      *
           WRITE RUNHIST-RECORD.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
               DISPLAY "RUNHIST-FILE WRITE ERROR"
           END-IF.
      *
       950-WRITE-RUNHIST-RECORD.
      *
