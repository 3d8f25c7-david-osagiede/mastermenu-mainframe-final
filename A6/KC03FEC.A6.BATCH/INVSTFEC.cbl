      *input the loaders already read.
      *
      *MOD HISTORY
      *2026-10-15  DAO  PRINT THE FOREIGN GROSS FROM IFXFEC BESIDE EACH
      *                 INVOICE BILLED IN THE CUSTOMER'S CURRENCY, AND
      *                 THE TOTAL BILLED IN THAT CURRENCY UNDER THE
      *                 BALANCE DUE. CM-FILE AND EMAIL-FILE NOW STAY
      *                 OPEN THROUGH THE SORT OUTPUT PROCEDURE.
      *2026-09-01  DAO  ROUTE STATEMENTS FOR CUSTOMERS FLAGGED
      *                 CM-DELIVERY-PREF E TO THE EMAILOUT EXTRACT -
      *                 ONE H RECORD WITH THE EMAIL ADDRESS, THEN THE
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT IFX-FILE ASSIGN TO IFXMSTR
               RECORD KEY IS IFX-KEY-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-IFXFILE-SW.

           SELECT EMAIL-FILE ASSIGN TO EMAILOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMLFILE-SW.
           05  SRT-WORK-RECORD               PIC X(150).
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
               88  CM-BASE-CURRENCY              VALUE SPACES 'USD'.
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
       FD EMAIL-FILE
           RECORDING MODE IS F
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-NOTFND                 VALUE '23'.
       01 WS-IFXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-IFXFILE-SUCCESS                VALUE '00'.
           88  WS-IFXFILE-NOTFND                 VALUE '23'.
       01 WS-FOREIGN-CUST-SW                 PIC X(01)  VALUE 'N'.
           88  WS-FOREIGN-CUSTOMER               VALUE 'Y'.
       01 WS-CUSTOMER-CURRENCY               PIC X(03)  VALUE SPACES.
       01 WS-STATEMENT-FX-BALANCE            PIC S9(09)V99 COMP-3
                                              VALUE 0.
       01 WS-EMLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-EMLFILE-SUCCESS                VALUE '00'.
       01 WS-EMAIL-CUST-SW                   PIC X(01)  VALUE 'N'.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE 'RUNNING BALANCE'.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  FILLER                        PIC X(03) VALUE 'CUR'.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  FILLER                        PIC X(14)
               VALUE 'FOREIGN AMOUNT'.
      *
       01 DETAIL-LINE.
           05  DTL-INVOICE-NUMBER             PIC 9(06).
           05  DTL-AMOUNT                      PIC ZZZ,ZZ9.99CR.
           05  FILLER                         PIC X(04) VALUE SPACES.
           05  DTL-BALANCE                     PIC ZZZ,ZZ9.99CR.
           05  FILLER                         PIC X(06) VALUE SPACES.
           05  DTL-CURRENCY-CODE               PIC X(03).
           05  FILLER                         PIC X(03) VALUE SPACES.
           05  DTL-FX-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99CR
                                               BLANK WHEN ZERO.
      *
       01 CUSTOMER-TOTAL-LINE.
           05  FILLER                         PIC X(20)
               VALUE 'BALANCE DUE:'.
           05  CTL-BALANCE                     PIC Z,ZZZ,ZZ9.99CR.
      *
       01 CUSTOMER-FX-TOTAL-LINE.
           05  FILLER                         PIC X(10)
               VALUE 'BILLED IN '.
           05  CFX-CURRENCY-CODE               PIC X(03).
           05  FILLER                         PIC X(07) VALUE ':'.
           05  CFX-BALANCE                     PIC ZZZ,ZZZ,ZZ9.99CR.
      *
       01 GRAND-TOTAL-LINE.
           05  FILLER                         PIC X(20)
               DISPLAY "EMAIL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT IFX-FILE.
           IF NOT WS-IFXFILE-SUCCESS
               DISPLAY "WS-IFXFILE-SW=" WS-IFXFILE-SW
               DISPLAY "IFX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "NO DATA IN WORK-FILE"
           END-IF.
      *
           CLOSE WORK-FILE.
      *
       030-RELEASE-ONE-ROW.
      *
       300-START-NEW-CUSTOMER.
      *
           MOVE IWK-CUSTOMER-NUMBER TO WS-PREV-CUSTOMER-NUMBER.
           MOVE ZERO                TO WS-STATEMENT-BALANCE
                                       WS-STATEMENT-FX-BALANCE.
           MOVE 'N'                 TO WS-FIRST-RECORD-SW.
      *
           MOVE IWK-CUSTOMER-NAME   TO WS-CUSTOMER-NAME.
           MOVE '00' TO WS-CMFFILE-SW.
           READ CM-FILE
               INVALID KEY MOVE '23' TO WS-CMFFILE-SW.
      *
           MOVE 'N'    TO WS-FOREIGN-CUST-SW.
           MOVE SPACES TO WS-CUSTOMER-CURRENCY.
           IF WS-CMFFILE-SUCCESS AND NOT CM-BASE-CURRENCY
               MOVE 'Y'              TO WS-FOREIGN-CUST-SW
               MOVE CM-CURRENCY-CODE TO WS-CUSTOMER-CURRENCY
           END-IF.
      *
           IF WS-CMFFILE-SUCCESS
                   AND CM-DELIVERY-PREF = 'E'
                   AND CM-EMAIL NOT = SPACES
           COMPUTE DTL-AMOUNT = IWK-INVOICE-TOTAL + IWK-SALES-TAX
               + IWK-FREIGHT-AMOUNT.
           MOVE WS-STATEMENT-BALANCE TO DTL-BALANCE.
           PERFORM 510-SET-FOREIGN-AMOUNT.
      *
           IF WS-EMAIL-CUSTOMER
               MOVE DETAIL-LINE TO EML-TEXT
           ELSE
               WRITE PRINT-LINE FROM DETAIL-LINE
           END-IF.
      *
       510-SET-FOREIGN-AMOUNT.
      *
      * AN INVOICE BILLED IN THE CUSTOMER'S OWN CURRENCY HAS AN IFXFEC
      * ROW; ITS FOREIGN GROSS PRINTS BESIDE THE BASE AMOUNT. CREDIT
      * MEMOS AND INVOICES CUT BEFORE THE CUSTOMER MOVED OFF BASE
      * HAVE NONE AND SHOW ONLY THE BASE FIGURE.
           MOVE SPACES TO DTL-CURRENCY-CODE.
           MOVE ZERO   TO DTL-FX-AMOUNT.
           MOVE IWK-INVOICE-NUMBER TO IFX-INVOICE-NUMBER-1.
           MOVE '00' TO WS-IFXFILE-SW.
           READ IFX-FILE
               INVALID KEY MOVE '23' TO WS-IFXFILE-SW.
           IF WS-IFXFILE-SUCCESS
               MOVE IFX-CURRENCY-CODE-1   TO DTL-CURRENCY-CODE
               MOVE IFX-FX-GROSS-AMOUNT-1 TO DTL-FX-AMOUNT
               ADD IFX-FX-GROSS-AMOUNT-1  TO WS-STATEMENT-FX-BALANCE
           END-IF.
      *
       600-PRINT-CUSTOMER-TOTAL.
      *
               WRITE PRINT-LINE FROM CUSTOMER-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
           IF WS-FOREIGN-CUSTOMER
               MOVE WS-CUSTOMER-CURRENCY    TO CFX-CURRENCY-CODE
               MOVE WS-STATEMENT-FX-BALANCE TO CFX-BALANCE
               IF WS-EMAIL-CUSTOMER
                   MOVE CUSTOMER-FX-TOTAL-LINE TO EML-TEXT
                   PERFORM 670-WRITE-ONE-EMAIL-LINE
               ELSE
                   WRITE PRINT-LINE FROM CUSTOMER-FX-TOTAL-LINE
               END-IF
           END-IF.
           ADD 1 TO WS-STATEMENT-CNT.
      *
       670-WRITE-ONE-EMAIL-LINE.
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           CLOSE CM-FILE
                 IFX-FILE
                 EMAIL-FILE
                 PRINT-FILE.
           DISPLAY "PROGRAM COMPLETED OK".
           STOP RUN.
      *
