      *MOD HISTORY
      *2026-08-09  DAO  ORIGINAL PROGRAM.
      *2026-08-09  DAO  DISPLAY THE NEW PRD-REORDER-POINT FIELD.
      *2026-10-11  DAO  DISPLAY THE COMMITTED QUANTITY (BOTH
      *                 LOCATIONS) AND THE AVAILABLE-TO-PROMISE
      *                 QUANTITY - ON-HAND LESS COMMITTED - BESIDE
      *                 ON-HAND.
      *
       ENVIRONMENT DIVISION.
      *
           05  WS-PRICE-EDIT               PIC ZZZZZZ9.99.
           05  WS-QTYOH-EDIT                PIC ZZZZZZ9.
           05  WS-REORDPT-EDIT              PIC ZZZZZZ9.
           05  WS-COMMIT-EDIT               PIC ZZZZZZ9.
           05  WS-ATP-EDIT                  PIC ZZZZZZ9-.
      *
       01  WS-QTY-COMMITTED                PIC S9(07) VALUE 0.
       01  WS-QTY-AVAILABLE                PIC S9(07) VALUE 0.
      *
       COPY PRDFEC.
      *
               MOVE WS-QTYOH-EDIT             TO QTYOHO
               MOVE PRD-REORDER-POINT         TO WS-REORDPT-EDIT
               MOVE WS-REORDPT-EDIT           TO REORDPTO
               COMPUTE WS-QTY-COMMITTED =
                   PRD-QTY-COMMITTED (1) + PRD-QTY-COMMITTED (2)
               COMPUTE WS-QTY-AVAILABLE =
                   PRD-QUANTITY-ON-HAND - WS-QTY-COMMITTED
               MOVE WS-QTY-COMMITTED          TO WS-COMMIT-EDIT
               MOVE WS-COMMIT-EDIT            TO COMMITO
               MOVE WS-QTY-AVAILABLE          TO WS-ATP-EDIT
               MOVE WS-ATP-EDIT               TO ATPO
               MOVE SPACE                     TO MESSAGEO
               SET SEND-DATAONLY              TO TRUE
           ELSE
                                     PRICEO
                                     QTYOHO
                                     REORDPTO
                                     COMMITO
                                     ATPO
                   SET SEND-DATAONLY-ALARM TO TRUE
               ELSE
                   IF DISPLAY-LOW-VALUES
