      *                 INSTEAD OF A HARD-CODED CMORDFEC, AND CARRY
      *                 THE CALLER'S OPERATOR ID THROUGH UNTOUCHED -
      *                 THE MAINTENANCE SCREENS USE THE LOOKUP NOW.
      *2026-10-11  DAO  SHOW ON-HAND, COMMITTED AND AVAILABLE-TO-
      *                 PROMISE ON EVERY PRODUCT LINE SO THE DESK
      *                 SEES WHAT CAN STILL BE SOLD BEFORE PICKING.
      *
       ENVIRONMENT DIVISION.
      *
       01 WS-SEARCH-NAME                      PIC X(30) VALUE SPACES.
      *
       01 WS-PRICE-EDIT                       PIC ZZZZZZ9.99.
       01 WS-QTY-COMMITTED                    PIC S9(07) VALUE 0.
      *
       01 WS-CUST-LINE.
           05  WS-CUL-NUMBER               PIC Z9.
           05  WS-PRL-PRODUCT              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-PRL-DESCRIPTION          PIC X(20).
           05  WS-PRL-PRICE                PIC X(10).
           05  FILLER                      PIC X(03) VALUE ' OH'.
           05  WS-PRL-ON-HAND              PIC ZZZZZZ9-.
           05  FILLER                      PIC X(03) VALUE ' CM'.
           05  WS-PRL-COMMITTED            PIC ZZZZZZ9-.
           05  FILLER                      PIC X(03) VALUE ' AV'.
           05  WS-PRL-AVAILABLE            PIC ZZZZZZ9-.
      *
       COPY ERRPARMS.
      *
                     TO WS-PRL-DESCRIPTION
                   MOVE PRD-UNIT-PRICE         TO WS-PRICE-EDIT
                   MOVE WS-PRICE-EDIT          TO WS-PRL-PRICE
                   COMPUTE WS-QTY-COMMITTED =
                       PRD-QTY-COMMITTED (1) + PRD-QTY-COMMITTED (2)
                   MOVE PRD-QUANTITY-ON-HAND   TO WS-PRL-ON-HAND
                   MOVE WS-QTY-COMMITTED       TO WS-PRL-COMMITTED
                   COMPUTE WS-PRL-AVAILABLE =
                       PRD-QUANTITY-ON-HAND - WS-QTY-COMMITTED
                   MOVE WS-PROD-LINE TO LKPLINO (WS-LINE-SUB)
                   MOVE PRD-PRODUCT-CODE
                     TO LKUP-SAVED-KEY (WS-LINE-SUB)
