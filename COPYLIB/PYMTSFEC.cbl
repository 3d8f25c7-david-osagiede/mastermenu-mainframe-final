      * SAME GENERATED-STYLE SHAPE AS VOIDSFEC/MNTSFEC. THE OPERATOR
      * KEYS AN INVOICE NUMBER AND A PAYMENT AMOUNT, AND THE PROGRAM
      * ECHOES BACK THE INVOICE TOTAL AND THE OPEN BALANCE REMAINING
      * AFTER THE PAYMENT IS POSTED. A CARD PAYMENT IS KEYED WITH
      * PAYMENT TYPE K AND THE PROCESSOR'S TOKEN, THE LAST FOUR
      * DIGITS, AND THE AUTHORIZATION CODE FROM THE CARD TERMINAL.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD PAYTYPE, CTOKEN, CLAST4 AND CAUTH FOR
      *                  CARD PAYMENTS.
      * 2026-08-09  DAO  ORIGINAL MAP.
      *
      ******************************************************************
           02  FILLER REDEFINES PAYAMTF.
               03  PAYAMTH             PIC X.
           02  PAYAMTI                 PIC X(10).
           02  PAYTYPEL                PIC S9(4) COMP.
           02  PAYTYPEF                PIC X.
           02  FILLER REDEFINES PAYTYPEF.
               03  PAYTYPEH            PIC X.
           02  PAYTYPEI                PIC X(01).
           02  CTOKENL                 PIC S9(4) COMP.
           02  CTOKENF                 PIC X.
           02  FILLER REDEFINES CTOKENF.
               03  CTOKENH             PIC X.
           02  CTOKENI                 PIC X(32).
           02  CLAST4L                 PIC S9(4) COMP.
           02  CLAST4F                 PIC X.
           02  FILLER REDEFINES CLAST4F.
               03  CLAST4H             PIC X.
           02  CLAST4I                 PIC X(04).
           02  CAUTHL                  PIC S9(4) COMP.
           02  CAUTHF                  PIC X.
           02  FILLER REDEFINES CAUTHF.
               03  CAUTHH              PIC X.
           02  CAUTHI                  PIC X(06).
           02  MESSAGEL                PIC S9(4) COMP.
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
           02  FILLER                  PIC X(03).
           02  PAYAMTO                 PIC X(10).
           02  FILLER                  PIC X(03).
           02  PAYTYPEO                PIC X(01).
           02  FILLER                  PIC X(03).
           02  CTOKENO                 PIC X(32).
           02  FILLER                  PIC X(03).
           02  CLAST4O                 PIC X(04).
           02  FILLER                  PIC X(03).
           02  CAUTHO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
