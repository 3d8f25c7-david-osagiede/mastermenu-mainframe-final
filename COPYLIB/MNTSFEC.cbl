      * ONE SCREEN CAN ADD, CHANGE, OR DELETE A CM-FILE RECORD.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD CURRCDI/O - THE CURRENCY THE CUSTOMER IS
      *                  BILLED IN, VALIDATED AGAINST FXRFEC. BLANK OR
      *                  USD MEANS BASE CURRENCY.
      * 2026-09-01  DAO  ADD DLVPRFI/O - E FLAGS THE ACCOUNT FOR
      *                  EMAIL DELIVERY OF STATEMENTS AND DUNNING.
      * 2026-09-01  DAO  ADD BILLCYI/O - M FLAGS THE ACCOUNT FOR
           02  FILLER REDEFINES DLVPRFF.
               03  DLVPRFH             PIC X.
           02  DLVPRFI                 PIC X(01).
           02  CURRCDL                 PIC S9(4) COMP.
           02  CURRCDF                 PIC X.
           02  FILLER REDEFINES CURRCDF.
               03  CURRCDH             PIC X.
           02  CURRCDI                 PIC X(03).
           02  MESSAGEL                PIC S9(4) COMP.
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
           02  FILLER                  PIC X(03).
           02  DLVPRFO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  CURRCDO                 PIC X(03).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
