      *                 PROGRAM-32 'CPXMNFEC' (CUSTOMER PART XREF)
      *                 AT CLERK LEVEL - THE REFERENCE FILES THE
      *                 LAST ROUND ADDED FINALLY HAVE SCREENS.
      *2026-10-01  DAO  ADD PROGRAM-34 'VPRMNFEC' FOR THE NEW
      *                 VENDOR-PRODUCT SUPPLY MAINTENANCE, CLERK
      *                 LEVEL.
      *2026-10-05  DAO  ADD PROGRAM-35 'RTVENFEC' FOR THE NEW RETURN-
      *                 TO-VENDOR TRANSACTION, CLERK LEVEL.
      *2026-10-06  DAO  ADD PROGRAM-36 'APEXPFEC' FOR NON-PO EXPENSE
      *                 VOUCHERS WITH GL DISTRIBUTION, CLERK LEVEL.
      *2026-10-09  DAO  ADD PROGRAM-37 'BPOMNFEC' FOR BLANKET PURCHASE
      *                 ORDER MAINTENANCE AND PROGRAM-38 'BPRELFEC' FOR
      *                 RELEASES AGAINST A BLANKET, CLERK LEVEL.
      *2026-10-12  DAO  ADD PROGRAM-39 'ADJENFEC' FOR INVENTORY
      *                 ADJUSTMENTS WITH REASON CODES, CLERK LEVEL.
      *2026-10-14  DAO  ADD PROGRAM-40 'BINMNFEC' FOR WAREHOUSE BIN
      *                 MASTER MAINTENANCE, SUPERVISOR LEVEL.
      *2026-10-15  DAO  ADD PROGRAM-41 'PCKCFFEC' FOR PICK
      *                 CONFIRMATION AND SHORT PICKS, CLERK LEVEL.
      *2026-10-15  DAO  ADD PROGRAM-42 'UOMMNFEC' FOR ALTERNATE UNIT OF
      *                 MEASURE MAINTENANCE, SUPERVISOR LEVEL.
      *2026-10-15  DAO  ADD PROGRAM-43 'ORDMNFEC' FOR OPEN-ORDER CHANGE
      *                 AND CANCEL, CLERK LEVEL.
      *2026-10-15  DAO  ADD PROGRAM-44 'CATMNFEC' FOR PRODUCT CATEGORY
      *                 MAINTENANCE, SUPERVISOR LEVEL.
      *2026-10-15  DAO  ADD PROGRAM-45 'PMOMNFEC' FOR PROMOTIONAL PRICE
      *                 MAINTENANCE.
      *2026-10-15  DAO  ADD PROGRAM-46 'RBTMNFEC' FOR CUSTOMER VOLUME
      *                 REBATE AGREEMENT MAINTENANCE, SUPERVISOR LEVEL.
      *2026-10-15  DAO  ADD OPTION 47, RTEMNFEC DELIVERY ROUTE
      *                 MAINTENANCE, AT SUPERVISOR LEVEL LIKE CARRIER
      *                 RATES.
      *2026-10-15  DAO  ADD OPTION 48, RSTMNFEC ROUTE STOP MAINTENANCE,
      *                 AT CLERK LEVEL LIKE SHIP-TO LOCATIONS.
      *2026-10-15  DAO  ADD OPTION 49, PTPENFEC PROMISE-TO-PAY ENTRY,
      *                 AT CLERK LEVEL FOR THE COLLECTORS.
      *2026-10-15  DAO  ADD OPTION 50, DSPMNFEC DISPUTED INVOICE
      *                 MAINTENANCE, AT CLERK LEVEL FOR THE COLLECTORS.
      *2026-10-15  DAO  ADD OPTION 51, FXRMNFEC EXCHANGE RATE
      *                 MAINTENANCE, AT SUPERVISOR LEVEL FOR TREASURY.
      *2026-10-15  DAO  ADD OPTION 52, COAMNFEC CHART OF ACCOUNTS
      *                 MAINTENANCE, AT SUPERVISOR LEVEL FOR FINANCE.
      *2026-10-15  DAO  ADD OPTION 53, TRMMNFEC PAYMENT TERMS
      *                 MAINTENANCE, AT SUPERVISOR LEVEL FOR CREDIT.
      *2026-10-15  DAO  ADD OPTION 54, BCLMNFEC BUSINESS CALENDAR
      *                 MAINTENANCE, AT SUPERVISOR LEVEL.
      *2026-10-15  DAO  MOVE PROGRAM-TABLE TO THE MNOPTFEC COPYBOOK SO
      *                 THE SODRPFEC SEGREGATION-OF-DUTIES REPORT READS
      *                 THE SAME OPTIONS AND ROLE LEVELS THE MENU
      *                 ENFORCES. NEW OPTIONS ARE ADDED THERE.
      *
       ENVIRONMENT DIVISION.
      *
               88  SEND-DATAONLY           VALUE '2'.
               88  SEND-DATAONLY-ALARM     VALUE '3'.
      *
       COPY MNOPTFEC.
      *
       01  SUBSCRIPTS.
           05  ACTION-SUB              PIC 9(02).
