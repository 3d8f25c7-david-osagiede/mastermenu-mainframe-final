      ******************************************************************
      *
      * COAFEC - GENERAL LEDGER CHART OF ACCOUNTS, KEYED BY THE TEN-
      * CHARACTER ACCOUNT CODE THE GLMFEC MAPPINGS AND THE APDFEC
      * VOUCHER LINES ALREADY CARRY. ONE ROW PER ACCOUNT, MAINTAINED
      * ONLINE THROUGH COAMNFEC. THE ACCOUNT TYPE DECIDES WHICH SIDE
      * THE BALANCE NORMALLY SITS ON AND WHETHER IT CARRIES FORWARD:
      * ASSET, LIABILITY AND EQUITY ACCOUNTS ACCUMULATE FOR LIFE,
      * REVENUE AND EXPENSE ACCOUNTS START AFRESH EACH FISCAL YEAR.
      * GLPSTFEC REJECTS A JOURNAL BATCH THAT NAMES AN ACCOUNT NOT ON
      * THIS FILE OR ONE MARKED INACTIVE. COA-AR-CONTROL-SW MARKS THE
      * RECEIVABLES ACCOUNT(S) GLARPFEC PROVES AGAINST THE INVFEC
      * AND CBSFEC SUBLEDGER.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  CHART-OF-ACCOUNTS-RECORD.
           05  COA-KEY.
               10  COA-ACCOUNT-CODE        PIC X(10).
           05  COA-DESCRIPTION             PIC X(30).
           05  COA-ACCOUNT-TYPE            PIC X(01).
               88  COA-TYPE-ASSET              VALUE 'A'.
               88  COA-TYPE-LIABILITY          VALUE 'L'.
               88  COA-TYPE-EQUITY             VALUE 'Q'.
               88  COA-TYPE-REVENUE            VALUE 'R'.
               88  COA-TYPE-EXPENSE            VALUE 'E'.
               88  COA-VALID-TYPE              VALUE 'A' 'L' 'Q'
                                                     'R' 'E'.
               88  COA-BALANCE-SHEET           VALUE 'A' 'L' 'Q'.
               88  COA-INCOME-STATEMENT        VALUE 'R' 'E'.
               88  COA-DEBIT-NORMAL            VALUE 'A' 'E'.
           05  COA-STATUS                  PIC X(01).
               88  COA-ACTIVE                  VALUE 'A'.
               88  COA-INACTIVE                VALUE 'I'.
           05  COA-AR-CONTROL-SW           PIC X(01).
               88  COA-AR-CONTROL              VALUE 'Y'.
           05  COA-UPDATED-DATE            PIC X(08).
           05  COA-UPDATED-BY              PIC X(08).
      *
