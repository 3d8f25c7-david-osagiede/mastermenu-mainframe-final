      ******************************************************************
      *
      * MNOPTFEC - THE UUMENFEC MENU OPTION TABLE: THE PROGRAM EACH
      * MENU OPTION BRANCHES TO AND THE MINIMUM OPRFEC ROLE LEVEL AN
      * OPERATOR NEEDS TO TAKE IT, POSITION FOR POSITION. UUMENFEC
      * ENFORCES IT ONLINE; THE SODRPFEC SEGREGATION-OF-DUTIES REPORT
      * READS THE SAME TABLE TO WORK OUT WHICH OPTIONS EACH OPERATOR'S
      * ROLE REACHES, SO THE AUDITORS SEE EXACTLY WHAT THE MENU ALLOWS.
      * ADDING A MENU CHOICE IS A CHANGE TO THIS COPYBOOK ALONE.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ADD PROGRAM-58 'BSTINFEC' FOR THE ONLINE BATCH
      *                  STATUS INQUIRY, SUPERVISOR AND ABOVE.
      * 2026-10-15  DAO  ADD PROGRAM-57 'RDSMNFEC' FOR REPORT
      *                  DISTRIBUTION MAINTENANCE, ADMINISTRATOR ONLY.
      * 2026-10-15  DAO  ADD PROGRAM-56 'LGHMNFEC' FOR LEGAL HOLD
      *                  MAINTENANCE, ADMINISTRATOR ONLY.
      * 2026-10-15  DAO  ADD PROGRAM-55 'PWCHGFEC' FOR THE NEW OPERATOR
      *                  PASSWORD CHANGE TRANSACTION, OPEN TO EVERY
      *                  ROLE.
      * 2026-10-15  DAO  HOLD OPTION-ROLE-LIST TEN OPTIONS TO A LINE
      *                  SO THE TABLE CAN GROW PAST ONE LITERAL.
      * 2026-10-15  DAO  ORIGINAL COPYBOOK - TABLE MOVED OUT OF
      *                  UUMENFEC WORKING-STORAGE UNCHANGED.
      *
      ******************************************************************
      *
       01  PROGRAM-TABLE.
      *
           05  PROGRAM-LIST.
               10  PROGRAM-1               PIC X(08) VALUE 'CMINQFEC'.
               10  PROGRAM-2               PIC X(08) VALUE 'CMMNTFEC'.
               10  PROGRAM-3               PIC X(08) VALUE 'CMORDFEC'.
               10  PROGRAM-4               PIC X(08) VALUE 'INVVDFEC'.
               10  PROGRAM-5               PIC X(08) VALUE 'INVPYFEC'.
               10  PROGRAM-6               PIC X(08) VALUE 'INVNSFEC'.
               10  PROGRAM-7               PIC X(08) VALUE 'POENTFEC'.
               10  PROGRAM-8               PIC X(08) VALUE 'PORCFEC '.
               10  PROGRAM-9               PIC X(08) VALUE 'PRDMNFEC'.
               10  PROGRAM-10              PIC X(08) VALUE 'SHPCFFEC'.
               10  PROGRAM-11              PIC X(08) VALUE 'QUOENFEC'.
               10  PROGRAM-12              PIC X(08) VALUE 'TAXMNFEC'.
               10  PROGRAM-13              PIC X(08) VALUE 'RMAMNFEC'.
               10  PROGRAM-14              PIC X(08) VALUE 'APPRVFEC'.
               10  PROGRAM-15              PIC X(08) VALUE 'OPRMNFEC'.
               10  PROGRAM-16              PIC X(08) VALUE 'SYSOVFEC'.
               10  PROGRAM-17              PIC X(08) VALUE 'RPTVWFEC'.
               10  PROGRAM-18              PIC X(08) VALUE 'VNDMNFEC'.
               10  PROGRAM-19              PIC X(08) VALUE 'APVENFEC'.
               10  PROGRAM-20              PIC X(08) VALUE 'STKTRFEC'.
               10  PROGRAM-21              PIC X(08) VALUE 'KITASFEC'.
               10  PROGRAM-22              PIC X(08) VALUE 'RMADSFEC'.
               10  PROGRAM-23              PIC X(08) VALUE 'MRGRLFEC'.
               10  PROGRAM-24              PIC X(08) VALUE 'BKOINFEC'.
               10  PROGRAM-25              PIC X(08) VALUE 'CRMAPFEC'.
               10  PROGRAM-26              PIC X(08) VALUE 'EXCMNFEC'.
               10  PROGRAM-27              PIC X(08) VALUE 'SHTMNFEC'.
               10  PROGRAM-28              PIC X(08) VALUE 'PRHSTFEC'.
               10  PROGRAM-29              PIC X(08) VALUE 'REPMNFEC'.
               10  PROGRAM-30              PIC X(08) VALUE 'CARMNFEC'.
               10  PROGRAM-31              PIC X(08) VALUE 'QBPMNFEC'.
               10  PROGRAM-32              PIC X(08) VALUE 'CPXMNFEC'.
               10  PROGRAM-33              PIC X(08) VALUE 'TXJMNFEC'.
               10  PROGRAM-34              PIC X(08) VALUE 'VPRMNFEC'.
               10  PROGRAM-35              PIC X(08) VALUE 'RTVENFEC'.
               10  PROGRAM-36              PIC X(08) VALUE 'APEXPFEC'.
               10  PROGRAM-37              PIC X(08) VALUE 'BPOMNFEC'.
               10  PROGRAM-38              PIC X(08) VALUE 'BPRELFEC'.
               10  PROGRAM-39              PIC X(08) VALUE 'ADJENFEC'.
               10  PROGRAM-40              PIC X(08) VALUE 'BINMNFEC'.
               10  PROGRAM-41              PIC X(08) VALUE 'PCKCFFEC'.
               10  PROGRAM-42              PIC X(08) VALUE 'UOMMNFEC'.
               10  PROGRAM-43              PIC X(08) VALUE 'ORDMNFEC'.
               10  PROGRAM-44              PIC X(08) VALUE 'CATMNFEC'.
               10  PROGRAM-45              PIC X(08) VALUE 'PMOMNFEC'.
               10  PROGRAM-46              PIC X(08) VALUE 'RBTMNFEC'.
               10  PROGRAM-47              PIC X(08) VALUE 'RTEMNFEC'.
               10  PROGRAM-48              PIC X(08) VALUE 'RSTMNFEC'.
               10  PROGRAM-49              PIC X(08) VALUE 'PTPENFEC'.
               10  PROGRAM-50              PIC X(08) VALUE 'DSPMNFEC'.
               10  PROGRAM-51              PIC X(08) VALUE 'FXRMNFEC'.
               10  PROGRAM-52              PIC X(08) VALUE 'COAMNFEC'.
               10  PROGRAM-53              PIC X(08) VALUE 'TRMMNFEC'.
               10  PROGRAM-54              PIC X(08) VALUE 'BCLMNFEC'.
               10  PROGRAM-55              PIC X(08) VALUE 'PWCHGFEC'.
               10  PROGRAM-56              PIC X(08) VALUE 'LGHMNFEC'.
               10  PROGRAM-57              PIC X(08) VALUE 'RDSMNFEC'.
               10  PROGRAM-58              PIC X(08) VALUE 'BSTINFEC'.
           05  PROGRAM-NAME                REDEFINES PROGRAM-LIST
                                           OCCURS 58 TIMES
                                           PIC X(08).
      *
           05  WS-MENU-OPTION-COUNT        PIC 9(02) VALUE 58.
      *
      * MINIMUM OPRFEC ROLE LEVEL PER OPTION, POSITION FOR POSITION
      * WITH PROGRAM-LIST. 1 INQUIRY, 2 CLERK, 3 SUPERVISOR, 9
      * ADMINISTRATOR. TEN OPTIONS TO A LINE - OPTIONS 1-10, 11-20...
           05  OPTION-ROLE-LIST.
               10  FILLER              PIC X(10) VALUE '1323232232'.
               10  FILLER              PIC X(10) VALUE '2323991222'.
               10  FILLER              PIC X(10) VALUE '2231222133'.
               10  FILLER              PIC X(10) VALUE '3232222223'.
               10  FILLER              PIC X(10) VALUE '2323333222'.
               10  FILLER              PIC X(08) VALUE '33331993'.
           05  OPTION-ROLE                 REDEFINES OPTION-ROLE-LIST
                                           OCCURS 58 TIMES
                                           PIC 9(01).
      *
