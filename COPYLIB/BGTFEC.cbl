      ******************************************************************
      *
      * BGTFEC - SALES BUDGET RECORD, KEYED BY REP CODE (REPFEC), THE
      * YYYYMM PERIOD, AND AN OPTIONAL SPLIT. A ROW WITH A BLANK SPLIT
      * TYPE IS THE REP'S WHOLE BUDGET FOR THE MONTH; A REP BUDGETED
      * IN MORE DETAIL HAS ONE ROW PER CUSTOMER (SPLIT TYPE C, SPLIT
      * CODE THE CUSTOMER NUMBER) OR PER PRODUCT CATEGORY (SPLIT TYPE
      * P, SPLIT CODE THE CATFEC CATEGORY) INSTEAD, AND THE REP'S
      * BUDGET IS THE SUM OF ALL ITS ROWS FOR THE MONTH. LOADED BY
      * BGTLOFEC FROM THE SALES MANAGER'S BUDGET FILE - A ROW LOADED
      * AGAIN REPLACES THE AMOUNT - AND REPORTED AGAINST THE PERCLFEC
      * SALES FIGURES BY BGTRPFEC.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  SALES-BUDGET-RECORD.
           05  BGT-KEY.
               10  BGT-REP-CODE            PIC X(03).
               10  BGT-PERIOD              PIC X(06).
               10  BGT-SPLIT-TYPE          PIC X(01).
                   88  BGT-WHOLE-REP           VALUE SPACE.
                   88  BGT-BY-CUSTOMER         VALUE 'C'.
                   88  BGT-BY-CATEGORY         VALUE 'P'.
                   88  BGT-VALID-SPLIT         VALUE SPACE 'C' 'P'.
               10  BGT-SPLIT-CODE          PIC X(06).
           05  BGT-AMOUNT                  PIC S9(09)V99.
           05  BGT-LOADED-DATE             PIC X(08).
      *
