      ******************************************************************
      *
      * USGLGFEC - ONLINE TRANSACTION USAGE LOG RECORD. USGWRFEC
      * WRITES ONE ROW FOR EVERY TASK RUN BY A PROGRAM ON THE UUMENFEC
      * MENU - TRANSACTION, PROGRAM, OPERATOR, TERMINAL, THE TIME THE
      * TASK STARTED, HOW LONG IT TOOK IN MILLISECONDS, AND THE FILES
      * IT UPDATED - KEYED BY DATE AND CICS TASK NUMBER THE WAY
      * SGNLGFEC LOGS SIGN-ONS. THE DAILY USGRPFEC REPORT AND THE
      * OPSDGFEC MORNING DIGEST READ THESE ROWS BACK.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  USAGE-LOG-RECORD.
           05  ULG-KEY.
               10  ULG-LOG-DATE            PIC X(08).
               10  ULG-TASK-NUMBER         PIC 9(07).
           05  ULG-TRANSACTION-ID          PIC X(04).
           05  ULG-PROGRAM-NAME            PIC X(08).
           05  ULG-OPERATOR-ID             PIC X(08).
           05  ULG-TERMINAL-ID             PIC X(04).
           05  ULG-START-TIME.
               10  ULG-START-HH            PIC 9(02).
               10  ULG-START-MMSS          PIC 9(04).
           05  ULG-ELAPSED-MS              PIC 9(07).
           05  ULG-FILE-COUNT              PIC 9(02).
           05  ULG-FILE-NAME               PIC X(08) OCCURS 6 TIMES.
      *
