      * PROMISED THEM WHAT AND WHEN" IS ON FILE INSTEAD OF ON A
      * POST-IT.
      *
      * A PROMISE-TO-PAY IS A CONTACT OF TYPE P, WRITTEN BY PTPENFEC
      * WITH THE AMOUNT AND DATE THE CUSTOMER PROMISED. IT IS LOGGED
      * OPEN (O); THE PTPCKFEC NIGHTLY RUN MATCHES IT TO PAYHFEC
      * PAYMENTS AND MARKS IT KEPT (K) OR BROKEN (B), OR REPLACED (R)
      * WHEN A NEWER PROMISE FROM THE SAME CUSTOMER SUPERSEDES IT.
      * THE PROMISE FIELDS ARE ZERO AND SPACES ON EVERY OTHER TYPE.
      *
      * MOD HISTORY
      * 2026-08-22  DAO  ORIGINAL RECORD.
      * 2026-10-15  DAO  ADDED CONTACT TYPE P (PROMISE-TO-PAY) AND THE
      *                  PROMISE AMOUNT, DATE, AND STATUS - 89 TO 107.
      *
      ******************************************************************
      *
               88  CTC-TYPE-EMAIL                  VALUE 'E'.
               88  CTC-TYPE-VISIT                  VALUE 'V'.
               88  CTC-TYPE-OTHER                  VALUE 'O'.
               88  CTC-TYPE-PROMISE                VALUE 'P'.
           05  CTC-CONTACT-TEXT                PIC X(60).
           05  CTC-PROMISE-AMOUNT              PIC S9(07)V99.
           05  CTC-PROMISE-DATE                PIC X(08).
           05  CTC-PROMISE-STATUS              PIC X(01).
               88  CTC-PROMISE-OPEN                VALUE 'O'.
               88  CTC-PROMISE-KEPT                VALUE 'K'.
               88  CTC-PROMISE-BROKEN              VALUE 'B'.
               88  CTC-PROMISE-REPLACED            VALUE 'R'.
      *
