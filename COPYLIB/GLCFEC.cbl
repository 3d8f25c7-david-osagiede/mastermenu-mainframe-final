      ******************************************************************
      *
      * GLCFEC - GENERAL LEDGER BATCH CONTROL RECORD, KEYED BY THE
      * SOURCE JOB THAT WROTE A JOURNAL EXTRACT AND THE BATCH DATE
      * GIVEN TO GLPSTFEC WITH IT. EVERY POSTING RUN LEAVES ONE ROW:
      * POSTED (P) WITH THE LINE COUNT AND THE DEBIT AND CREDIT
      * TOTALS, OR REJECTED (R) WITH THE FIRST REASON FOUND. A BATCH
      * ALREADY POSTED IS REFUSED IF IT IS FED IN AGAIN; A REJECTED
      * ONE MAY BE CORRECTED AND RE-RUN UNDER THE SAME KEY.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  GL-BATCH-CONTROL-RECORD.
           05  GLC-KEY.
               10  GLC-SOURCE-JOB          PIC X(08).
               10  GLC-BATCH-DATE          PIC X(08).
           05  GLC-STATUS                  PIC X(01).
               88  GLC-POSTED                  VALUE 'P'.
               88  GLC-REJECTED                VALUE 'R'.
           05  GLC-RUN-DATE                PIC X(08).
           05  GLC-LINE-COUNT              PIC 9(07).
           05  GLC-TOTAL-DEBITS            PIC S9(11)V99.
           05  GLC-TOTAL-CREDITS           PIC S9(11)V99.
           05  GLC-REJECT-REASON           PIC X(30).
      *
