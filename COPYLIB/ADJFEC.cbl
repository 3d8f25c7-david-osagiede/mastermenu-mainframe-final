      ******************************************************************
      *
      * ADJFEC - INVENTORY ADJUSTMENT RECORD, KEYED BY AN ADJUSTMENT
      * NUMBER FROM CTLFEC CONTROL RECORD 8 THROUGH GETINFEC. ADJENFEC
      * WRITES ONE ROW FOR EVERY ADJUSTMENT A CLERK KEYS - A SIGNED
      * QUANTITY AGAINST ONE PRODUCT AT ONE LOCATION, WITH A REASON
      * CODE SAYING WHY - STAMPED WITH THE UNIT COST IN FORCE SO THE
      * MONTHLY SHRNKFEC SHRINK REPORT CAN PUT A DOLLAR FIGURE ON IT.
      * AN ADJUSTMENT UNDER THE APPROVAL THRESHOLD POSTS AT ONCE AND
      * LANDS AT STATUS A; ONE AT OR OVER IT LANDS AT STATUS P WITH A
      * PNDFEC ACTION J ROW AND TOUCHES NO STOCK UNTIL A SUPERVISOR
      * APPROVES IT THROUGH APPRVFEC (STATUS A) OR REJECTS IT
      * (STATUS R). ONLY STATUS A ROWS EVER MOVED STOCK.
      *
      * MOD HISTORY
      * 2026-10-12  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  INVENTORY-ADJUSTMENT-RECORD.
           05  ADJ-KEY.
               10  ADJ-ADJUSTMENT-NUMBER   PIC 9(06).
           05  ADJ-PRODUCT-CODE            PIC X(10).
           05  ADJ-LOCATION                PIC 9(01).
           05  ADJ-QUANTITY                PIC S9(07).
           05  ADJ-REASON-CODE             PIC X(02).
               88  ADJ-REASON-DAMAGE           VALUE 'DM'.
               88  ADJ-REASON-SAMPLE           VALUE 'SM'.
               88  ADJ-REASON-THEFT            VALUE 'TH'.
               88  ADJ-REASON-FOUND            VALUE 'FD'.
               88  ADJ-REASON-EXPIRED          VALUE 'EX'.
               88  ADJ-REASON-INTERNAL-USE     VALUE 'IU'.
               88  ADJ-REASON-CORRECTION       VALUE 'CR'.
               88  ADJ-REASON-VALID            VALUE 'DM' 'SM' 'TH'
                                                     'FD' 'EX' 'IU'
                                                     'CR'.
           05  ADJ-UNIT-COST               PIC S9(07)V99.
           05  ADJ-STATUS                  PIC X(01).
               88  ADJ-STATUS-PENDING          VALUE 'P'.
               88  ADJ-STATUS-APPLIED          VALUE 'A'.
               88  ADJ-STATUS-REJECTED         VALUE 'R'.
           05  ADJ-OPERATOR-ID             PIC X(08).
           05  ADJ-ENTRY-DATE              PIC X(08).
           05  ADJ-ENTRY-TIME              PIC X(06).
           05  ADJ-POSTED-DATE             PIC X(08).
           05  ADJ-DECISION-OPERATOR       PIC X(08).
