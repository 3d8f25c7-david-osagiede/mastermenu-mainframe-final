      ******************************************************************
      *
      * DSPFEC - DISPUTED INVOICE BALANCE (DEDUCTION) RECORD. ONE ROW
      * PER INVOICE WHOSE OPEN BALANCE THE CUSTOMER IS DISPUTING -
      * TYPICALLY THE SHORT-PAID REMAINDER INVLBFEC LEAVES OPEN WHEN
      * A LOCKBOX CHECK COMES IN LIGHT - KEYED BY INVOICE NUMBER.
      * WRITTEN AND WORKED BY DSPMNFEC WITH A REASON CODE, AN OWNER
      * (THE OPERATOR WORKING IT), AND NOTES.
      *
      * WHILE THE STATUS IS OPEN (O) THE DISPUTED AMOUNT, UP TO THE
      * INVOICE'S OPEN BALANCE, IS LEFT OUT OF INVDNFEC DUNNING,
      * INVFCFEC FINANCE CHARGES, THE CMCHFEC CREDIT HOLD, AND THE
      * COLWLFEC WORKLIST, AND INVWOFEC WILL NOT WRITE THE INVOICE
      * OFF. A DISPUTE IS RESOLVED EITHER BY A CREDIT MEMO (C), WHOSE
      * NUMBER IS RECORDED HERE, OR BY REINSTATING THE AMOUNT TO
      * COLLECTIBLE (R). RESOLVED ROWS STAY ON FILE FOR THE DSPAGFEC
      * WEEKLY DEDUCTION AGING; A NEW DISPUTE ON THE SAME INVOICE
      * REUSES THE ROW.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  DISPUTE-RECORD.
           05  DSP-KEY.
               10  DSP-INVOICE-NUMBER      PIC 9(06).
           05  DSP-CUSTOMER-NUMBER         PIC X(06).
           05  DSP-DISPUTED-AMOUNT         PIC S9(07)V99.
           05  DSP-REASON-CODE             PIC X(02).
               88  DSP-REASON-PRICING          VALUE 'PR'.
               88  DSP-REASON-SHORTAGE         VALUE 'SH'.
               88  DSP-REASON-DAMAGE           VALUE 'DM'.
               88  DSP-REASON-PROMOTION        VALUE 'PM'.
               88  DSP-REASON-RETURN           VALUE 'RT'.
               88  DSP-REASON-OTHER            VALUE 'OT'.
               88  DSP-REASON-VALID            VALUE 'PR' 'SH' 'DM'
                                                     'PM' 'RT' 'OT'.
           05  DSP-OWNER                   PIC X(08).
           05  DSP-STATUS                  PIC X(01).
               88  DSP-STATUS-OPEN             VALUE 'O'.
               88  DSP-STATUS-CREDITED         VALUE 'C'.
               88  DSP-STATUS-REINSTATED       VALUE 'R'.
           05  DSP-OPENED-DATE             PIC X(08).
           05  DSP-OPENED-BY               PIC X(08).
           05  DSP-RESOLVED-DATE           PIC X(08).
           05  DSP-RESOLVED-BY             PIC X(08).
           05  DSP-CREDIT-MEMO-NUMBER      PIC 9(06).
           05  DSP-NOTES                   PIC X(60).
      *
