      ******************************************************************
      *
      * RTPFEC - RECORD RETENTION POLICY, ONE ROW PER RECORD TYPE THE
      * PURGE JOBS ARCHIVE. RTPOLFEC SETS THE ROWS FROM PARAMETER
      * CARDS; THE PURGE JOBS READ THEIR ROW THROUGH THE RTPBTFEC
      * ROUTINE INSTEAD OF EACH TAKING A CARD OF ITS OWN:
      *   INV   INVPGFEC  PAID INVOICES              (DEFAULT 720)
      *   MOV   MOVPGFEC  INVENTORY MOVEMENTS        (DEFAULT 365)
      *   PAY   PAYPGFEC  PAYMENT HISTORY ROWS       (DEFAULT 365)
      *   OOR   OORPGFEC  INVOICED/CANCELLED ORDERS  (DEFAULT  90)
      *   CUST  CMPGFEC   CLOSED CUSTOMERS           (NO DEFAULT)
      * RETENTION IS IN DAYS ON THE SAME 30/360 COUNT THE PURGE JOBS
      * AGE WITH, SO SEVEN YEARS IS 02520.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  RETENTION-POLICY-RECORD.
           05  RTP-KEY.
               10  RTP-RECORD-TYPE         PIC X(04).
                   88  RTP-VALID-RECORD-TYPE
                                           VALUE 'INV ' 'MOV ' 'PAY '
                                                 'OOR ' 'CUST'.
           05  RTP-RETENTION-DAYS          PIC 9(05).
           05  RTP-DESCRIPTION             PIC X(30).
           05  RTP-SET-DATE                PIC X(08).
           05  RTP-SET-TIME                PIC X(06).
           05  RTP-SET-BY                  PIC X(08).
      *
