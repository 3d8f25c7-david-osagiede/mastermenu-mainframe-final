      *                 FILE.
      *2026-09-01  DAO  ADD TYPE 'V' - THE AP VOUCHER SEQUENCE ON
      *                 CONTROL RECORD KEY 5, FOR APVENFEC.
      *2026-10-09  DAO  ADD TYPE 'B' - THE BLANKET PURCHASE ORDER
      *                 SEQUENCE ON CONTROL RECORD KEY 7, FOR BPOMNFEC.
      *2026-10-12  DAO  ADD TYPE 'A' - THE INVENTORY ADJUSTMENT
      *                 SEQUENCE ON CONTROL RECORD KEY 8, FOR ADJENFEC.
      *2026-08-09  DAO  POPULATE GAPLOG-ISSUED-DATE, GAPLOG-RETURNED-
      *                 DATE, AND ERRLOG-DATE FROM ASKTIME/FORMATTIME
      *                 INSTEAD OF MOVING THE RAW PACKED EIBDATE, WHICH
               88  GETIN-TYPE-QUOTE            VALUE 'Q'.
               88  GETIN-TYPE-RMA              VALUE 'M'.
               88  GETIN-TYPE-VOUCHER          VALUE 'V'.
               88  GETIN-TYPE-BLANKET          VALUE 'B'.
               88  GETIN-TYPE-ADJUSTMENT       VALUE 'A'.
      *
       PROCEDURE DIVISION.
      *
                   MOVE 4 TO INVCTL-RECORD-KEY
               WHEN GETIN-TYPE-VOUCHER
                   MOVE 5 TO INVCTL-RECORD-KEY
               WHEN GETIN-TYPE-BLANKET
                   MOVE 7 TO INVCTL-RECORD-KEY
               WHEN GETIN-TYPE-ADJUSTMENT
                   MOVE 8 TO INVCTL-RECORD-KEY
               WHEN OTHER
                   MOVE ZERO TO INVCTL-RECORD-KEY
           END-EVALUATE.
