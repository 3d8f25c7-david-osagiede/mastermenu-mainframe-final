      ******************************************************************
      *
      * RBTSFEC - SYMBOLIC MAP FOR THE RBTMFEC REBATE AGREEMENT
      * MAINTENANCE MAP. SAME GENERATED-STYLE SHAPE AS QBPSFEC, WITH
      * THE SAME ACTION CODE FIELD SO ONE SCREEN CAN ADD, CHANGE, OR
      * DELETE AN AGREEMENT, FIVE TIER ROWS, FIVE QUALIFYING-ITEM
      * ROWS, AND THE STATUS, SALES, AND ACCRUAL SHOWN BACK.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  RBTMFECI.
           02  FILLER                  PIC X(12).
           02  ACTNL                   PIC S9(4) COMP.
           02  ACTNF                   PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNH               PIC X.
           02  ACTNI                   PIC X(01).
           02  CUSTNOL                 PIC S9(4) COMP.
           02  CUSTNOF                 PIC X.
           02  FILLER REDEFINES CUSTNOF.
               03  CUSTNOH             PIC X.
           02  CUSTNOI                 PIC X(06).
           02  AGYEARL                 PIC S9(4) COMP.
           02  AGYEARF                 PIC X.
           02  FILLER REDEFINES AGYEARF.
               03  AGYEARH             PIC X.
           02  AGYEARI                 PIC X(04).
           02  ADESCL                  PIC S9(4) COMP.
           02  ADESCF                  PIC X.
           02  FILLER REDEFINES ADESCF.
               03  ADESCH              PIC X.
           02  ADESCI                  PIC X(30).
           02  STRDTL                  PIC S9(4) COMP.
           02  STRDTF                  PIC X.
           02  FILLER REDEFINES STRDTF.
               03  STRDTH              PIC X.
           02  STRDTI                  PIC X(08).
           02  ENDDTL                  PIC S9(4) COMP.
           02  ENDDTF                  PIC X.
           02  FILLER REDEFINES ENDDTF.
               03  ENDDTH              PIC X.
           02  ENDDTI                  PIC X(08).
           02  TIER OCCURS 5 TIMES.
               03  TTHRSHL             PIC S9(4) COMP.
               03  TTHRSHF             PIC X.
               03  FILLER REDEFINES TTHRSHF.
                   04  TTHRSHH         PIC X.
               03  TTHRSHI             PIC X(09).
               03  TPCTL               PIC S9(4) COMP.
               03  TPCTF               PIC X.
               03  FILLER REDEFINES TPCTF.
                   04  TPCTH           PIC X.
               03  TPCTI               PIC X(04).
           02  QUAL OCCURS 5 TIMES.
               03  QSCOPEL             PIC S9(4) COMP.
               03  QSCOPEF             PIC X.
               03  FILLER REDEFINES QSCOPEF.
                   04  QSCOPEH         PIC X.
               03  QSCOPEI             PIC X(01).
               03  QCODEL              PIC S9(4) COMP.
               03  QCODEF              PIC X.
               03  FILLER REDEFINES QCODEF.
                   04  QCODEH          PIC X.
               03  QCODEI              PIC X(10).
           02  PAYMTHL                 PIC S9(4) COMP.
           02  PAYMTHF                 PIC X.
           02  FILLER REDEFINES PAYMTHF.
               03  PAYMTHH             PIC X.
           02  PAYMTHI                 PIC X(01).
           02  VENDNOL                 PIC S9(4) COMP.
           02  VENDNOF                 PIC X.
           02  FILLER REDEFINES VENDNOF.
               03  VENDNOH             PIC X.
           02  VENDNOI                 PIC X(06).
           02  STATUSL                 PIC S9(4) COMP.
           02  STATUSF                 PIC X.
           02  FILLER REDEFINES STATUSF.
               03  STATUSH             PIC X.
           02  STATUSI                 PIC X(01).
           02  QSALESL                 PIC S9(4) COMP.
           02  QSALESF                 PIC X.
           02  FILLER REDEFINES QSALESF.
               03  QSALESH             PIC X.
           02  QSALESI                 PIC X(14).
           02  ACCRUEDL                PIC S9(4) COMP.
           02  ACCRUEDF                PIC X.
           02  FILLER REDEFINES ACCRUEDF.
               03  ACCRUEDH            PIC X.
           02  ACCRUEDI                PIC X(14).
           02  MESSAGEL                PIC S9(4) COMP.
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  MESSAGEH            PIC X.
           02  MESSAGEI                PIC X(79).
           02  TRANIDL                 PIC S9(4) COMP.
           02  TRANIDF                 PIC X.
           02  FILLER REDEFINES TRANIDF.
               03  TRANIDH             PIC X.
           02  TRANIDI                 PIC X(04).
      *
       01  RBTMFECO REDEFINES RBTMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ACTNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  CUSTNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  AGYEARO                 PIC X(04).
           02  FILLER                  PIC X(03).
           02  ADESCO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  STRDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  ENDDTO                  PIC X(08).
           02  TIER-O OCCURS 5 TIMES.
               03  FILLER              PIC X(03).
               03  TTHRSHO             PIC X(09).
               03  FILLER              PIC X(03).
               03  TPCTO               PIC X(04).
           02  QUAL-O OCCURS 5 TIMES.
               03  FILLER              PIC X(03).
               03  QSCOPEO             PIC X(01).
               03  FILLER              PIC X(03).
               03  QCODEO              PIC X(10).
           02  FILLER                  PIC X(03).
           02  PAYMTHO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  VENDNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  STATUSO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  QSALESO                 PIC X(14).
           02  FILLER                  PIC X(03).
           02  ACCRUEDO                PIC X(14).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
