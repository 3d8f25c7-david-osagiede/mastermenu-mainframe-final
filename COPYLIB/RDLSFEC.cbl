      ******************************************************************
      *
      * RDLSFEC - SYMBOLIC MAP FOR THE RDLMFEC UNREAD REPORTS MAP
      * SHOWN AT SIGN-ON. SAME GENERATED-STYLE SHAPE AS RPTSFEC, WITH
      * ONE LINE PER RDUFEC ROW - REPORT ID, RUN DATE, AND TITLE - FOR
      * THE FIRST TWELVE REPORTS WAITING FOR THE OPERATOR. UNRDCT IS
      * HOW MANY ARE WAITING IN ALL. EVERY FIELD IS DISPLAY ONLY.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  RDLMFECI.
           02  FILLER                  PIC X(12).
           02  OPERIDL                 PIC S9(4) COMP.
           02  OPERIDF                 PIC X.
           02  FILLER REDEFINES OPERIDF.
               03  OPERIDH             PIC X.
           02  OPERIDI                 PIC X(08).
           02  UNRDCTL                 PIC S9(4) COMP.
           02  UNRDCTF                 PIC X.
           02  FILLER REDEFINES UNRDCTF.
               03  UNRDCTH             PIC X.
           02  UNRDCTI                 PIC X(04).
           02  RDL-LINE-LIST OCCURS 12 TIMES.
               03  RPTIDL              PIC S9(4) COMP.
               03  RPTIDF              PIC X.
               03  FILLER REDEFINES RPTIDF.
                   04  RPTIDH          PIC X.
               03  RPTIDI              PIC X(08).
               03  RUNDTL              PIC S9(4) COMP.
               03  RUNDTF              PIC X.
               03  FILLER REDEFINES RUNDTF.
                   04  RUNDTH          PIC X.
               03  RUNDTI              PIC X(08).
               03  TITLEL              PIC S9(4) COMP.
               03  TITLEF              PIC X.
               03  FILLER REDEFINES TITLEF.
                   04  TITLEH          PIC X.
               03  TITLEI              PIC X(40).
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
       01  RDLMFECO REDEFINES RDLMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  OPERIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  UNRDCTO                 PIC X(04).
           02  RDL-LINE-LIST-O OCCURS 12 TIMES.
               03  FILLER              PIC X(03).
               03  RPTIDO              PIC X(08).
               03  FILLER              PIC X(03).
               03  RUNDTO              PIC X(08).
               03  FILLER              PIC X(03).
               03  TITLEO              PIC X(40).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
