      ******************************************************************
      *
      * APXSFEC - SYMBOLIC MAP FOR THE APXMFEC NON-PO EXPENSE
      * VOUCHER MAP. SAME GENERATED-STYLE SHAPE AS APVSFEC. THE
      * PAYABLES CLERK KEYS THE VENDOR, THE VENDOR'S INVOICE NUMBER,
      * DATE AND TOTAL, AND UP TO SIX DISTRIBUTION LINES - A GLMFEC
      * SOURCE CODE AND THE AMOUNT CHARGED TO IT. THE PROGRAM ECHOES
      * THE VENDOR NAME, THE DESCRIPTION OF EACH GL BUCKET, AND THE
      * VOUCHER NUMBER ISSUED.
      *
      * MOD HISTORY
      * 2026-10-06  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  APXMFECI.
           02  FILLER                  PIC X(12).
           02  VENDNOL                 PIC S9(4) COMP.
           02  VENDNOF                 PIC X.
           02  FILLER REDEFINES VENDNOF.
               03  VENDNOH             PIC X.
           02  VENDNOI                 PIC X(06).
           02  VENDORL                 PIC S9(4) COMP.
           02  VENDORF                 PIC X.
           02  FILLER REDEFINES VENDORF.
               03  VENDORH             PIC X.
           02  VENDORI                 PIC X(30).
           02  VINVNOL                 PIC S9(4) COMP.
           02  VINVNOF                 PIC X.
           02  FILLER REDEFINES VINVNOF.
               03  VINVNOH             PIC X.
           02  VINVNOI                 PIC X(10).
           02  VINVDTL                 PIC S9(4) COMP.
           02  VINVDTF                 PIC X.
           02  FILLER REDEFINES VINVDTF.
               03  VINVDTH             PIC X.
           02  VINVDTI                 PIC X(08).
           02  INVAMTL                 PIC S9(4) COMP.
           02  INVAMTF                 PIC X.
           02  FILLER REDEFINES INVAMTF.
               03  INVAMTH             PIC X.
           02  INVAMTI                 PIC X(10).
           02  DIST-LINE-LIST OCCURS 6 TIMES.
               03  GLSRCL              PIC S9(4) COMP.
               03  GLSRCF              PIC X.
               03  FILLER REDEFINES GLSRCF.
                   04  GLSRCH          PIC X.
               03  GLSRCI              PIC X(04).
               03  GLDESCL             PIC S9(4) COMP.
               03  GLDESCF             PIC X.
               03  FILLER REDEFINES GLDESCF.
                   04  GLDESCH         PIC X.
               03  GLDESCI             PIC X(20).
               03  GLAMTL              PIC S9(4) COMP.
               03  GLAMTF              PIC X.
               03  FILLER REDEFINES GLAMTF.
                   04  GLAMTH          PIC X.
               03  GLAMTI              PIC X(10).
           02  VCHNOL                  PIC S9(4) COMP.
           02  VCHNOF                  PIC X.
           02  FILLER REDEFINES VCHNOF.
               03  VCHNOH              PIC X.
           02  VCHNOI                  PIC X(06).
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
       01  APXMFECO REDEFINES APXMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  VENDNOO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  VENDORO                 PIC X(30).
           02  FILLER                  PIC X(03).
           02  VINVNOO                 PIC X(10).
           02  FILLER                  PIC X(03).
           02  VINVDTO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  INVAMTO                 PIC X(10).
           02  DIST-LINE-LIST-O OCCURS 6 TIMES.
               03  FILLER              PIC X(03).
               03  GLSRCO              PIC X(04).
               03  FILLER              PIC X(03).
               03  GLDESCO             PIC X(20).
               03  FILLER              PIC X(03).
               03  GLAMTO              PIC X(10).
           02  FILLER                  PIC X(03).
           02  VCHNOO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
