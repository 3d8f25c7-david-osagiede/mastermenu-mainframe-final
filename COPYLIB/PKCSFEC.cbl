      ******************************************************************
      *
      * PKCSFEC - SYMBOLIC MAP FOR THE PKCMFEC PICK CONFIRMATION MAP.
      * SAME GENERATED-STYLE SHAPE AS SHPSFEC. THE PICKER KEYS THE
      * ORDER NUMBER ALONE TO SEE WHAT THE PICK LIST SENT THEM FOR
      * (PRODUCT AND QUANTITY TO PICK ECHO BACK), THEN KEYS THE
      * QUANTITY ACTUALLY PICKED AGAINST EVERY LINE, WITH A SHORT
      * REASON ON ANY LINE THAT CAME UP SHORT, AND PRESSES ENTER
      * AGAIN. PICKID DEFAULTS TO THE SIGNED-ON OPERATOR.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  PKCMFECI.
           02  FILLER                  PIC X(12).
           02  ORDNOL                  PIC S9(4) COMP.
           02  ORDNOF                  PIC X.
           02  FILLER REDEFINES ORDNOF.
               03  ORDNOH              PIC X.
           02  ORDNOI                  PIC X(06).
           02  PICKIDL                 PIC S9(4) COMP.
           02  PICKIDF                 PIC X.
           02  FILLER REDEFINES PICKIDF.
               03  PICKIDH             PIC X.
           02  PICKIDI                 PIC X(08).
           02  PKC-LINE-ITEMS OCCURS 10 TIMES.
               03  PRODCDL             PIC S9(4) COMP.
               03  PRODCDF             PIC X.
               03  FILLER REDEFINES PRODCDF.
                   04  PRODCDH         PIC X.
               03  PRODCDI             PIC X(10).
               03  PICKQTYL            PIC S9(4) COMP.
               03  PICKQTYF            PIC X.
               03  FILLER REDEFINES PICKQTYF.
                   04  PICKQTYH        PIC X.
               03  PICKQTYI            PIC X(07).
               03  QTYPKDL             PIC S9(4) COMP.
               03  QTYPKDF             PIC X.
               03  FILLER REDEFINES QTYPKDF.
                   04  QTYPKDH         PIC X.
               03  QTYPKDI             PIC X(07).
               03  REASONL             PIC S9(4) COMP.
               03  REASONF             PIC X.
               03  FILLER REDEFINES REASONF.
                   04  REASONH         PIC X.
               03  REASONI             PIC X(02).
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
       01  PKCMFECO REDEFINES PKCMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  ORDNOO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  PICKIDO                 PIC X(08).
           02  PKC-LINE-ITEMS-O OCCURS 10 TIMES.
               03  FILLER              PIC X(03).
               03  PRODCDO             PIC X(10).
               03  FILLER              PIC X(03).
               03  PICKQTYO            PIC X(07).
               03  FILLER              PIC X(03).
               03  QTYPKDO             PIC X(07).
               03  FILLER              PIC X(03).
               03  REASONO             PIC X(02).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
