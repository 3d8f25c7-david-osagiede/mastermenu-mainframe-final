      ******************************************************************
      *
      * PWCSFEC - SYMBOLIC MAP FOR THE PWCMFEC OPERATOR PASSWORD
      * CHANGE MAP. OPERID IS DISPLAY ONLY - THE SIGNED-ON OPERATOR.
      * CURPWD, NEWPWD, AND CNFPWD ARE DARK (NON-DISPLAY) FIELDS FOR
      * THE PRESENT PASSWORD, THE NEW ONE, AND THE NEW ONE AGAIN.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  PWCMFECI.
           02  FILLER                  PIC X(12).
           02  OPERIDL                 PIC S9(4) COMP.
           02  OPERIDF                 PIC X.
           02  FILLER REDEFINES OPERIDF.
               03  OPERIDH             PIC X.
           02  OPERIDI                 PIC X(08).
           02  CURPWDL                 PIC S9(4) COMP.
           02  CURPWDF                 PIC X.
           02  FILLER REDEFINES CURPWDF.
               03  CURPWDH             PIC X.
           02  CURPWDI                 PIC X(08).
           02  NEWPWDL                 PIC S9(4) COMP.
           02  NEWPWDF                 PIC X.
           02  FILLER REDEFINES NEWPWDF.
               03  NEWPWDH             PIC X.
           02  NEWPWDI                 PIC X(08).
           02  CNFPWDL                 PIC S9(4) COMP.
           02  CNFPWDF                 PIC X.
           02  FILLER REDEFINES CNFPWDF.
               03  CNFPWDH             PIC X.
           02  CNFPWDI                 PIC X(08).
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
       01  PWCMFECO REDEFINES PWCMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  OPERIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  CURPWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  NEWPWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  CNFPWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
