      ******************************************************************
      *
      * BSTSFEC - SYMBOLIC MAP FOR THE BSTMFEC BATCH STATUS MAP. THE
      * OPERATOR KEYS A STREAM DATE AND BSTINFEC FILLS THE TWELVE
      * DISPLAY LINES, ONE JOB FROM RUNHIST AND JOBDEP PER LINE, WITH
      * THE COLUMN HEADINGS IN HEAD. PICK TAKES AN S AGAINST A FAILED
      * JOB, AND THE SAME LINES THEN SHOW THAT JOB'S ERRLOG ROWS WITH
      * HEAD CHANGED TO SUIT. THE LINE FIELDS ARE AN OCCURS GROUP THE
      * WAY BMS GENERATES A DFHMDF WITH OCCURS.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL MAP.
      *
      ******************************************************************
      *
       01  BSTMFECI.
           02  FILLER                  PIC X(12).
           02  SDATEL                  PIC S9(4) COMP.
           02  SDATEF                  PIC X.
           02  FILLER REDEFINES SDATEF.
               03  SDATEH              PIC X.
           02  SDATEI                  PIC X(08).
           02  HEADL                   PIC S9(4) COMP.
           02  HEADF                   PIC X.
           02  FILLER REDEFINES HEADF.
               03  HEADH               PIC X.
           02  HEADI                   PIC X(79).
           02  BST-LINE-LIST OCCURS 12 TIMES.
               03  PICKL               PIC S9(4) COMP.
               03  PICKF               PIC X.
               03  FILLER REDEFINES PICKF.
                   04  PICKH           PIC X.
               03  PICKI               PIC X(01).
               03  LINEL               PIC S9(4) COMP.
               03  LINEF               PIC X.
               03  FILLER REDEFINES LINEF.
                   04  LINEH           PIC X.
               03  LINEI               PIC X(76).
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
       01  BSTMFECO REDEFINES BSTMFECI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  SDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  HEADO                   PIC X(79).
           02  BST-LINE-LIST-O OCCURS 12 TIMES.
               03  FILLER              PIC X(03).
               03  PICKO               PIC X(01).
               03  FILLER              PIC X(03).
               03  LINEO               PIC X(76).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
      *
