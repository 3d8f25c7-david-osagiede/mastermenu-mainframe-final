      * CHANGE, OR DELETE A VENDOR.
      *
      * MOD HISTORY
      * 2026-10-08  DAO  ADD THE 1099 FIELDS - REPORTABLE (Y/N), TIN
      *                  TYPE (E/S), TAXPAYER ID, AND FORM BOX (N/R).
      * 2026-09-01  DAO  ORIGINAL MAP.
      *
      ******************************************************************
           02  FILLER REDEFINES VTERMSF.
               03  VTERMSH             PIC X.
           02  VTERMSI                 PIC X(03).
           02  V1099L                  PIC S9(4) COMP.
           02  V1099F                  PIC X.
           02  FILLER REDEFINES V1099F.
               03  V1099H              PIC X.
           02  V1099I                  PIC X(01).
           02  VTINTYL                 PIC S9(4) COMP.
           02  VTINTYF                 PIC X.
           02  FILLER REDEFINES VTINTYF.
               03  VTINTYH             PIC X.
           02  VTINTYI                 PIC X(01).
           02  VTAXIDL                 PIC S9(4) COMP.
           02  VTAXIDF                 PIC X.
           02  FILLER REDEFINES VTAXIDF.
               03  VTAXIDH             PIC X.
           02  VTAXIDI                 PIC X(09).
           02  VBOXL                   PIC S9(4) COMP.
           02  VBOXF                   PIC X.
           02  FILLER REDEFINES VBOXF.
               03  VBOXH               PIC X.
           02  VBOXI                   PIC X(01).
           02  MESSAGEL                PIC S9(4) COMP.
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
           02  FILLER                  PIC X(03).
           02  VTERMSO                 PIC X(03).
           02  FILLER                  PIC X(03).
           02  V1099O                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  VTINTYO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  VTAXIDO                 PIC X(09).
           02  FILLER                  PIC X(03).
           02  VBOXO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
