      * 2026-08-09  DAO  ORIGINAL PROGRAM.
      * 2026-08-09  DAO  ADD REORDPTI/O SO THE REORDER POINT IS
      *                  VISIBLE ON THE SCREEN.
      * 2026-10-11  DAO  ADD COMMITI/O AND ATPI/O - THE QUANTITY OPEN
      *                  ORDERS HAVE COMMITTED AND WHAT IS LEFT TO
      *                  PROMISE, SHOWN BESIDE THE ON-HAND QUANTITY.
      *
      ******************************************************************
      *
           02  FILLER REDEFINES REORDPTF.
               03  REORDPTH            PIC X.
           02  REORDPTI                PIC X(07).
           02  COMMITL                 PIC S9(4) COMP.
           02  COMMITF                 PIC X.
           02  FILLER REDEFINES COMMITF.
               03  COMMITH             PIC X.
           02  COMMITI                 PIC X(07).
           02  ATPL                    PIC S9(4) COMP.
           02  ATPF                    PIC X.
           02  FILLER REDEFINES ATPF.
               03  ATPH                PIC X.
           02  ATPI                    PIC X(08).
           02  MESSAGEL                PIC S9(4) COMP.
           02  MESSAGEF                PIC X.
           02  FILLER REDEFINES MESSAGEF.
           02  FILLER                  PIC X(03).
           02  REORDPTO                PIC X(07).
           02  FILLER                  PIC X(03).
           02  COMMITO                 PIC X(07).
           02  FILLER                  PIC X(03).
           02  ATPO                    PIC X(08).
           02  FILLER                  PIC X(03).
           02  MESSAGEO                PIC X(79).
           02  FILLER                  PIC X(03).
           02  TRANIDO                 PIC X(04).
