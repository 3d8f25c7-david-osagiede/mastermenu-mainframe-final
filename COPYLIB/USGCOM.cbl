      ******************************************************************
      *
      * USGCOM - TRANSACTION USAGE WORK AREA CARRIED BY EVERY PROGRAM
      * ON THE UUMENFEC MENU. THE PROGRAM ASKTIMES INTO
      * USG-START-ABSTIME AND CLEARS USG-FILE-LIST BEFORE IT DOES
      * ANYTHING ELSE, NOTES EACH FILE IT SUCCESSFULLY WRITES,
      * REWRITES OR DELETES IN USG-FILE-LIST (EACH FILE ONCE, THE
      * FIRST SIX KEPT), AND LINKS TO USGWRFEC WITH
      * USG-COMMAREA JUST BEFORE IT RETURNS OR XCTLS, SO EVERY TASK
      * LEAVES ONE USGLGFEC ROW BEHIND IT.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL WORK AREA.
      *
      ******************************************************************
      *
       01  USG-COMMAREA.
           05  USG-START-ABSTIME           PIC S9(15) COMP-3.
           05  USG-PROGRAM-NAME            PIC X(08).
           05  USG-FILE-LIST.
               10  USG-FILE-NAME           PIC X(08) OCCURS 6 TIMES.
      *
       01  USG-UPDATED-FILE                PIC X(08).
       01  USG-FILE-SUB                    PIC S9(04) COMP.
       01  USG-FILE-SLOT                   PIC S9(04) COMP.
       01  USG-FILE-FOUND-SW               PIC X(01).
           88  USG-FILE-FOUND                  VALUE 'Y'.
      *
