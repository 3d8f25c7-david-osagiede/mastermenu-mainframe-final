      ******************************************************************
      *
      * BCLDTCOM - PARAMETER AREA SHARED BY THE BUSINESS CALENDAR DATE
      * ROUTINES AND THEIR CALLERS. ONLINE PROGRAMS LINK TO BCLDTFEC
      * WITH IT AS THE COMMAREA; BATCH PROGRAMS CALL BCLBTFEC USING
      * IT. BOTH READ THE BCLFEC CALENDAR THE SAME WAY.
      *
      * BCLDT-FUNCTION:
      *   R - ROLL BCLDT-DATE-IN FORWARD TO A WORKING DAY: THE DATE
      *       ITSELF WHEN IT IS ONE, OTHERWISE THE NEXT ONE AFTER IT.
      *   A - THE FIRST WORKING DAY STRICTLY AFTER BCLDT-DATE-IN.
      *   T - TEST BCLDT-DATE-IN ONLY; BCLDT-DATE-OUT IS THE DATE.
      *   C - (BATCH ONLY) COUNT THE WORKING DAYS FROM BCLDT-DATE-IN,
      *       ROLLED FORWARD AS FOR R, TO BCLDT-DATE-TO INTO
      *       BCLDT-DAY-COUNT - THE WORKING DAYS AFTER THE FIRST DATE
      *       UP TO AND INCLUDING THE SECOND, NEGATIVE WHEN THE SECOND
      *       IS EARLIER. A DUE DATE IN DATE-IN AND TODAY IN DATE-TO
      *       GIVES BUSINESS DAYS LATE.
      * EVERY FUNCTION RETURNS BCLDT-WORKING-SW AND BCLDT-WEEKDAY
      * (1 MONDAY - 7 SUNDAY) FOR BCLDT-DATE-OUT.
      *
      * A 30/360 DUE DATE PAST THE END OF ITS MONTH (20270230) IS
      * TAKEN AS THE LAST DAY OF THAT MONTH, RETURN CODE 01. A DATE
      * THAT IS NOT A DATE AT ALL RETURNS 10 WITH DATE-OUT EQUAL TO
      * DATE-IN, SO A CALLER CAN CARRY ON WITH WHAT IT HAD.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL PARAMETER AREA.
      *
      ******************************************************************
      *
       01  BCLDT-COMMAREA.
           05  BCLDT-FUNCTION              PIC X(01).
               88  BCLDT-ROLL-FORWARD          VALUE 'R'.
               88  BCLDT-NEXT-AFTER            VALUE 'A'.
               88  BCLDT-TEST-DAY              VALUE 'T'.
               88  BCLDT-COUNT-DAYS            VALUE 'C'.
           05  BCLDT-DATE-IN               PIC X(08).
           05  BCLDT-DATE-TO               PIC X(08).
           05  BCLDT-DATE-OUT              PIC X(08).
           05  BCLDT-DAY-COUNT             PIC S9(07).
           05  BCLDT-WORKING-SW            PIC X(01).
               88  BCLDT-WORKING-DAY           VALUE 'Y'.
               88  BCLDT-CLOSED-DAY            VALUE 'N'.
           05  BCLDT-WEEKDAY               PIC 9(01).
           05  BCLDT-RETURN-CODE           PIC X(02).
               88  BCLDT-DATE-OK               VALUE '00'.
               88  BCLDT-DATE-ADJUSTED         VALUE '01'.
               88  BCLDT-DATE-USABLE           VALUE '00' '01'.
               88  BCLDT-BAD-DATE              VALUE '10'.
               88  BCLDT-NO-WORKING-DAY        VALUE '20'.
      *
