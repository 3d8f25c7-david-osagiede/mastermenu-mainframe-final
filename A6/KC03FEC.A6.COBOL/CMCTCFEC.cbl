      *                 CUSTOMER ALREADY IN THE COMMAREA, AND STAMP
      *                 NOTES FROM EIBOPID LIKE EVERY OTHER PROGRAM
      *                 INSTEAD OF ASSIGN USERID.
      *2026-10-15  DAO  CLEAR THE NEW PROMISE-TO-PAY FIELDS ON EVERY
      *                 NOTE WRITTEN FROM THIS SCREEN.
      *
       ENVIRONMENT DIVISION.
      *
           MOVE WS-OPERATOR-ID     TO CTC-OPERATOR-ID.
           MOVE CTYPEI             TO CTC-CONTACT-TYPE.
           MOVE CTEXTI             TO CTC-CONTACT-TEXT.
           MOVE ZERO               TO CTC-PROMISE-AMOUNT.
           MOVE SPACES             TO CTC-PROMISE-DATE.
           MOVE SPACES             TO CTC-PROMISE-STATUS.
      *
           EXEC CICS
               WRITE FILE('CTCFEC')
