       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  USGWRFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Transaction usage logger. Every program on the UUMENFEC menu
      *LINKs here with the USGCOM commarea just before it returns to
      *CICS or XCTLs away, the way the online programs LINK to
      *BCLDTFEC. The transaction, terminal, operator and task number
      *come from this task's EIB, which is the caller's; the response
      *time is now less the ABSTIME the caller took as its first
      *statement. One USGLGFEC row is written per task. A failed
      *write is ignored - a usage row is never worth an abend in the
      *program being measured.
      *
      *MOD HISTORY
      *2026-10-15  DAO  ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-RESPONSE-CODE                   PIC S9(8)  COMP.
      *
       01 WS-CURRENT-ABSTIME                 PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE                    PIC X(08).
       01 WS-START-TIME                      PIC X(06).
       01 WS-ELAPSED-MS                      PIC S9(15) COMP-3.
       01 WS-FILE-SUB                        PIC S9(04) COMP.
      *
       COPY USGLGFEC.
      *
       LINKAGE SECTION.
      *
       COPY USGCOM REPLACING ==USG-COMMAREA== BY ==DFHCOMMAREA==.
      *
       PROCEDURE DIVISION.
      *
       0000-LOG-TRANSACTION-USAGE.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-CURRENT-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CURRENT-ABSTIME)
                          YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
      *
           IF USG-START-ABSTIME > ZERO
               COMPUTE WS-ELAPSED-MS =
                   WS-CURRENT-ABSTIME - USG-START-ABSTIME
               EXEC CICS
                   FORMATTIME ABSTIME(USG-START-ABSTIME)
                              TIME(WS-START-TIME)
               END-EXEC
           ELSE
               MOVE ZERO    TO WS-ELAPSED-MS
               MOVE EIBTIME TO WS-START-TIME
           END-IF.
           IF WS-ELAPSED-MS < ZERO
               MOVE ZERO    TO WS-ELAPSED-MS
           END-IF.
           IF WS-ELAPSED-MS > 9999999
               MOVE 9999999 TO WS-ELAPSED-MS
           END-IF.
      *
           MOVE SPACE            TO USAGE-LOG-RECORD.
           MOVE WS-CURRENT-DATE  TO ULG-LOG-DATE.
           MOVE EIBTASKN         TO ULG-TASK-NUMBER.
           MOVE EIBTRNID         TO ULG-TRANSACTION-ID.
           MOVE USG-PROGRAM-NAME TO ULG-PROGRAM-NAME.
           MOVE EIBOPID          TO ULG-OPERATOR-ID.
           MOVE EIBTRMID         TO ULG-TERMINAL-ID.
           MOVE WS-START-TIME    TO ULG-START-TIME.
           MOVE WS-ELAPSED-MS    TO ULG-ELAPSED-MS.
           MOVE ZERO             TO ULG-FILE-COUNT.
           PERFORM 1000-COPY-UPDATED-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 6.
      *
           EXEC CICS
               WRITE FILE('USGLGFEC')
                     FROM(USAGE-LOG-RECORD)
                     RIDFLD(ULG-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       1000-COPY-UPDATED-FILE.
      *
           IF USG-FILE-NAME(WS-FILE-SUB) NOT = SPACES
               ADD 1 TO ULG-FILE-COUNT
               MOVE USG-FILE-NAME(WS-FILE-SUB)
                 TO ULG-FILE-NAME(ULG-FILE-COUNT)
           END-IF.
