       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RDULSFEC.
       AUTHOR. David Osagiede.
       DATE-WRITTEN. 2026-10-15.
      *PROGRAM DESCRIPTION:
      *Unread reports list, shown between sign-on and the menu.
      *UUSGNFEC (and PWCHGFEC, after a forced password change) pass
      *control here instead of straight to UUMENFEC. The operator's
      *RDUFEC rows - the reports distributed to the operator on
      *RDSFEC that RDUBLFEC found new in the spool and not yet
      *opened in RPTVWFEC - are listed by report id and run date
      *with the title, the first twelve on the screen and the count
      *of all of them in the heading. An operator with nothing
      *waiting goes on to UUMENFEC without seeing the screen. ENTER
      *goes on to the menu, where RPTVWFEC is an option; PF3 ends the
      *session. Reading a report is what takes it off the list, so
      *this screen only reads RDUFEC.
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
       01 WS-CONSTANTS.
           05 WS-YES-CNST                     PIC X VALUE 'Y'.
           05 WS-NO-CNST                      PIC X VALUE 'N'.
           05 WS-END-OF-SESSION-MESSAGE       PIC X(13)
               VALUE 'Session ended'.
      *
       01 WS-RDU-FILE-STATUS-INFO.
           05 WS-RDU-OPEN                     PIC X.
               88 WS-RDU-OPEN-88                    VALUE 'Y'.
               88 WS-RDU-CLOSED-88                  VALUE 'Y'.
           05 WS-RDU-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-RDU-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
           05  BROWSE-DONE-SW              PIC X    VALUE 'N'.
               88 BROWSE-DONE                       VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X.
               88  SEND-ERASE                       VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
      * THE FIRST TEN BYTES ARE THE UUSGNFEC/UUMENFEC SIGN-ON AREA AND
      * GO ON TO UUMENFEC AS THEY CAME. THE FORCED SWITCH IS UUSGNFEC'S
      * AND IS NOT USED HERE; THE MAP-SENT SWITCH TELLS THIS PROGRAM'S
      * OWN RETURN FROM THE FIRST ENTRY.
       01  COMMUNICATION-AREA.
           05  CA-MENU-AREA.
               10  CA-OPERATOR-ID          PIC X(08).
               10  CA-SIGNED-ON-SW         PIC X(01).
                   88  CA-SIGNED-ON            VALUE 'Y'.
               10  CA-OPERATOR-ROLE        PIC 9(01).
           05  CA-PASSWORD-FORCED-SW       PIC X(01).
           05  CA-MAP-SENT-SW              PIC X(01).
               88  CA-MAP-SENT                 VALUE 'Y'.
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
      *
       01  WS-LINE-SUB                     PIC S9(4)  COMP VALUE 0.
       01  WS-LINE-MAX                     PIC S9(4)  COMP VALUE 12.
       01  WS-UNREAD-CNT                   PIC S9(4)  COMP VALUE 0.
       01  WS-UNREAD-CNT-ED                PIC ZZZ9.
      *
       COPY RDUFEC.
      *
       COPY RDLSFEC.
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(12).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-UNREAD-LIST.
      *
           PERFORM 9700-START-USAGE.
           PERFORM 0050-GET-RESOURCE-NAMES.
      *
           MOVE SPACES TO COMMUNICATION-AREA.
           IF EIBCALEN NOT = ZERO
                   AND EIBCALEN NOT >
                       LENGTH OF COMMUNICATION-AREA
               MOVE DFHCOMMAREA (1:EIBCALEN)
                 TO COMMUNICATION-AREA (1:EIBCALEN)
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN NOT CA-SIGNED-ON
                   PERFORM 9710-LOG-USAGE
                   EXEC CICS
                       XCTL PROGRAM('UUSGNFEC')
                   END-EXEC
      *
               WHEN NOT CA-MAP-SENT
                   PERFORM 1000-SHOW-UNREAD-LIST
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1000-SHOW-UNREAD-LIST
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8300-SEND-TERMINATION-MSG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 3000-GO-TO-MENU
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO RDLMFECO
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-UNREAD-MAP
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('RLFE')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       0050-GET-RESOURCE-NAMES.
      *
           EXEC CICS
               LINK PROGRAM('GETRSFEC')
                    COMMAREA(RESNM-COMMAREA)
                    LENGTH(LENGTH OF RESNM-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
       1000-SHOW-UNREAD-LIST.
      *
           MOVE LOW-VALUE TO RDLMFECO.
           PERFORM 2000-LOAD-UNREAD-ROWS.
      *
      *    NOTHING WAITING - STRAIGHT ON TO THE MENU.
           IF WS-UNREAD-CNT = ZERO
               PERFORM 3000-GO-TO-MENU
           END-IF.
      *
           MOVE CA-OPERATOR-ID   TO OPERIDO.
           MOVE WS-UNREAD-CNT    TO WS-UNREAD-CNT-ED.
           MOVE WS-UNREAD-CNT-ED TO UNRDCTO.
           IF WS-UNREAD-CNT > WS-LINE-MAX
               MOVE 'The first 12 are shown.  ENTER=menu  PF3=exit'
                 TO MESSAGEO
           ELSE
               MOVE 'Open them from the report viewer.  ENTER=menu  PF3=
      -             'exit' TO MESSAGEO
           END-IF.
           MOVE 'RLFE' TO TRANIDO.
           SET CA-MAP-SENT TO TRUE.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-UNREAD-MAP.
      *
       1400-SEND-UNREAD-MAP.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('RDLMFEC')
                            MAPSET('RDLSFEC')
                            FROM(RDLMFECO)
                            ERASE
                       END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('RDLMFEC')
                            MAPSET('RDLSFEC')
                            FROM(RDLMFECO)
                            DATAONLY
                       END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('RDLMFEC')
                            MAPSET('RDLSFEC')
                            FROM(RDLMFECO)
                            DATAONLY
                            ALARM
                       END-EXEC
           END-EVALUATE.
      *
       2000-LOAD-UNREAD-ROWS.
      *
           PERFORM 8000-RDU-OPEN.
      *
           MOVE ZERO           TO WS-UNREAD-CNT
                                  WS-LINE-SUB.
           MOVE 'N'            TO BROWSE-DONE-SW.
           MOVE CA-OPERATOR-ID TO RDU-OPERATOR-ID.
           MOVE LOW-VALUE      TO RDU-REPORT-ID
                                  RDU-RUN-DATE.
      *
           EXEC CICS
               STARTBR FILE('RDUFEC')
                       RIDFLD(RDU-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2100-READ-NEXT-UNREAD-ROW
                   UNTIL BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('RDUFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       2100-READ-NEXT-UNREAD-ROW.
      *
           EXEC CICS
               READNEXT FILE('RDUFEC')
                        INTO(UNREAD-REPORT-RECORD)
                        RIDFLD(RDU-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO BROWSE-DONE-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF RDU-OPERATOR-ID NOT = CA-OPERATOR-ID
               MOVE 'Y' TO BROWSE-DONE-SW
           ELSE
               ADD 1 TO WS-UNREAD-CNT
               IF WS-LINE-SUB < WS-LINE-MAX
                   ADD 1 TO WS-LINE-SUB
                   MOVE RDU-REPORT-ID    TO RPTIDO (WS-LINE-SUB)
                   MOVE RDU-RUN-DATE     TO RUNDTO (WS-LINE-SUB)
                   MOVE RDU-REPORT-TITLE TO TITLEO (WS-LINE-SUB)
               END-IF
           END-IF.
      *
       3000-GO-TO-MENU.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               XCTL PROGRAM('UUMENFEC')
                    COMMAREA(CA-MENU-AREA)
           END-EXEC.
      *
       8000-RDU-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=RDUFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('RDUFEC')
                   OPENSTATUS(WS-RDU-OPEN-STATUS)
                   ENABLESTATUS(WS-RDU-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RDU-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=RDUFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('RDUFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-RDU-OPEN
           ELSE IF WS-RDU-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8300-SEND-TERMINATION-MSG.
      *
           EXEC CICS
               SEND TEXT FROM(WS-END-OF-SESSION-MESSAGE)
                    ERASE
                    FREEKB
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
      *
       9700-START-USAGE.
      *
           EXEC CICS
               ASKTIME ABSTIME(USG-START-ABSTIME)
           END-EXEC.
           MOVE SPACES TO USG-FILE-LIST.
      *
       9710-LOG-USAGE.
      *
           MOVE 'RDULSFEC' TO USG-PROGRAM-NAME.
           EXEC CICS
               LINK PROGRAM('USGWRFEC')
                    COMMAREA(USG-COMMAREA)
                    LENGTH(LENGTH OF USG-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
       9999-HANDLE-ABEND.
      *
           MOVE WS-HA-EXEC-TEXT TO WS-HA-HANDLE-ABEND-MSG.
      *
           EXEC CICS
                SEND TEXT FROM(WS-HA-HANDLE-ABEND-MSG)
                    FREEKB
                    ERASE
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
      *
