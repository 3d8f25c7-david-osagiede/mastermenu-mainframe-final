      *back through the run without retyping the key, carried in
      *the commarea between tasks the way UUMENFEC carries its
      *state. Accounting reads last night's register at a terminal
      *instead of walking to the printer. The report must be open to
      *the signed-on operator under the RDSFEC distribution: an
      *administrator sees everything, and a report with no RDSFEC
      *rows is open to all. Otherwise the operator needs an entry of
      *their own or one for their OPR-DEPARTMENT. An
      *operator entry with a burst key shows only the pages the
      *report stamped with that key on SPBFEC, numbered 1, 2, 3 as
      *the operator's own pages. Opening a report takes it off the
      *operator's RDUFEC unread list.
      *
      *MOD HISTORY
      *2026-08-22  DAO  ORIGINAL PROGRAM.
      *2026-10-15  DAO  LOG EVERY TASK TO USGLGFEC THROUGH USGWRFEC -
      *                 START TIME, RESPONSE TIME AND FILES UPDATED.
      *2026-10-15  DAO  CARRY THE SIGN-ON AREA AND ENFORCE THE RDSFEC
      *                 DISTRIBUTION, SHOWING A BURST OPERATOR ONLY
      *                 THE SPBFEC PAGES FOR THE BURST KEY. DELETE THE
      *                 OPERATOR'S RDUFEC UNREAD ROW ON OPENING A
      *                 REPORT. A PAGE ENDS WHERE ITS PAGE NUMBER DOES
      *                 EVEN WHEN A LATER RUN OF THE DAY FOLLOWS.
      *
       ENVIRONMENT DIVISION.
      *
               88 WS-SPL-CLOSED-88                  VALUE 'Y'.
           05 WS-SPL-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-SPL-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-RDS-FILE-STATUS-INFO.
           05 WS-RDS-OPEN                     PIC X.
               88 WS-RDS-OPEN-88                    VALUE 'Y'.
               88 WS-RDS-CLOSED-88                  VALUE 'Y'.
           05 WS-RDS-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-RDS-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-OPR-FILE-STATUS-INFO.
           05 WS-OPRF-OPEN                    PIC X.
               88 WS-OPRF-OPEN-88                   VALUE 'Y'.
               88 WS-OPRF-CLOSED-88                 VALUE 'Y'.
           05 WS-OPRF-OPEN-STATUS             PIC S9(8) COMP VALUE 0.
           05 WS-OPRF-ENABLE-STATUS           PIC S9(8) COMP VALUE 0.
      *
       01 WS-SPB-FILE-STATUS-INFO.
           05 WS-SPB-OPEN                     PIC X.
               88 WS-SPB-OPEN-88                    VALUE 'Y'.
               88 WS-SPB-CLOSED-88                  VALUE 'Y'.
           05 WS-SPB-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-SPB-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-RDU-FILE-STATUS-INFO.
           05 WS-RDU-OPEN                     PIC X.
               88 WS-RDU-OPEN-88                    VALUE 'Y'.
               88 WS-RDU-CLOSED-88                  VALUE 'Y'.
           05 WS-RDU-OPEN-STATUS              PIC S9(8) COMP VALUE 0.
           05 WS-RDU-ENABLE-STATUS            PIC S9(8) COMP VALUE 0.
      *
       01 WS-LINE-SUB                         PIC S9(4) COMP VALUE 0.
       01 WS-WANTED-PAGE                      PIC 9(04) VALUE 0.
           88 WS-BROWSE-DONE                        VALUE 'Y'.
       01 WS-PAGE-FOUND-SW                    PIC X     VALUE 'N'.
           88 WS-PAGE-FOUND                         VALUE 'Y'.
       01 WS-BURST-PAGE-CNT                   PIC 9(04) VALUE 0.
       01 WS-START-RUN-TIME                   PIC X(06) VALUE SPACES.
      *
       COPY ERRPARMS.
      *
       COPY RESNMCOM.
      *
       COPY USGCOM.
      *
       01  SWITCHES.
      *
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
      * THE FIRST TEN BYTES ARE THE UUSGNFEC/UUMENFEC SIGN-ON AREA.
      * THE ACCESS SWITCH IS SETTLED ONCE WHEN A REPORT IS KEYED AND
      * CARRIED WITH THE BURST KEY SO PF7 AND PF8 PAGE THE SAME WAY.
       01  COMMUNICATION-AREA.
           05  CA-MENU-AREA.
               10  CA-OPERATOR-ID          PIC X(08).
               10  CA-SIGNED-ON-SW         PIC X(01).
                   88  CA-SIGNED-ON            VALUE 'Y'.
               10  CA-OPERATOR-ROLE        PIC 9(01).
           05  CA-REPORT-ID                PIC X(08).
           05  CA-RUN-DATE                 PIC X(08).
           05  CA-PAGE-NUMBER              PIC 9(04).
           05  CA-MAP-SENT-SW              PIC X(01).
               88  CA-MAP-SENT                 VALUE 'Y'.
           05  CA-ACCESS-SW                PIC X(01).
               88  CA-ACCESS-UNSETTLED         VALUE SPACE.
               88  CA-ACCESS-FULL              VALUE 'F'.
               88  CA-ACCESS-BURST             VALUE 'B'.
               88  CA-ACCESS-DENIED            VALUE 'N'.
           05  CA-BURST-KEY                PIC X(08).
      *
       01  WS-RESPONSE-CODE                PIC S9(8)  COMP.
      *
       COPY SPLFEC.
      *
       COPY SPBFEC.
      *
       COPY RDSFEC.
      *
       COPY RDUFEC.
      *
       COPY OPRFEC.
      *
       COPY RPTSFEC.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(40).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-REPORT-VIEW.
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
                   PERFORM 1500-START-REPORT-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1500-START-REPORT-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
           END-EVALUATE.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN TRANSID('RVFE')
                      COMMAREA(COMMUNICATION-AREA)
           IF VALID-DATA
               MOVE REPTIDI TO CA-REPORT-ID
               MOVE RUNDTI  TO CA-RUN-DATE
               PERFORM 1300-SETTLE-REPORT-ACCESS
               IF CA-ACCESS-DENIED
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That report is not distributed to you.'
                     TO MESSAGEO
                   MOVE SPACES TO CA-REPORT-ID
                                  CA-RUN-DATE
                   MOVE ZERO   TO CA-PAGE-NUMBER
               END-IF
           END-IF.
           IF VALID-DATA
               IF PAGENOL = ZERO OR PAGENOI = SPACE
                   MOVE 1 TO CA-PAGE-NUMBER
               ELSE
                   MOVE PAGENOI TO CA-PAGE-NUMBER
               END-IF
               PERFORM 2000-DISPLAY-SPOOL-PAGE
               PERFORM 2500-MARK-REPORT-READ
           END-IF.
           IF VALID-DATA
               SET SEND-DATAONLY TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *    ADMINISTRATOR, THEN THE OPERATOR'S OWN ENTRY, THEN THE
      *    DEPARTMENT'S, AND LAST WHETHER THE REPORT IS DISTRIBUTED AT
      *    ALL - ONE WITH NO RDSFEC ROWS IS OPEN TO EVERYONE.
       1300-SETTLE-REPORT-ACCESS.
      *
           MOVE SPACE  TO CA-ACCESS-SW.
           MOVE SPACES TO CA-BURST-KEY.
      *
           IF CA-OPERATOR-ROLE = 9
               SET CA-ACCESS-FULL TO TRUE
           END-IF.
           IF CA-ACCESS-UNSETTLED
               PERFORM 1310-CHECK-OPERATOR-ENTRY
           END-IF.
           IF CA-ACCESS-UNSETTLED
               PERFORM 1320-CHECK-DEPARTMENT-ENTRY
           END-IF.
           IF CA-ACCESS-UNSETTLED
               PERFORM 1330-CHECK-REPORT-LISTED
           END-IF.
      *
       1310-CHECK-OPERATOR-ENTRY.
      *
           PERFORM 8100-RDS-OPEN.
      *
           MOVE CA-REPORT-ID   TO RDS-REPORT-ID.
           MOVE 'O'            TO RDS-ENTRY-TYPE.
           MOVE CA-OPERATOR-ID TO RDS-ENTRY-VALUE.
      *
           EXEC CICS
               READ FILE('RDSFEC')
                    INTO(REPORT-DISTRIBUTION-RECORD)
                    RIDFLD(RDS-KEY)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF RDS-BURST-KEY = SPACES
               SET CA-ACCESS-FULL TO TRUE
           ELSE
               SET CA-ACCESS-BURST TO TRUE
               MOVE RDS-BURST-KEY TO CA-BURST-KEY
           END-IF.
      *
       1320-CHECK-DEPARTMENT-ENTRY.
      *
           PERFORM 8200-OPR-OPEN.
      *
           EXEC CICS
               READ FILE('OPRFEC')
                    INTO(OPERATOR-RECORD)
                    RIDFLD(CA-OPERATOR-ID)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACES TO OPR-DEPARTMENT
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
           IF OPR-DEPARTMENT NOT = SPACES
               MOVE CA-REPORT-ID   TO RDS-REPORT-ID
               MOVE 'D'            TO RDS-ENTRY-TYPE
               MOVE OPR-DEPARTMENT TO RDS-ENTRY-VALUE
               EXEC CICS
                   READ FILE('RDSFEC')
                        INTO(REPORT-DISTRIBUTION-RECORD)
                        RIDFLD(RDS-KEY)
                        RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   SET CA-ACCESS-FULL TO TRUE
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
           END-IF.
      *
       1330-CHECK-REPORT-LISTED.
      *
           SET CA-ACCESS-FULL TO TRUE.
           MOVE CA-REPORT-ID TO RDS-REPORT-ID.
           MOVE LOW-VALUE    TO RDS-ENTRY-TYPE
                                RDS-ENTRY-VALUE.
      *
           EXEC CICS
               STARTBR FILE('RDSFEC')
                       RIDFLD(RDS-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               EXEC CICS
                   READNEXT FILE('RDSFEC')
                            INTO(REPORT-DISTRIBUTION-RECORD)
                            RIDFLD(RDS-KEY)
                            RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       AND RDS-REPORT-ID = CA-REPORT-ID
                   SET CA-ACCESS-DENIED TO TRUE
               ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                    AND WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   PERFORM 9999-HANDLE-ABEND
               END-IF
               EXEC CICS
                   ENDBR FILE('RDSFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       1500-START-REPORT-MAP.
      *
           MOVE LOW-VALUE TO RPTMFECO.
           MOVE 'RVFE'    TO TRANIDO.
           MOVE SPACES    TO CA-REPORT-ID
                             CA-RUN-DATE
                             CA-ACCESS-SW
                             CA-BURST-KEY.
           MOVE ZERO      TO CA-PAGE-NUMBER.
           SET CA-MAP-SENT TO TRUE.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-REPORT-MAP.
      *
       1600-PAGE-FORWARD.
      *
           MOVE CA-PAGE-NUMBER  TO PAGENOO.
           MOVE 'RVFE'          TO TRANIDO.
      *
           MOVE CA-PAGE-NUMBER  TO WS-WANTED-PAGE.
           MOVE ZEROS           TO WS-START-RUN-TIME.
           MOVE ZERO            TO WS-LINE-SUB.
           MOVE 'N'             TO WS-BROWSE-DONE-SW
                                   WS-PAGE-FOUND-SW.
      *
      * A BURST OPERATOR'S PAGE N IS THE NTH PAGE OF THE RUN STAMPED
      * WITH THE BURST KEY, SO FIND WHICH SPOOL PAGE THAT IS FIRST.
           IF CA-ACCESS-BURST
               PERFORM 2200-FIND-BURST-PAGE
           END-IF.
      *
           MOVE CA-REPORT-ID      TO SPL-REPORT-ID.
           MOVE CA-RUN-DATE       TO SPL-RUN-DATE.
           MOVE WS-START-RUN-TIME TO SPL-RUN-TIME.
           MOVE ZERO              TO SPL-PAGE-NUMBER
                                     SPL-LINE-NUMBER.
      *
           IF WS-BROWSE-DONE
               CONTINUE
           ELSE
               PERFORM 2050-BROWSE-SPOOL-PAGE
           END-IF.
      *
       2050-BROWSE-SPOOL-PAGE.
      *
           EXEC CICS
               STARTBR FILE('SPLFEC')
                   ENDBR FILE('SPLFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF CA-ACCESS-BURST
                   MOVE 'Your pages only.  PF7=back  PF8=forward  PF3=ex
      -                 'it' TO MESSAGEO
               ELSE
                   MOVE 'PF7=back  PF8=forward  PF3=exit' TO MESSAGEO
               END-IF
           ELSE IF MESSAGEO = LOW-VALUE
               EXEC CICS
                   ENDBR FILE('SPLFEC')
           ELSE IF SPL-REPORT-ID NOT = CA-REPORT-ID
                OR SPL-RUN-DATE  NOT = CA-RUN-DATE
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE IF WS-PAGE-FOUND
                AND SPL-PAGE-NUMBER NOT = WS-WANTED-PAGE
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE IF SPL-PAGE-NUMBER > WS-WANTED-PAGE
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE IF SPL-PAGE-NUMBER = WS-WANTED-PAGE
                   MOVE SPL-PRINT-LINE TO RPTLINO (WS-LINE-SUB)
               END-IF
           END-IF.
      *
       2200-FIND-BURST-PAGE.
      *
           PERFORM 8400-SPB-OPEN.
      *
           MOVE CA-REPORT-ID TO SPB-REPORT-ID.
           MOVE CA-RUN-DATE  TO SPB-RUN-DATE.
           MOVE ZEROS        TO SPB-RUN-TIME.
           MOVE ZERO         TO SPB-PAGE-NUMBER
                                WS-BURST-PAGE-CNT.
           MOVE 'N'          TO WS-PAGE-FOUND-SW.
      *
           EXEC CICS
               STARTBR FILE('SPBFEC')
                       RIDFLD(SPB-KEY)
                       GTEQ
                       RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE
               PERFORM 2210-READ-NEXT-BURST-ROW
                   UNTIL WS-BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('SPBFEC')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
      *    THE SPOOL BROWSE STARTS AT THE RUN AND PAGE FOUND HERE. WITH
      *    NONE FOUND THERE IS NOTHING TO BROWSE.
           IF WS-PAGE-FOUND
               MOVE 'N' TO WS-BROWSE-DONE-SW
                           WS-PAGE-FOUND-SW
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               IF WS-BURST-PAGE-CNT = ZERO
                   MOVE 'None of this run''s pages are yours.'
                     TO MESSAGEO
               ELSE
                   MOVE 'That page is past the end of your pages.'
                     TO MESSAGEO
               END-IF
           END-IF.
      *
       2210-READ-NEXT-BURST-ROW.
      *
           EXEC CICS
               READNEXT FILE('SPBFEC')
                        INTO(SPOOL-BURST-RECORD)
                        RIDFLD(SPB-KEY)
                        RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-HANDLE-ABEND
           ELSE IF SPB-REPORT-ID NOT = CA-REPORT-ID
                OR SPB-RUN-DATE  NOT = CA-RUN-DATE
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE IF SPB-BURST-KEY = CA-BURST-KEY
               ADD 1 TO WS-BURST-PAGE-CNT
               IF WS-BURST-PAGE-CNT = CA-PAGE-NUMBER
                   MOVE 'Y'             TO WS-BROWSE-DONE-SW
                                           WS-PAGE-FOUND-SW
                   MOVE SPB-RUN-TIME    TO WS-START-RUN-TIME
                   MOVE SPB-PAGE-NUMBER TO WS-WANTED-PAGE
               END-IF
           END-IF.
      *
       2500-MARK-REPORT-READ.
      *
           PERFORM 8500-RDU-OPEN.
      *
           MOVE CA-OPERATOR-ID TO RDU-OPERATOR-ID.
           MOVE CA-REPORT-ID   TO RDU-REPORT-ID.
           MOVE CA-RUN-DATE    TO RDU-RUN-DATE.
      *
           EXEC CICS
               DELETE FILE('RDUFEC')
                      RIDFLD(RDU-KEY)
                      RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'RDUFEC' TO USG-UPDATED-FILE
           PERFORM 9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       1400-SEND-REPORT-MAP.
      *
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8100-RDS-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=RDSFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('RDSFEC')
                   OPENSTATUS(WS-RDS-OPEN-STATUS)
                   ENABLESTATUS(WS-RDS-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-RDS-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=RDSFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('RDSFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-RDS-OPEN
           ELSE IF WS-RDS-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8200-OPR-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=OPRFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('OPRFEC')
                   OPENSTATUS(WS-OPRF-OPEN-STATUS)
                   ENABLESTATUS(WS-OPRF-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-OPRF-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=OPRFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('OPRFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-OPRF-OPEN
           ELSE IF WS-OPRF-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8300-SEND-TERMINATION-MSG.
      *
                    FREEKB
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
      *
       8400-SPB-OPEN.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'INQUIRE'                     TO WS-HA-EXEC-TEXT-T4.
           MOVE 'FILE=SPBFEC'                 TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               INQUIRE FILE('SPBFEC')
                   OPENSTATUS(WS-SPB-OPEN-STATUS)
                   ENABLESTATUS(WS-SPB-ENABLE-STATUS)
                   RESP        (WS-RESPONSE-CODE)
                   RESP2       (WS-RESPONSE-CODE)
           END-EXEC.
      *
           IF WS-SPB-OPEN-STATUS = DFHVALUE(CLOSED)
               MOVE 'SET FILE OPEN'           TO WS-HA-EXEC-TEXT-T4
               MOVE 'FILE=SPBFEC'             TO WS-HA-EXEC-TEXT-T5
               EXEC CICS
                   SET FILE('SPBFEC') OPEN
               END-EXEC
               MOVE 'Y' TO WS-SPB-OPEN
           ELSE IF WS-SPB-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               PERFORM 9999-HANDLE-ABEND
           END-IF.
      *
       8500-RDU-OPEN.
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
       9700-START-USAGE.
      *
           EXEC CICS
               ASKTIME ABSTIME(USG-START-ABSTIME)
           END-EXEC.
           MOVE SPACES TO USG-FILE-LIST.
      *
       9710-LOG-USAGE.
      *
           MOVE 'RPTVWFEC' TO USG-PROGRAM-NAME.
           EXEC CICS
               LINK PROGRAM('USGWRFEC')
                    COMMAREA(USG-COMMAREA)
                    LENGTH(LENGTH OF USG-COMMAREA)
                    RESP(WS-RESPONSE-CODE)
           END-EXEC.
      *
       9720-NOTE-FILE-UPDATE.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'N'  TO USG-FILE-FOUND-SW
               MOVE ZERO TO USG-FILE-SLOT
               PERFORM 9730-MATCH-UPDATED-FILE
                   VARYING USG-FILE-SUB FROM 1 BY 1
                   UNTIL USG-FILE-SUB > 6
               IF NOT USG-FILE-FOUND AND USG-FILE-SLOT > ZERO
                   MOVE USG-UPDATED-FILE
                     TO USG-FILE-NAME(USG-FILE-SLOT)
               END-IF
           END-IF.
      *
       9730-MATCH-UPDATED-FILE.
      *
           IF USG-FILE-NAME(USG-FILE-SUB) = USG-UPDATED-FILE
               MOVE 'Y' TO USG-FILE-FOUND-SW
           ELSE IF USG-FILE-NAME(USG-FILE-SUB) = SPACES
                   AND USG-FILE-SLOT = ZERO
               MOVE USG-FILE-SUB TO USG-FILE-SLOT
           END-IF.
      *
       9999-HANDLE-ABEND.
      *
                    ERASE
           END-EXEC.
      *
           PERFORM 9710-LOG-USAGE.
           EXEC CICS
               RETURN
           END-EXEC.
