       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAVLPRB.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'AVAILABILITY PROBE' PROGRAM (TRANS EAVL)
      *      - STARTED BY THE ESCHDP SCHEDULER EVERY FEW MINUTES (ITS
      *        ESCHED RECORD CARRIES REPEAT MINUTES).  EACH PASS
      *        CHECKS THAT THE KEY FILES - EREGUSR, THE EACTIDX
      *        ACTIVE-SESSION INDEX, EMPMAS, CARFILE AND EAUTH - ARE
      *        OPEN AND READABLE BY BROWSING TO THEIR FIRST RECORD,
      *        AND THAT THE ESONP SIGN-ON AND EMENU MENU PROGRAMS CAN
      *        STILL BE LOADED.
      *      - EVERY RESULT IS LOGGED TO EAVLLOG FOR THE MONTHLY
      *        EAVLRPT UPTIME REPORT.  EAVLSTS KEEPS EACH SERVICE'S
      *        CURRENT STATE, AND A SERVICE THAT GOES FROM UP TO DOWN
      *        RAISES AN EALERT RECORD, A LINE ON THE SECURITY
      *        PRINTER AND A MESSAGE TO WHOEVER IS ON CALL, ROUTED THE
      *        SAME WAY EINTRMON ROUTES ITS ALERTS (AND ESCALATED BY
      *        IT IF NOBODY PICKS IT UP).
      *      - STAMPS LAST-COMPLETE ON ITS ESCHED RECORD AT THE END OF
      *        EVERY PASS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY ESCHED.
       COPY EAVLLOG.
       COPY EAVLSTS.
       COPY EALERT.
       COPY EONCALL.
       COPY EALRTESC.
       COPY EUSRMSG.
       COPY ENTFQUE.
       COPY EERRCOM.
       COPY DFHAID.

       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE        PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-PROBE-RESPONSE         PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-PROBE-RESPONSE2        PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-STATUS-RESPONSE        PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ALERT-RESPONSE         PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-TIMESTAMP      PIC X(14).
      ******************************************************************
      *   THE FILE PROBE BROWSES FROM LOW-VALUES TO THE FIRST RECORD -
      *   THE KEY AREA IS WIDE ENOUGH FOR ANY OF THE PROBED FILES AND
      *   A RECORD LONGER THAN THE BUFFER (LENGERR) STILL PROVES THE
      *   FILE IS OPEN AND READABLE.
      ******************************************************************
       01 WS-PROBE-KEY              PIC X(64).
       01 WS-PROBE-LENGTH           PIC S9(4) USAGE IS COMPUTATIONAL.
       01 WS-PROBE-RECORD           PIC X(1024).
      ******************************************************************
      *   THE SERVICES PROBED, IN THE ORDER THEY ARE CHECKED - 'F' IS
      *   A FILE (CICS FILE NAME), 'P' A PROGRAM (CICS PROGRAM NAME).
      ******************************************************************
       01 WS-SERVICE-VALUES.
          05 FILLER                 PIC X(9)  VALUE 'EREGUSR F'.
          05 FILLER                 PIC X(9)  VALUE 'EACTIDX F'.
          05 FILLER                 PIC X(9)  VALUE 'EMPMAS  F'.
          05 FILLER                 PIC X(9)  VALUE 'CARFILE F'.
          05 FILLER                 PIC X(9)  VALUE 'EAUTH   F'.
          05 FILLER                 PIC X(9)  VALUE 'ESONP   P'.
          05 FILLER                 PIC X(9)  VALUE 'EMENU   P'.
       01 WS-SERVICE-TABLE REDEFINES WS-SERVICE-VALUES.
          05 WS-SERVICE-ENTRY OCCURS 7 TIMES.
             10 WS-SV-SERVICE-ID    PIC X(8).
             10 WS-SV-SERVICE-TYPE  PIC X(1).
                88 WS-SV-IS-FILE              VALUE 'F'.
       01 WS-SERVICE-COUNT          PIC 9(2) VALUE 7.
       01 WS-SERVICE-SUB            PIC 9(2) VALUE 0.
      ******************************************************************
      *   RESULTS OF THIS PASS, ONE PER SERVICE TABLE ENTRY.
      ******************************************************************
       01 WS-RESULT-TABLE.
          05 WS-RESULT-ENTRY OCCURS 7 TIMES.
             10 WS-RS-RESULT        PIC X(1).
                88 WS-RS-IS-UP                VALUE 'U'.
                88 WS-RS-IS-DOWN              VALUE 'D'.
             10 WS-RS-RESP-CODE     PIC 9(8).
             10 WS-RS-RESP2-CODE    PIC 9(8).
       01 WS-DOWN-COUNT             PIC 9(3) VALUE 0.
       01 WS-NEW-OUTAGE-COUNT       PIC 9(3) VALUE 0.
       01 WS-FIRST-ALERT-KEY        PIC X(21).
       01 WS-ALERT-SEQUENCE         PIC 9(7) VALUE ZERO.
       01 WS-ALERT-TRIES            PIC 9(2) VALUE ZERO.
       01 WS-LIST-PTR               PIC 9(3) VALUE 1.
      ******************************************************************
      *   ON-CALL ROUTING WORK AREAS (AS EINTRMON).
      ******************************************************************
       01 WS-ONCALL-RESPONSE        PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ESC-RESPONSE           PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-MSG-RESPONSE           PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ONCALL-FOUND-IND       PIC X(1) VALUE 'N'.
          88 WS-ONCALL-FOUND                  VALUE 'Y'.
       01 WS-ONCALL-SCAN-DONE-IND   PIC X(1) VALUE 'N'.
          88 WS-ONCALL-SCAN-DONE              VALUE 'Y'.
       01 WS-DAY-OF-WEEK            PIC 9(1).
       01 WS-CURRENT-HHMM           PIC 9(4).
       01 WS-ODW-DATE               PIC 9(8).
       01 WS-MESSAGE-TARGET         PIC X(8).
       01 WS-NTF-RESPONSE           PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-NTF-SEQUENCE           PIC 9(7) VALUE ZERO.
       01 WS-NTF-TRIES              PIC 9(2) VALUE ZERO.
       01 WS-ALERT-LINE.
          05 FILLER                 PIC X(20) VALUE
             'AVAILABILITY ALERT: '.
          05 AL-SERVICE-LIST        PIC X(35).
          05 FILLER                 PIC X(15) VALUE
             ' NOT RESPONDING'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIAL-PROCESSING.
           PERFORM 1100-PROBE-ONE-SERVICE
              VARYING WS-SERVICE-SUB FROM 1 BY 1
              UNTIL WS-SERVICE-SUB IS GREATER THAN WS-SERVICE-COUNT.
           PERFORM 2000-RECORD-ONE-RESULT
              VARYING WS-SERVICE-SUB FROM 1 BY 1
              UNTIL WS-SERVICE-SUB IS GREATER THAN WS-SERVICE-COUNT.
           IF WS-NEW-OUTAGE-COUNT IS GREATER THAN ZERO
              PERFORM 5000-REPORT-NEW-OUTAGES
           END-IF.
           PERFORM 8000-STAMP-SCHEDULE.
           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-INITIAL-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP.
           MOVE SPACES TO AL-SERVICE-LIST.
           MOVE SPACES TO WS-FIRST-ALERT-KEY.

       1100-PROBE-ONE-SERVICE.
           IF WS-SV-IS-FILE(WS-SERVICE-SUB)
              PERFORM 1200-PROBE-FILE
           ELSE
              PERFORM 1300-PROBE-PROGRAM
           END-IF.
           MOVE WS-PROBE-RESPONSE  TO WS-RS-RESP-CODE(WS-SERVICE-SUB).
           MOVE WS-PROBE-RESPONSE2 TO WS-RS-RESP2-CODE(WS-SERVICE-SUB).
           IF WS-RS-IS-DOWN(WS-SERVICE-SUB)
              ADD 1 TO WS-DOWN-COUNT
           END-IF.

       1200-PROBE-FILE.
      *    AN EMPTY FILE (NOTFND/ENDFILE) OR A RECORD TOO LONG FOR THE
      *    BUFFER (LENGERR) STILL ANSWERED - ANYTHING ELSE (NOTOPEN,
      *    DISABLED, IOERR, FILENOTFOUND) IS AN OUTAGE
           MOVE LOW-VALUES TO WS-PROBE-KEY.
           EXEC CICS STARTBR
                FILE(WS-SV-SERVICE-ID(WS-SERVICE-SUB))
                RIDFLD(WS-PROBE-KEY)
                GTEQ
                RESP(WS-PROBE-RESPONSE)
                END-EXEC.
           MOVE EIBRESP2 TO WS-PROBE-RESPONSE2.
           IF WS-PROBE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE LENGTH OF WS-PROBE-RECORD TO WS-PROBE-LENGTH
              EXEC CICS READNEXT
                   FILE(WS-SV-SERVICE-ID(WS-SERVICE-SUB))
                   INTO (WS-PROBE-RECORD)
                   LENGTH(WS-PROBE-LENGTH)
                   RIDFLD(WS-PROBE-KEY)
                   RESP(WS-PROBE-RESPONSE)
                   END-EXEC
              MOVE EIBRESP2 TO WS-PROBE-RESPONSE2
              EXEC CICS ENDBR
                   FILE(WS-SV-SERVICE-ID(WS-SERVICE-SUB))
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
           EVALUATE WS-PROBE-RESPONSE
           WHEN DFHRESP(NORMAL)
           WHEN DFHRESP(NOTFND)
           WHEN DFHRESP(ENDFILE)
           WHEN DFHRESP(LENGERR)
                SET WS-RS-IS-UP(WS-SERVICE-SUB) TO TRUE
           WHEN OTHER
                SET WS-RS-IS-DOWN(WS-SERVICE-SUB) TO TRUE
           END-EVALUATE.

       1300-PROBE-PROGRAM.
      *    A PROGRAM THAT CAN BE LOADED (AND IS THEN RELEASED AGAIN)
      *    IS INSTALLED, ENABLED AND IN THE LOAD LIBRARY
           EXEC CICS LOAD
                PROGRAM(WS-SV-SERVICE-ID(WS-SERVICE-SUB))
                RESP(WS-PROBE-RESPONSE)
                END-EXEC.
           MOVE EIBRESP2 TO WS-PROBE-RESPONSE2.
           IF WS-PROBE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RS-IS-UP(WS-SERVICE-SUB) TO TRUE
              EXEC CICS RELEASE
                   PROGRAM(WS-SV-SERVICE-ID(WS-SERVICE-SUB))
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              SET WS-RS-IS-DOWN(WS-SERVICE-SUB) TO TRUE
           END-IF.

       2000-RECORD-ONE-RESULT.
           INITIALIZE AVAILABILITY-LOG-RECORD.
           MOVE WS-SV-SERVICE-ID(WS-SERVICE-SUB)   TO AV-SERVICE-ID.
           MOVE WS-CURRENT-TIMESTAMP            TO AV-PROBE-TIMESTAMP.
           MOVE WS-SV-SERVICE-TYPE(WS-SERVICE-SUB) TO AV-SERVICE-TYPE.
           MOVE WS-RS-RESULT(WS-SERVICE-SUB)    TO AV-PROBE-RESULT.
           MOVE WS-RS-RESP-CODE(WS-SERVICE-SUB) TO AV-RESP-CODE.
           MOVE WS-RS-RESP2-CODE(WS-SERVICE-SUB) TO AV-RESP2-CODE.
           MOVE EIBTASKN                        TO AV-TASK-NUMBER.
      *    TWO PASSES IN THE SAME SECOND (A MANUAL EAVL ON TOP OF THE
      *    SCHEDULED ONE) LOG ONLY ONCE
           EXEC CICS WRITE
                FILE(AC-AVLLOG-FILENAME)
                FROM (AVAILABILITY-LOG-RECORD)
                RIDFLD(AV-LOG-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              AND WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPREC)
              MOVE '2000-RECORD-ONE-RESULT' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.
           PERFORM 3000-TRACK-SERVICE-STATUS.

       3000-TRACK-SERVICE-STATUS.
      *    ONLY A CHANGE FROM UP (OR NEVER SEEN) TO DOWN RAISES AN
      *    ALERT - THE REST OF THE OUTAGE JUST COUNTS FAILED PROBES
           MOVE WS-SV-SERVICE-ID(WS-SERVICE-SUB) TO AS-SERVICE-ID.
           EXEC CICS READ
                FILE(AC-AVLSTS-FILENAME)
                INTO (AVAILABILITY-STATUS-RECORD)
                RIDFLD(AS-SERVICE-ID)
                RESP(WS-STATUS-RESPONSE)
                UPDATE
                END-EXEC.
           EVALUATE WS-STATUS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 3100-APPLY-RESULT
                EXEC CICS REWRITE
                     FILE(AC-AVLSTS-FILENAME)
                     FROM (AVAILABILITY-STATUS-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                INITIALIZE AVAILABILITY-STATUS-RECORD
                MOVE WS-SV-SERVICE-ID(WS-SERVICE-SUB)
                                          TO AS-SERVICE-ID
                SET AS-IS-UP              TO TRUE
                MOVE SPACES               TO AS-ALERT-KEY
                PERFORM 3100-APPLY-RESULT
                EXEC CICS WRITE
                     FILE(AC-AVLSTS-FILENAME)
                     FROM (AVAILABILITY-STATUS-RECORD)
                     RIDFLD(AS-SERVICE-ID)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN OTHER
                MOVE WS-STATUS-RESPONSE TO WS-CICS-RESPONSE
                MOVE '3000-TRACK-SERVICE-STATUS' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
           END-EVALUATE.

       3100-APPLY-RESULT.
           IF WS-RS-IS-DOWN(WS-SERVICE-SUB)
              IF AS-IS-UP
                 MOVE WS-CURRENT-TIMESTAMP TO AS-RESULT-SINCE
                 MOVE ZERO                 TO AS-FAILED-PROBE-COUNT
                 PERFORM 4000-RAISE-ALERT
                 MOVE IA-ALERT-KEY         TO AS-ALERT-KEY
              END-IF
              ADD 1 TO AS-FAILED-PROBE-COUNT
           ELSE
              IF AS-IS-DOWN
                 MOVE WS-CURRENT-TIMESTAMP TO AS-RESULT-SINCE
                 MOVE SPACES               TO AS-ALERT-KEY
              END-IF
           END-IF.
           IF AS-RESULT-SINCE IS EQUAL TO SPACES
              MOVE WS-CURRENT-TIMESTAMP TO AS-RESULT-SINCE
           END-IF.
           MOVE WS-RS-RESULT(WS-SERVICE-SUB)    TO AS-CURRENT-RESULT.
           MOVE WS-CURRENT-TIMESTAMP            TO
                AS-LAST-PROBE-TIMESTAMP.
           MOVE WS-RS-RESP-CODE(WS-SERVICE-SUB) TO AS-LAST-RESP-CODE.

       4000-RAISE-ALERT.
      *    ONE PERMANENT EALERT RECORD PER SERVICE THAT WENT DOWN.
      *    EVERY ALERT OF THE PASS SHARES THE TASK'S TIMESTAMP, SO THE
      *    TASK NUMBER SEEDS THE KEY SEQUENCE AND A KEY ALREADY TAKEN
      *    STEPS IT ON
           IF WS-ALERT-SEQUENCE IS EQUAL TO ZERO
              MOVE EIBTASKN TO WS-ALERT-SEQUENCE
              SUBTRACT 1 FROM WS-ALERT-SEQUENCE
           END-IF.
           INITIALIZE INTRUSION-ALERT-RECORD.
           MOVE WS-CURRENT-TIMESTAMP TO IA-ALERT-TIMESTAMP.
           SET IA-SERVICE-DOWN       TO TRUE.
           MOVE SPACES               TO IA-TERMINAL-ID.
           MOVE WS-SV-SERVICE-ID(WS-SERVICE-SUB) TO IA-USER-ID.
           MOVE 1                    TO IA-FAILURE-COUNT.
           MOVE WS-DOWN-COUNT        TO IA-DISTINCT-COUNT.
           MOVE ZERO                 TO IA-WINDOW-MINUTES.
           MOVE ZERO TO WS-ALERT-TRIES.
           MOVE DFHRESP(DUPREC) TO WS-ALERT-RESPONSE.
           PERFORM 4100-WRITE-ALERT
              UNTIL WS-ALERT-RESPONSE IS NOT EQUAL TO DFHRESP(DUPREC)
              OR WS-ALERT-TRIES IS GREATER THAN 9.
           IF WS-FIRST-ALERT-KEY IS EQUAL TO SPACES
              MOVE IA-ALERT-KEY TO WS-FIRST-ALERT-KEY
           END-IF.
           ADD 1 TO WS-NEW-OUTAGE-COUNT.
           STRING WS-SV-SERVICE-ID(WS-SERVICE-SUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INTO AL-SERVICE-LIST
                  WITH POINTER WS-LIST-PTR
           END-STRING.

       4100-WRITE-ALERT.
           ADD 1 TO WS-ALERT-TRIES.
           ADD 1 TO WS-ALERT-SEQUENCE.
           MOVE WS-ALERT-SEQUENCE TO IA-TASK-NUMBER.
           EXEC CICS WRITE
                FILE(AC-ALERT-FILENAME)
                FROM (INTRUSION-ALERT-RECORD)
                RIDFLD(IA-ALERT-KEY)
                RESP(WS-ALERT-RESPONSE)
                END-EXEC.

       5000-REPORT-NEW-OUTAGES.
      *    ONE PRINTER LINE AND ONE ON-CALL MESSAGE NAMING EVERY
      *    SERVICE THAT WENT DOWN THIS PASS - THE ESCALATION RECORD
      *    HANGS OFF THE FIRST OF THE PASS'S ALERTS
           EXEC CICS WRITEQ TD
                QUEUE(AC-SECURITY-TDQUEUE)
                FROM (WS-ALERT-LINE)
                LENGTH(LENGTH OF WS-ALERT-LINE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           PERFORM 6000-ROUTE-TO-ON-CALL.

       6000-ROUTE-TO-ON-CALL.
           PERFORM 6100-FIND-CURRENT-ON-CALL.
           IF WS-ONCALL-FOUND
              MOVE OC-PRIMARY-USER-ID TO WS-MESSAGE-TARGET
              PERFORM 6300-QUEUE-ALERT-MESSAGE
              INITIALIZE ALERT-ESCALATION-RECORD
              MOVE WS-FIRST-ALERT-KEY    TO ES-ALERT-KEY
              MOVE OC-PRIMARY-USER-ID    TO ES-ROUTED-TO
              MOVE WS-CURRENT-TIMESTAMP  TO ES-ROUTED-TIMESTAMP
              MOVE MS-MESSAGE-KEY        TO ES-MESSAGE-KEY
              SET ES-IS-PENDING          TO TRUE
              MOVE SPACES                TO ES-ESCALATED-TO
              EXEC CICS WRITE
                   FILE(AC-ALRTESC-FILENAME)
                   FROM (ALERT-ESCALATION-RECORD)
                   RIDFLD(ES-ALERT-KEY)
                   RESP(WS-ESC-RESPONSE)
                   END-EXEC
           END-IF.

       6100-FIND-CURRENT-ON-CALL.
      *    TODAY'S ROSTER RECORDS ARE BROWSED AND THE SHIFT WHOSE
      *    TIME WINDOW COVERS RIGHT NOW WINS - DAY OF WEEK COUNTED
      *    THE SAME WAY EINTRMON AND THE ESONSCH WINDOWS COUNT IT
           MOVE 'N' TO WS-ONCALL-FOUND-IND.
           MOVE 'N' TO WS-ONCALL-SCAN-DONE-IND.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-ODW-DATE.
           COMPUTE WS-DAY-OF-WEEK =
              FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-ODW-DATE)
                           - 1, 7) + 1.
           MOVE WS-CURRENT-TIMESTAMP(9:4) TO WS-CURRENT-HHMM.
           MOVE WS-DAY-OF-WEEK TO OC-DAY-OF-WEEK.
           MOVE LOW-VALUES     TO OC-SHIFT-CODE.
           EXEC CICS STARTBR
                FILE(AC-ONCALL-FILENAME)
                RIDFLD(OC-SHIFT-KEY)
                GTEQ
                RESP(WS-ONCALL-RESPONSE)
                END-EXEC.
           IF WS-ONCALL-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 6200-SCAN-ONE-SHIFT
                 UNTIL WS-ONCALL-SCAN-DONE OR WS-ONCALL-FOUND
              EXEC CICS ENDBR
                   FILE(AC-ONCALL-FILENAME)
                   END-EXEC
           END-IF.

       6200-SCAN-ONE-SHIFT.
           EXEC CICS READNEXT
                FILE(AC-ONCALL-FILENAME)
                INTO (ONCALL-RECORD)
                RIDFLD(OC-SHIFT-KEY)
                RESP(WS-ONCALL-RESPONSE)
                END-EXEC.
           IF WS-ONCALL-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR OC-DAY-OF-WEEK IS NOT EQUAL TO WS-DAY-OF-WEEK
              SET WS-ONCALL-SCAN-DONE TO TRUE
           ELSE
              IF WS-CURRENT-HHMM IS GREATER THAN
                 OR EQUAL TO OC-SHIFT-START-TIME
                 AND WS-CURRENT-HHMM IS LESS THAN
                     OR EQUAL TO OC-SHIFT-END-TIME
                 SET WS-ONCALL-FOUND TO TRUE
              END-IF
           END-IF.

       6300-QUEUE-ALERT-MESSAGE.
           INITIALIZE USER-MESSAGE-RECORD.
           MOVE WS-MESSAGE-TARGET     TO MS-USER-ID.
           MOVE WS-CURRENT-TIMESTAMP  TO MS-MESSAGE-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP  TO MS-EFFECTIVE-TIMESTAMP.
           MOVE SPACES                TO MS-EXPIRY-TIMESTAMP.
           MOVE 'N'                   TO MS-DELIVERED-IND.
           MOVE WS-ALERT-LINE(1:70)   TO MS-MESSAGE-TEXT.
           EXEC CICS WRITE
                FILE(AC-USRMSG-FILENAME)
                FROM (USER-MESSAGE-RECORD)
                RIDFLD(MS-MESSAGE-KEY)
                RESP(WS-MSG-RESPONSE)
                END-EXEC.
           PERFORM 6350-QUEUE-OUTBOUND-NOTICE.

       6350-QUEUE-OUTBOUND-NOTICE.
      *    THE SAME LINE GOES OUT BY E-MAIL OR SMS THROUGH ENTFDSP
           IF WS-NTF-SEQUENCE IS EQUAL TO ZERO
              MOVE EIBTASKN TO WS-NTF-SEQUENCE
           END-IF.
           INITIALIZE NOTIFICATION-QUEUE-RECORD.
           MOVE WS-CURRENT-TIMESTAMP  TO NQ-QUEUED-TIMESTAMP.
           MOVE AC-AVLPRB-PROGRAM-NAME TO NQ-SOURCE-PROGRAM.
           MOVE SPACES                TO NQ-EMPLOYEE-NUMBER.
           MOVE WS-MESSAGE-TARGET     TO NQ-USER-ID.
           MOVE 'AVLALERT'            TO NQ-NOTICE-TYPE.
           MOVE 'SERVICE DOWN - ON-CALL ACTION NEEDED'
                                      TO NQ-SUBJECT.
           MOVE WS-ALERT-LINE         TO NQ-MESSAGE-TEXT.
           MOVE 'SECURITY'            TO NQ-PRINT-QUEUE-ID.
           SET NQ-IS-QUEUED           TO TRUE.
           MOVE SPACES                TO NQ-CHANNEL.
           MOVE ZERO                  TO NQ-ATTEMPT-COUNT.
           MOVE WS-CURRENT-TIMESTAMP  TO NQ-STATUS-TIMESTAMP.
           MOVE ZERO TO WS-NTF-TRIES.
           MOVE DFHRESP(DUPREC) TO WS-NTF-RESPONSE.
           PERFORM 6360-WRITE-OUTBOUND-NOTICE
              UNTIL WS-NTF-RESPONSE IS NOT EQUAL TO DFHRESP(DUPREC)
              OR WS-NTF-TRIES IS GREATER THAN 9.

       6360-WRITE-OUTBOUND-NOTICE.
           ADD 1 TO WS-NTF-TRIES.
           ADD 1 TO WS-NTF-SEQUENCE.
           MOVE WS-NTF-SEQUENCE TO NQ-SEQUENCE-NUMBER.
           EXEC CICS WRITE
                FILE(AC-NTFQUE-FILENAME)
                FROM (NOTIFICATION-QUEUE-RECORD)
                RIDFLD(NQ-NOTICE-KEY)
                RESP(WS-NTF-RESPONSE)
                END-EXEC.

       8000-STAMP-SCHEDULE.
      *    THE SCHEDULER RECORD CARRIES THE LAST-COMPLETION TIMESTAMP
      *    - NO SCHEDULE RECORD (A MANUAL EAVL) IS FINE
           MOVE AC-AVLPRB-TRANSACTION-ID TO SC-TRANSACTION-ID.
           EXEC CICS READ
                FILE(AC-SCHED-FILENAME)
                INTO (SCHEDULE-RECORD)
                RIDFLD(SC-TRANSACTION-ID)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE WS-CURRENT-TIMESTAMP TO SC-LAST-COMPLETE-TIMESTAMP
              EXEC CICS REWRITE
                   FILE(AC-SCHED-FILENAME)
                   FROM (SCHEDULE-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       9300-LOG-ERROR.
      *    HAND THE NON-NORMAL RESP JUST SEEN TO THE CENTRAL ERROR
      *    LOGGER - CALLERS SET ER-PARAGRAPH-NAME FIRST
           MOVE AC-AVLPRB-PROGRAM-NAME TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.
