      *        LOBBY RECORDS BY HAND AND MISSING ONE.  A LOCKDOWN
      *        MAY CARRY AN OPTIONAL RE-ENABLE TIMESTAMP, AND ESONP
      *        LIFTS IT AUTOMATICALLY ONCE THAT TIME PASSES.
      *      - A TERMINAL CAN BE FLAGGED AS NEEDING A ONE-TIME PASSCODE
      *        AFTER THE PASSWORD FOR EVERY USER WHO SIGNS ON FROM IT,
      *        WHATEVER THEIR TYPE'S OWN SIGN-ON RULES SAY.
      *      - EVERY ACTION BUT 'I' NEEDS A CHANGE TICKET (OR THE
      *        EMERGENCY CODE) AND WRITES BEFORE/AFTER IMAGES TO
      *        EMNTAUD UNDER IT - A GROUP ACTION WRITES ONE RECORD
      *        PER TERMINAL FLIPPED.
      *      - ON AN ECALENDR CHANGE-FREEZE DAY THOSE CHANGES ARE
      *        REFUSED UNLESS THE USER HOLDS THE EMERGENCY-CHANGE
      *        FUNCTION ON EAUTH; AN EMERGENCY CHANGE IS FLAGGED ON
      *        ITS EMNTAUD RECORD.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY ETRMMAP.
       COPY ETRMAUT.
       COPY EMNTAUD.
       COPY ECALENDR.
       COPY EERRCOM.
       COPY EAUTH.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
      ******************************************************************
      *   GROUP-ACTION WORK AREAS - THE TERMINAL KEYS BELONGING TO
      *   THE NAMED GROUP ARE COLLECTED DURING THE BROWSE AND FLIPPED
          05 WS-GROUP-KEY OCCURS 50 TIMES
                           PIC X(4).
      ******************************************************************
      *   CHANGE-TICKET REFERENCE - EVERY CHANGE KEYED ON THIS SCREEN
      *   CARRIES ITS TICKET ONTO THE EMNTAUD RECORD (SEE ECHGREC).
      ******************************************************************
       01 WS-CHANGE-TICKET     PIC X(12) VALUE SPACES.
       01 WS-TICKET-MISSING-IND PIC X(1) VALUE 'N'.
          88 WS-TICKET-MISSING          VALUE 'Y'.
      ******************************************************************
      *   CHANGE-FREEZE CHECK - ON AN ECALENDR FREEZE DAY ONLY A USER
      *   GRANTED THE EMERGENCY-CHANGE FUNCTION ON EAUTH MAY MAKE
      *   CHANGES HERE, AND EACH ONE IS FLAGGED ON ITS EMNTAUD RECORD.
      ******************************************************************
       01 WS-FREEZE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-FREEZE-BLOCKED-IND PIC X(1) VALUE 'N'.
          88 WS-FREEZE-BLOCKED          VALUE 'Y'.
       01 WS-FREEZE-OVERRIDE-IND PIC X(1) VALUE 'N'.
          88 WS-FREEZE-OVERRIDE         VALUE 'Y'.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           IF ACTIONI IS EQUAL TO 'A' OR 'D' OR 'L' OR 'R'
              PERFORM 9150-EDIT-CHANGE-TICKET
              PERFORM 9160-CHECK-CHANGE-FREEZE
           END-IF.

           IF WS-TICKET-MISSING
              MOVE "Change ticket (or EMRG) required!" TO MESSO
           ELSE
           IF WS-FREEZE-BLOCKED
              MOVE "Change freeze in effect - emergency role only!"
                   TO MESSO
           ELSE
              EVALUATE ACTIONI
              WHEN 'A'
                   PERFORM 2300-ADD-TERMINAL
              WHEN 'D'
                   PERFORM 2400-DELETE-TERMINAL
              WHEN 'I'
                   PERFORM 2500-INQUIRE-TERMINAL
              WHEN 'L'
                   MOVE 'I' TO WS-GROUP-ACTIVE-IND
                   PERFORM 2600-FLIP-TERMINAL-GROUP
              WHEN 'R'
                   MOVE 'A' TO WS-GROUP-ACTIVE-IND
                   PERFORM 2600-FLIP-TERMINAL-GROUP
              WHEN OTHER
                   MOVE "Action must be A, D, I, L or R!" TO MESSO
              END-EVALUATE
           END-IF
           END-IF.

           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.
           MOVE ACTVSTI TO TA-ACTIVE-IND.
           MOVE GRPNAMI TO TA-GROUP-NAME.
           MOVE SPACES  TO TA-REENABLE-TIMESTAMP.
           MOVE OTPREQI TO TA-OTP-REQUIRED-IND.
           EXEC CICS WRITE
                FILE(AC-TRMAUT-FILENAME)
                FROM (TERMINAL-AUTH-RECORD)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SPACES               TO MA-BEFORE-IMAGE
                MOVE 'TERMADD'            TO MA-ACTION-CODE
                MOVE TERMINAL-AUTH-RECORD TO MA-AFTER-IMAGE
                PERFORM 9200-WRITE-MAINT-AUDIT
                MOVE "Terminal authorization added!" TO MESSO
           WHEN DFHRESP(DUPREC)
                PERFORM 2350-REWRITE-TERMINAL
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE TERMINAL-AUTH-RECORD TO MA-BEFORE-IMAGE
              MOVE ADMALWI TO TA-ADM-ALLOWED-IND
              MOVE MGRALWI TO TA-MGR-ALLOWED-IND
              MOVE STDALWI TO TA-STD-ALLOWED-IND
              MOVE ACTVSTI TO TA-ACTIVE-IND
              MOVE GRPNAMI TO TA-GROUP-NAME
              MOVE OTPREQI TO TA-OTP-REQUIRED-IND
              EXEC CICS REWRITE
                   FILE(AC-TRMAUT-FILENAME)
                   FROM (TERMINAL-AUTH-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'TERMCHG'            TO MA-ACTION-CODE
              MOVE TERMINAL-AUTH-RECORD TO MA-AFTER-IMAGE
              PERFORM 9200-WRITE-MAINT-AUDIT
              MOVE "Terminal authorization changed!" TO MESSO
           ELSE
              MOVE "Error changing terminal!" TO MESSO

       2400-DELETE-TERMINAL.
      *    REMOVE THE RECORD - THE TERMINAL BECOMES UNRESTRICTED
      *    AGAIN, SINCE SIGN-ON ONLY FENCES TERMINALS WITH A RECORD.
      *    THE RECORD IS READ FIRST ONLY FOR ITS EMNTAUD BEFORE IMAGE
           INITIALIZE TERMINAL-AUTH-RECORD.
           MOVE TERMIDI TO TA-TERMINAL-ID.
           EXEC CICS READ
                FILE(AC-TRMAUT-FILENAME)
                INTO (TERMINAL-AUTH-RECORD)
                RIDFLD(TA-TERMINAL-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           MOVE TERMINAL-AUTH-RECORD TO MA-BEFORE-IMAGE.
           EXEC CICS DELETE
                FILE(AC-TRMAUT-FILENAME)
                RIDFLD(TA-TERMINAL-ID)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'TERMDEL'  TO MA-ACTION-CODE
                MOVE SPACES     TO MA-AFTER-IMAGE
                PERFORM 9200-WRITE-MAINT-AUDIT
                MOVE "Terminal authorization deleted!" TO MESSO
           WHEN DFHRESP(NOTFND)
                MOVE "Terminal not found!" TO MESSO
              MOVE TA-ACTIVE-IND      TO ACTVSTI
              MOVE TA-GROUP-NAME      TO GRPNAMI
              MOVE TA-REENABLE-TIMESTAMP TO RETIMEI
              MOVE TA-OTP-REQUIRED-IND   TO OTPREQI
              MOVE "Terminal found!" TO MESSO
           ELSE
              MOVE SPACES TO ADMALWI
              MOVE SPACES TO ACTVSTI
              MOVE SPACES TO GRPNAMI
              MOVE SPACES TO RETIMEI
              MOVE SPACES TO OTPREQI
              MOVE "Terminal not found!" TO MESSO
           END-IF.

                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE TERMINAL-AUTH-RECORD TO MA-BEFORE-IMAGE
              MOVE WS-GROUP-ACTIVE-IND TO TA-ACTIVE-IND
              MOVE WS-GROUP-REENABLE   TO TA-REENABLE-TIMESTAMP
              EXEC CICS REWRITE
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 ADD 1 TO WS-FLIPPED-COUNT
                 IF WS-GROUP-ACTIVE-IND IS EQUAL TO 'I'
                    MOVE 'TERMLOCK' TO MA-ACTION-CODE
                 ELSE
                    MOVE 'TERMREAC' TO MA-ACTION-CODE
                 END-IF
                 MOVE TERMINAL-AUTH-RECORD TO MA-AFTER-IMAGE
                 PERFORM 9200-WRITE-MAINT-AUDIT
              END-IF
           END-IF.

                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.

       9150-EDIT-CHANGE-TICKET.
      *    A CHANGE MUST NAME ITS CHANGE-MANAGEMENT TICKET.  THE
      *    EMERGENCY CODE IS STAMPED WITH THE DAY AND TIME INTO A
      *    UNIQUE EMERGENCY REFERENCE, SHOWN BACK IN THE TICKET FIELD,
      *    THAT THE FOLLOW-UP TICKET MUST QUOTE WITHIN 24 HOURS
           MOVE 'N' TO WS-TICKET-MISSING-IND.
           MOVE TICKETI TO WS-CHANGE-TICKET.
           INSPECT WS-CHANGE-TICKET REPLACING ALL LOW-VALUES BY SPACES.
           IF WS-CHANGE-TICKET IS EQUAL TO SPACES
              SET WS-TICKET-MISSING TO TRUE
           ELSE
              IF WS-CHANGE-TICKET(1:4) IS EQUAL TO
                 AC-EMERGENCY-TICKET-CODE
                 MOVE WS-CURRENT-DATE(7:8) TO WS-CHANGE-TICKET(5:8)
                 MOVE WS-CHANGE-TICKET TO TICKETO
              END-IF
           END-IF.

       9160-CHECK-CHANGE-FREEZE.
      *    TODAY'S ECALENDR ROW DECIDES - NO ROW (OR ANY READ FAILURE)
      *    MEANS NO FREEZE.  INSIDE A FREEZE ONLY A USER-ID GRANT OF
      *    THE EMERGENCY-CHANGE FUNCTION LETS THE CHANGE THROUGH -
      *    THERE IS NO USER-TYPE OR ADMINISTRATOR DEFAULT FOR IT
           MOVE 'N' TO WS-FREEZE-BLOCKED-IND.
           MOVE 'N' TO WS-FREEZE-OVERRIDE-IND.
           MOVE WS-CURRENT-DATE(1:8) TO CA-CALENDAR-DATE.
           EXEC CICS READ
                FILE(AC-CALNDR-FILENAME)
                INTO (CALENDAR-RECORD)
                RIDFLD(CA-CALENDAR-DATE)
                RESP(WS-FREEZE-RESPONSE)
                END-EXEC.
           IF WS-FREEZE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND CA-IS-FREEZE-DAY
              MOVE AC-EMERGENCY-ROLE-FUNCTION TO AT-FUNCTION-CODE
              MOVE WS-ADMIN-ID TO AT-SUBJECT-ID
              EXEC CICS READ
                   FILE(AC-AUTHORITY-FILENAME)
                   INTO (AUTHORITY-RECORD)
                   RIDFLD(AT-AUTHORITY-KEY)
                   RESP(WS-FREEZE-RESPONSE)
                   END-EXEC
              IF WS-FREEZE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 AND AT-IS-ALLOWED
                 SET WS-FREEZE-OVERRIDE TO TRUE
              ELSE
                 SET WS-FREEZE-BLOCKED TO TRUE
              END-IF
           END-IF.

       9200-WRITE-MAINT-AUDIT.
      *    PERMANENT BEFORE/AFTER RECORD OF THE TERMINAL CHANGE JUST
      *    MADE, KEYED BY THE TERMINAL ID IN TA-TERMINAL-ID - CALLERS
      *    SET THE ACTION CODE AND IMAGES BEFORE PERFORMING THIS
           MOVE TA-TERMINAL-ID         TO MA-TARGET-ID.
           MOVE WS-CURRENT-DATE        TO MA-AUDIT-TIMESTAMP.
           MOVE EIBTASKN               TO MA-TASK-NUMBER.
           MOVE WS-ADMIN-ID            TO MA-ACTING-USER-ID.
           MOVE AC-TRMAUT-PROGRAM-NAME TO MA-PROGRAM-NAME.
           MOVE WS-CHANGE-TICKET       TO MA-CHANGE-TICKET.
           MOVE WS-FREEZE-OVERRIDE-IND TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
                RIDFLD(MA-AUDIT-KEY)
                RESP(WS-AUDIT-RESPONSE)
                END-EXEC.
