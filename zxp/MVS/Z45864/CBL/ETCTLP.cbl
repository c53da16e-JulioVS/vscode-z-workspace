      *      - 'D' DISABLES A FUNCTION WITH A MANDATORY SHORT REASON
      *        (SHOWN TO USERS INSTEAD OF THE FUNCTION), 'E' ENABLES
      *        IT AGAIN, 'I' INQUIRES.  BOTH CHANGES LAND IN EMNTAUD.
      *      - 'D' AND 'E' NEED A CHANGE TICKET (OR THE EMERGENCY
      *        CODE), CARRIED ONTO THE EMNTAUD RECORD.
      *      - ON AN ECALENDR CHANGE-FREEZE DAY THOSE CHANGES ARE
      *        REFUSED UNLESS THE USER HOLDS THE EMERGENCY-CHANGE
      *        FUNCTION ON EAUTH; AN EMERGENCY CHANGE IS FLAGGED ON
      *        ITS EMNTAUD RECORD.
      *      - A SWITCH CHANGE OUTDATES EVERY USER'S EMENU AUTHORITY
      *        CACHE THROUGH EAUCRTE, SO IT TAKES EFFECT AT ONCE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ETCLMAP.
       COPY ETRNCTL.
       COPY EMNTAUD.
       COPY ECALENDR.
       COPY EERRCOM.
       COPY EAUCCOM.
       COPY EAUTH.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUTHCACHE-RESPONSE PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-RECORD-FOUND-IND  PIC X(1) VALUE 'N'.
          88 WS-RECORD-FOUND            VALUE 'Y'.
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
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           IF ACTIONI IS EQUAL TO 'D' OR 'E'
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
              WHEN 'D'
                   PERFORM 2300-DISABLE-FUNCTION
              WHEN 'E'
                   PERFORM 2400-ENABLE-FUNCTION
              WHEN 'I'
                   PERFORM 2500-INQUIRE-FUNCTION
              WHEN OTHER
                   MOVE "Action must be D, E or I!" TO MESSO
              END-EVALUATE
           END-IF
           END-IF.

           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 9400-REFRESH-AUTH-CACHE
           END-IF.

       2900-RETURN-TO-SIGNON.
      *    BACK OUT TO THE SIGN-ON TRANSACTION
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
      *    PERMANENT BEFORE/AFTER RECORD OF THE SWITCH ACTION JUST
      *    TAKEN - CALLERS SET THE TARGET, ACTION CODE AND IMAGES
           MOVE EIBTASKN               TO MA-TASK-NUMBER.
           MOVE WS-ADMIN-ID            TO MA-ACTING-USER-ID.
           MOVE AC-TRNCTL-PROGRAM-NAME TO MA-PROGRAM-NAME.
           MOVE WS-CHANGE-TICKET       TO MA-CHANGE-TICKET.
           MOVE WS-FREEZE-OVERRIDE-IND TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
                RIDFLD(MA-AUDIT-KEY)
                RESP(WS-AUDIT-RESPONSE)
                END-EXEC.

       9400-REFRESH-AUTH-CACHE.
      *    A DISABLE SWITCH REACHES EVERY USER, SO EVERY EMENU
      *    AUTHORITY CACHE IS OUTDATED AND REBUILT ON ITS NEXT USE
           INITIALIZE AUTHCACHE-REFRESH-AREA.
           SET CQ-REFRESH-ALL TO TRUE.
           EXEC CICS LINK
                PROGRAM(AC-AUTHCACHE-PROGRAM-NAME)
                COMMAREA(AUTHCACHE-REFRESH-AREA)
                LENGTH(LENGTH OF AUTHCACHE-REFRESH-AREA)
                RESP(WS-AUTHCACHE-RESPONSE)
                END-EXEC.
