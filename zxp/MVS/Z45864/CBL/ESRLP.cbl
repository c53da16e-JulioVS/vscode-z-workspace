      *      - READS AND REWRITES SIGN-ON-RULES-RECORD SO LOCKOUT AND
      *        INACTIVITY POLICY CAN BE TIGHTENED OR LOOSENED WITHOUT
      *        A RAW VSAM EDIT.
      *      - ALSO CARRIES THE ONE-TIME PASSCODE POLICY FOR THE TYPE -
      *        WHETHER A CODE IS NEEDED AFTER THE PASSWORD, ITS LIFE
      *        IN MINUTES, AND HOW MANY RESENDS AND WRONG CODES ESONP
      *        ALLOWS BEFORE THE SIGN-ON MUST START OVER.
      *      - THE DEFAULT 'ESONRUL1' RECORD ALSO CARRIES THE NUMBER OF
      *        DAYS A RETIRED USER ID IS QUARANTINED FROM REISSUE.
      *      - AN UPDATE NEEDS A CHANGE TICKET (OR THE EMERGENCY
      *        CODE), CARRIED ONTO EVERY EMNTAUD RECORD IT WRITES.
      *      - ON AN ECALENDR CHANGE-FREEZE DAY THOSE CHANGES ARE
      *        REFUSED UNLESS THE USER HOLDS THE EMERGENCY-CHANGE
      *        FUNCTION ON EAUTH; AN EMERGENCY CHANGE IS FLAGGED ON
      *        ITS EMNTAUD RECORD.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EPWDRUL.
       COPY EALRTRUL.
       COPY EMNTAUD.
       COPY ECALENDR.
       COPY EAUTH.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-RULES-KEY         PIC X(8)  VALUE SPACES.
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
              MOVE SR-MAXIMUM-ATTEMPTS    TO MAXATTO
              MOVE SR-LOCKOUT-INTERVAL    TO LCKIVLO
              MOVE SR-INACTIVITY-INTERVAL TO INAIVLO
              MOVE SR-OTP-REQUIRED-IND    TO OTPREQO
              MOVE SR-OTP-VALID-MINUTES   TO OTPMINO
              MOVE SR-OTP-MAX-RESENDS     TO OTPRSDO
              MOVE SR-OTP-MAX-WRONG       TO OTPTRYO
              MOVE SR-UID-QUARANTINE-DAYS TO UIDQDYO
           ELSE
              MOVE "Unable to read sign-on rules!" TO MESSO
           END-IF.
      *    SCREEN WITHOUT A RAW VSAM LOAD
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           PERFORM 9150-EDIT-CHANGE-TICKET.
           IF WS-TICKET-MISSING
              MOVE "Change ticket (or EMRG) required!" TO MESSO
              PERFORM 1200-SEND-MAP
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.
           PERFORM 9160-CHECK-CHANGE-FREEZE.
           IF WS-FREEZE-BLOCKED
              MOVE "Change freeze in effect - emergency role only!"
                   TO MESSO
              PERFORM 1200-SEND-MAP
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.
           PERFORM 1150-BUILD-RULES-KEY.
           PERFORM 2300-READ-RULES-FOR-UPDATE.
           EVALUATE WS-CICS-RESPONSE
                MOVE MAXATTI  TO SR-MAXIMUM-ATTEMPTS
                MOVE LCKIVLI  TO SR-LOCKOUT-INTERVAL
                MOVE INAIVLI  TO SR-INACTIVITY-INTERVAL
                PERFORM 2250-MOVE-OTP-RULES
                PERFORM 2400-REWRITE-RULES
                MOVE WS-RULES-KEY         TO MA-TARGET-ID
                MOVE 'RULESUPD'           TO MA-ACTION-CODE
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2250-MOVE-OTP-RULES.
      *    ONLY 'Y' TURNS THE ONE-TIME CODE ON; ZERO LIMITS ARE LEFT
      *    FOR ESONP TO TAKE ITS OWN DEFAULTS.  THE USER-ID QUARANTINE
      *    RIDES ALONG - ONLY THE ESONRUL1 RECORD'S VALUE IS USED
           IF OTPREQI IS EQUAL TO 'Y'
              MOVE 'Y' TO SR-OTP-REQUIRED-IND
           ELSE
              MOVE 'N' TO SR-OTP-REQUIRED-IND
           END-IF.
           MOVE OTPMINI TO SR-OTP-VALID-MINUTES.
           MOVE OTPRSDI TO SR-OTP-MAX-RESENDS.
           MOVE OTPTRYI TO SR-OTP-MAX-WRONG.
           MOVE UIDQDYI TO SR-UID-QUARANTINE-DAYS.

       2700-UPDATE-ALERT-RULES.
      *    CARRY THE INTRUSION-ALERT THRESHOLDS FROM THE SCREEN INTO
      *    THE EALRTRUL RECORD - BLANK/NON-NUMERIC FIELDS LEAVE THE
           MOVE MAXATTI      TO SR-MAXIMUM-ATTEMPTS.
           MOVE LCKIVLI      TO SR-LOCKOUT-INTERVAL.
           MOVE INAIVLI      TO SR-INACTIVITY-INTERVAL.
           PERFORM 2250-MOVE-OTP-RULES.
           EXEC CICS WRITE
                FILE(AC-SIGNON-RULES-FILENAME)
                FROM (SIGN-ON-RULES-RECORD)
                PROGRAM(AC-SIGNON-PROGRAM-NAME)
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
      *    PERMANENT BEFORE/AFTER RECORD OF THE RULES UPDATE JUST
      *    MADE - CALLERS SET THE TARGET, ACTION CODE AND IMAGES
           MOVE EIBTASKN                 TO MA-TASK-NUMBER.
           MOVE WS-ADMIN-ID              TO MA-ACTING-USER-ID.
           MOVE AC-SONRUL-PROGRAM-NAME   TO MA-PROGRAM-NAME.
           MOVE WS-CHANGE-TICKET         TO MA-CHANGE-TICKET.
           MOVE WS-FREEZE-OVERRIDE-IND   TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
