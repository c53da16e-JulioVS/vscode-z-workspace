      *      - REACHED FROM ESONP (PF6), ADMINISTRATORS ONLY.
      *      - ADDS A NEW REG-USER-RECORD, OR SUSPENDS/REACTIVATES
      *        AN EXISTING ONE.
      *      - AN ADD IS REFUSED WHEN THE USER ID IS STILL HELD OR
      *        WAS RETIRED INSIDE THE ESONRUL1 QUARANTINE (SEE
      *        EUIDREG), WITH THE FIRST FREE ALTERNATIVE SUGGESTED -
      *        A SUCCESSFUL ADD IS RECORDED ON THE REGISTRY.
      *      - EVERY ACTION BUT 'P' NEEDS A CHANGE TICKET (OR THE
      *        EMERGENCY CODE), CARRIED ONTO THE EMNTAUD RECORD -
      *        A CONFIRMATION IS KEYED UNDER THE CONFIRMER'S TICKET.
      *      - ON AN ECALENDR CHANGE-FREEZE DAY THOSE CHANGES ARE
      *        REFUSED UNLESS THE USER HOLDS THE EMERGENCY-CHANGE
      *        FUNCTION ON EAUTH; AN EMERGENCY CHANGE IS FLAGGED ON
      *        ITS EMNTAUD RECORD.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EPWDEDP.
       COPY EPWDHP.
       COPY EMNTAUD.
       COPY ECALENDR.
       COPY EFWDJRNL.
       COPY EPNDACT.
       COPY EUIDREG.
       COPY ESONRUL.
       COPY EERRCOM.
       COPY EAUTH.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
       01 WS-PENDING-ACTION    PIC X(1).
       01 WS-NEW-PWD-HASH      PIC X(8).
      ******************************************************************
      *   USER-ID REGISTRY (EUIDREG) QUARANTINE CHECK WORK AREAS.
      ******************************************************************
       01 WS-UIDREG-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-UID-QUARANTINE-DAYS PIC 9(4).
       01 WS-UID-CANDIDATE     PIC X(8).
       01 WS-UID-BLOCKED-IND   PIC X(1).
          88 WS-UID-BLOCKED              VALUE 'Y'.
       01 WS-UID-FOUND-IND     PIC X(1).
          88 WS-UID-FOUND                VALUE 'Y'.
       01 WS-UID-BLOCKED-DATE  PIC X(8).
       01 WS-UID-RETIRED-NUM   PIC 9(8).
       01 WS-UID-TODAY-NUM     PIC 9(8).
       01 WS-UID-DAYS-RETIRED  PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-UID-BASE-LENGTH   PIC S9(4) USAGE IS COMPUTATIONAL.
       01 WS-UID-SUFFIX        PIC 9(2).
      ******************************************************************
      *   FORWARD-RECOVERY JOURNAL WORK AREAS (SEE EFWDJRNL).
      ******************************************************************
       01 WS-JRNL-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-JRNL-ACTION       PIC X(1).
       01 WS-JRNL-IMAGE        PIC X(250).
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

           IF ACTIONI IS EQUAL TO 'A' OR 'S' OR 'R' OR 'K' OR 'O'
                                  OR 'C'
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
                   PERFORM 2300-ADD-USER
              WHEN 'S'
                   PERFORM 2400-SUSPEND-USER
              WHEN 'R'
                   PERFORM 2500-REACTIVATE-USER
              WHEN 'K'
                   PERFORM 2550-KICK-USER
              WHEN 'O'
                   PERFORM 2560-TOGGLE-AFTER-HOURS
              WHEN 'C'
                   PERFORM 2570-CONFIRM-PENDING-ACTION
              WHEN 'P'
                   PERFORM 2580-SHOW-PENDING-ACTION
              WHEN OTHER
                   MOVE "Action must be A, S, R, K, O, C or P!"
                        TO MESSO
              END-EVALUATE
           END-IF
           END-IF.

           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.
      *    ACCOUNT STARTS OUT PENDING A MANAGER'S APPROVAL RATHER THAN
      *    ACTIVE, SO IT CAN'T SIGN ON UNTIL REVIEWED -
      *    ADMINISTRATOR AND MANAGER ACCOUNTS SKIP THAT REVIEW STEP
           IF EMPNOI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO EMPNOI
           END-IF.
           PERFORM 2310-EDIT-NEW-PASSWORD.
           IF NOT PWDE-OK
              MOVE PWDE-EDIT-MESSAGE TO MESSO
           ELSE
              PERFORM 2330-CHECK-USER-ID-REGISTRY
              IF NOT WS-UID-BLOCKED
                 PERFORM 2320-WRITE-NEW-USER
              END-IF
           END-IF.

       2310-EDIT-NEW-PASSWORD.
                MOVE REG-USER-RECORD      TO WS-JRNL-IMAGE
                PERFORM 9100-WRITE-FORWARD-JOURNAL
                PERFORM 2350-WRITE-PASSWORD-HISTORY
                PERFORM 2340-REGISTER-USER-ID
                MOVE USERIDI          TO MA-TARGET-ID
                MOVE 'ADD'            TO MA-ACTION-CODE
                MOVE SPACES           TO MA-BEFORE-IMAGE
                PERFORM 9300-LOG-ERROR
           END-EVALUATE.

       2330-CHECK-USER-ID-REGISTRY.
      *    A USER ID STILL HELD, OR RETIRED LESS THAN THE ESONRUL1
      *    QUARANTINE AGO, IS NOT ISSUED AGAIN - UNLESS IT GOES BACK
      *    TO THE SAME EMPLOYEE NUMBER - SO THE OLD HOLDER'S AUDIT
      *    TRAIL CAN'T BE MISTAKEN FOR THE NEW ONE'S
           PERFORM 2331-READ-QUARANTINE-DAYS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-UID-TODAY-NUM.
           MOVE USERIDI TO WS-UID-CANDIDATE.
           PERFORM 2332-CHECK-ONE-CANDIDATE.
           IF WS-UID-BLOCKED
              MOVE UI-RETIRED-DATE TO WS-UID-BLOCKED-DATE
              PERFORM 2334-FIND-ALTERNATIVE
              IF WS-UID-FOUND
                 IF WS-UID-BLOCKED-DATE IS EQUAL TO SPACES
                    STRING "User ID is still held - try "
                           DELIMITED BY SIZE
                           WS-UID-CANDIDATE DELIMITED BY SPACE
                           "!" DELIMITED BY SIZE
                           INTO MESSO
                 ELSE
                    STRING "User ID retired " DELIMITED BY SIZE
                           WS-UID-BLOCKED-DATE DELIMITED BY SIZE
                           ", in quarantine - try "
                           DELIMITED BY SIZE
                           WS-UID-CANDIDATE DELIMITED BY SPACE
                           "!" DELIMITED BY SIZE
                           INTO MESSO
                 END-IF
              ELSE
                 MOVE "User ID in quarantine - choose another ID!"
                   TO MESSO
              END-IF
           END-IF.

       2331-READ-QUARANTINE-DAYS.
      *    THE QUARANTINE COMES FROM THE ESONRUL1 RECORD, WITH A
      *    COMPILED FALLBACK OF TWO YEARS WHEN IT IS MISSING OR ZERO
           EXEC CICS READ
                FILE(AC-SIGNON-RULES-FILENAME)
                INTO (SIGN-ON-RULES-RECORD)
                RIDFLD(AC-SIGNON-RULES-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND SR-UID-QUARANTINE-DAYS IS NUMERIC
              AND SR-UID-QUARANTINE-DAYS IS GREATER THAN ZERO
              MOVE SR-UID-QUARANTINE-DAYS TO WS-UID-QUARANTINE-DAYS
           ELSE
              MOVE 730 TO WS-UID-QUARANTINE-DAYS
           END-IF.

       2332-CHECK-ONE-CANDIDATE.
      *    SETS WS-UID-BLOCKED FOR WS-UID-CANDIDATE FROM ITS EUIDREG
      *    RECORD - AN ID NEVER ISSUED HAS NO RECORD AND IS FREE
           MOVE 'N' TO WS-UID-BLOCKED-IND.
           EXEC CICS READ
                FILE(AC-UIDREG-FILENAME)
                INTO (USER-ID-REGISTRY-RECORD)
                RIDFLD(WS-UID-CANDIDATE)
                RESP(WS-UIDREG-RESPONSE)
                END-EXEC.
           IF WS-UIDREG-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE SPACES TO UI-RETIRED-DATE
           ELSE
              EVALUATE TRUE
              WHEN UI-EMPLOYEE-NUMBER IS NOT EQUAL TO SPACES
               AND UI-EMPLOYEE-NUMBER IS EQUAL TO EMPNOI
                   CONTINUE
              WHEN UI-RETIRED-DATE IS EQUAL TO SPACES
                   SET WS-UID-BLOCKED TO TRUE
              WHEN UI-RETIRED-DATE IS NOT NUMERIC
                   SET WS-UID-BLOCKED TO TRUE
              WHEN OTHER
                   MOVE UI-RETIRED-DATE TO WS-UID-RETIRED-NUM
                   COMPUTE WS-UID-DAYS-RETIRED =
                       FUNCTION INTEGER-OF-DATE(WS-UID-TODAY-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-UID-RETIRED-NUM)
                   IF WS-UID-DAYS-RETIRED IS LESS THAN
                      WS-UID-QUARANTINE-DAYS
                      SET WS-UID-BLOCKED TO TRUE
                   END-IF
              END-EVALUATE
           END-IF.

       2334-FIND-ALTERNATIVE.
      *    SUGGEST THE KEYED ID (CUT TO SIX CHARACTERS) WITH THE
      *    FIRST TWO-DIGIT SUFFIX THAT IS NEITHER ON EREGUSR NOR
      *    HELD OR QUARANTINED ON THE REGISTRY
           MOVE 'N' TO WS-UID-FOUND-IND.
           MOVE ZERO TO WS-UID-BASE-LENGTH.
           INSPECT USERIDI TALLYING WS-UID-BASE-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-UID-BASE-LENGTH IS GREATER THAN 6
              MOVE 6 TO WS-UID-BASE-LENGTH
           END-IF.
           MOVE ZERO TO WS-UID-SUFFIX.
           IF WS-UID-BASE-LENGTH IS GREATER THAN ZERO
              PERFORM 2335-TRY-NEXT-SUFFIX
                 UNTIL WS-UID-FOUND
                    OR WS-UID-SUFFIX IS EQUAL TO 99
           END-IF.
      *    THE KEYED ID ITSELF STAYS REFUSED WHATEVER THE SEARCH FOUND
           SET WS-UID-BLOCKED TO TRUE.

       2335-TRY-NEXT-SUFFIX.
           ADD 1 TO WS-UID-SUFFIX.
           MOVE SPACES TO WS-UID-CANDIDATE.
           MOVE USERIDI(1:WS-UID-BASE-LENGTH) TO WS-UID-CANDIDATE.
           MOVE WS-UID-SUFFIX
             TO WS-UID-CANDIDATE(WS-UID-BASE-LENGTH + 1:2).
           PERFORM 2332-CHECK-ONE-CANDIDATE.
           IF NOT WS-UID-BLOCKED
              EXEC CICS READ
                   FILE(AC-REG-USER-FILENAME)
                   INTO (REG-USER-RECORD)
                   RIDFLD(WS-UID-CANDIDATE)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-UID-FOUND TO TRUE
              END-IF
           END-IF.

       2340-REGISTER-USER-ID.
      *    RECORD THE ISSUE ON THE REGISTRY - A REISSUED ID KEEPS
      *    ITS LAST HOLDER IN THE UI-PRIOR- FIELDS
           EXEC CICS READ
                FILE(AC-UIDREG-FILENAME)
                INTO (USER-ID-REGISTRY-RECORD)
                RIDFLD(USERIDI)
                UPDATE
                RESP(WS-UIDREG-RESPONSE)
                END-EXEC.
           IF WS-UIDREG-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE UI-EMPLOYEE-NUMBER TO UI-PRIOR-EMPLOYEE-NUMBER
              MOVE UI-ISSUED-DATE     TO UI-PRIOR-ISSUED-DATE
              MOVE UI-RETIRED-DATE    TO UI-PRIOR-RETIRED-DATE
              ADD 1 TO UI-REISSUE-COUNT
              PERFORM 2341-STAMP-ISSUE
              EXEC CICS REWRITE
                   FILE(AC-UIDREG-FILENAME)
                   FROM (USER-ID-REGISTRY-RECORD)
                   RESP(WS-UIDREG-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE USER-ID-REGISTRY-RECORD
              MOVE USERIDI TO UI-USER-ID
              PERFORM 2341-STAMP-ISSUE
              EXEC CICS WRITE
                   FILE(AC-UIDREG-FILENAME)
                   FROM (USER-ID-REGISTRY-RECORD)
                   RIDFLD(UI-USER-ID)
                   RESP(WS-UIDREG-RESPONSE)
                   END-EXEC
           END-IF.
           IF WS-UIDREG-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE WS-UIDREG-RESPONSE TO WS-CICS-RESPONSE
              MOVE '2340-REGISTER-USER-ID' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       2341-STAMP-ISSUE.
           MOVE EMPNOI                  TO UI-EMPLOYEE-NUMBER.
           MOVE WS-CURRENT-DATE(1:8)    TO UI-ISSUED-DATE.
           MOVE WS-ADMIN-ID             TO UI-ISSUED-BY.
           MOVE SPACES                  TO UI-RETIRED-DATE.

       2350-WRITE-PASSWORD-HISTORY.
      *    THE INITIAL PASSWORD KEYED ON AN ADD COUNTS AGAINST THE
      *    USER'S RECENT-PASSWORD HISTORY THE SAME WAY A SELF-SERVICE
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
      *    PERMANENT BEFORE/AFTER RECORD OF THE MAINTENANCE ACTION
      *    JUST TAKEN - CALLERS SET THE TARGET, ACTION CODE AND
           MOVE EIBTASKN                 TO MA-TASK-NUMBER.
           MOVE WS-ADMIN-ID              TO MA-ACTING-USER-ID.
           MOVE AC-USRMNT-PROGRAM-NAME   TO MA-PROGRAM-NAME.
           MOVE WS-CHANGE-TICKET         TO MA-CHANGE-TICKET.
           MOVE WS-FREEZE-OVERRIDE-IND   TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
