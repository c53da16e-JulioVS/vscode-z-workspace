      *      - ADDS, CHANGES, DELETES OR INQUIRES ON AN EAUTH
      *        AUTHORITY-RECORD, SO WHAT A USER TYPE (OR ONE NAMED
      *        USER ID) MAY DO FROM THE MENU IS DATA, NOT CODE.
      *      - A GRANT KEYED HERE IS A DIRECT GRANT (AT-GRANT-SOURCE
      *        BLANK), EVEN WHERE A JOB ROLE HAD ALREADY CREATED IT -
      *        EROLP THEN LEAVES IT ALONE WHEN THE ROLE GOES.
      *      - ADD AND DELETE NEED A CHANGE TICKET (OR THE EMERGENCY
      *        CODE) AND WRITE BEFORE/AFTER IMAGES TO EMNTAUD UNDER
      *        IT, THE WAY EUSRP DOES.
      *      - ON AN ECALENDR CHANGE-FREEZE DAY THOSE CHANGES ARE
      *        REFUSED UNLESS THE USER HOLDS THE EMERGENCY-CHANGE
      *        FUNCTION ON EAUTH; AN EMERGENCY CHANGE IS FLAGGED ON
      *        ITS EMNTAUD RECORD.
      *      - EVERY CHANGE IS PASSED TO EAUCRTE SO EMENU'S CACHED
      *        AUTHORITIES FOR THE USER (OR, FOR A USER-TYPE GRANT,
      *        FOR EVERYONE) ARE REBUILT ON THE NEXT KEYSTROKE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EAUTMAP.
       COPY EAUTH.
       COPY ESODRUL.
       COPY EMNTAUD.
       COPY ECALENDR.
       COPY EERRCOM.
       COPY EAUCCOM.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
          05 FILLER            PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUTHCACHE-RESPONSE PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
      ******************************************************************
      *   SEGREGATION-OF-DUTIES WORK AREAS - A GRANT TO A NAMED USER
      *   ID IS BLOCKED WHEN IT WOULD COMPLETE A CONFLICTING PAIR
          88 WS-SOD-CONFLICT            VALUE 'Y'.
       01 WS-SOD-PARTNER-FUNCTION PIC X(8).
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
       01 WS-SAVED-AUTHORITY-RECORD PIC X(25).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           IF ACTIONI IS EQUAL TO 'A' OR 'D'
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
                   PERFORM 2300-ADD-AUTHORITY
              WHEN 'D'
                   PERFORM 2400-DELETE-AUTHORITY
              WHEN 'I'
                   PERFORM 2500-INQUIRE-AUTHORITY
              WHEN OTHER
                   MOVE "Action must be A, D or I!" TO MESSO
              END-EVALUATE
           END-IF
           END-IF.

           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SPACES           TO MA-BEFORE-IMAGE
                MOVE 'AUTHADD'        TO MA-ACTION-CODE
                MOVE AUTHORITY-RECORD TO MA-AFTER-IMAGE
                PERFORM 9200-WRITE-MAINT-AUDIT
                PERFORM 9400-REFRESH-AUTH-CACHE
                MOVE "Authority added!" TO MESSO
           WHEN DFHRESP(DUPREC)
                PERFORM 2350-REWRITE-AUTHORITY
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE AUTHORITY-RECORD TO MA-BEFORE-IMAGE
              MOVE ALLOWI TO AT-ALLOWED-IND
              MOVE SPACES TO AT-GRANT-SOURCE
              EXEC CICS REWRITE
                   FILE(AC-AUTHORITY-FILENAME)
                   FROM (AUTHORITY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'AUTHCHG'        TO MA-ACTION-CODE
              MOVE AUTHORITY-RECORD TO MA-AFTER-IMAGE
              PERFORM 9200-WRITE-MAINT-AUDIT
              PERFORM 9400-REFRESH-AUTH-CACHE
              MOVE "Authority changed!" TO MESSO
           ELSE
              MOVE "Error changing authority!" TO MESSO

       2400-DELETE-AUTHORITY.
      *    REMOVE THE RECORD - THE FUNCTION FALLS BACK TO THE LEGACY
      *    ROLE DEFAULT FOR THIS SUBJECT.  THE RECORD IS READ FIRST
      *    ONLY FOR ITS EMNTAUD BEFORE IMAGE
           INITIALIZE AUTHORITY-RECORD.
           MOVE FUNCIDI TO AT-FUNCTION-CODE.
           MOVE SUBJIDI TO AT-SUBJECT-ID.
           EXEC CICS READ
                FILE(AC-AUTHORITY-FILENAME)
                INTO (AUTHORITY-RECORD)
                RIDFLD(AT-AUTHORITY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           MOVE AUTHORITY-RECORD TO MA-BEFORE-IMAGE.
           EXEC CICS DELETE
                FILE(AC-AUTHORITY-FILENAME)
                RIDFLD(AT-AUTHORITY-KEY)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'AUTHDEL'        TO MA-ACTION-CODE
                MOVE SPACES           TO MA-AFTER-IMAGE
                PERFORM 9200-WRITE-MAINT-AUDIT
                PERFORM 9400-REFRESH-AUTH-CACHE
                MOVE "Authority deleted!" TO MESSO
           WHEN DFHRESP(NOTFND)
                MOVE "Authority not found!" TO MESSO
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
      *       THE GRANT IS READ INTO THE SAME AUTHORITY-RECORD THE
      *       MAINTENANCE ACTION WORKS ON, SO THAT IS PUT BACK AFTER
              MOVE AUTHORITY-RECORD TO WS-SAVED-AUTHORITY-RECORD
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
              MOVE WS-SAVED-AUTHORITY-RECORD TO AUTHORITY-RECORD
           END-IF.

       9200-WRITE-MAINT-AUDIT.
      *    PERMANENT BEFORE/AFTER RECORD OF THE AUTHORITY CHANGE JUST
      *    MADE, KEYED BY THE SUBJECT - CALLERS SET THE ACTION CODE
      *    AND IMAGES BEFORE PERFORMING THIS
           MOVE SUBJIDI                TO MA-TARGET-ID.
           MOVE WS-CURRENT-DATE        TO MA-AUDIT-TIMESTAMP.
           MOVE EIBTASKN               TO MA-TASK-NUMBER.
           MOVE WS-ADMIN-ID            TO MA-ACTING-USER-ID.
           MOVE AC-AUTMNT-PROGRAM-NAME TO MA-PROGRAM-NAME.
           MOVE WS-CHANGE-TICKET       TO MA-CHANGE-TICKET.
           MOVE WS-FREEZE-OVERRIDE-IND TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
                RIDFLD(MA-AUDIT-KEY)
                RESP(WS-AUDIT-RESPONSE)
                END-EXEC.

       9400-REFRESH-AUTH-CACHE.
      *    A CHANGE TO A NAMED USER'S GRANT DROPS THAT USER'S EMENU
      *    AUTHORITY CACHE; A CHANGE TO A USER-TYPE GRANT REACHES
      *    EVERYONE OF THAT TYPE, SO EVERY CACHE IS OUTDATED
           INITIALIZE AUTHCACHE-REFRESH-AREA.
           IF AT-SUBJECT-ID IS EQUAL TO 'ADM' OR 'MGR' OR 'STD'
              SET CQ-REFRESH-ALL TO TRUE
           ELSE
              SET CQ-REFRESH-USER TO TRUE
              MOVE AT-SUBJECT-ID TO CQ-USER-ID
           END-IF.
           EXEC CICS LINK
                PROGRAM(AC-AUTHCACHE-PROGRAM-NAME)
                COMMAREA(AUTHCACHE-REFRESH-AREA)
                LENGTH(LENGTH OF AUTHCACHE-REFRESH-AREA)
                RESP(WS-AUTHCACHE-RESPONSE)
                END-EXEC.
