      *      - EVERY CHANGE WRITES BEFORE/AFTER IMAGES TO EMNTAUD
      *        THE WAY EUSRP DOES - DEPARTMENT CHANGES GET THE SAME
      *        AUDIT DISCIPLINE AS ACCOUNT CHANGES.
      *      - ADD, CHANGE AND CLOSE NEED A CHANGE TICKET (OR THE
      *        EMERGENCY CODE), CARRIED ONTO THE EMNTAUD RECORD.
      *      - ON AN ECALENDR CHANGE-FREEZE DAY THOSE CHANGES ARE
      *        REFUSED UNLESS THE USER HOLDS THE EMERGENCY-CHANGE
      *        FUNCTION ON EAUTH; AN EMERGENCY CHANGE IS FLAGGED ON
      *        ITS EMNTAUD RECORD.
      *      - CARRIES THE DEPARTMENT'S COMPANY CODE, CHECKED AGAINST
      *        ECOMPANY ON ADD AND CHANGE - LEFT BLANK ON ADD, THE
      *        DEPARTMENT BELONGS TO THE DEFAULT COMPANY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY EDPTMAP.
       COPY DEPTMAS.
       COPY ECOMPNY.
       COPY EMPMAS.
       COPY EMNTAUD.
       COPY ECALENDR.
       COPY EERRCOM.
       COPY EAUTH.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
          88 WS-DEPT-IN-USE             VALUE 'Y'.
       01 WS-SCAN-CAPPED-IND   PIC X(1) VALUE 'N'.
          88 WS-SCAN-CAPPED             VALUE 'Y'.
       01 WS-COMPANY-RESPONSE  PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-COMPANY-CODE      PIC X(4) VALUE SPACES.
       01 WS-COMPANY-BAD-IND   PIC X(1) VALUE 'N'.
          88 WS-COMPANY-BAD             VALUE 'Y'.
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
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           IF ACTIONI IS EQUAL TO 'A' OR 'C' OR 'X'
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
                   PERFORM 2300-ADD-DEPARTMENT
              WHEN 'C'
                   PERFORM 2400-CHANGE-DEPARTMENT
              WHEN 'X'
                   PERFORM 2500-CLOSE-DEPARTMENT
              WHEN 'I'
                   PERFORM 2600-INQUIRE-DEPARTMENT
              WHEN OTHER
                   MOVE "Action must be A, C, X or I!" TO MESSO
              END-EVALUATE
           END-IF
           END-IF.

           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2300-ADD-DEPARTMENT.
           PERFORM 2370-EDIT-COMPANY-CODE.
           IF WS-COMPANY-BAD
              MOVE "Company code not on the company master!" TO MESSO
           ELSE
              PERFORM 2310-WRITE-DEPARTMENT
           END-IF.

       2310-WRITE-DEPARTMENT.
           INITIALIZE DEPT-RECORD.
           MOVE DEPTNOI TO DEPT-NBR.
           MOVE DNAMEI  TO DEPT-NAME.
           MOVE ZERO    TO DEPT-NBR-EMPS.
           MOVE ZERO    TO DEPT-TOTAL-SALARIES.
           MOVE ZERO    TO DEPT-AVG-SALARY.
           MOVE WS-COMPANY-CODE TO DEPT-COMPANY-CODE.
           EXEC CICS WRITE
                FILE(AC-DEPTMAS-FILENAME)
                FROM (DEPT-RECORD)
           MOVE MGRFNI TO MANAGER-FNAME.
           MOVE MGRLNI TO MANAGER-LNAME.

       2370-EDIT-COMPANY-CODE.
      *    A BLANK CODE IS ALLOWED (THE DEFAULT COMPANY); ANY OTHER
      *    CODE MUST BE A COMPANY FINANCE HAS LOADED ONTO ECOMPANY
           MOVE 'N' TO WS-COMPANY-BAD-IND.
           MOVE COMPI TO WS-COMPANY-CODE.
           INSPECT WS-COMPANY-CODE REPLACING ALL LOW-VALUES BY SPACES.
           IF WS-COMPANY-CODE IS NOT EQUAL TO SPACES
              MOVE WS-COMPANY-CODE TO CO-COMPANY-CODE
              EXEC CICS READ
                   FILE(AC-COMPANY-FILENAME)
                   INTO (COMPANY-RECORD)
                   RIDFLD(CO-COMPANY-CODE)
                   RESP(WS-COMPANY-RESPONSE)
                   END-EXEC
              IF WS-COMPANY-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-COMPANY-BAD TO TRUE
              END-IF
           END-IF.

       2400-CHANGE-DEPARTMENT.
      *    NAME, LOCATION, MANAGER AND COMPANY ONLY - THE HEADCOUNT
      *    AND SALARY ROLL-UPS BELONG TO THE FEEDS AND BATCHES
           PERFORM 2370-EDIT-COMPANY-CODE.
           IF WS-COMPANY-BAD
              MOVE "Company code not on the company master!" TO MESSO
           ELSE
              PERFORM 2410-REWRITE-DEPARTMENT
           END-IF.

       2410-REWRITE-DEPARTMENT.
           MOVE DEPTNOI TO DEPT-NBR.
           EXEC CICS READ
                FILE(AC-DEPTMAS-FILENAME)
                 AND MGRFNI IS NOT EQUAL TO LOW-VALUES
                 PERFORM 2350-BUILD-MANAGER-NAME
              END-IF
              IF WS-COMPANY-CODE IS NOT EQUAL TO SPACES
                 MOVE WS-COMPANY-CODE TO DEPT-COMPANY-CODE
              END-IF
              EXEC CICS REWRITE
                   FILE(AC-DEPTMAS-FILENAME)
                   FROM (DEPT-RECORD)
              MOVE DEPT-LOC      TO DLOCI
              MOVE MANAGER-FNAME TO MGRFNI
              MOVE MANAGER-LNAME TO MGRLNI
              MOVE DEPT-COMPANY-CODE TO COMPI
              INITIALIZE MESSO
              STRING "Found - heads " DELIMITED BY SIZE
                     DEPT-NBR-EMPS DELIMITED BY SIZE
              MOVE SPACES TO DLOCI
              MOVE SPACES TO MGRFNI
              MOVE SPACES TO MGRLNI
              MOVE SPACES TO COMPI
              MOVE "Department not found!" TO MESSO
           END-IF.

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
           MOVE AC-DEPTMNT-PROGRAM-NAME  TO MA-PROGRAM-NAME.
           MOVE WS-CHANGE-TICKET         TO MA-CHANGE-TICKET.
           MOVE WS-FREEZE-OVERRIDE-IND   TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
