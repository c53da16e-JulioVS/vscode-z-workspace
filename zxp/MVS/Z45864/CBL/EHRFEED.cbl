      *      - TRANSACTIONS THAT FAIL THEIR EDITS GO TO THE HRREJECT
      *        FILE WITH A REASON CODE FOR RE-ENTRY, AND THE CONTROL
      *        REPORT BALANCES INPUT = APPLIED + REJECTED.
      *      - A HIRE STAMPS EM-HIRE-DATE (THE EFFECTIVE DATE, OR
      *        TODAY) AS THE EMPLOYEE'S SENIORITY DATE.
      *      - POSITION CONTROL - A HIRE OR TRANSFER IN MUST FILL A
      *        VACANT DEPTPOSN POSITION IN THE DEPARTMENT (THE ONE
      *        NAMED ON THE TRANSACTION, OR THE FIRST VACANT ONE) AND
      *        IS REJECTED WHEN THERE IS NONE.  A TRANSFER OUT OR A
      *        TERMINATION VACATES THE POSITION LEFT BEHIND.
      *      - EVERY HIRE, TRANSFER, NAME CHANGE, LEAVE, RETURN AND
      *        TERMINATION WRITES AN EASGHST ASSIGNMENT-HISTORY
      *        RECORD, EFFECTIVE ON THE TRANSACTION'S DATE, SO THE
      *        VALUES OVERWRITTEN ON EMPMAS STAY ON FILE.
      *      - PAY GRADE RANGE EDIT - A HIRE OR SALARY CHANGE FOR A
      *        GRADED EMPLOYEE MUST LAND INSIDE THE EPAYGRD MINIMUM
      *        AND MAXIMUM, UNLESS HR KEYED AN OVERRIDE REASON (WHICH
      *        GOES ON THE ECOMPHST TRACE).  A SALARY CHANGE CARRYING
      *        A GRADE REGRADES THE EMPLOYEE.
      *      - EVERY TRANSACTION APPLIED - FROM THE FEED OR RELEASED
      *        FROM EHRPEND - IS KEPT ON THE EHREVNT HR EVENT HISTORY
      *        WITH THE DEPARTMENTS IT MOVED THE EMPLOYEE BETWEEN, FOR
      *        THE EHRTURN TURNOVER REPORT.
      *      - EACH RETRO PAIR USES THE GLACCMAP ROW IN FORCE ON THE
      *        LAST DAY OF THE PERIOD IT SETTLES, SO AN OLD PERIOD
      *        POSTS TO THE ACCOUNTS IT HAD AT THE TIME.
      *      - THE PENDING-APPROVAL ACCOUNT A HIRE BUILDS IS WRITTEN TO
      *        EMNTAUD ('HRADD'), LIKE AN ACCOUNT ADDED THROUGH EUSRP.
      *      - A HIRE WHOSE USER ID IS STILL HELD, OR WAS RETIRED
      *        INSIDE THE ESONRUL1 QUARANTINE, ON THE EUIDREG USER-ID
      *        REGISTRY REJECTS WITH THE FIRST FREE ALTERNATIVE IN
      *        THE REASON - THE ACCOUNT A HIRE BUILDS IS REGISTERED.
      *      - A TERMINATION DEACTIVATES EVERY LIVE EBADGMS BADGE THE
      *        LEAVER HOLDS (FOUND THROUGH THE EMPLOYEE-NUMBER
      *        ALTERNATE INDEX), EACH ONE WRITTEN TO EMNTAUD, SO THE
      *        NIGHT'S EBADGPRV FEED TAKES IT OFF THE DOORS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS RU-USER-ID
                  FILE STATUS IS WS-REG-STATUS.

           SELECT UIDREG-FILE ASSIGN TO EUIDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS UI-USER-ID
                  FILE STATUS IS WS-UIDREG-STATUS.

           SELECT RULES-FILE ASSIGN TO ESONRUL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SR-RULE-ID
                  FILE STATUS IS WS-RULES-STATUS.

           SELECT BADGMS-FILE ASSIGN TO EBADGMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BM-BADGE-NUMBER
                  ALTERNATE RECORD KEY IS BM-EMPLOYEE-NUMBER
                            WITH DUPLICATES
                  FILE STATUS IS WS-BADGMS-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT USRMSG-FILE ASSIGN TO EUSRMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DH-HIST-KEY
                  FILE STATUS IS WS-HIST-STATUS.

           SELECT POSN-FILE ASSIGN TO DEPTPOSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PN-POSITION-KEY
                  FILE STATUS IS WS-POSN-STATUS.

           SELECT GLACCMAP-FILE ASSIGN TO GLACCMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GA-MAP-KEY
                  FILE STATUS IS WS-GLACC-STATUS.

           SELECT PAYGRD-FILE ASSIGN TO EPAYGRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PG-PAY-GRADE
                  FILE STATUS IS WS-PAYGRD-STATUS.

           SELECT RETRO-FILE ASSIGN TO RETROGL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RETRO-STATUS.
                  RECORD KEY IS CH-HIST-KEY
                  FILE STATUS IS WS-COMPHST-STATUS.

           SELECT ASGHST-FILE ASSIGN TO EASGHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AH-HIST-KEY
                  FILE STATUS IS WS-ASGHST-STATUS.

           SELECT CARFILE-FILE ASSIGN TO CARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT EVENT-FILE ASSIGN TO EHREVNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HE-EVENT-KEY
                  FILE STATUS IS WS-EVENT-STATUS.

           SELECT REJECT-FILE ASSIGN TO HRREJECT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REJECT-STATUS.
           RECORDING MODE IS F.
       COPY EREGUSR.

       FD  UIDREG-FILE
           RECORDING MODE IS F.
       COPY EUIDREG.

       FD  RULES-FILE
           RECORDING MODE IS F.
       COPY ESONRUL.

       FD  BADGMS-FILE
           RECORDING MODE IS F.
       COPY EBADGMS.

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  USRMSG-FILE
           RECORDING MODE IS F.
       COPY EUSRMSG.
           RECORDING MODE IS F.
       COPY DEPTHIST.

       FD  POSN-FILE
           RECORDING MODE IS F.
       COPY DEPTPOSN.

       FD  GLACCMAP-FILE
           RECORDING MODE IS F.
       COPY GLACCMAP.

       FD  PAYGRD-FILE
           RECORDING MODE IS F.
       COPY EPAYGRD.

       FD  RETRO-FILE
           RECORDING MODE IS F.
       COPY GLEXTRCT.
           RECORDING MODE IS F.
       COPY ECOMPHST.

       FD  ASGHST-FILE
           RECORDING MODE IS F.
       COPY EASGHST.

       FD  CARFILE-FILE
           RECORDING MODE IS F.
       COPY CARFILE.
           05 FILLER                PIC X(2).
           05 WL-NOTE               PIC X(40).

       FD  EVENT-FILE
           RECORDING MODE IS F.
       COPY EHREVNT.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD.
           05 RJ-TRANSACTION       PIC X(98).
           05 RJ-REASON-CODE       PIC X(30).

       FD  REPORT-FILE
      *   RETROGL BATCH WITH ITS OWN BALANCING TRAILER.
      ******************************************************************
       01  WS-REG-STATUS           PIC X(2).
       01  WS-MNTAUD-STATUS        PIC X(2).
      ******************************************************************
      *   USER-ID REGISTRY - THE QUARANTINE A RETIRED ID SERVES, THE
      *   ID BEING CHECKED AND THE ALTERNATIVE OFFERED IN ITS PLACE.
      ******************************************************************
       01  WS-UIDREG-STATUS        PIC X(2).
           88 WS-UIDREG-OK                   VALUE '00'.
       01  WS-RULES-STATUS         PIC X(2).
           88 WS-RULES-OK                    VALUE '00'.
       01  WS-UID-QUARANTINE-DAYS  PIC 9(4) VALUE 0730.
       01  WS-UID-CANDIDATE        PIC X(8).
       01  WS-UID-BLOCKED-IND      PIC X(1) VALUE 'N'.
           88 WS-UID-BLOCKED                 VALUE 'Y'.
       01  WS-UID-FOUND-IND        PIC X(1) VALUE 'N'.
           88 WS-UID-FOUND                   VALUE 'Y'.
       01  WS-UID-RETIRED-NUM      PIC 9(8).
       01  WS-UID-TODAY-NUM        PIC 9(8).
       01  WS-UID-DAYS-RETIRED     PIC S9(8) COMP.
       01  WS-UID-BASE-LENGTH      PIC S9(4) COMP.
       01  WS-UID-SUFFIX           PIC 9(2).
       01  WS-UID-REJECT-COUNT     PIC 9(7) VALUE 0.
      ******************************************************************
      *   BADGE DEACTIVATION - THE LEAVER'S BADGES, WALKED ON THE
      *   EMPLOYEE-NUMBER ALTERNATE KEY.
      ******************************************************************
       01  WS-BADGMS-STATUS        PIC X(2).
           88 WS-BADGMS-OK                   VALUE '00' '02'.
       01  WS-BADGE-SCAN-DONE-IND  PIC X(1) VALUE 'N'.
           88 WS-BADGE-SCAN-DONE             VALUE 'Y'.
       01  WS-BADGE-OFF-COUNT      PIC 9(7) VALUE 0.
       01  WS-USRMSG-STATUS        PIC X(2).
       01  WS-ONBOARD-STATUS       PIC X(2).
       01  WS-TEMP-PASSWORD        PIC X(8).
       01  WS-PARK-FILED-IND       PIC X(1) VALUE 'N'.
           88 WS-PARK-FILED                  VALUE 'Y'.
       01  WS-TODAY-DATE           PIC X(8).
      ******************************************************************
      *   HR EVENT HISTORY - WHERE THE TRANSACTION BEING APPLIED CAME
      *   FROM, AND HOW MANY EVENTS WENT ON FILE.
      ******************************************************************
       01  WS-EVENT-STATUS         PIC X(2).
       01  WS-EVENT-FILED-IND      PIC X(1) VALUE 'N'.
           88 WS-EVENT-FILED                 VALUE 'Y'.
       01  WS-APPLIED-FROM         PIC X(8).
       01  WS-EVENT-COUNT          PIC 9(7) VALUE 0.
       01  WS-HIST-STATUS          PIC X(2).
           88 WS-HIST-OK                     VALUE '00'.
       01  WS-GLACC-STATUS         PIC X(2).
       01  WS-EXPENSE-ACCOUNT      PIC X(8).
       01  WS-CLEARING-ACCOUNT     PIC X(8).
       01  WS-GL-DEFAULT-KEY       PIC X(4) VALUE '****'.
      *    GLACCMAP IS EFFECTIVE-DATED - A PERIOD POSTS TO THE
      *    MAPPING IN FORCE ON THE LAST DAY OF THAT PERIOD
       01  WS-GLMAP-PERIOD          PIC X(6).
       01  WS-GLMAP-DEPT            PIC X(4).
       01  WS-GLMAP-MONTH-WORK.
           05 WS-GM-YEAR            PIC 9(4).
           05 WS-GM-MONTH           PIC 9(2).
           05 WS-GM-DAY             PIC 9(2).
       01  WS-GLMAP-NEXT-FIRST REDEFINES WS-GLMAP-MONTH-WORK
                                    PIC 9(8).
       01  WS-GLMAP-AS-OF-NUMERIC   PIC 9(8).
       01  WS-GLMAP-AS-OF-DATE REDEFINES WS-GLMAP-AS-OF-NUMERIC
                                    PIC X(8).
       01  WS-GLMAP-FOUND-IND       PIC X(1)  VALUE 'N'.
           88 WS-GLMAP-FOUND                   VALUE 'Y'.
       01  WS-COMPHST-STATUS       PIC X(2).
       01  WS-ASGHST-STATUS        PIC X(2).
       01  WS-ASG-TRANSACTION      PIC X(8).
       01  WS-CURRENT-TIMESTAMP.
           05 FILLER               PIC X(12).
           05 WS-CT-SECONDS        PIC 9(2).
           88 WS-VEHICLE-SCAN-DONE           VALUE 'Y'.
       01  WS-WORKLIST-COUNT       PIC 9(5) VALUE 0.
       01  WS-OLD-SALARY           PIC 9(7)V99.
      ******************************************************************
      *   POSITION CONTROL WORK AREAS - THE VACANT POSITION FOUND FOR
      *   A HIRE OR TRANSFER IN, AND THE ONE A LEAVER HELD.
      ******************************************************************
       01  WS-POSN-STATUS          PIC X(2).
           88 WS-POSN-OK                     VALUE '00'.
       01  WS-POSN-SCAN-DONE-IND   PIC X(1) VALUE 'N'.
           88 WS-POSN-SCAN-DONE              VALUE 'Y'.
       01  WS-VACANCY-FOUND-IND    PIC X(1) VALUE 'N'.
           88 WS-VACANCY-FOUND               VALUE 'Y'.
       01  WS-NEW-POSITION-NUMBER  PIC X(6).
       01  WS-OLD-POSITION-NUMBER  PIC X(6).
       01  WS-NO-POSITION-COUNT    PIC 9(7) VALUE 0.
      ******************************************************************
      *   PAY GRADE RANGE EDIT - THE GRADE AND SALARY BEING CHECKED,
      *   AND HOW THE CHECK CAME OUT.
      ******************************************************************
       01  WS-PAYGRD-STATUS        PIC X(2).
           88 WS-PAYGRD-OK                   VALUE '00'.
       01  WS-GRADE-TO-CHECK       PIC X(3).
       01  WS-SALARY-TO-CHECK      PIC 9(7)V99.
       01  WS-GRADE-EDIT-IND       PIC X(1) VALUE 'I'.
           88 WS-GRADE-IN-RANGE              VALUE 'I'.
           88 WS-GRADE-UNKNOWN               VALUE 'U'.
           88 WS-GRADE-OUT-OF-RANGE          VALUE 'O'.
           88 WS-GRADE-OVERRIDDEN            VALUE 'V'.
       01  WS-GRADE-REJECT-COUNT   PIC 9(7) VALUE 0.
       01  WS-OVERRIDE-COUNT       PIC 9(7) VALUE 0.
       01  WS-CONTROL-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 CL-LABEL             PIC X(28).
           OPEN INPUT LOTLOC-FILE.
           OPEN OUTPUT WORKLIST-FILE.
           OPEN I-O COMPHST-FILE.
           OPEN I-O ASGHST-FILE.
           OPEN INPUT HIST-FILE.
           OPEN INPUT GLACCMAP-FILE.
           OPEN INPUT PAYGRD-FILE.
           OPEN I-O POSN-FILE.
           OPEN OUTPUT RETRO-FILE.
           OPEN I-O PEND-FILE.
           OPEN I-O REG-FILE.
           OPEN I-O MNTAUD-FILE.
           OPEN I-O BADGMS-FILE.
           OPEN I-O UIDREG-FILE.
           OPEN INPUT RULES-FILE.
           OPEN I-O USRMSG-FILE.
           OPEN I-O ONBOARD-FILE.
           OPEN I-O EVENT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-CURRENT-PERIOD.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-UID-TODAY-NUM.
           PERFORM LOAD-UID-QUARANTINE.
           PERFORM WRITE-RETRO-HEADER.
      *    THE REJECT AND REPORT FILES MUST BE OPEN BEFORE THE
      *    RELEASE PASS - A PARKED TRANSACTION WHOSE EMPLOYEE OR
           CLOSE LOTLOC-FILE.
           CLOSE WORKLIST-FILE.
           CLOSE COMPHST-FILE.
           CLOSE ASGHST-FILE.
           CLOSE POSN-FILE.
           PERFORM COUNT-STILL-PENDING.
           CLOSE PEND-FILE.
           CLOSE REG-FILE.
           CLOSE MNTAUD-FILE.
           CLOSE BADGMS-FILE.
           CLOSE UIDREG-FILE.
           CLOSE RULES-FILE.
           CLOSE USRMSG-FILE.
           CLOSE ONBOARD-FILE.
           CLOSE EVENT-FILE.
           PERFORM WRITE-RETRO-TRAILER.
           CLOSE HIST-FILE.
           CLOSE GLACCMAP-FILE.
           CLOSE PAYGRD-FILE.
           CLOSE RETRO-FILE.
           CLOSE REJECT-FILE.
           CLOSE REPORT-FILE.
              AND HT-EFFECTIVE-DATE IS GREATER THAN WS-TODAY-DATE
              PERFORM PARK-ONE-TRANSACTION
           ELSE
              MOVE 'FEED' TO WS-APPLIED-FROM
              PERFORM DISPATCH-ONE-TRANSACTION
           END-IF.
           PERFORM READ-NEXT-TRANSACTION.
                 SET WS-PEND-SCAN-DONE TO TRUE
              ELSE
                 MOVE HP-TRANSACTION TO HR-TRANSACTION-RECORD
                 MOVE 'PENDING' TO WS-APPLIED-FROM
                 PERFORM DISPATCH-ONE-TRANSACTION
                 DELETE PEND-FILE
                 ADD 1 TO WS-RELEASED-COUNT
       APPLY-HIRE.
      *    NEW EMPLOYEE - MUST NOT ALREADY EXIST, DEPARTMENT MUST,
      *    THE SALARY MUST BE A NUMBER (IT FEEDS DEPARTMENT TOTALS
      *    AND THE GL EXTRACT) INSIDE THE PAY GRADE'S RANGE, AND THE
      *    DEPARTMENT PICKS UP THE HEAD AND THE SALARY
           IF HT-SALARY IS NOT NUMERIC
              MOVE 'SALARY NOT NUMERIC' TO RJ-REASON-CODE
              PERFORM REJECT-TRANSACTION
           ELSE
              MOVE HT-PAY-GRADE TO WS-GRADE-TO-CHECK
              MOVE HT-SALARY    TO WS-SALARY-TO-CHECK
              PERFORM CHECK-GRADE-RANGE
              IF WS-GRADE-UNKNOWN OR WS-GRADE-OUT-OF-RANGE
                 PERFORM REJECT-GRADE-EDIT
              ELSE
                 PERFORM CHECK-HIRE-USER-ID
                 IF WS-UID-BLOCKED
                    PERFORM REJECT-RETIRED-USER-ID
                 ELSE
                    PERFORM APPLY-VALID-HIRE
                 END-IF
              END-IF
           END-IF.

       LOAD-UID-QUARANTINE.
      *    THE QUARANTINE ON A RETIRED USER ID COMES FROM THE
      *    ESONRUL1 RECORD - MISSING OR ZERO KEEPS THE TWO-YEAR
      *    DEFAULT
           MOVE 'ESONRUL1' TO SR-RULE-ID.
           READ RULES-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-RULES-OK
              AND SR-UID-QUARANTINE-DAYS IS NUMERIC
              AND SR-UID-QUARANTINE-DAYS IS GREATER THAN ZERO
              MOVE SR-UID-QUARANTINE-DAYS TO WS-UID-QUARANTINE-DAYS
           END-IF.

       CHECK-HIRE-USER-ID.
      *    A HIRE MAY NOT TAKE A USER ID STILL HELD, OR RETIRED
      *    INSIDE THE QUARANTINE, UNLESS IT GOES BACK TO THE SAME
      *    EMPLOYEE NUMBER ON A REHIRE
           MOVE 'N' TO WS-UID-BLOCKED-IND.
           IF HT-USER-ID IS NOT EQUAL TO SPACES
              MOVE HT-USER-ID TO WS-UID-CANDIDATE
              PERFORM CHECK-ONE-CANDIDATE
           END-IF.

       CHECK-ONE-CANDIDATE.
      *    SETS WS-UID-BLOCKED FOR WS-UID-CANDIDATE FROM ITS EUIDREG
      *    RECORD - AN ID NEVER ISSUED HAS NO RECORD AND IS FREE
           MOVE 'N' TO WS-UID-BLOCKED-IND.
           MOVE WS-UID-CANDIDATE TO UI-USER-ID.
           READ UIDREG-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-UIDREG-OK
              EVALUATE TRUE
              WHEN UI-EMPLOYEE-NUMBER IS NOT EQUAL TO SPACES
               AND UI-EMPLOYEE-NUMBER IS EQUAL TO HT-EMPLOYEE-NUMBER
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

       REJECT-RETIRED-USER-ID.
      *    HR RE-KEYS THE HIRE - THE REASON CARRIES THE KEYED ID CUT
      *    TO SIX CHARACTERS WITH THE FIRST FREE TWO-DIGIT SUFFIX
           MOVE 'N' TO WS-UID-FOUND-IND.
           MOVE ZERO TO WS-UID-BASE-LENGTH.
           INSPECT HT-USER-ID TALLYING WS-UID-BASE-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-UID-BASE-LENGTH IS GREATER THAN 6
              MOVE 6 TO WS-UID-BASE-LENGTH
           END-IF.
           MOVE ZERO TO WS-UID-SUFFIX.
           IF WS-UID-BASE-LENGTH IS GREATER THAN ZERO
              PERFORM TRY-NEXT-SUFFIX
                 UNTIL WS-UID-FOUND
                    OR WS-UID-SUFFIX IS EQUAL TO 99
           END-IF.
           IF WS-UID-FOUND
              MOVE SPACES TO RJ-REASON-CODE
              STRING 'ID RETIRED - USE ' DELIMITED BY SIZE
                     WS-UID-CANDIDATE DELIMITED BY SPACE
                     INTO RJ-REASON-CODE
           ELSE
              MOVE 'ID RETIRED - NO FREE ALTERNATE' TO RJ-REASON-CODE
           END-IF.
           PERFORM REJECT-TRANSACTION.
           ADD 1 TO WS-UID-REJECT-COUNT.

       TRY-NEXT-SUFFIX.
           ADD 1 TO WS-UID-SUFFIX.
           MOVE SPACES TO WS-UID-CANDIDATE.
           MOVE HT-USER-ID(1:WS-UID-BASE-LENGTH) TO WS-UID-CANDIDATE.
           MOVE WS-UID-SUFFIX
             TO WS-UID-CANDIDATE(WS-UID-BASE-LENGTH + 1:2).
           PERFORM CHECK-ONE-CANDIDATE.
           IF NOT WS-UID-BLOCKED
              MOVE WS-UID-CANDIDATE TO RU-USER-ID
              READ REG-FILE
                   INVALID KEY SET WS-UID-FOUND TO TRUE
              END-READ
           END-IF.

       APPLY-VALID-HIRE.
              MOVE 'DEPARTMENT NOT ON DEPTMAS' TO RJ-REASON-CODE
              PERFORM REJECT-TRANSACTION
           ELSE
              PERFORM FIND-VACANT-POSITION
              IF WS-VACANCY-FOUND
                 PERFORM WRITE-NEW-HIRE
              ELSE
                 PERFORM REJECT-NO-POSITION
              END-IF
           END-IF.

       WRITE-NEW-HIRE.
           INITIALIZE EMPLOYEE-RECORD.
           MOVE HT-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           MOVE HT-EMPLOYEE-NAME   TO EM-EMPLOYEE-NAME.
           MOVE HT-DEPT-NBR        TO EM-DEPT-NBR.
           MOVE HT-USER-ID         TO EM-USER-ID.
           MOVE HT-SALARY          TO EM-SALARY.
           MOVE WS-NEW-POSITION-NUMBER TO EM-POSITION-NUMBER.
           MOVE HT-PAY-GRADE       TO EM-PAY-GRADE.
           IF HT-EFFECTIVE-DATE IS NUMERIC
              MOVE HT-EFFECTIVE-DATE TO EM-HIRE-DATE
           ELSE
              MOVE WS-TODAY-DATE     TO EM-HIRE-DATE
           END-IF.
           WRITE EMPLOYEE-RECORD
                 INVALID KEY
                    MOVE 'EMPLOYEE ALREADY ON EMPMAS'
                         TO RJ-REASON-CODE
                    PERFORM REJECT-TRANSACTION
                 NOT INVALID KEY
                    ADD 1 TO DEPT-NBR-EMPS
                    ADD HT-SALARY TO DEPT-TOTAL-SALARIES
                    REWRITE DEPT-RECORD
                    PERFORM FILL-NEW-POSITION
                    MOVE 'HIRE' TO WS-ASG-TRANSACTION
                    PERFORM WRITE-ASSIGNMENT-HISTORY
                    PERFORM ONBOARD-NEW-HIRE
                    PERFORM TRACE-HIRE-OVERRIDE
                    PERFORM WRITE-HR-EVENT
                    ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.

       TRACE-HIRE-OVERRIDE.
      *    A HIRE LET IN OUTSIDE ITS GRADE LEAVES AN ECOMPHST TRACE
      *    (FROM ZERO) SO HR'S REASON STAYS ON FILE WITH THE SALARY
           IF WS-GRADE-OVERRIDDEN
              MOVE ZERO TO WS-OLD-SALARY
              PERFORM WRITE-COMP-HISTORY
              ADD 1 TO WS-OVERRIDE-COUNT
           END-IF.

       ONBOARD-NEW-HIRE.
                TO RU-PASSWORD-EXPIRATION-DATE.
           WRITE REG-USER-RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM WRITE-ACCOUNT-AUDIT
                    PERFORM REGISTER-USER-ID
           END-WRITE.

       REGISTER-USER-ID.
      *    RECORD THE ISSUE ON THE REGISTRY - A REISSUED ID KEEPS
      *    ITS LAST HOLDER IN THE UI-PRIOR- FIELDS
           MOVE HT-USER-ID TO UI-USER-ID.
           READ UIDREG-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-UIDREG-OK
              MOVE UI-EMPLOYEE-NUMBER TO UI-PRIOR-EMPLOYEE-NUMBER
              MOVE UI-ISSUED-DATE     TO UI-PRIOR-ISSUED-DATE
              MOVE UI-RETIRED-DATE    TO UI-PRIOR-RETIRED-DATE
              ADD 1 TO UI-REISSUE-COUNT
              PERFORM STAMP-USER-ID-ISSUE
              REWRITE USER-ID-REGISTRY-RECORD
                      INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              INITIALIZE USER-ID-REGISTRY-RECORD
              MOVE HT-USER-ID TO UI-USER-ID
              PERFORM STAMP-USER-ID-ISSUE
              WRITE USER-ID-REGISTRY-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-IF.

       STAMP-USER-ID-ISSUE.
           MOVE HT-EMPLOYEE-NUMBER TO UI-EMPLOYEE-NUMBER.
           MOVE WS-TODAY-DATE      TO UI-ISSUED-DATE.
           MOVE 'EHRFEED'          TO UI-ISSUED-BY.
           MOVE SPACES             TO UI-RETIRED-DATE.

       WRITE-ACCOUNT-AUDIT.
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE RU-USER-ID           TO MA-TARGET-ID.
           MOVE WS-CURRENT-TIMESTAMP TO MA-AUDIT-TIMESTAMP.
           MOVE ZERO                 TO MA-TASK-NUMBER.
           MOVE 'EHRFEED'            TO MA-ACTING-USER-ID.
           MOVE 'EHRFEED'            TO MA-PROGRAM-NAME.
           MOVE 'HRADD'              TO MA-ACTION-CODE.
           MOVE SPACES               TO MA-BEFORE-IMAGE.
           MOVE REG-USER-RECORD      TO MA-AFTER-IMAGE.
           WRITE MAINT-AUDIT-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.

       QUEUE-WELCOME-MESSAGE.
              READ DEPT-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-DEPT-OK
                 PERFORM FIND-VACANT-POSITION
              END-IF
              EVALUATE TRUE
              WHEN NOT WS-DEPT-OK
                 MOVE 'NEW DEPT NOT ON DEPTMAS' TO RJ-REASON-CODE
                 PERFORM REJECT-TRANSACTION
              WHEN NOT WS-VACANCY-FOUND
                 PERFORM REJECT-NO-POSITION
              WHEN OTHER
                 MOVE DEPT-LOC TO WS-NEW-DEPT-LOC
                 ADD 1 TO DEPT-NBR-EMPS
                 ADD WS-OLD-SALARY TO DEPT-TOTAL-SALARIES
                 REWRITE DEPT-RECORD
                 PERFORM RELIEVE-OLD-DEPARTMENT
                 MOVE EM-POSITION-NUMBER TO WS-OLD-POSITION-NUMBER
                 PERFORM VACATE-OLD-POSITION
                 PERFORM FILL-NEW-POSITION
                 MOVE HT-DEPT-NBR TO EM-DEPT-NBR
                 MOVE WS-NEW-POSITION-NUMBER TO EM-POSITION-NUMBER
                 REWRITE EMPLOYEE-RECORD
                 MOVE 'TRANSFER' TO WS-ASG-TRANSACTION
                 PERFORM WRITE-ASSIGNMENT-HISTORY
                 PERFORM WRITE-HR-EVENT
                 ADD 1 TO WS-APPLIED-COUNT
                 PERFORM CHECK-OUT-OF-LOCATION-SPACE
              END-EVALUATE
           END-IF.

       CHECK-OUT-OF-LOCATION-SPACE.
              MOVE HT-EFFECTIVE-DATE    TO EM-LEAVE-START-DATE
              MOVE HT-LEAVE-RETURN-DATE TO EM-LEAVE-RETURN-DATE
              REWRITE EMPLOYEE-RECORD
              MOVE 'LEAVE' TO WS-ASG-TRANSACTION
              PERFORM WRITE-ASSIGNMENT-HISTORY
              PERFORM WRITE-HR-EVENT
              ADD 1 TO WS-APPLIED-COUNT
           END-IF.

                 MOVE WS-TODAY-DATE TO EM-LEAVE-RETURN-DATE
              END-IF
              REWRITE EMPLOYEE-RECORD
              MOVE 'RETURN' TO WS-ASG-TRANSACTION
              PERFORM WRITE-ASSIGNMENT-HISTORY
              PERFORM WRITE-HR-EVENT
              ADD 1 TO WS-APPLIED-COUNT
           END-IF.

           ELSE
              MOVE EM-DEPT-NBR TO WS-OLD-DEPT-NBR
              MOVE EM-SALARY   TO WS-OLD-SALARY
              MOVE EM-POSITION-NUMBER TO WS-OLD-POSITION-NUMBER
              MOVE 'TERMINAT' TO WS-ASG-TRANSACTION
              PERFORM WRITE-ASSIGNMENT-HISTORY
              DELETE EMP-FILE
              PERFORM RELIEVE-OLD-DEPARTMENT
              PERFORM VACATE-OLD-POSITION
              PERFORM DEACTIVATE-LEAVER-BADGES
              PERFORM WRITE-HR-EVENT
              ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       DEACTIVATE-LEAVER-BADGES.
      *    EVERY BADGE STILL ABLE TO OPEN A DOOR (ACTIVE, OR
      *    SUSPENDED FOR A LEAVE) IS DEACTIVATED - LOST AND REPLACED
      *    CARDS ARE ALREADY OFF THE DOORS AND KEEP THEIR STATUS
           MOVE 'N' TO WS-BADGE-SCAN-DONE-IND.
           MOVE HT-EMPLOYEE-NUMBER TO BM-EMPLOYEE-NUMBER.
           START BADGMS-FILE KEY IS EQUAL TO BM-EMPLOYEE-NUMBER
                 INVALID KEY SET WS-BADGE-SCAN-DONE TO TRUE
           END-START.
           PERFORM DEACTIVATE-ONE-BADGE
              UNTIL WS-BADGE-SCAN-DONE.

       DEACTIVATE-ONE-BADGE.
           READ BADGMS-FILE NEXT RECORD
                AT END SET WS-BADGE-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-BADGE-SCAN-DONE
              IF BM-EMPLOYEE-NUMBER IS NOT EQUAL TO HT-EMPLOYEE-NUMBER
                 SET WS-BADGE-SCAN-DONE TO TRUE
              ELSE
                 IF BM-IS-ACTIVE OR BM-IS-SUSPENDED
                    INITIALIZE MAINT-AUDIT-RECORD
                    MOVE BADGE-MASTER-RECORD  TO MA-BEFORE-IMAGE
                    SET BM-IS-DEACTIVATED     TO TRUE
                    MOVE WS-TODAY-DATE        TO BM-STATUS-DATE
                    MOVE 'TERMINATED'         TO BM-STATUS-REASON
                    MOVE 'EHRFEED'            TO BM-CHANGED-BY
                    MOVE WS-CURRENT-TIMESTAMP TO BM-CHANGED-TIMESTAMP
                    REWRITE BADGE-MASTER-RECORD
                    IF WS-BADGMS-OK
                       ADD 1 TO WS-BADGE-OFF-COUNT
                       PERFORM WRITE-BADGE-AUDIT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       WRITE-BADGE-AUDIT.
           MOVE BM-BADGE-NUMBER      TO MA-TARGET-ID.
           MOVE WS-CURRENT-TIMESTAMP TO MA-AUDIT-TIMESTAMP.
           MOVE ZERO                 TO MA-TASK-NUMBER.
           MOVE 'EHRFEED'            TO MA-ACTING-USER-ID.
           MOVE 'EHRFEED'            TO MA-PROGRAM-NAME.
           MOVE 'HRBDGOFF'           TO MA-ACTION-CODE.
           MOVE BADGE-MASTER-RECORD  TO MA-AFTER-IMAGE.
           WRITE MAINT-AUDIT-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.

       APPLY-NAME-CHANGE.
           MOVE HT-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMP-FILE
           ELSE
              MOVE HT-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
              REWRITE EMPLOYEE-RECORD
              MOVE 'NAMECHG' TO WS-ASG-TRANSACTION
              PERFORM WRITE-ASSIGNMENT-HISTORY
              PERFORM WRITE-HR-EVENT
              ADD 1 TO WS-APPLIED-COUNT
           END-IF.

              REWRITE DEPT-RECORD
           END-IF.

       FIND-VACANT-POSITION.
      *    THE POSITION NAMED ON THE TRANSACTION MUST BE VACANT IN
      *    THE DEPARTMENT; WITH NONE NAMED, THE DEPARTMENT'S FIRST
      *    VACANT POSITION IS TAKEN
           MOVE 'N' TO WS-VACANCY-FOUND-IND.
           MOVE SPACES TO WS-NEW-POSITION-NUMBER.
           IF HT-POSITION-NUMBER IS NOT EQUAL TO SPACES
              MOVE HT-DEPT-NBR        TO PN-DEPT-NBR
              MOVE HT-POSITION-NUMBER TO PN-POSITION-NUMBER
              READ POSN-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-POSN-OK
                 AND PN-IS-VACANT
                 MOVE PN-POSITION-NUMBER TO WS-NEW-POSITION-NUMBER
                 SET WS-VACANCY-FOUND TO TRUE
              END-IF
           ELSE
              MOVE 'N' TO WS-POSN-SCAN-DONE-IND
              MOVE HT-DEPT-NBR TO PN-DEPT-NBR
              MOVE LOW-VALUES  TO PN-POSITION-NUMBER
              START POSN-FILE KEY IS GREATER THAN OR EQUAL TO
                    PN-POSITION-KEY
                    INVALID KEY SET WS-POSN-SCAN-DONE TO TRUE
              END-START
              PERFORM CHECK-ONE-POSITION
                 UNTIL WS-POSN-SCAN-DONE OR WS-VACANCY-FOUND
           END-IF.

       CHECK-ONE-POSITION.
           READ POSN-FILE NEXT RECORD
                AT END SET WS-POSN-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-POSN-SCAN-DONE
              IF PN-DEPT-NBR IS NOT EQUAL TO HT-DEPT-NBR
                 SET WS-POSN-SCAN-DONE TO TRUE
              ELSE
                 IF PN-IS-VACANT
                    MOVE PN-POSITION-NUMBER TO WS-NEW-POSITION-NUMBER
                    SET WS-VACANCY-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.

       FILL-NEW-POSITION.
           MOVE HT-DEPT-NBR            TO PN-DEPT-NBR.
           MOVE WS-NEW-POSITION-NUMBER TO PN-POSITION-NUMBER.
           READ POSN-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-POSN-OK
              SET PN-IS-FILLED        TO TRUE
              MOVE HT-EMPLOYEE-NUMBER TO PN-EMPLOYEE-NUMBER
              MOVE WS-TODAY-DATE      TO PN-STATUS-DATE
              REWRITE POSITION-RECORD
           END-IF.

       VACATE-OLD-POSITION.
      *    ONLY IF THE LEAVER STILL HOLDS IT - AN EMPLOYEE LINKED TO NO
      *    POSITION (OR A POSITION SINCE REASSIGNED) HAS NOTHING TO GIVE
      *    BACK
           IF WS-OLD-POSITION-NUMBER IS NOT EQUAL TO SPACES
              MOVE WS-OLD-DEPT-NBR        TO PN-DEPT-NBR
              MOVE WS-OLD-POSITION-NUMBER TO PN-POSITION-NUMBER
              READ POSN-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-POSN-OK
                 AND PN-EMPLOYEE-NUMBER IS EQUAL TO HT-EMPLOYEE-NUMBER
                 SET PN-IS-VACANT   TO TRUE
                 MOVE SPACES        TO PN-EMPLOYEE-NUMBER
                 MOVE WS-TODAY-DATE TO PN-STATUS-DATE
                 REWRITE POSITION-RECORD
              END-IF
           END-IF.

       REJECT-NO-POSITION.
           IF HT-POSITION-NUMBER IS NOT EQUAL TO SPACES
              MOVE 'POSITION NOT VACANT IN DEPT' TO RJ-REASON-CODE
           ELSE
              MOVE 'NO VACANT POSITION IN DEPT'  TO RJ-REASON-CODE
           END-IF.
           PERFORM REJECT-TRANSACTION.
           ADD 1 TO WS-NO-POSITION-COUNT.

       APPLY-SALARY-CHANGE.
      *    PUT THE NEW SALARY ON THE EMPLOYEE AND CARRY THE
      *    DIFFERENCE THROUGH THE DEPARTMENT TOTALS - AND LEAVE A
              MOVE 'EMPLOYEE NOT ON EMPMAS' TO RJ-REASON-CODE
              PERFORM REJECT-TRANSACTION
           ELSE
      *       A GRADE ON THE TRANSACTION IS A REGRADE - OTHERWISE THE
      *       NEW SALARY IS HELD TO THE GRADE THE EMPLOYEE HAS NOW
              IF HT-PAY-GRADE IS NOT EQUAL TO SPACES
                 MOVE HT-PAY-GRADE TO WS-GRADE-TO-CHECK
              ELSE
                 MOVE EM-PAY-GRADE TO WS-GRADE-TO-CHECK
              END-IF
              MOVE HT-SALARY TO WS-SALARY-TO-CHECK
              PERFORM CHECK-GRADE-RANGE
              IF WS-GRADE-UNKNOWN OR WS-GRADE-OUT-OF-RANGE
                 PERFORM REJECT-GRADE-EDIT
              ELSE
                 PERFORM APPLY-VALID-SALARY-CHANGE
              END-IF
           END-IF.

       APPLY-VALID-SALARY-CHANGE.
           MOVE EM-SALARY TO WS-OLD-SALARY.
           MOVE HT-SALARY TO EM-SALARY.
           MOVE WS-GRADE-TO-CHECK TO EM-PAY-GRADE.
           REWRITE EMPLOYEE-RECORD.
           PERFORM ADJUST-DEPT-FOR-SALARY.
           PERFORM WRITE-COMP-HISTORY.
           IF HT-EFFECTIVE-DATE IS NUMERIC
              AND HT-EFFECTIVE-DATE(1:6) IS LESS THAN
                  WS-CURRENT-PERIOD
              PERFORM CUT-RETRO-ADJUSTMENTS
           END-IF.
           IF WS-GRADE-OVERRIDDEN
              ADD 1 TO WS-OVERRIDE-COUNT
           END-IF.
           PERFORM WRITE-HR-EVENT.
           ADD 1 TO WS-APPLIED-COUNT.

       CHECK-GRADE-RANGE.
      *    AN UNGRADED EMPLOYEE HAS NO RANGE TO HOLD TO.  OUTSIDE THE
      *    RANGE IS LET THROUGH ONLY WITH HR'S OVERRIDE REASON
           SET WS-GRADE-IN-RANGE TO TRUE.
           IF WS-GRADE-TO-CHECK IS NOT EQUAL TO SPACES
              MOVE WS-GRADE-TO-CHECK TO PG-PAY-GRADE
              READ PAYGRD-FILE
                   INVALID KEY CONTINUE
              END-READ
              EVALUATE TRUE
              WHEN NOT WS-PAYGRD-OK
                   SET WS-GRADE-UNKNOWN TO TRUE
              WHEN WS-SALARY-TO-CHECK IS NOT LESS THAN PG-MINIMUM
                   AND WS-SALARY-TO-CHECK IS NOT GREATER THAN
                       PG-MAXIMUM
                   CONTINUE
              WHEN HT-OVERRIDE-REASON IS NOT EQUAL TO SPACES
                   SET WS-GRADE-OVERRIDDEN TO TRUE
              WHEN OTHER
                   SET WS-GRADE-OUT-OF-RANGE TO TRUE
              END-EVALUATE
           END-IF.

       REJECT-GRADE-EDIT.
           IF WS-GRADE-UNKNOWN
              MOVE 'PAY GRADE NOT ON EPAYGRD'   TO RJ-REASON-CODE
           ELSE
              MOVE 'SALARY OUTSIDE GRADE RANGE' TO RJ-REASON-CODE
           END-IF.
           PERFORM REJECT-TRANSACTION.
           ADD 1 TO WS-GRADE-REJECT-COUNT.

       CUT-RETRO-ADJUSTMENTS.
      *    ONE TWELFTH OF THE ANNUAL DIFFERENCE PER MISSED PERIOD,
      *    FROM THE EFFECTIVE PERIOD UP TO (NOT INCLUDING) THE
       LOOKUP-RETRO-ACCOUNTS.
      *    SAME GLACCMAP LOOKUP ORDER DEPTPAY USES, '****' DEFAULT
      *    ROW INCLUDED
           MOVE WS-WORK-PERIOD TO WS-GLMAP-PERIOD.
           PERFORM SET-GLMAP-AS-OF-DATE.
           MOVE EM-DEPT-NBR TO WS-GLMAP-DEPT.
           PERFORM FIND-GLMAP-ROW.
           IF NOT WS-GLMAP-FOUND
              MOVE WS-GL-DEFAULT-KEY TO WS-GLMAP-DEPT
              PERFORM FIND-GLMAP-ROW
           END-IF.
           IF WS-GLMAP-FOUND
              MOVE GA-EXPENSE-ACCOUNT  TO WS-EXPENSE-ACCOUNT
              MOVE GA-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT
           ELSE
              MOVE 'SALCLR  ' TO WS-CLEARING-ACCOUNT
           END-IF.

       SET-GLMAP-AS-OF-DATE.
      *    THE LAST DAY OF WS-GLMAP-PERIOD IS THE DAY BEFORE THE
      *    FIRST OF THE FOLLOWING MONTH.  A PERIOD THAT IS NOT A
      *    PROPER YYYYMM TAKES THE OPEN-ENDED CURRENT MAPPING
           IF WS-GLMAP-PERIOD IS NUMERIC
              AND WS-GLMAP-PERIOD(5:2) IS GREATER THAN '00'
              AND WS-GLMAP-PERIOD(5:2) IS LESS THAN '13'
              MOVE WS-GLMAP-PERIOD(1:4) TO WS-GM-YEAR
              MOVE WS-GLMAP-PERIOD(5:2) TO WS-GM-MONTH
              MOVE 1 TO WS-GM-DAY
              IF WS-GM-MONTH IS EQUAL TO 12
                 ADD 1 TO WS-GM-YEAR
                 MOVE 1 TO WS-GM-MONTH
              ELSE
                 ADD 1 TO WS-GM-MONTH
              END-IF
              COMPUTE WS-GLMAP-AS-OF-NUMERIC =
                 FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-GLMAP-NEXT-FIRST) - 1)
           ELSE
              MOVE 99991231 TO WS-GLMAP-AS-OF-NUMERIC
           END-IF.

       FIND-GLMAP-ROW.
      *    ROWS ARE KEYED ON THE DATE THEY STOP APPLYING, SO THE FIRST
      *    ROW AT OR AFTER DEPARTMENT + AS-OF DATE IS THE ONE IN FORCE
      *    - PROVIDED IT IS STILL THE SAME DEPARTMENT AND HAD ALREADY
      *    STARTED BY THEN
           MOVE 'N' TO WS-GLMAP-FOUND-IND.
           MOVE WS-GLMAP-DEPT       TO GA-DEPT-NBR.
           MOVE WS-GLMAP-AS-OF-DATE TO GA-EFFECTIVE-TO.
           START GLACCMAP-FILE KEY IS GREATER THAN OR EQUAL TO
                 GA-MAP-KEY
                 INVALID KEY CONTINUE
           END-START.
           IF WS-GLACC-OK
              READ GLACCMAP-FILE NEXT RECORD
                   AT END CONTINUE
              END-READ
           END-IF.
           IF WS-GLACC-OK
              AND GA-DEPT-NBR IS EQUAL TO WS-GLMAP-DEPT
              AND GA-EFFECTIVE-FROM IS NOT GREATER THAN
                  WS-GLMAP-AS-OF-DATE
              SET WS-GLMAP-FOUND TO TRUE
           END-IF.

       WRITE-RETRO-HEADER.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'H'                       TO GL-RECORD-TYPE.
           MOVE EM-SALARY           TO CH-NEW-SALARY.
           MOVE 'EHRFEED'           TO CH-SOURCE.
           MOVE 'EHRFEED'           TO CH-ACTING-USER.
           IF WS-GRADE-OVERRIDDEN
              MOVE HT-OVERRIDE-REASON TO CH-OVERRIDE-REASON
           END-IF.
           WRITE COMP-HISTORY-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
              ADD 1 TO WS-CT-SECONDS
           END-IF.

       WRITE-ASSIGNMENT-HISTORY.
      *    THE EMPLOYEE RECORD AS IT STANDS AFTER THE CHANGE, IN
      *    FORCE FROM THE TRANSACTION'S EFFECTIVE DATE (OR TODAY)
           INITIALIZE ASSIGNMENT-HISTORY-RECORD.
           MOVE EM-EMPLOYEE-NUMBER  TO AH-EMPLOYEE-NUMBER.
           IF HT-EFFECTIVE-DATE IS NUMERIC
              MOVE HT-EFFECTIVE-DATE TO AH-EFFECTIVE-DATE
           ELSE
              MOVE WS-TODAY-DATE     TO AH-EFFECTIVE-DATE
           END-IF.
           MOVE WS-CURRENT-TIMESTAMP TO AH-RECORDED-TIMESTAMP.
           MOVE EM-EMPLOYEE-NAME    TO AH-EMPLOYEE-NAME.
           MOVE EM-DEPT-NBR         TO AH-DEPT-NBR.
           MOVE EM-USER-ID          TO AH-USER-ID.
           MOVE EM-LEAVE-STATUS     TO AH-LEAVE-STATUS.
           MOVE EM-POSITION-NUMBER  TO AH-POSITION-NUMBER.
           MOVE 'EHRFEED'           TO AH-SOURCE.
           MOVE WS-ASG-TRANSACTION  TO AH-SOURCE-TRANSACTION.
           MOVE 'EHRFEED'           TO AH-ACTING-USER.
           WRITE ASSIGNMENT-HISTORY-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
      *    SAME KEY-COLLISION NUDGE AS THE COMPENSATION HISTORY
           IF WS-CT-SECONDS IS LESS THAN 99
              ADD 1 TO WS-CT-SECONDS
           END-IF.

       WRITE-HR-EVENT.
      *    THE APPLIED TRANSACTION GOES ON THE EVENT HISTORY AS IT
      *    CAME IN - A TRANSFER OR TERMINATION RECORDS THE DEPARTMENT
      *    THE EMPLOYEE LEFT, WHICH EMPMAS NO LONGER SHOWS
           INITIALIZE HR-EVENT-RECORD.
           IF HT-EFFECTIVE-DATE IS NUMERIC
              MOVE HT-EFFECTIVE-DATE TO HE-EFFECTIVE-DATE
           ELSE
              MOVE WS-TODAY-DATE     TO HE-EFFECTIVE-DATE
           END-IF.
           MOVE HT-EMPLOYEE-NUMBER    TO HE-EMPLOYEE-NUMBER.
           MOVE HT-TRANS-CODE         TO HE-TRANS-CODE.
           EVALUATE TRUE
           WHEN HT-IS-HIRE
                MOVE SPACES          TO HE-FROM-DEPT-NBR
                MOVE HT-DEPT-NBR     TO HE-TO-DEPT-NBR
           WHEN HT-IS-TRANSFER
                MOVE WS-OLD-DEPT-NBR TO HE-FROM-DEPT-NBR
                MOVE HT-DEPT-NBR     TO HE-TO-DEPT-NBR
           WHEN HT-IS-TERMINATE
                MOVE WS-OLD-DEPT-NBR TO HE-FROM-DEPT-NBR
                MOVE SPACES          TO HE-TO-DEPT-NBR
           WHEN OTHER
                MOVE EM-DEPT-NBR     TO HE-FROM-DEPT-NBR
                MOVE EM-DEPT-NBR     TO HE-TO-DEPT-NBR
           END-EVALUATE.
           MOVE WS-CURRENT-TIMESTAMP  TO HE-APPLIED-TIMESTAMP.
           MOVE WS-APPLIED-FROM       TO HE-APPLIED-FROM.
           MOVE HR-TRANSACTION-RECORD TO HE-TRANSACTION.
           MOVE ZERO TO HE-SEQUENCE.
           MOVE 'N' TO WS-EVENT-FILED-IND.
           PERFORM FILE-ONE-EVENT-SLOT
              UNTIL WS-EVENT-FILED.

       FILE-ONE-EVENT-SLOT.
      *    A SECOND EVENT FOR THE SAME EMPLOYEE ON THE SAME DAY TAKES
      *    THE NEXT SEQUENCE - THE HISTORY IS NEVER WRITTEN OVER
           ADD 1 TO HE-SEQUENCE.
           SET WS-EVENT-FILED TO TRUE.
           WRITE HR-EVENT-RECORD
                 INVALID KEY MOVE 'N' TO WS-EVENT-FILED-IND
                 NOT INVALID KEY ADD 1 TO WS-EVENT-COUNT
           END-WRITE.
           IF HE-SEQUENCE IS EQUAL TO 999
              SET WS-EVENT-FILED TO TRUE
           END-IF.

       REJECT-TRANSACTION.
           MOVE HR-TRANSACTION-RECORD TO RJ-TRANSACTION.
           WRITE REJECT-RECORD.
           MOVE WS-REJECTED-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REJECTED - NO VACANT POSN:' TO CL-LABEL.
           MOVE WS-NO-POSITION-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REJECTED - PAY GRADE EDIT:' TO CL-LABEL.
           MOVE WS-GRADE-REJECT-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REJECTED - USER ID RETIRED:' TO CL-LABEL.
           MOVE WS-UID-REJECT-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'APPLIED ON GRADE OVERRIDE:' TO CL-LABEL.
           MOVE WS-OVERRIDE-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PARKED (FUTURE-DATED):' TO CL-LABEL.
           MOVE WS-PARKED-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           MOVE WS-STILL-PENDING-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BADGES DEACTIVATED:' TO CL-LABEL.
           MOVE WS-BADGE-OFF-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'HR EVENTS RECORDED:' TO CL-LABEL.
           MOVE WS-EVENT-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-READ-COUNT IS NOT EQUAL TO
              WS-APPLIED-COUNT + WS-REJECTED-COUNT
              + WS-PARKED-COUNT - WS-RELEASED-COUNT
