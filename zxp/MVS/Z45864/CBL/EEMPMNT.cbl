      *        NON-BLANK EM-USER-ID MUST NOT ALREADY BELONG TO A
      *        DIFFERENT EMPLOYEE, SO THE EREGUSR LINKAGE STAYS
      *        ONE-TO-ONE.
      *      - AN ADD, OR A CHANGE TO THE NAME, DEPARTMENT OR USER
      *        ID, WRITES AN EASGHST ASSIGNMENT-HISTORY RECORD
      *        EFFECTIVE TODAY.
      *      - A GRADED EMPLOYEE'S SALARY MUST SIT INSIDE THE EPAYGRD
      *        RANGE FOR THE PAY GRADE - AN ADD OR A SALARY/GRADE
      *        CHANGE OUTSIDE IT IS REFUSED UNLESS AN OVERRIDE REASON
      *        IS KEYED, WHICH THEN GOES ON THE ECOMPHST TRACE.
      *      - AN ADD OR A DEPARTMENT CHANGE IS POSITION-CONTROLLED AS
      *        AN EHRFEED HIRE OR TRANSFER IS - IT FILLS THE
      *        DEPARTMENT'S FIRST VACANT DEPTPOSN POSITION (OR IS
      *        REFUSED WHEN THERE IS NONE), AND A CHANGE VACATES THE
      *        POSITION THE EMPLOYEE LEAVES BEHIND.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EMPMAS.
       COPY DEPTMAS.
       COPY ECOMPHST.
       COPY EPAYGRD.
       COPY EASGHST.
       COPY DEPTPOSN.
       COPY EFWDJRNL.
       COPY EERRCOM.
       COPY DFHAID.
       01 WS-TARGET-EMPNO      PIC X(6).
       01 WS-COMP-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-OLD-SALARY        PIC 9(7)V99.
       01 WS-ASG-RESPONSE      PIC S9(8) USAGE IS COMPUTATIONAL.
      ******************************************************************
      *   PAY GRADE RANGE EDIT - THE GRADE AND SALARY THE EMPLOYEE
      *   WILL END UP WITH, HR'S OVERRIDE REASON, AND THE OUTCOME.
      ******************************************************************
       01 WS-PAYGRD-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CHECK-GRADE       PIC X(3).
       01 WS-CHECK-SALARY      PIC 9(7)V99.
       01 WS-OVERRIDE-REASON   PIC X(20).
       01 WS-GRADE-EDIT-IND    PIC X(1) VALUE 'I'.
          88 WS-GRADE-IN-RANGE          VALUE 'I'.
          88 WS-GRADE-UNKNOWN           VALUE 'U'.
          88 WS-GRADE-OUT-OF-RANGE      VALUE 'O'.
          88 WS-GRADE-OVERRIDDEN        VALUE 'V'.
          88 WS-GRADE-ACCEPTED          VALUE 'I' 'V'.
      ******************************************************************
      *   POSITION CONTROL ON A DEPARTMENT CHANGE - THE VACANT POSITION
      *   FOUND IN THE NEW DEPARTMENT AND THE ONE BEING GIVEN UP.
      ******************************************************************
       01 WS-POSN-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-DEPT-CHANGE-IND   PIC X(1) VALUE 'N'.
          88 WS-DEPT-CHANGING           VALUE 'Y'.
       01 WS-POSN-SCAN-DONE-IND PIC X(1) VALUE 'N'.
          88 WS-POSN-SCAN-DONE          VALUE 'Y'.
       01 WS-VACANCY-FOUND-IND PIC X(1) VALUE 'N'.
          88 WS-VACANCY-FOUND           VALUE 'Y'.
       01 WS-POSITION-FILLED-IND PIC X(1) VALUE 'N'.
          88 WS-POSITION-FILLED         VALUE 'Y'.
       01 WS-NEW-POSITION-NUMBER PIC X(6).
       01 WS-OLD-POSITION-NUMBER PIC X(6).
       01 WS-TODAY-DATE        PIC X(8).
       01 WS-ASG-TRANSACTION   PIC X(8).
       01 WS-OLD-ASSIGNMENT.
          05 WS-OLD-EMPLOYEE-NAME PIC X(25).
          05 WS-OLD-DEPT-NBR   PIC X(4).
          05 WS-OLD-USER-ID    PIC X(8).
       01 WS-NEW-ASSIGNMENT.
          05 WS-NEW-EMPLOYEE-NAME PIC X(25).
          05 WS-NEW-DEPT-NBR   PIC X(4).
          05 WS-NEW-USER-ID    PIC X(8).
      ******************************************************************
      *   FORWARD-RECOVERY JOURNAL WORK AREAS (SEE EFWDJRNL).
      ******************************************************************
              END-IF
           END-IF.

       2230-VALIDATE-PAY-GRADE.
      *    NO GRADE MEANS NO RANGE TO HOLD TO.  OUTSIDE THE GRADE'S
      *    MINIMUM AND MAXIMUM IS ONLY LET THROUGH WITH A REASON
           SET WS-GRADE-IN-RANGE TO TRUE.
           IF OVRRSNI IS EQUAL TO LOW-VALUES
              MOVE SPACES  TO WS-OVERRIDE-REASON
           ELSE
              MOVE OVRRSNI TO WS-OVERRIDE-REASON
           END-IF.
           IF WS-CHECK-GRADE IS NOT EQUAL TO SPACES
              MOVE WS-CHECK-GRADE TO PG-PAY-GRADE
              EXEC CICS READ
                   FILE(AC-PAYGRD-FILENAME)
                   INTO (PAY-GRADE-RECORD)
                   RIDFLD(PG-PAY-GRADE)
                   RESP(WS-PAYGRD-RESPONSE)
                   END-EXEC
              EVALUATE TRUE
              WHEN WS-PAYGRD-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   SET WS-GRADE-UNKNOWN TO TRUE
                   MOVE "Pay grade not on EPAYGRD!" TO MESSO
              WHEN WS-CHECK-SALARY IS NOT LESS THAN PG-MINIMUM
                   AND WS-CHECK-SALARY IS NOT GREATER THAN
                       PG-MAXIMUM
                   CONTINUE
              WHEN WS-OVERRIDE-REASON IS NOT EQUAL TO SPACES
                   SET WS-GRADE-OVERRIDDEN TO TRUE
              WHEN OTHER
                   SET WS-GRADE-OUT-OF-RANGE TO TRUE
                   MOVE "Salary outside grade range - key a reason!"
                        TO MESSO
              END-EVALUATE
           END-IF.

       2300-ADD-EMPLOYEE.
      *    THE NEW EMPLOYEE'S SALARY IS HELD TO THEIR PAY GRADE
      *    BEFORE ANYTHING ELSE IS LOOKED AT
           IF PAYGRDI IS EQUAL TO LOW-VALUES
              MOVE SPACES  TO WS-CHECK-GRADE
           ELSE
              MOVE PAYGRDI TO WS-CHECK-GRADE
           END-IF.
           IF SALARYI IS NUMERIC
              MOVE SALARYI TO WS-CHECK-SALARY
           ELSE
              MOVE ZERO    TO WS-CHECK-SALARY
           END-IF.
           PERFORM 2230-VALIDATE-PAY-GRADE.
           IF WS-GRADE-ACCEPTED
              PERFORM 2310-ADD-VALID-EMPLOYEE
           END-IF.

       2310-ADD-VALID-EMPLOYEE.
           PERFORM 2210-VALIDATE-DEPARTMENT.
           IF NOT WS-DEPT-VALID
              MOVE "Department not on DEPTMAS!" TO MESSO
              IF NOT WS-USERID-UNIQUE
                 MOVE "User id already linked elsewhere!" TO MESSO
              ELSE
                 MOVE 'N' TO WS-VACANCY-FOUND-IND
                 PERFORM 2412-FIND-VACANT-POSITION
                 IF NOT WS-VACANCY-FOUND
                    MOVE "No vacant position in department!" TO MESSO
                 ELSE
                    PERFORM 2320-FILL-AND-WRITE-EMPLOYEE
                 END-IF
              END-IF
           END-IF.

       2320-FILL-AND-WRITE-EMPLOYEE.
      *    THE POSITION IS FILLED FIRST SO NO OTHER TRANSACTION CAN
      *    TAKE IT, AND GIVEN BACK IF THE EMPLOYEE IS NOT WRITTEN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           INITIALIZE EMPLOYEE-RECORD.
           MOVE EMPNOI  TO EM-EMPLOYEE-NUMBER.
           MOVE EMPNAMI TO EM-EMPLOYEE-NAME.
           MOVE DEPTNOI TO EM-DEPT-NBR.
           MOVE USRIDI  TO EM-USER-ID.
           MOVE WS-CHECK-SALARY TO EM-SALARY.
           MOVE WS-CHECK-GRADE  TO EM-PAY-GRADE.
           MOVE WS-NEW-POSITION-NUMBER TO EM-POSITION-NUMBER.
           PERFORM 2422-FILL-NEW-POSITION.
           IF NOT WS-POSITION-FILLED
              MOVE "Department's position just taken - retry!"
                   TO MESSO
           ELSE
              EXEC CICS WRITE
                   FILE(AC-EMPMAS-FILENAME)
                   FROM (EMPLOYEE-RECORD)
                   RIDFLD(EM-EMPLOYEE-NUMBER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   MOVE AC-EMPMAS-FILENAME
                        TO WS-JRNL-FILE-NAME
                   MOVE 'A' TO WS-JRNL-ACTION
                   MOVE EMPLOYEE-RECORD TO WS-JRNL-IMAGE
                   PERFORM 9100-WRITE-FORWARD-JOURNAL
                   MOVE 'ADD' TO WS-ASG-TRANSACTION
                   PERFORM 2460-WRITE-ASSIGNMENT-HISTORY
                   MOVE "Employee added!" TO MESSO
      *            AN ADD OUTSIDE THE GRADE KEEPS HR'S REASON ON
      *            THE COMPENSATION TRACE, FROM A ZERO SALARY
                   IF WS-GRADE-OVERRIDDEN
                      MOVE ZERO TO WS-OLD-SALARY
                      PERFORM 2450-WRITE-COMP-HISTORY
                      MOVE "Employee added on grade override!"
                           TO MESSO
                   END-IF
              WHEN DFHRESP(DUPREC)
                   MOVE "Employee already exists!" TO MESSO
              WHEN OTHER
                   MOVE "Error adding employee!" TO MESSO
                   MOVE '2320-FILL-AND-WRITE-EMPLOYEE'
                        TO ER-PARAGRAPH-NAME
                   PERFORM 9300-LOG-ERROR
              END-EVALUATE
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 PERFORM 2424-RELEASE-NEW-POSITION
              END-IF
           END-IF.

                      UPDATE
                      END-EXEC
                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    PERFORM 2410-CHECK-CHANGED-PAY
                 ELSE
                    MOVE "Employee not found!" TO MESSO
                 END-IF
              END-IF
           END-IF.

       2410-CHECK-CHANGED-PAY.
      *    A BLANK GRADE KEEPS THE EMPLOYEE'S CURRENT ONE.  THE RANGE
      *    IS ONLY CHECKED WHEN THE SALARY OR THE GRADE ACTUALLY
      *    CHANGES, SO A NAME FIX ON A LEGACY OUT-OF-RANGE EMPLOYEE
      *    STILL GOES THROUGH
           IF PAYGRDI IS EQUAL TO SPACES
              OR PAYGRDI IS EQUAL TO LOW-VALUES
              MOVE EM-PAY-GRADE TO WS-CHECK-GRADE
           ELSE
              MOVE PAYGRDI      TO WS-CHECK-GRADE
           END-IF.
           IF SALARYI IS NUMERIC
              MOVE SALARYI   TO WS-CHECK-SALARY
           ELSE
              MOVE EM-SALARY TO WS-CHECK-SALARY
           END-IF.
           IF WS-CHECK-SALARY IS EQUAL TO EM-SALARY
              AND WS-CHECK-GRADE IS EQUAL TO EM-PAY-GRADE
              SET WS-GRADE-IN-RANGE TO TRUE
           ELSE
              PERFORM 2230-VALIDATE-PAY-GRADE
           END-IF.
           MOVE 'N' TO WS-DEPT-CHANGE-IND.
           MOVE 'N' TO WS-VACANCY-FOUND-IND.
           IF WS-GRADE-ACCEPTED
              AND DEPTNOI IS NOT EQUAL TO EM-DEPT-NBR
              SET WS-DEPT-CHANGING TO TRUE
              PERFORM 2412-FIND-VACANT-POSITION
              IF NOT WS-VACANCY-FOUND
                 MOVE "No vacant position in new department!" TO MESSO
              END-IF
           END-IF.
           IF WS-GRADE-ACCEPTED
              AND (NOT WS-DEPT-CHANGING OR WS-VACANCY-FOUND)
              PERFORM 2420-REWRITE-EMPLOYEE
           ELSE
              EXEC CICS UNLOCK
                   FILE(AC-EMPMAS-FILENAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2412-FIND-VACANT-POSITION.
      *    THE NEW DEPARTMENT'S FIRST VACANT POSITION IS TAKEN, AS FOR
      *    AN EHRFEED TRANSFER THAT NAMES NONE.  THE BROWSE WORKS IN
      *    POSITION-RECORD, SO THE HELD EMPLOYEE RECORD IS UNTOUCHED
           MOVE 'N' TO WS-POSN-SCAN-DONE-IND.
           MOVE SPACES TO WS-NEW-POSITION-NUMBER.
           MOVE DEPTNOI    TO PN-DEPT-NBR.
           MOVE LOW-VALUES TO PN-POSITION-NUMBER.
           EXEC CICS STARTBR
                FILE(AC-DEPTPOSN-FILENAME)
                RIDFLD(PN-POSITION-KEY)
                GTEQ
                RESP(WS-POSN-RESPONSE)
                END-EXEC.
           IF WS-POSN-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2414-CHECK-ONE-POSITION
                 UNTIL WS-POSN-SCAN-DONE OR WS-VACANCY-FOUND
              EXEC CICS ENDBR
                   FILE(AC-DEPTPOSN-FILENAME)
                   END-EXEC
           END-IF.

       2414-CHECK-ONE-POSITION.
           EXEC CICS READNEXT
                FILE(AC-DEPTPOSN-FILENAME)
                INTO (POSITION-RECORD)
                RIDFLD(PN-POSITION-KEY)
                RESP(WS-POSN-RESPONSE)
                END-EXEC.
           IF WS-POSN-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR PN-DEPT-NBR IS NOT EQUAL TO DEPTNOI
              SET WS-POSN-SCAN-DONE TO TRUE
           ELSE
              IF PN-IS-VACANT
                 MOVE PN-POSITION-NUMBER TO WS-NEW-POSITION-NUMBER
                 SET WS-VACANCY-FOUND TO TRUE
              END-IF
           END-IF.

       2420-REWRITE-EMPLOYEE.
           MOVE EM-SALARY        TO WS-OLD-SALARY.
           MOVE EM-EMPLOYEE-NAME TO WS-OLD-EMPLOYEE-NAME.
           MOVE EM-DEPT-NBR      TO WS-OLD-DEPT-NBR.
           MOVE EM-USER-ID       TO WS-OLD-USER-ID.
           MOVE EM-POSITION-NUMBER TO WS-OLD-POSITION-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
      *    THE NEW POSITION IS FILLED BEFORE THE EMPLOYEE IS MOVED, SO
      *    NO OTHER TRANSACTION CAN TAKE IT IN BETWEEN
           MOVE 'N' TO WS-POSITION-FILLED-IND.
           IF WS-DEPT-CHANGING
              PERFORM 2422-FILL-NEW-POSITION
           END-IF.
           IF WS-DEPT-CHANGING
              AND NOT WS-POSITION-FILLED
              EXEC CICS UNLOCK
                   FILE(AC-EMPMAS-FILENAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE "New department's position just taken - retry!"
                   TO MESSO
           ELSE
              PERFORM 2421-APPLY-EMPLOYEE-CHANGE
           END-IF.

       2421-APPLY-EMPLOYEE-CHANGE.
           IF WS-DEPT-CHANGING
              MOVE WS-NEW-POSITION-NUMBER TO EM-POSITION-NUMBER
           END-IF.
           MOVE EMPNAMI TO EM-EMPLOYEE-NAME.
           MOVE DEPTNOI TO EM-DEPT-NBR.
           MOVE USRIDI  TO EM-USER-ID.
           MOVE WS-CHECK-SALARY TO EM-SALARY.
           MOVE WS-CHECK-GRADE  TO EM-PAY-GRADE.
           EXEC CICS REWRITE
                FILE(AC-EMPMAS-FILENAME)
                FROM (EMPLOYEE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE AC-EMPMAS-FILENAME TO WS-JRNL-FILE-NAME
              MOVE 'R' TO WS-JRNL-ACTION
              MOVE EMPLOYEE-RECORD TO WS-JRNL-IMAGE
              PERFORM 9100-WRITE-FORWARD-JOURNAL
              IF EM-SALARY IS NOT EQUAL TO WS-OLD-SALARY
                 PERFORM 2450-WRITE-COMP-HISTORY
              END-IF
              MOVE EM-EMPLOYEE-NAME TO WS-NEW-EMPLOYEE-NAME
              MOVE EM-DEPT-NBR      TO WS-NEW-DEPT-NBR
              MOVE EM-USER-ID       TO WS-NEW-USER-ID
              IF WS-NEW-ASSIGNMENT IS NOT EQUAL TO
                 WS-OLD-ASSIGNMENT
                 MOVE 'CHANGE' TO WS-ASG-TRANSACTION
                 PERFORM 2460-WRITE-ASSIGNMENT-HISTORY
              END-IF
              IF WS-DEPT-CHANGING
                 PERFORM 2426-VACATE-OLD-POSITION
              END-IF
              MOVE "Employee changed!" TO MESSO
           ELSE
      *       THE EMPLOYEE DID NOT MOVE - GIVE THE NEW POSITION BACK
              IF WS-DEPT-CHANGING
                 PERFORM 2424-RELEASE-NEW-POSITION
              END-IF
              MOVE "Error changing employee!" TO MESSO
           END-IF.

       2422-FILL-NEW-POSITION.
      *    STILL VACANT UNDER THE UPDATE LOCK, OR NOT FILLED AT ALL
           MOVE 'N' TO WS-POSITION-FILLED-IND.
           MOVE DEPTNOI                TO PN-DEPT-NBR.
           MOVE WS-NEW-POSITION-NUMBER TO PN-POSITION-NUMBER.
           EXEC CICS READ
                FILE(AC-DEPTPOSN-FILENAME)
                INTO (POSITION-RECORD)
                RIDFLD(PN-POSITION-KEY)
                RESP(WS-POSN-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-POSN-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF PN-IS-VACANT
                 SET PN-IS-FILLED        TO TRUE
                 MOVE EM-EMPLOYEE-NUMBER TO PN-EMPLOYEE-NUMBER
                 MOVE WS-TODAY-DATE      TO PN-STATUS-DATE
                 EXEC CICS REWRITE
                      FILE(AC-DEPTPOSN-FILENAME)
                      FROM (POSITION-RECORD)
                      RESP(WS-POSN-RESPONSE)
                      END-EXEC
                 IF WS-POSN-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    SET WS-POSITION-FILLED TO TRUE
                 END-IF
              ELSE
                 EXEC CICS UNLOCK
                      FILE(AC-DEPTPOSN-FILENAME)
                      RESP(WS-POSN-RESPONSE)
                      END-EXEC
              END-IF
           END-IF.

       2424-RELEASE-NEW-POSITION.
           MOVE DEPTNOI                TO PN-DEPT-NBR.
           MOVE WS-NEW-POSITION-NUMBER TO PN-POSITION-NUMBER.
           EXEC CICS READ
                FILE(AC-DEPTPOSN-FILENAME)
                INTO (POSITION-RECORD)
                RIDFLD(PN-POSITION-KEY)
                RESP(WS-POSN-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-POSN-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET PN-IS-VACANT   TO TRUE
              MOVE SPACES        TO PN-EMPLOYEE-NUMBER
              MOVE WS-TODAY-DATE TO PN-STATUS-DATE
              EXEC CICS REWRITE
                   FILE(AC-DEPTPOSN-FILENAME)
                   FROM (POSITION-RECORD)
                   RESP(WS-POSN-RESPONSE)
                   END-EXEC
           END-IF.

       2426-VACATE-OLD-POSITION.
      *    ONLY IF THE EMPLOYEE STILL HOLDS IT - ONE LINKED TO NO
      *    POSITION (OR A POSITION SINCE REASSIGNED) HAS NOTHING TO
      *    GIVE BACK
           IF WS-OLD-POSITION-NUMBER IS NOT EQUAL TO SPACES
              MOVE WS-OLD-DEPT-NBR        TO PN-DEPT-NBR
              MOVE WS-OLD-POSITION-NUMBER TO PN-POSITION-NUMBER
              EXEC CICS READ
                   FILE(AC-DEPTPOSN-FILENAME)
                   INTO (POSITION-RECORD)
                   RIDFLD(PN-POSITION-KEY)
                   RESP(WS-POSN-RESPONSE)
                   UPDATE
                   END-EXEC
              IF WS-POSN-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 IF PN-EMPLOYEE-NUMBER IS EQUAL TO EM-EMPLOYEE-NUMBER
                    SET PN-IS-VACANT   TO TRUE
                    MOVE SPACES        TO PN-EMPLOYEE-NUMBER
                    MOVE WS-TODAY-DATE TO PN-STATUS-DATE
                    EXEC CICS REWRITE
                         FILE(AC-DEPTPOSN-FILENAME)
                         FROM (POSITION-RECORD)
                         RESP(WS-POSN-RESPONSE)
                         END-EXEC
                 ELSE
                    EXEC CICS UNLOCK
                         FILE(AC-DEPTPOSN-FILENAME)
                         RESP(WS-POSN-RESPONSE)
                         END-EXEC
                 END-IF
              END-IF
           END-IF.
           MOVE EM-SALARY     TO CH-NEW-SALARY.
           MOVE AC-EMPMNT-PROGRAM-NAME TO CH-SOURCE.
           MOVE WS-ADMIN-ID   TO CH-ACTING-USER.
           IF WS-GRADE-OVERRIDDEN
              MOVE WS-OVERRIDE-REASON TO CH-OVERRIDE-REASON
           END-IF.
           EXEC CICS WRITE
                FILE(AC-COMPHST-FILENAME)
                FROM (COMP-HISTORY-RECORD)
                RESP(WS-COMP-RESPONSE)
                END-EXEC.

       2460-WRITE-ASSIGNMENT-HISTORY.
      *    THE EMPLOYEE RECORD AS IT NOW STANDS, IN FORCE FROM TODAY,
      *    SO THE VALUES JUST OVERWRITTEN REMAIN ANSWERABLE BY DATE
           INITIALIZE ASSIGNMENT-HISTORY-RECORD.
           MOVE EM-EMPLOYEE-NUMBER TO AH-EMPLOYEE-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:14)
                TO AH-RECORDED-TIMESTAMP.
           MOVE AH-RECORDED-TIMESTAMP(1:8) TO AH-EFFECTIVE-DATE.
           MOVE EM-EMPLOYEE-NAME   TO AH-EMPLOYEE-NAME.
           MOVE EM-DEPT-NBR        TO AH-DEPT-NBR.
           MOVE EM-USER-ID         TO AH-USER-ID.
           MOVE EM-LEAVE-STATUS    TO AH-LEAVE-STATUS.
           MOVE EM-POSITION-NUMBER TO AH-POSITION-NUMBER.
           MOVE AC-EMPMNT-PROGRAM-NAME TO AH-SOURCE.
           MOVE WS-ASG-TRANSACTION TO AH-SOURCE-TRANSACTION.
           MOVE WS-ADMIN-ID        TO AH-ACTING-USER.
           EXEC CICS WRITE
                FILE(AC-ASGHST-FILENAME)
                FROM (ASSIGNMENT-HISTORY-RECORD)
                RIDFLD(AH-HIST-KEY)
                RESP(WS-ASG-RESPONSE)
                END-EXEC.

       2500-INQUIRE-EMPLOYEE.
           MOVE EMPNOI TO EM-EMPLOYEE-NUMBER.
           EXEC CICS READ
              MOVE EM-DEPT-NBR      TO DEPTNOI
              MOVE EM-USER-ID       TO USRIDI
              MOVE EM-SALARY        TO SALARYI
              MOVE EM-PAY-GRADE     TO PAYGRDI
              MOVE SPACES           TO OVRRSNI
              MOVE "Employee found!" TO MESSO
           ELSE
              MOVE SPACES TO EMPNAMI
              MOVE SPACES TO DEPTNOI
              MOVE SPACES TO USRIDI
              MOVE SPACES TO PAYGRDI
              MOVE SPACES TO OVRRSNI
              MOVE "Employee not found!" TO MESSO
           END-IF.

