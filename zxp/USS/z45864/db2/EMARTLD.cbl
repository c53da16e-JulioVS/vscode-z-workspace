      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMARTLD.
       AUTHOR. Julio Errecart.
      *****************************************************************
      *   NIGHTLY REPORTING-MART LOAD.-
      *      - COPIES EMPMAS, DEPTMAS, CARFILE AND EREGUSR INTO
      *        HISTORY TABLES (IBMUSER.EMP_HIST, DEPT_HIST,
      *        VEHICLE_HIST AND USER_HIST) SO AD-HOC QUESTIONS ABOUT
      *        PEOPLE, DEPARTMENTS AND VEHICLES - 'WHO WAS IN
      *        DEPARTMENT 0420 WITH A PERMIT IN LOT 03 ON A GIVEN
      *        DATE' - ARE ANSWERED IN SQL INSTEAD OF BY A NEW
      *        PROGRAM AGAINST THE KSDS EVERY TIME
      *.
      *      - EVERY ROW CARRIES EFF_FROM AND EFF_TO DATES.  A ROW
      *        WAS TRUE ON DATE D WHEN EFF_FROM <= D AND EFF_TO > D;
      *        THE CURRENT ROW FOR A KEY HAS EFF_TO '9999-12-31'.
      *        WHEN A TRACKED ATTRIBUTE CHANGES THE CURRENT ROW IS
      *        CLOSED AT THE LOAD DATE AND A NEW ONE OPENED FROM IT;
      *        A KEY GONE FROM ITS VSAM SOURCE IS CLOSED THE SAME
      *        WAY.  ONLY THE ATTRIBUTES WORTH ASKING ABOUT ARE
      *        TRACKED - NO PASSWORDS OR SECURITY ANSWERS, AND NO
      *        COUNTERS OR TIMESTAMPS THAT MOVE EVERY DAY
      *.
      *      - RESTARTABLE WITHOUT A CHECKPOINT FILE: A RERUN FOR THE
      *        SAME LOAD DATE FINDS THE ROWS IT ALREADY OPENED (EFF_FROM
      *        = THE LOAD DATE) AND UPDATES THEM IN PLACE RATHER THAN
      *        CUTTING A SECOND ROW.  EACH TABLE IS COMMITTED AS IT
      *        COMPLETES
      *      - AFTER EACH TABLE, THE COUNT OF CURRENT ROWS IS
      *        RECONCILED AGAINST THE RECORDS READ FROM ITS VSAM
      *        SOURCE - ANY DIFFERENCE ENDS THE JOB RC=4 SO NOBODY
      *        QUERIES AN INCOMPLETE COPY WITHOUT KNOWING
      *      - SYSIN CARD 1 = THE DB2 SUBSYSTEM, PASSED TO ZXPDSN LIKE
      *        COBSQL DOES.  CARD 2 = LOAD DATE, YYYYMMDD (BLANK TAKES
      *        TODAY - SET IT ONLY TO RERUN A NIGHT AFTER MIDNIGHT)
      *.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEPT-NBR
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT CAR-FILE ASSIGN TO CARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CF-CARFILE-KEY
                  FILE STATUS IS WS-CAR-STATUS.

           SELECT USER-FILE ASSIGN TO EREGUSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RU-USER-ID
                  FILE STATUS IS WS-USER-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTMAS.

       FD  CAR-FILE
           RECORDING MODE IS F.
       COPY CARFILE.

       FD  USER-FILE
           RECORDING MODE IS F.
       COPY EREGUSR.

       WORKING-STORAGE SECTION.
      *
       EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01 WS-SUBSYSTEM-ID PIC X(4).
       01 WS-DATE-CARD PIC X(8).
       01 WS-LOAD-DATE-WORK.
           05 WS-LD-YEAR PIC X(4).
           05 WS-LD-MONTH PIC X(2).
           05 WS-LD-DAY PIC X(2).
      *    DB2 DATE FORMAT, YYYY-MM-DD
       01 WS-LOAD-DATE PIC X(10).
       01 WS-EMP-STATUS PIC X(2).
           88 WS-EMP-OK VALUE '00'.
           88 WS-EMP-EOF VALUE '10'.
       01 WS-DEPT-STATUS PIC X(2).
           88 WS-DEPT-OK VALUE '00'.
           88 WS-DEPT-EOF VALUE '10'.
       01 WS-CAR-STATUS PIC X(2).
           88 WS-CAR-OK VALUE '00'.
           88 WS-CAR-EOF VALUE '10'.
       01 WS-USER-STATUS PIC X(2).
           88 WS-USER-OK VALUE '00'.
           88 WS-USER-EOF VALUE '10'.
      *    PER-TABLE COUNTS - VSAM RECORDS READ, ROWS OPENED FOR A NEW
      *    KEY, ROWS CUT FOR A CHANGE, KEYS CLOSED AS GONE, AND THE
      *    CURRENT ROWS FOUND BY THE RECONCILIATION
       01 WS-SOURCE-COUNT PIC S9(9) COMP-3 VALUE 0.
       01 WS-NEW-COUNT PIC S9(9) COMP-3 VALUE 0.
       01 WS-CHANGED-COUNT PIC S9(9) COMP-3 VALUE 0.
       01 WS-CLOSED-COUNT PIC S9(9) COMP-3 VALUE 0.
       01 WS-CURRENT-ROW-COUNT PIC S9(9) COMP-3 VALUE 0.
       01 WS-TABLE-NAME PIC X(18).
       01 WS-CURSOR-DONE-IND PIC X(1) VALUE 'N'.
           88 WS-CURSOR-DONE VALUE 'Y'.
      *
      *    HOST VARIABLES.  EACH TABLE'S NEW VALUES (FROM VSAM) AND
      *    CURRENT-ROW VALUES (FROM DB2) SHARE ONE LAYOUT, SO ONE
      *    GROUP COMPARE SAYS WHETHER ANYTHING TRACKED HAS CHANGED.
      *    EVERY TABLE'S PRIMARY KEY IS ITS VSAM KEY PLUS EFF_FROM
       01 HV-CUR-EFF-FROM PIC X(10).
      *
      *    IBMUSER.EMP_HIST
       01 HV-EMP-NBR PIC X(6).
       01 HV-EMP-NEW.
           05 HE-EMP-NAME PIC X(25).
           05 HE-DEPT-NBR PIC X(4).
           05 HE-USER-ID PIC X(8).
           05 HE-SALARY PIC S9(7)V99 COMP-3.
           05 HE-LEAVE-STATUS PIC X(1).
           05 HE-HIRE-DATE PIC X(8).
           05 HE-POSITION-NBR PIC X(6).
           05 HE-PAY-GRADE PIC X(3).
       01 HV-EMP-CUR.
           05 HEC-EMP-NAME PIC X(25).
           05 HEC-DEPT-NBR PIC X(4).
           05 HEC-USER-ID PIC X(8).
           05 HEC-SALARY PIC S9(7)V99 COMP-3.
           05 HEC-LEAVE-STATUS PIC X(1).
           05 HEC-HIRE-DATE PIC X(8).
           05 HEC-POSITION-NBR PIC X(6).
           05 HEC-PAY-GRADE PIC X(3).
      *
      *    IBMUSER.DEPT_HIST
       01 HV-DEPT-NBR PIC X(4).
       01 HV-DEPT-NEW.
           05 HD-DEPT-NAME PIC X(20).
           05 HD-DEPT-LOC PIC X(12).
           05 HD-MGR-FNAME PIC X(15).
           05 HD-MGR-LNAME PIC X(15).
       01 HV-DEPT-CUR.
           05 HDC-DEPT-NAME PIC X(20).
           05 HDC-DEPT-LOC PIC X(12).
           05 HDC-MGR-FNAME PIC X(15).
           05 HDC-MGR-LNAME PIC X(15).
      *
      *    IBMUSER.VEHICLE_HIST
       01 HV-VEH-EMP-NBR PIC X(6).
       01 HV-VEH-SEQ PIC S9(4) COMP-3.
       01 HV-VEH-NEW.
           05 HV-TAG-NBR PIC X(8).
           05 HV-STATE-CODE PIC X(2).
           05 HV-MAKE PIC X(10).
           05 HV-MODEL PIC X(10).
           05 HV-COLOR PIC X(8).
           05 HV-MODEL-YEAR PIC S9(4) COMP-3.
           05 HV-PERMIT-STATUS PIC X(1).
           05 HV-PERMIT-EXP-DATE PIC X(8).
           05 HV-LOT-NBR PIC X(2).
           05 HV-SPACE-NBR PIC X(4).
           05 HV-PERMIT-CLASS PIC X(1).
       01 HV-VEH-CUR.
           05 HVC-TAG-NBR PIC X(8).
           05 HVC-STATE-CODE PIC X(2).
           05 HVC-MAKE PIC X(10).
           05 HVC-MODEL PIC X(10).
           05 HVC-COLOR PIC X(8).
           05 HVC-MODEL-YEAR PIC S9(4) COMP-3.
           05 HVC-PERMIT-STATUS PIC X(1).
           05 HVC-PERMIT-EXP-DATE PIC X(8).
           05 HVC-LOT-NBR PIC X(2).
           05 HVC-SPACE-NBR PIC X(4).
           05 HVC-PERMIT-CLASS PIC X(1).
      *
      *    IBMUSER.USER_HIST
       01 HV-USER-ID PIC X(8).
       01 HV-USER-NEW.
           05 HU-USER-TYPE PIC X(3).
           05 HU-STATUS PIC X(1).
           05 HU-AFTER-HOURS-IND PIC X(1).
       01 HV-USER-CUR.
           05 HUC-USER-TYPE PIC X(3).
           05 HUC-STATUS PIC X(1).
           05 HUC-AFTER-HOURS-IND PIC X(1).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PARA.
      *    DB2 SUBSYSTEM TO CONNECT TO, SUPPLIED ON A SYSIN CARD SO
      *    THIS LOAD MODULE CAN BE RUN AGAINST A TEST OR PRODUCTION
      *    SUBSYSTEM WITHOUT A RECOMPILE
           ACCEPT WS-SUBSYSTEM-ID FROM SYSIN.
           CALL 'ZXPDSN' USING WS-SUBSYSTEM-ID.
           MOVE SPACES TO WS-DATE-CARD.
           ACCEPT WS-DATE-CARD FROM SYSIN.
           IF WS-DATE-CARD IS NUMERIC
              MOVE WS-DATE-CARD TO WS-LOAD-DATE-WORK
           ELSE
              ACCEPT WS-LOAD-DATE-WORK FROM DATE YYYYMMDD
           END-IF.
           STRING WS-LD-YEAR '-' WS-LD-MONTH '-' WS-LD-DAY
                  DELIMITED BY SIZE INTO WS-LOAD-DATE
           END-STRING.
           DISPLAY 'REPORTING MART LOAD FOR ' WS-LOAD-DATE.

           PERFORM LOAD-EMPLOYEE-HISTORY.
           PERFORM LOAD-DEPARTMENT-HISTORY.
           PERFORM LOAD-VEHICLE-HISTORY.
           PERFORM LOAD-USER-HISTORY.
           STOP RUN.

       RESET-TABLE-COUNTS.
           MOVE ZERO TO WS-SOURCE-COUNT.
           MOVE ZERO TO WS-NEW-COUNT.
           MOVE ZERO TO WS-CHANGED-COUNT.
           MOVE ZERO TO WS-CLOSED-COUNT.
           MOVE 'N' TO WS-CURSOR-DONE-IND.

       REPORT-TABLE-COUNTS.
      *    THE TABLE MUST NOW HOLD EXACTLY ONE CURRENT ROW PER VSAM
      *    RECORD - FEWER IS AN INCOMPLETE COPY, MORE IS A KEY THAT
      *    SHOULD HAVE BEEN CLOSED
           DISPLAY WS-TABLE-NAME ' - NEW: ' WS-NEW-COUNT
              '  CHANGED: ' WS-CHANGED-COUNT
              '  CLOSED: ' WS-CLOSED-COUNT.
           DISPLAY 'RECONCILIATION - VSAM RECORDS: ' WS-SOURCE-COUNT
              '  CURRENT DB2 ROWS: ' WS-CURRENT-ROW-COUNT.
           IF WS-CURRENT-ROW-COUNT IS NOT EQUAL TO WS-SOURCE-COUNT
              DISPLAY WS-TABLE-NAME ' DOES NOT MATCH ITS VSAM '
                 'SOURCE - RERUN BEFORE QUERYING'
              MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *   EMPLOYEES - EMPMAS TO IBMUSER.EMP_HIST
      *****************************************************************
       LOAD-EMPLOYEE-HISTORY.
           PERFORM RESET-TABLE-COUNTS.
           MOVE 'IBMUSER.EMP_HIST' TO WS-TABLE-NAME.
           OPEN INPUT EMP-FILE.
           PERFORM READ-NEXT-EMPLOYEE.
           PERFORM LOAD-ONE-EMPLOYEE
              UNTIL WS-EMP-EOF.
           PERFORM CLOSE-GONE-EMPLOYEES.
           CLOSE EMP-FILE.
           EXEC SQL COMMIT END-EXEC.
           PERFORM CHECK-SQLCODE.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CURRENT-ROW-COUNT
              FROM IBMUSER.EMP_HIST
              WHERE EFF_TO = '9999-12-31'
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           PERFORM REPORT-TABLE-COUNTS.

       READ-NEXT-EMPLOYEE.
           READ EMP-FILE NEXT RECORD
                AT END SET WS-EMP-EOF TO TRUE
           END-READ.

       LOAD-ONE-EMPLOYEE.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE EM-EMPLOYEE-NUMBER TO HV-EMP-NBR.
           MOVE EM-EMPLOYEE-NAME TO HE-EMP-NAME.
           MOVE EM-DEPT-NBR TO HE-DEPT-NBR.
           MOVE EM-USER-ID TO HE-USER-ID.
           MOVE EM-SALARY TO HE-SALARY.
           MOVE EM-LEAVE-STATUS TO HE-LEAVE-STATUS.
           MOVE EM-HIRE-DATE TO HE-HIRE-DATE.
           MOVE EM-POSITION-NUMBER TO HE-POSITION-NBR.
           MOVE EM-PAY-GRADE TO HE-PAY-GRADE.
           EXEC SQL
              SELECT CHAR(EFF_FROM, ISO), EMP_NAME, DEPT_NBR, USER_ID,
                     SALARY, LEAVE_STATUS, HIRE_DATE, POSITION_NBR,
                     PAY_GRADE
              INTO :HV-CUR-EFF-FROM, :HEC-EMP-NAME, :HEC-DEPT-NBR,
                   :HEC-USER-ID, :HEC-SALARY, :HEC-LEAVE-STATUS,
                   :HEC-HIRE-DATE, :HEC-POSITION-NBR, :HEC-PAY-GRADE
              FROM IBMUSER.EMP_HIST
              WHERE EMP_NBR = :HV-EMP-NBR
                AND EFF_TO = '9999-12-31'
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           EVALUATE TRUE
           WHEN SQLCODE IS EQUAL TO 100
                PERFORM INSERT-EMPLOYEE-ROW
                ADD 1 TO WS-NEW-COUNT
           WHEN HV-EMP-NEW IS EQUAL TO HV-EMP-CUR
                CONTINUE
      *    A RERUN OF THE SAME NIGHT - FIX UP THE ROW IT OPENED
           WHEN HV-CUR-EFF-FROM IS EQUAL TO WS-LOAD-DATE
                EXEC SQL
                   UPDATE IBMUSER.EMP_HIST
                   SET EMP_NAME = :HE-EMP-NAME,
                       DEPT_NBR = :HE-DEPT-NBR,
                       USER_ID = :HE-USER-ID,
                       SALARY = :HE-SALARY,
                       LEAVE_STATUS = :HE-LEAVE-STATUS,
                       HIRE_DATE = :HE-HIRE-DATE,
                       POSITION_NBR = :HE-POSITION-NBR,
                       PAY_GRADE = :HE-PAY-GRADE
                   WHERE EMP_NBR = :HV-EMP-NBR
                     AND EFF_TO = '9999-12-31'
                END-EXEC
                PERFORM CHECK-SQLCODE
                ADD 1 TO WS-CHANGED-COUNT
           WHEN OTHER
                EXEC SQL
                   UPDATE IBMUSER.EMP_HIST
                   SET EFF_TO = :WS-LOAD-DATE
                   WHERE EMP_NBR = :HV-EMP-NBR
                     AND EFF_TO = '9999-12-31'
                END-EXEC
                PERFORM CHECK-SQLCODE
                PERFORM INSERT-EMPLOYEE-ROW
                ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.
           PERFORM READ-NEXT-EMPLOYEE.

       INSERT-EMPLOYEE-ROW.
           EXEC SQL
              INSERT INTO IBMUSER.EMP_HIST
                 (EMP_NBR, EFF_FROM, EFF_TO, EMP_NAME, DEPT_NBR,
                  USER_ID, SALARY, LEAVE_STATUS, HIRE_DATE,
                  POSITION_NBR, PAY_GRADE)
              VALUES
                 (:HV-EMP-NBR, :WS-LOAD-DATE, '9999-12-31',
                  :HE-EMP-NAME, :HE-DEPT-NBR, :HE-USER-ID,
                  :HE-SALARY, :HE-LEAVE-STATUS, :HE-HIRE-DATE,
                  :HE-POSITION-NBR, :HE-PAY-GRADE)
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       CLOSE-GONE-EMPLOYEES.
      *    A CURRENT ROW WHOSE EMPLOYEE IS NO LONGER ON EMPMAS IS
      *    CLOSED AT THE LOAD DATE
           EXEC SQL
              DECLARE EMP-OPEN-CSR CURSOR FOR
              SELECT EMP_NBR
              FROM IBMUSER.EMP_HIST
              WHERE EFF_TO = '9999-12-31'
              FOR UPDATE OF EFF_TO
           END-EXEC.
           EXEC SQL
              OPEN EMP-OPEN-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           MOVE 'N' TO WS-CURSOR-DONE-IND.
           PERFORM FETCH-NEXT-OPEN-EMPLOYEE.
           PERFORM CHECK-ONE-OPEN-EMPLOYEE
              UNTIL WS-CURSOR-DONE.
           EXEC SQL
              CLOSE EMP-OPEN-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       FETCH-NEXT-OPEN-EMPLOYEE.
           EXEC SQL
              FETCH EMP-OPEN-CSR
              INTO :HV-EMP-NBR
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           IF SQLCODE IS EQUAL TO 100
              SET WS-CURSOR-DONE TO TRUE
           END-IF.

       CHECK-ONE-OPEN-EMPLOYEE.
           MOVE HV-EMP-NBR TO EM-EMPLOYEE-NUMBER.
           READ EMP-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-EMP-OK
              EXEC SQL
                 UPDATE IBMUSER.EMP_HIST
                 SET EFF_TO = :WS-LOAD-DATE
                 WHERE CURRENT OF EMP-OPEN-CSR
              END-EXEC
              PERFORM CHECK-SQLCODE
              ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           PERFORM FETCH-NEXT-OPEN-EMPLOYEE.

      *****************************************************************
      *   DEPARTMENTS - DEPTMAS TO IBMUSER.DEPT_HIST
      *****************************************************************
       LOAD-DEPARTMENT-HISTORY.
           PERFORM RESET-TABLE-COUNTS.
           MOVE 'IBMUSER.DEPT_HIST' TO WS-TABLE-NAME.
           OPEN INPUT DEPT-FILE.
           PERFORM READ-NEXT-DEPARTMENT.
           PERFORM LOAD-ONE-DEPARTMENT
              UNTIL WS-DEPT-EOF.
           PERFORM CLOSE-GONE-DEPARTMENTS.
           CLOSE DEPT-FILE.
           EXEC SQL COMMIT END-EXEC.
           PERFORM CHECK-SQLCODE.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CURRENT-ROW-COUNT
              FROM IBMUSER.DEPT_HIST
              WHERE EFF_TO = '9999-12-31'
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           PERFORM REPORT-TABLE-COUNTS.

       READ-NEXT-DEPARTMENT.
           READ DEPT-FILE NEXT RECORD
                AT END SET WS-DEPT-EOF TO TRUE
           END-READ.

       LOAD-ONE-DEPARTMENT.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE DEPT-NBR TO HV-DEPT-NBR.
           MOVE DEPT-NAME TO HD-DEPT-NAME.
           MOVE DEPT-LOC TO HD-DEPT-LOC.
           MOVE MANAGER-FNAME TO HD-MGR-FNAME.
           MOVE MANAGER-LNAME TO HD-MGR-LNAME.
           EXEC SQL
              SELECT CHAR(EFF_FROM, ISO), DEPT_NAME, DEPT_LOC,
                     MGR_FNAME, MGR_LNAME
              INTO :HV-CUR-EFF-FROM, :HDC-DEPT-NAME, :HDC-DEPT-LOC,
                   :HDC-MGR-FNAME, :HDC-MGR-LNAME
              FROM IBMUSER.DEPT_HIST
              WHERE DEPT_NBR = :HV-DEPT-NBR
                AND EFF_TO = '9999-12-31'
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           EVALUATE TRUE
           WHEN SQLCODE IS EQUAL TO 100
                PERFORM INSERT-DEPARTMENT-ROW
                ADD 1 TO WS-NEW-COUNT
           WHEN HV-DEPT-NEW IS EQUAL TO HV-DEPT-CUR
                CONTINUE
           WHEN HV-CUR-EFF-FROM IS EQUAL TO WS-LOAD-DATE
                EXEC SQL
                   UPDATE IBMUSER.DEPT_HIST
                   SET DEPT_NAME = :HD-DEPT-NAME,
                       DEPT_LOC = :HD-DEPT-LOC,
                       MGR_FNAME = :HD-MGR-FNAME,
                       MGR_LNAME = :HD-MGR-LNAME
                   WHERE DEPT_NBR = :HV-DEPT-NBR
                     AND EFF_TO = '9999-12-31'
                END-EXEC
                PERFORM CHECK-SQLCODE
                ADD 1 TO WS-CHANGED-COUNT
           WHEN OTHER
                EXEC SQL
                   UPDATE IBMUSER.DEPT_HIST
                   SET EFF_TO = :WS-LOAD-DATE
                   WHERE DEPT_NBR = :HV-DEPT-NBR
                     AND EFF_TO = '9999-12-31'
                END-EXEC
                PERFORM CHECK-SQLCODE
                PERFORM INSERT-DEPARTMENT-ROW
                ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.
           PERFORM READ-NEXT-DEPARTMENT.

       INSERT-DEPARTMENT-ROW.
           EXEC SQL
              INSERT INTO IBMUSER.DEPT_HIST
                 (DEPT_NBR, EFF_FROM, EFF_TO, DEPT_NAME, DEPT_LOC,
                  MGR_FNAME, MGR_LNAME)
              VALUES
                 (:HV-DEPT-NBR, :WS-LOAD-DATE, '9999-12-31',
                  :HD-DEPT-NAME, :HD-DEPT-LOC, :HD-MGR-FNAME,
                  :HD-MGR-LNAME)
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       CLOSE-GONE-DEPARTMENTS.
           EXEC SQL
              DECLARE DEPT-OPEN-CSR CURSOR FOR
              SELECT DEPT_NBR
              FROM IBMUSER.DEPT_HIST
              WHERE EFF_TO = '9999-12-31'
              FOR UPDATE OF EFF_TO
           END-EXEC.
           EXEC SQL
              OPEN DEPT-OPEN-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           MOVE 'N' TO WS-CURSOR-DONE-IND.
           PERFORM FETCH-NEXT-OPEN-DEPARTMENT.
           PERFORM CHECK-ONE-OPEN-DEPARTMENT
              UNTIL WS-CURSOR-DONE.
           EXEC SQL
              CLOSE DEPT-OPEN-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       FETCH-NEXT-OPEN-DEPARTMENT.
           EXEC SQL
              FETCH DEPT-OPEN-CSR
              INTO :HV-DEPT-NBR
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           IF SQLCODE IS EQUAL TO 100
              SET WS-CURSOR-DONE TO TRUE
           END-IF.

       CHECK-ONE-OPEN-DEPARTMENT.
           MOVE HV-DEPT-NBR TO DEPT-NBR.
           READ DEPT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-DEPT-OK
              EXEC SQL
                 UPDATE IBMUSER.DEPT_HIST
                 SET EFF_TO = :WS-LOAD-DATE
                 WHERE CURRENT OF DEPT-OPEN-CSR
              END-EXEC
              PERFORM CHECK-SQLCODE
              ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           PERFORM FETCH-NEXT-OPEN-DEPARTMENT.

      *****************************************************************
      *   VEHICLES AND PERMITS - CARFILE TO IBMUSER.VEHICLE_HIST
      *****************************************************************
       LOAD-VEHICLE-HISTORY.
           PERFORM RESET-TABLE-COUNTS.
           MOVE 'IBMUSER.VEHICLE_HIST' TO WS-TABLE-NAME.
           OPEN INPUT CAR-FILE.
           PERFORM READ-NEXT-VEHICLE.
           PERFORM LOAD-ONE-VEHICLE
              UNTIL WS-CAR-EOF.
           PERFORM CLOSE-GONE-VEHICLES.
           CLOSE CAR-FILE.
           EXEC SQL COMMIT END-EXEC.
           PERFORM CHECK-SQLCODE.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CURRENT-ROW-COUNT
              FROM IBMUSER.VEHICLE_HIST
              WHERE EFF_TO = '9999-12-31'
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           PERFORM REPORT-TABLE-COUNTS.

       READ-NEXT-VEHICLE.
           READ CAR-FILE NEXT RECORD
                AT END SET WS-CAR-EOF TO TRUE
           END-READ.

       LOAD-ONE-VEHICLE.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE CF-EMPLOYEE-NUMBER TO HV-VEH-EMP-NBR.
           MOVE CF-VEHICLE-SEQUENCE TO HV-VEH-SEQ.
           MOVE CF-TAG-NUMBER TO HV-TAG-NBR.
           MOVE CF-STATE-CODE TO HV-STATE-CODE.
           MOVE CF-VEHICLE-MAKE TO HV-MAKE.
           MOVE CF-VEHICLE-MODEL TO HV-MODEL.
           MOVE CF-VEHICLE-COLOR TO HV-COLOR.
           MOVE CF-MODEL-YEAR TO HV-MODEL-YEAR.
           MOVE CF-PERMIT-STATUS TO HV-PERMIT-STATUS.
           MOVE CF-PERMIT-EXPIRATION-DATE TO HV-PERMIT-EXP-DATE.
           MOVE CF-LOT-NUMBER TO HV-LOT-NBR.
           MOVE CF-SPACE-NUMBER TO HV-SPACE-NBR.
           MOVE CF-PERMIT-CLASS TO HV-PERMIT-CLASS.
           EXEC SQL
              SELECT CHAR(EFF_FROM, ISO), TAG_NBR, STATE_CODE, MAKE,
                     MODEL, COLOR, MODEL_YEAR, PERMIT_STATUS,
                     PERMIT_EXP_DATE, LOT_NBR, SPACE_NBR, PERMIT_CLASS
              INTO :HV-CUR-EFF-FROM, :HVC-TAG-NBR, :HVC-STATE-CODE,
                   :HVC-MAKE, :HVC-MODEL, :HVC-COLOR,
                   :HVC-MODEL-YEAR, :HVC-PERMIT-STATUS,
                   :HVC-PERMIT-EXP-DATE, :HVC-LOT-NBR,
                   :HVC-SPACE-NBR, :HVC-PERMIT-CLASS
              FROM IBMUSER.VEHICLE_HIST
              WHERE EMP_NBR = :HV-VEH-EMP-NBR
                AND VEH_SEQ = :HV-VEH-SEQ
                AND EFF_TO = '9999-12-31'
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           EVALUATE TRUE
           WHEN SQLCODE IS EQUAL TO 100
                PERFORM INSERT-VEHICLE-ROW
                ADD 1 TO WS-NEW-COUNT
           WHEN HV-VEH-NEW IS EQUAL TO HV-VEH-CUR
                CONTINUE
           WHEN HV-CUR-EFF-FROM IS EQUAL TO WS-LOAD-DATE
                EXEC SQL
                   UPDATE IBMUSER.VEHICLE_HIST
                   SET TAG_NBR = :HV-TAG-NBR,
                       STATE_CODE = :HV-STATE-CODE,
                       MAKE = :HV-MAKE,
                       MODEL = :HV-MODEL,
                       COLOR = :HV-COLOR,
                       MODEL_YEAR = :HV-MODEL-YEAR,
                       PERMIT_STATUS = :HV-PERMIT-STATUS,
                       PERMIT_EXP_DATE = :HV-PERMIT-EXP-DATE,
                       LOT_NBR = :HV-LOT-NBR,
                       SPACE_NBR = :HV-SPACE-NBR,
                       PERMIT_CLASS = :HV-PERMIT-CLASS
                   WHERE EMP_NBR = :HV-VEH-EMP-NBR
                     AND VEH_SEQ = :HV-VEH-SEQ
                     AND EFF_TO = '9999-12-31'
                END-EXEC
                PERFORM CHECK-SQLCODE
                ADD 1 TO WS-CHANGED-COUNT
           WHEN OTHER
                EXEC SQL
                   UPDATE IBMUSER.VEHICLE_HIST
                   SET EFF_TO = :WS-LOAD-DATE
                   WHERE EMP_NBR = :HV-VEH-EMP-NBR
                     AND VEH_SEQ = :HV-VEH-SEQ
                     AND EFF_TO = '9999-12-31'
                END-EXEC
                PERFORM CHECK-SQLCODE
                PERFORM INSERT-VEHICLE-ROW
                ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.
           PERFORM READ-NEXT-VEHICLE.

       INSERT-VEHICLE-ROW.
           EXEC SQL
              INSERT INTO IBMUSER.VEHICLE_HIST
                 (EMP_NBR, VEH_SEQ, EFF_FROM, EFF_TO, TAG_NBR,
                  STATE_CODE, MAKE, MODEL, COLOR, MODEL_YEAR,
                  PERMIT_STATUS, PERMIT_EXP_DATE, LOT_NBR, SPACE_NBR,
                  PERMIT_CLASS)
              VALUES
                 (:HV-VEH-EMP-NBR, :HV-VEH-SEQ, :WS-LOAD-DATE,
                  '9999-12-31', :HV-TAG-NBR, :HV-STATE-CODE,
                  :HV-MAKE, :HV-MODEL, :HV-COLOR, :HV-MODEL-YEAR,
                  :HV-PERMIT-STATUS, :HV-PERMIT-EXP-DATE,
                  :HV-LOT-NBR, :HV-SPACE-NBR, :HV-PERMIT-CLASS)
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       CLOSE-GONE-VEHICLES.
           EXEC SQL
              DECLARE VEH-OPEN-CSR CURSOR FOR
              SELECT EMP_NBR, VEH_SEQ
              FROM IBMUSER.VEHICLE_HIST
              WHERE EFF_TO = '9999-12-31'
              FOR UPDATE OF EFF_TO
           END-EXEC.
           EXEC SQL
              OPEN VEH-OPEN-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           MOVE 'N' TO WS-CURSOR-DONE-IND.
           PERFORM FETCH-NEXT-OPEN-VEHICLE.
           PERFORM CHECK-ONE-OPEN-VEHICLE
              UNTIL WS-CURSOR-DONE.
           EXEC SQL
              CLOSE VEH-OPEN-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       FETCH-NEXT-OPEN-VEHICLE.
           EXEC SQL
              FETCH VEH-OPEN-CSR
              INTO :HV-VEH-EMP-NBR, :HV-VEH-SEQ
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           IF SQLCODE IS EQUAL TO 100
              SET WS-CURSOR-DONE TO TRUE
           END-IF.

       CHECK-ONE-OPEN-VEHICLE.
           MOVE HV-VEH-EMP-NBR TO CF-EMPLOYEE-NUMBER.
           MOVE HV-VEH-SEQ TO CF-VEHICLE-SEQUENCE.
           READ CAR-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-CAR-OK
              EXEC SQL
                 UPDATE IBMUSER.VEHICLE_HIST
                 SET EFF_TO = :WS-LOAD-DATE
                 WHERE CURRENT OF VEH-OPEN-CSR
              END-EXEC
              PERFORM CHECK-SQLCODE
              ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           PERFORM FETCH-NEXT-OPEN-VEHICLE.

      *****************************************************************
      *   SIGN-ON ACCOUNTS - EREGUSR TO IBMUSER.USER_HIST
      *****************************************************************
       LOAD-USER-HISTORY.
           PERFORM RESET-TABLE-COUNTS.
           MOVE 'IBMUSER.USER_HIST' TO WS-TABLE-NAME.
           OPEN INPUT USER-FILE.
           PERFORM READ-NEXT-USER.
           PERFORM LOAD-ONE-USER
              UNTIL WS-USER-EOF.
           PERFORM CLOSE-GONE-USERS.
           CLOSE USER-FILE.
           EXEC SQL COMMIT END-EXEC.
           PERFORM CHECK-SQLCODE.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CURRENT-ROW-COUNT
              FROM IBMUSER.USER_HIST
              WHERE EFF_TO = '9999-12-31'
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           PERFORM REPORT-TABLE-COUNTS.

       READ-NEXT-USER.
           READ USER-FILE NEXT RECORD
                AT END SET WS-USER-EOF TO TRUE
           END-READ.

       LOAD-ONE-USER.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE RU-USER-ID TO HV-USER-ID.
           MOVE RU-USER-TYPE TO HU-USER-TYPE.
           MOVE RU-STATUS TO HU-STATUS.
           MOVE RU-AFTER-HOURS-OVERRIDE-IND TO HU-AFTER-HOURS-IND.
           EXEC SQL
              SELECT CHAR(EFF_FROM, ISO), USER_TYPE, STATUS,
                     AFTER_HOURS_IND
              INTO :HV-CUR-EFF-FROM, :HUC-USER-TYPE, :HUC-STATUS,
                   :HUC-AFTER-HOURS-IND
              FROM IBMUSER.USER_HIST
              WHERE USER_ID = :HV-USER-ID
                AND EFF_TO = '9999-12-31'
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           EVALUATE TRUE
           WHEN SQLCODE IS EQUAL TO 100
                PERFORM INSERT-USER-ROW
                ADD 1 TO WS-NEW-COUNT
           WHEN HV-USER-NEW IS EQUAL TO HV-USER-CUR
                CONTINUE
           WHEN HV-CUR-EFF-FROM IS EQUAL TO WS-LOAD-DATE
                EXEC SQL
                   UPDATE IBMUSER.USER_HIST
                   SET USER_TYPE = :HU-USER-TYPE,
                       STATUS = :HU-STATUS,
                       AFTER_HOURS_IND = :HU-AFTER-HOURS-IND
                   WHERE USER_ID = :HV-USER-ID
                     AND EFF_TO = '9999-12-31'
                END-EXEC
                PERFORM CHECK-SQLCODE
                ADD 1 TO WS-CHANGED-COUNT
           WHEN OTHER
                EXEC SQL
                   UPDATE IBMUSER.USER_HIST
                   SET EFF_TO = :WS-LOAD-DATE
                   WHERE USER_ID = :HV-USER-ID
                     AND EFF_TO = '9999-12-31'
                END-EXEC
                PERFORM CHECK-SQLCODE
                PERFORM INSERT-USER-ROW
                ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.
           PERFORM READ-NEXT-USER.

       INSERT-USER-ROW.
           EXEC SQL
              INSERT INTO IBMUSER.USER_HIST
                 (USER_ID, EFF_FROM, EFF_TO, USER_TYPE, STATUS,
                  AFTER_HOURS_IND)
              VALUES
                 (:HV-USER-ID, :WS-LOAD-DATE, '9999-12-31',
                  :HU-USER-TYPE, :HU-STATUS, :HU-AFTER-HOURS-IND)
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       CLOSE-GONE-USERS.
           EXEC SQL
              DECLARE USER-OPEN-CSR CURSOR FOR
              SELECT USER_ID
              FROM IBMUSER.USER_HIST
              WHERE EFF_TO = '9999-12-31'
              FOR UPDATE OF EFF_TO
           END-EXEC.
           EXEC SQL
              OPEN USER-OPEN-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           MOVE 'N' TO WS-CURSOR-DONE-IND.
           PERFORM FETCH-NEXT-OPEN-USER.
           PERFORM CHECK-ONE-OPEN-USER
              UNTIL WS-CURSOR-DONE.
           EXEC SQL
              CLOSE USER-OPEN-CSR
           END-EXEC.
           PERFORM CHECK-SQLCODE.

       FETCH-NEXT-OPEN-USER.
           EXEC SQL
              FETCH USER-OPEN-CSR
              INTO :HV-USER-ID
           END-EXEC.
           PERFORM CHECK-SQLCODE.
           IF SQLCODE IS EQUAL TO 100
              SET WS-CURSOR-DONE TO TRUE
           END-IF.

       CHECK-ONE-OPEN-USER.
           MOVE HV-USER-ID TO RU-USER-ID.
           READ USER-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-USER-OK
              EXEC SQL
                 UPDATE IBMUSER.USER_HIST
                 SET EFF_TO = :WS-LOAD-DATE
                 WHERE CURRENT OF USER-OPEN-CSR
              END-EXEC
              PERFORM CHECK-SQLCODE
              ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           PERFORM FETCH-NEXT-OPEN-USER.

       CHECK-SQLCODE.
      *    REUSABLE DB2 ERROR CHECK - SQLCODE 100 (NOT FOUND) IS
      *    NOT AN ERROR.  ANY NEGATIVE SQLCODE IS REPORTED AND ENDS
      *    THE JOB WITH A NON-ZERO CONDITION CODE INSTEAD OF
      *    LETTING THE PROGRAM FALL THROUGH ON BAD DATA
           IF SQLCODE IS LESS THAN ZERO
              DISPLAY 'DB2 ERROR ON EMARTLD - SQLCODE: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
