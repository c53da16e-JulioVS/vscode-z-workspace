       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTVACR.
      ******************************************************************
      *   POSITION VACANCY REPORT.-
      *      - READS THE DEPTPOSN POSITION MASTER IN KEY ORDER AND
      *        LISTS EVERY VACANT POSITION BY DEPARTMENT - NUMBER,
      *        TITLE, BUDGETED SALARY AND THE DATE IT FELL VACANT -
      *        FOR THE BUDGET OFFICE.
      *      - EACH DEPARTMENT ENDS WITH ITS AUTHORIZED, FILLED AND
      *        VACANT HEADCOUNT AND THE BUDGETED SALARY OF ITS
      *        VACANCIES; GRAND TOTALS FOLLOW THE LAST DEPARTMENT.
      *      - A SECOND SECTION LISTS EMPLOYEES ON EMPMAS WHO HOLD NO
      *        POSITION, SO THE BUDGET OFFICE CAN SEE HEADCOUNT
      *        OUTSIDE POSITION CONTROL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSN-FILE ASSIGN TO DEPTPOSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PN-POSITION-KEY
                  FILE STATUS IS WS-POSN-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DEPT-NBR
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT REPORT-FILE ASSIGN TO VACRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSN-FILE
           RECORDING MODE IS F.
       COPY DEPTPOSN.

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTMAS.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-POSN-STATUS           PIC X(2).
           88 WS-POSN-EOF                     VALUE '10'.
       01  WS-DEPT-STATUS           PIC X(2).
           88 WS-DEPT-OK                      VALUE '00'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-EOF                      VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-LINES-WRITTEN         PIC 9(7) VALUE 0.
       01  WS-CURRENT-DEPT-NBR      PIC X(4) VALUE SPACES.
       01  WS-DEPT-AUTHORIZED       PIC 9(5) VALUE 0.
       01  WS-DEPT-FILLED           PIC 9(5) VALUE 0.
       01  WS-DEPT-VACANT           PIC 9(5) VALUE 0.
       01  WS-DEPT-VACANT-SALARY    PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-AUTHORIZED      PIC 9(7) VALUE 0.
       01  WS-TOTAL-FILLED          PIC 9(7) VALUE 0.
       01  WS-TOTAL-VACANT          PIC 9(7) VALUE 0.
       01  WS-TOTAL-VACANT-SALARY   PIC 9(11)V99 VALUE 0.
       01  WS-UNPLACED-COUNT        PIC 9(5) VALUE 0.
       01  WS-DEPT-HEADING-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(6)  VALUE 'DEPT: '.
           05 DH-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DH-DEPT-NAME          PIC X(20).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-POSITION-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TITLE              PIC X(25).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-BUDGETED-SALARY    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-VACANT-SINCE       PIC X(8).
       01  WS-DEPT-TOTAL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'AUTHORIZED: '.
           05 DT-AUTHORIZED         PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE '  FILLED: '.
           05 DT-FILLED             PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE '  VACANT: '.
           05 DT-VACANT             PIC ZZZZ9.
           05 FILLER                PIC X(18)
                                    VALUE '  VACANT BUDGET: '.
           05 DT-VACANT-SALARY      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-GRAND-TOTAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(14) VALUE 'ALL DEPTS -   '.
           05 FILLER                PIC X(12) VALUE 'AUTHORIZED: '.
           05 GT-AUTHORIZED         PIC ZZZZZZ9.
           05 FILLER                PIC X(10) VALUE '  FILLED: '.
           05 GT-FILLED             PIC ZZZZZZ9.
           05 FILLER                PIC X(10) VALUE '  VACANT: '.
           05 GT-VACANT             PIC ZZZZZZ9.
           05 FILLER                PIC X(18)
                                    VALUE '  VACANT BUDGET: '.
           05 GT-VACANT-SALARY      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-UNPLACED-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 UL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 UL-EMPLOYEE-NAME      PIC X(25).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 UL-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 UL-NOTE               PIC X(20)
                                    VALUE 'NOT IN A POSITION'.
       01  WS-HEADING-LINE          PIC X(132) VALUE
            '    POSN    TITLE                      BUDGETED SAL  VACANT
      -    ' SINCE'.
       01  WS-UNPLACED-HEADING-LINE PIC X(132) VALUE
           '  EMPLOYEES HOLDING NO POSITION'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'DEPTVACR' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           OPEN INPUT POSN-FILE.
           OPEN INPUT DEPT-FILE.
           OPEN INPUT EMP-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM READ-NEXT-POSITION.
           PERFORM REPORT-ONE-POSITION
              UNTIL WS-POSN-EOF.
           IF WS-CURRENT-DEPT-NBR IS NOT EQUAL TO SPACES
              PERFORM PRINT-DEPT-TOTALS
           END-IF.
           PERFORM PRINT-GRAND-TOTALS.
           PERFORM LIST-UNPLACED-EMPLOYEES.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-LINES-WRITTEN TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-NEXT-POSITION.
           READ POSN-FILE NEXT RECORD
                AT END SET WS-POSN-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       REPORT-ONE-POSITION.
           IF PN-DEPT-NBR IS NOT EQUAL TO WS-CURRENT-DEPT-NBR
              IF WS-CURRENT-DEPT-NBR IS NOT EQUAL TO SPACES
                 PERFORM PRINT-DEPT-TOTALS
              END-IF
              PERFORM START-NEW-DEPARTMENT
           END-IF.
           ADD 1 TO WS-DEPT-AUTHORIZED.
           IF PN-IS-VACANT
              ADD 1 TO WS-DEPT-VACANT
              ADD PN-BUDGETED-SALARY TO WS-DEPT-VACANT-SALARY
              MOVE PN-POSITION-NUMBER TO DL-POSITION-NUMBER
              MOVE PN-TITLE           TO DL-TITLE
              MOVE PN-BUDGETED-SALARY TO DL-BUDGETED-SALARY
              MOVE PN-STATUS-DATE     TO DL-VACANT-SINCE
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              ADD 1 TO WS-DEPT-FILLED
           END-IF.
           PERFORM READ-NEXT-POSITION.

       START-NEW-DEPARTMENT.
           MOVE PN-DEPT-NBR TO WS-CURRENT-DEPT-NBR.
           MOVE 0 TO WS-DEPT-AUTHORIZED.
           MOVE 0 TO WS-DEPT-FILLED.
           MOVE 0 TO WS-DEPT-VACANT.
           MOVE 0 TO WS-DEPT-VACANT-SALARY.
           MOVE PN-DEPT-NBR TO DEPT-NBR.
           READ DEPT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-DEPT-OK
              MOVE DEPT-NAME TO DH-DEPT-NAME
           ELSE
              MOVE 'NOT ON DEPTMAS' TO DH-DEPT-NAME
           END-IF.
           MOVE PN-DEPT-NBR TO DH-DEPT-NBR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DEPT-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-DEPT-TOTALS.
           MOVE WS-DEPT-AUTHORIZED    TO DT-AUTHORIZED.
           MOVE WS-DEPT-FILLED        TO DT-FILLED.
           MOVE WS-DEPT-VACANT        TO DT-VACANT.
           MOVE WS-DEPT-VACANT-SALARY TO DT-VACANT-SALARY.
           MOVE WS-DEPT-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-DEPT-AUTHORIZED    TO WS-TOTAL-AUTHORIZED.
           ADD WS-DEPT-FILLED        TO WS-TOTAL-FILLED.
           ADD WS-DEPT-VACANT        TO WS-TOTAL-VACANT.
           ADD WS-DEPT-VACANT-SALARY TO WS-TOTAL-VACANT-SALARY.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-AUTHORIZED    TO GT-AUTHORIZED.
           MOVE WS-TOTAL-FILLED        TO GT-FILLED.
           MOVE WS-TOTAL-VACANT        TO GT-VACANT.
           MOVE WS-TOTAL-VACANT-SALARY TO GT-VACANT-SALARY.
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       LIST-UNPLACED-EMPLOYEES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNPLACED-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM READ-NEXT-EMPLOYEE.
           PERFORM CHECK-ONE-EMPLOYEE
              UNTIL WS-EMP-EOF.

       READ-NEXT-EMPLOYEE.
           READ EMP-FILE NEXT RECORD
                AT END SET WS-EMP-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-EMPLOYEE.
           IF EM-POSITION-NUMBER IS EQUAL TO SPACES
              MOVE EM-EMPLOYEE-NUMBER TO UL-EMPLOYEE-NUMBER
              MOVE EM-EMPLOYEE-NAME   TO UL-EMPLOYEE-NAME
              MOVE EM-DEPT-NBR        TO UL-DEPT-NBR
              MOVE WS-UNPLACED-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              ADD 1 TO WS-UNPLACED-COUNT
           END-IF.
           PERFORM READ-NEXT-EMPLOYEE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           STRING '  EMPLOYEES HOLDING NO POSITION: ' DELIMITED BY SIZE
                  WS-UNPLACED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE POSN-FILE.
           CLOSE DEPT-FILE.
           CLOSE EMP-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'VACANT POSITIONS: ' WS-TOTAL-VACANT
                   ' OF ' WS-TOTAL-AUTHORIZED.
