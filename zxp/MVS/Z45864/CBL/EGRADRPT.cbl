       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGRADRPT.
      ******************************************************************
      *   PAY GRADE COMPA-RATIO REPORT.-
      *      - LISTS EVERY EMPMAS EMPLOYEE BY DEPARTMENT AND PAY GRADE
      *        WITH THE SALARY, THE GRADE'S EPAYGRD MINIMUM, MIDPOINT
      *        AND MAXIMUM, AND THE COMPA-RATIO (SALARY AS A PERCENT
      *        OF THE MIDPOINT), FLAGGING SALARIES BELOW THE MINIMUM
      *        OR ABOVE THE MAXIMUM - THE PAY EQUITY REVIEW'S FIGURES
      *        STRAIGHT OFF THE MASTER INSTEAD OF REBUILT BY HAND.
      *      - EACH DEPARTMENT AND GRADE CLOSES WITH ITS HEADCOUNT,
      *        AVERAGE SALARY AND AVERAGE COMPA-RATIO, AND EACH
      *        DEPARTMENT WITH ITS HEADCOUNT AND SALARY TOTAL.
      *      - UNGRADED EMPLOYEES ARE LISTED UNDER A BLANK GRADE;
      *        A GRADE MISSING FROM EPAYGRD IS FLAGGED AND ENDS THE
      *        RUN RC=4.
      *      - READ-ONLY AGAINST THE CLUSTERS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAS-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMPMAS-STATUS.

           SELECT PAYGRD-FILE ASSIGN TO EPAYGRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PG-PAY-GRADE
                  FILE STATUS IS WS-PAYGRD-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT REPORT-FILE ASSIGN TO GRADRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAS-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  PAYGRD-FILE
           RECORDING MODE IS F.
       COPY EPAYGRD.

       SD  SORT-WORK-FILE.
       01  SD-GRADE-RECORD.
           05 SD-DEPT-NBR           PIC X(4).
           05 SD-PAY-GRADE          PIC X(3).
           05 SD-EMPLOYEE-NUMBER    PIC X(6).
           05 SD-EMPLOYEE-NAME      PIC X(25).
           05 SD-SALARY             PIC 9(7)V99.
           05 SD-MINIMUM            PIC 9(7)V99.
           05 SD-MIDPOINT           PIC 9(7)V99.
           05 SD-MAXIMUM            PIC 9(7)V99.
           05 SD-COMPA-RATIO        PIC 9(3)V9.
      *      HOW THE SALARY SITS AGAINST ITS GRADE
           05 SD-RANGE-IND          PIC X(1).
              88 SD-IN-RANGE                  VALUE 'I'.
              88 SD-BELOW-MINIMUM             VALUE 'B'.
              88 SD-ABOVE-MAXIMUM             VALUE 'A'.
              88 SD-UNGRADED                  VALUE 'U'.
              88 SD-GRADE-NOT-ON-FILE         VALUE 'X'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-EMPMAS-STATUS         PIC X(2).
           88 WS-EMPMAS-EOF                   VALUE '10'.
       01  WS-PAYGRD-STATUS         PIC X(2).
           88 WS-PAYGRD-OK                    VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SORT-EOF-IND          PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF                     VALUE 'Y'.
       01  WS-GR-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CURRENT-DATE          PIC X(14).
      ******************************************************************
      *   DEPARTMENT AND GRADE CONTROL-BREAK WORK AREAS AND RUN TOTALS.
      ******************************************************************
       01  WS-HAVE-PREV-IND         PIC X(1) VALUE 'N'.
           88 WS-HAVE-PREV                    VALUE 'Y'.
       01  WS-PREV-DEPT             PIC X(4) VALUE SPACES.
       01  WS-PREV-GRADE            PIC X(3) VALUE SPACES.
       01  WS-GRADE-HEADCOUNT       PIC 9(5) VALUE 0.
       01  WS-GRADE-SALARIES        PIC 9(11)V99 VALUE 0.
       01  WS-GRADE-COMPA-COUNT     PIC 9(5) VALUE 0.
       01  WS-GRADE-COMPA-SUM       PIC 9(9)V9 VALUE 0.
       01  WS-DEPT-HEADCOUNT        PIC 9(5) VALUE 0.
       01  WS-DEPT-SALARIES         PIC 9(11)V99 VALUE 0.
       01  WS-AVERAGE-SALARY        PIC 9(7)V99 VALUE 0.
       01  WS-AVERAGE-COMPA         PIC 9(3)V9 VALUE 0.
       01  WS-LISTED-COUNT          PIC 9(7) VALUE 0.
       01  WS-BELOW-MINIMUM-COUNT   PIC 9(7) VALUE 0.
       01  WS-ABOVE-MAXIMUM-COUNT   PIC 9(7) VALUE 0.
       01  WS-UNGRADED-COUNT        PIC 9(7) VALUE 0.
       01  WS-NOT-ON-FILE-COUNT     PIC 9(7) VALUE 0.
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(41) VALUE
              'PAY GRADE COMPA-RATIO REPORT - RUN DATE '.
           05 HL-RUN-DATE           PIC X(8).
       01  WS-DEPT-HEADING.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'DEPARTMENT '.
           05 DH-DEPT-NBR           PIC X(4).
       01  WS-COLUMN-HEADING        PIC X(132) VALUE
              '    GRD  EMP-NO  NAME                             SALARY 
      -    '     MINIMUM     MIDPOINT      MAXIMUM COMPA  RANGE'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-PAY-GRADE          PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NAME      PIC X(25).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SALARY             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 DL-MINIMUM            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 DL-MIDPOINT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 DL-MAXIMUM            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 DL-COMPA-RATIO        PIC ZZ9.9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-RANGE-NOTE         PIC X(20).
       01  WS-GRADE-TOTAL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 GT-LABEL              PIC X(24).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 GT-HEADCOUNT          PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE ' EMPLOYEES  '.
           05 FILLER                PIC X(12) VALUE 'AVG SALARY '.
           05 GT-AVERAGE-SALARY     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(12) VALUE '   AVG COMPA'.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 GT-AVERAGE-COMPA      PIC ZZ9.9.
       01  WS-DEPT-TOTAL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 TL-LABEL              PIC X(24).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TL-HEADCOUNT          PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE ' EMPLOYEES  '.
           05 FILLER                PIC X(12) VALUE 'SALARIES   '.
           05 TL-SALARIES           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RUN-TOTAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-LABEL              PIC X(28).
           05 RL-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EGRADRPT' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           OPEN INPUT PAYGRD-FILE.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SD-DEPT-NBR SD-PAY-GRADE
                                 SD-EMPLOYEE-NUMBER
                INPUT PROCEDURE IS RELEASE-GRADED-EMPLOYEES
                OUTPUT PROCEDURE IS PRINT-COMPA-RATIO-REPORT.
           SET BAT-END TO TRUE.
           MOVE WS-GR-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-LISTED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       RELEASE-GRADED-EMPLOYEES.
           OPEN INPUT EMPMAS-FILE.
           PERFORM READ-NEXT-EMPLOYEE.
           PERFORM RELEASE-ONE-EMPLOYEE
              UNTIL WS-EMPMAS-EOF.
           CLOSE EMPMAS-FILE.
           CLOSE PAYGRD-FILE.

       READ-NEXT-EMPLOYEE.
           READ EMPMAS-FILE NEXT RECORD
                AT END SET WS-EMPMAS-EOF TO TRUE
                NOT AT END ADD 1 TO WS-GR-RECORDS-READ
           END-READ.

       RELEASE-ONE-EMPLOYEE.
           INITIALIZE SD-GRADE-RECORD.
           MOVE EM-DEPT-NBR        TO SD-DEPT-NBR.
           MOVE EM-PAY-GRADE       TO SD-PAY-GRADE.
           MOVE EM-EMPLOYEE-NUMBER TO SD-EMPLOYEE-NUMBER.
           MOVE EM-EMPLOYEE-NAME   TO SD-EMPLOYEE-NAME.
           MOVE EM-SALARY          TO SD-SALARY.
           IF EM-PAY-GRADE IS EQUAL TO SPACES
              SET SD-UNGRADED TO TRUE
           ELSE
              PERFORM PRICE-AGAINST-GRADE
           END-IF.
           RELEASE SD-GRADE-RECORD.
           PERFORM READ-NEXT-EMPLOYEE.

       PRICE-AGAINST-GRADE.
           MOVE EM-PAY-GRADE TO PG-PAY-GRADE.
           READ PAYGRD-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-PAYGRD-OK
              SET SD-GRADE-NOT-ON-FILE TO TRUE
           ELSE
              MOVE PG-MINIMUM  TO SD-MINIMUM
              MOVE PG-MIDPOINT TO SD-MIDPOINT
              MOVE PG-MAXIMUM  TO SD-MAXIMUM
              COMPUTE SD-COMPA-RATIO ROUNDED =
                 EM-SALARY * 100 / PG-MIDPOINT
                 ON SIZE ERROR MOVE 999.9 TO SD-COMPA-RATIO
              END-COMPUTE
              EVALUATE TRUE
              WHEN EM-SALARY IS LESS THAN PG-MINIMUM
                   SET SD-BELOW-MINIMUM TO TRUE
              WHEN EM-SALARY IS GREATER THAN PG-MAXIMUM
                   SET SD-ABOVE-MAXIMUM TO TRUE
              WHEN OTHER
                   SET SD-IN-RANGE TO TRUE
              END-EVALUATE
           END-IF.

       PRINT-COMPA-RATIO-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CURRENT-DATE(1:8) TO HL-RUN-DATE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM RETURN-NEXT-SORTED-EMPLOYEE.
           PERFORM PRINT-ONE-EMPLOYEE
              UNTIL WS-SORT-EOF.
           IF WS-HAVE-PREV
              PERFORM FLUSH-GRADE-TOTAL
              PERFORM FLUSH-DEPARTMENT-TOTAL
           END-IF.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY 'EMPLOYEES LISTED:         ' WS-LISTED-COUNT.
           DISPLAY 'GRADES NOT ON EPAYGRD:    ' WS-NOT-ON-FILE-COUNT.
           IF WS-NOT-ON-FILE-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       RETURN-NEXT-SORTED-EMPLOYEE.
           RETURN SORT-WORK-FILE
                  AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-EMPLOYEE.
           IF WS-HAVE-PREV
              AND (SD-DEPT-NBR IS NOT EQUAL TO WS-PREV-DEPT
                   OR SD-PAY-GRADE IS NOT EQUAL TO WS-PREV-GRADE)
              PERFORM FLUSH-GRADE-TOTAL
           END-IF.
           IF WS-HAVE-PREV
              AND SD-DEPT-NBR IS NOT EQUAL TO WS-PREV-DEPT
              PERFORM FLUSH-DEPARTMENT-TOTAL
           END-IF.
           IF NOT WS-HAVE-PREV
              OR SD-DEPT-NBR IS NOT EQUAL TO WS-PREV-DEPT
              PERFORM PRINT-DEPARTMENT-HEADING
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SD-PAY-GRADE       TO DL-PAY-GRADE.
           MOVE SD-EMPLOYEE-NUMBER TO DL-EMPLOYEE-NUMBER.
           MOVE SD-EMPLOYEE-NAME   TO DL-EMPLOYEE-NAME.
           MOVE SD-SALARY          TO DL-SALARY.
           EVALUATE TRUE
           WHEN SD-UNGRADED
                MOVE 'UNGRADED'             TO DL-RANGE-NOTE
                ADD 1 TO WS-UNGRADED-COUNT
           WHEN SD-GRADE-NOT-ON-FILE
                MOVE '** GRADE NOT ON FILE' TO DL-RANGE-NOTE
                ADD 1 TO WS-NOT-ON-FILE-COUNT
           WHEN OTHER
                MOVE SD-MINIMUM     TO DL-MINIMUM
                MOVE SD-MIDPOINT    TO DL-MIDPOINT
                MOVE SD-MAXIMUM     TO DL-MAXIMUM
                MOVE SD-COMPA-RATIO TO DL-COMPA-RATIO
                ADD 1 TO WS-GRADE-COMPA-COUNT
                ADD SD-COMPA-RATIO TO WS-GRADE-COMPA-SUM
                IF SD-BELOW-MINIMUM
                   MOVE '** BELOW MINIMUM'  TO DL-RANGE-NOTE
                   ADD 1 TO WS-BELOW-MINIMUM-COUNT
                END-IF
                IF SD-ABOVE-MAXIMUM
                   MOVE '** ABOVE MAXIMUM'  TO DL-RANGE-NOTE
                   ADD 1 TO WS-ABOVE-MAXIMUM-COUNT
                END-IF
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1         TO WS-GRADE-HEADCOUNT.
           ADD SD-SALARY TO WS-GRADE-SALARIES.
           ADD 1         TO WS-DEPT-HEADCOUNT.
           ADD SD-SALARY TO WS-DEPT-SALARIES.
           ADD 1         TO WS-LISTED-COUNT.
           MOVE SD-DEPT-NBR  TO WS-PREV-DEPT.
           MOVE SD-PAY-GRADE TO WS-PREV-GRADE.
           SET WS-HAVE-PREV TO TRUE.
           PERFORM RETURN-NEXT-SORTED-EMPLOYEE.

       PRINT-DEPARTMENT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SD-DEPT-NBR TO DH-DEPT-NBR.
           MOVE WS-DEPT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

       FLUSH-GRADE-TOTAL.
      *    AVERAGE COMPA-RATIO IS OVER THE EMPLOYEES WHOSE GRADE IS ON
      *    FILE - AN UNGRADED GROUP SHOWS ITS AVERAGE SALARY ONLY
           MOVE SPACES TO GT-LABEL.
           IF WS-PREV-GRADE IS EQUAL TO SPACES
              MOVE 'UNGRADED TOTAL' TO GT-LABEL
           ELSE
              STRING 'GRADE ' DELIMITED BY SIZE
                     WS-PREV-GRADE DELIMITED BY SIZE
                     ' TOTAL' DELIMITED BY SIZE
                     INTO GT-LABEL
              END-STRING
           END-IF.
           COMPUTE WS-AVERAGE-SALARY ROUNDED =
              WS-GRADE-SALARIES / WS-GRADE-HEADCOUNT.
           IF WS-GRADE-COMPA-COUNT IS GREATER THAN ZERO
              COMPUTE WS-AVERAGE-COMPA ROUNDED =
                 WS-GRADE-COMPA-SUM / WS-GRADE-COMPA-COUNT
           ELSE
              MOVE ZERO TO WS-AVERAGE-COMPA
           END-IF.
           MOVE WS-GRADE-HEADCOUNT TO GT-HEADCOUNT.
           MOVE WS-AVERAGE-SALARY  TO GT-AVERAGE-SALARY.
           MOVE WS-AVERAGE-COMPA   TO GT-AVERAGE-COMPA.
           MOVE WS-GRADE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-GRADE-HEADCOUNT.
           MOVE ZERO TO WS-GRADE-SALARIES.
           MOVE ZERO TO WS-GRADE-COMPA-COUNT.
           MOVE ZERO TO WS-GRADE-COMPA-SUM.

       FLUSH-DEPARTMENT-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  WS-PREV-DEPT DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
                  INTO TL-LABEL
           END-STRING.
           MOVE WS-DEPT-HEADCOUNT TO TL-HEADCOUNT.
           MOVE WS-DEPT-SALARIES  TO TL-SALARIES.
           MOVE WS-DEPT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-DEPT-HEADCOUNT.
           MOVE ZERO TO WS-DEPT-SALARIES.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'EMPLOYEES LISTED:' TO RL-LABEL.
           MOVE WS-LISTED-COUNT TO RL-COUNT.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BELOW GRADE MINIMUM:' TO RL-LABEL.
           MOVE WS-BELOW-MINIMUM-COUNT TO RL-COUNT.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ABOVE GRADE MAXIMUM:' TO RL-LABEL.
           MOVE WS-ABOVE-MAXIMUM-COUNT TO RL-COUNT.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'UNGRADED:' TO RL-LABEL.
           MOVE WS-UNGRADED-COUNT TO RL-COUNT.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GRADE NOT ON EPAYGRD:' TO RL-LABEL.
           MOVE WS-NOT-ON-FILE-COUNT TO RL-COUNT.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
