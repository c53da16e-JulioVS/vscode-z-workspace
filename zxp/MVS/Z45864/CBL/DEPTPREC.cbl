       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTPREC.
      ******************************************************************
      *   PAYROLL REGISTER RECONCILIATION.-
      *      - RECONCILES THE EXTERNAL PAYROLL SYSTEM'S REGISTER FOR A
      *        PAY RUN (PAYREG - EMPLOYEE, DEPARTMENT, GROSS PAID)
      *        AGAINST WHAT DEPTPAY COSTED FOR THE SAME PERIOD.
      *      - EMPLOYEE BY EMPLOYEE AGAINST EMPMAS: EVERY EMPLOYEE
      *        PAID BUT NOT ON EMPMAS, EVERY EMPMAS EMPLOYEE WITH A
      *        SALARY WHO WAS NOT PAID, EVERY EMPLOYEE WHOSE GROSS
      *        DIFFERS FROM EM-SALARY PLUS THE TIMESHT OVERTIME
      *        PRICED THE DEPTPAY WAY BY MORE THAN THE TOLERANCE, AND
      *        EVERY REGISTER LINE CHARGED TO A DEPARTMENT THAT IS
      *        NEITHER THE EMPLOYEE'S HOME DEPARTMENT, ONE OF ITS
      *        DEPTALOC FUNDING SPLITS, NOR A DEPARTMENT THE EMPLOYEE
      *        HELD DURING THE PERIOD ON EASGHST (DEPTPAY PRORATES A
      *        MID-PERIOD TRANSFER TO THE OLD DEPARTMENT).
      *      - DEPARTMENT BY DEPARTMENT: THE REGISTER'S GROSS PER
      *        DEPARTMENT AGAINST THE SALARY AND OVERTIME DEBITS OF
      *        THE LAST DEPTPAY FINAL JOURNAL BATCH ON DEPTGL, WITH
      *        ANY DIFFERENCE PAST THE TOLERANCE FLAGGED.
      *      - SYSIN CARD 1 = PAY PERIOD, YYYYMM (BLANK TAKES THE
      *        RUN MONTH, AS DEPTPAY DOES).  SYSIN CARD 2 = TOLERANCE,
      *        9(5)V99 (BLANK TAKES 1.00).
      *      - RC=4 WHEN ANY EXCEPTION IS LISTED; RC=8 WHEN A TABLE
      *        OVERFLOWS OR DEPTGL HOLDS NO FINAL BATCH FOR THE PERIOD.
      *      - THE CLEARING ACCOUNT IS THE GLACCMAP ROW IN FORCE ON
      *        THE LAST DAY OF THE PAY PERIOD, AS DEPTPAY USED IT.
      *      - A DEPTPAY RUN NOW REACHES DEPTGL AS ONE BATCH PER
      *        COMPANY (IN COMPANY ORDER), SO THE LAST RUN IS ALL OF
      *        ITS COMPANY BATCHES TAKEN TOGETHER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO PAYREG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REGISTER-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT ALOC-FILE ASSIGN TO DEPTALOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AL-ALOC-KEY
                  FILE STATUS IS WS-ALOC-STATUS.

           SELECT ASGHST-FILE ASSIGN TO EASGHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AH-HIST-KEY
                  FILE STATUS IS WS-ASGHST-STATUS.

           SELECT OPTIONAL TIME-FILE ASSIGN TO TIMESHT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TIME-STATUS.

           SELECT GL-FILE ASSIGN TO DEPTGL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.

           SELECT GLACCMAP-FILE ASSIGN TO GLACCMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GA-MAP-KEY
                  FILE STATUS IS WS-GLACC-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO PRECRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE
           RECORDING MODE IS F.
       COPY DEPTPREG.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  ALOC-FILE
           RECORDING MODE IS F.
       COPY DEPTALOC.

       FD  ASGHST-FILE
           RECORDING MODE IS F.
       COPY EASGHST.

       FD  TIME-FILE
           RECORDING MODE IS F.
       COPY DEPTTIME.

       FD  GL-FILE
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  GLACCMAP-FILE
           RECORDING MODE IS F.
       COPY GLACCMAP.

       SD  SORT-WORK-FILE.
       01  SD-REGISTER-RECORD.
           05 SD-REGISTER-KEY.
              10 SD-EMPLOYEE-NUMBER PIC X(6).
              10 SD-DEPT-NBR        PIC X(4).
           05 SD-GROSS-PAID         PIC 9(7)V99.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-REGISTER-STATUS       PIC X(2).
           88 WS-REGISTER-EOF                 VALUE '10'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMPMAS-EOF                   VALUE '10'.
       01  WS-ALOC-STATUS           PIC X(2).
           88 WS-ALOC-EOF                     VALUE '10'.
       01  WS-ASGHST-STATUS         PIC X(2).
           88 WS-ASGHST-OK                    VALUE '00'.
       01  WS-ASGHST-DONE-IND       PIC X(1) VALUE 'N'.
           88 WS-ASGHST-DONE                  VALUE 'Y'.
      *    THE PERIOD'S FIRST AND LAST DAY (YYYYMM01 / YYYYMM31 - THE
      *    31 ONLY BOUNDS THE COMPARE) AND THE DEPARTMENT HELD ON DAY
      *    ONE, FOR THE EASGHST FUNDING CHECK
       01  WS-PERIOD-FIRST-DATE     PIC X(8).
       01  WS-PERIOD-LAST-DATE      PIC X(8).
       01  WS-DAY-ONE-DEPT-NBR      PIC X(4).
       01  WS-TIME-STATUS           PIC X(2).
           88 WS-TIME-EOF                     VALUE '10'.
       01  WS-GL-STATUS             PIC X(2).
           88 WS-GL-EOF                       VALUE '10'.
       01  WS-GLACC-STATUS          PIC X(2).
           88 WS-GLACC-OK                     VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SORT-EOF-IND          PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF                     VALUE 'Y'.
       01  WS-CURRENT-DATE          PIC X(8).
       01  WS-PERIOD-IN             PIC X(6).
       01  WS-RECON-PERIOD          PIC X(6).
       01  WS-TOLERANCE-IN          PIC X(7).
       01  WS-TOLERANCE-IN-NUM REDEFINES WS-TOLERANCE-IN
                                    PIC 9(5)V99.
       01  WS-TOLERANCE             PIC 9(5)V99 VALUE 1.00.
      ******************************************************************
      *   MATCH KEYS - HIGH-VALUES ONCE A SIDE RUNS OUT, SO THE OTHER
      *   SIDE DRAINS AS UNMATCHED.
      ******************************************************************
       01  WS-EMP-KEY               PIC X(6).
       01  WS-REG-KEY               PIC X(6).
       01  WS-SAVED-REG-KEY         PIC X(6).
       01  WS-FIRST-REG-DEPT        PIC X(4).
       01  WS-EMP-PAID              PIC 9(9)V99 VALUE 0.
       01  WS-EMP-EXPECTED          PIC 9(9)V99 VALUE 0.
       01  WS-DIFFERENCE            PIC S9(9)V99 VALUE 0.
       01  WS-ABS-DIFFERENCE        PIC 9(9)V99 VALUE 0.
       01  WS-DEPT-FUNDED-IND       PIC X(1) VALUE 'N'.
           88 WS-DEPT-FUNDED                  VALUE 'Y'.
      ******************************************************************
      *   FUNDING SPLITS - DEPTALOC LOADED ONCE, AS DEPTPAY DOES.
      ******************************************************************
       01  WS-ALOCTAB-LIMIT         PIC 9(3) VALUE 200.
       01  WS-ALOCTAB-COUNT         PIC 9(3) VALUE 0.
       01  WS-ALOCTAB-SUB           PIC 9(3) VALUE 0.
       01  WS-ALLOCATION-TABLE.
           05 WS-ALOCTAB-ENTRY OCCURS 200 TIMES.
              10 WS-AL-EMPLOYEE     PIC X(6).
              10 WS-AL-DEPT-NBR     PIC X(4).
       01  WS-ALOCTAB-OVERFLOW-IND  PIC X(1) VALUE 'N'.
           88 WS-ALOCTAB-OVERFLOW             VALUE 'Y'.
      ******************************************************************
      *   OVERTIME - THE PERIOD'S TIMESHT LINES PRICED AT THE HOURLY
      *   EQUIVALENT OF EM-SALARY TIMES THE PREMIUM FACTOR, THE SAME
      *   FIGURE DEPTPAY COSTS.
      ******************************************************************
       01  WS-ANNUAL-HOURS          PIC 9(4) VALUE 2080.
       01  WS-TIMETAB-LIMIT         PIC 9(4) VALUE 2000.
       01  WS-TIMETAB-COUNT         PIC 9(4) VALUE 0.
       01  WS-TIMETAB-SUB           PIC 9(4) VALUE 0.
       01  WS-TIMETAB-OVERFLOW-IND  PIC X(1) VALUE 'N'.
           88 WS-TIMETAB-OVERFLOW             VALUE 'Y'.
       01  WS-TIMESHEET-TABLE.
           05 WS-TIMETAB-ENTRY OCCURS 2000 TIMES.
              10 WS-TT-EMPLOYEE     PIC X(6).
              10 WS-TT-OT-HOURS     PIC 9(3)V99.
              10 WS-TT-FACTOR       PIC 9V99.
       01  WS-PREMIUM-FACTOR        PIC 9V99 VALUE 0.
       01  WS-HOURLY-RATE           PIC 9(5)V9(4) VALUE 0.
       01  WS-EMP-OVERTIME-COST     PIC 9(7)V99 VALUE 0.
      ******************************************************************
      *   DEPARTMENT TOTALS - REGISTER GROSS AGAINST DEPTPAY POSTINGS.
      ******************************************************************
       01  WS-DEPTTAB-LIMIT         PIC 9(3) VALUE 200.
       01  WS-DEPTTAB-COUNT         PIC 9(3) VALUE 0.
       01  WS-DEPTTAB-SUB           PIC 9(3) VALUE 0.
       01  WS-DEPTTAB-FOUND-IND     PIC X(1) VALUE 'N'.
           88 WS-DEPTTAB-FOUND                VALUE 'Y'.
       01  WS-DEPTTAB-OVERFLOW-IND  PIC X(1) VALUE 'N'.
           88 WS-DEPTTAB-OVERFLOW             VALUE 'Y'.
       01  WS-LOOKUP-DEPT-NBR       PIC X(4).
       01  WS-DEPARTMENT-TABLE.
           05 WS-DEPTTAB-ENTRY OCCURS 200 TIMES.
              10 WS-DT-DEPT-NBR     PIC X(4).
              10 WS-DT-REGISTER     PIC 9(9)V99.
              10 WS-DT-POSTED       PIC 9(9)V99.
       01  WS-GL-DEFAULT-KEY        PIC X(4)  VALUE '****'.
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
       01  WS-CLEARING-ACCOUNT      PIC X(8).
       01  WS-FINAL-BATCH-IND       PIC X(1) VALUE 'N'.
           88 WS-FINAL-BATCH-FOUND            VALUE 'Y'.
       01  WS-LAST-COMPANY-CODE     PIC X(4) VALUE HIGH-VALUES.
       01  WS-BATCH-USABLE-IND      PIC X(1) VALUE 'N'.
           88 WS-BATCH-USABLE                 VALUE 'Y'.
      ******************************************************************
      *   RUN COUNTS.
      ******************************************************************
       01  WS-REGISTER-READ         PIC 9(7) VALUE 0.
       01  WS-REGISTER-REJECTED     PIC 9(7) VALUE 0.
       01  WS-EMPLOYEES-READ        PIC 9(7) VALUE 0.
       01  WS-EMPLOYEES-MATCHED     PIC 9(7) VALUE 0.
       01  WS-NOT-ON-EMPMAS-COUNT   PIC 9(5) VALUE 0.
       01  WS-NOT-PAID-COUNT        PIC 9(5) VALUE 0.
       01  WS-AMOUNT-DIFF-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNFUNDED-DEPT-COUNT   PIC 9(5) VALUE 0.
       01  WS-DEPT-DIFF-COUNT       PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01  WS-TOTAL-REGISTER        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-POSTED          PIC 9(11)V99 VALUE 0.
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(49) VALUE
              '  PAYROLL REGISTER RECONCILIATION - PAY PERIOD'.
           05 HL-PERIOD             PIC X(6).
           05 FILLER                PIC X(13) VALUE '  TOLERANCE'.
           05 HL-TOLERANCE          PIC ZZ,ZZ9.99.
       01  WS-EMPLOYEE-HEADING-LINE.
           05 FILLER                PIC X(43) VALUE
              '  EMPNO   DEPT  EMPLOYEE NAME'.
           05 FILLER                PIC X(42) VALUE
              '   GROSS PAID      EXPECTED     DIFFERENCE'.
           05 FILLER                PIC X(10) VALUE '  REASON'.
       01  WS-EXCEPTION-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-EMPLOYEE-NAME      PIC X(25).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-PAID               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-EXPECTED           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-DIFFERENCE         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-REASON             PIC X(30).
       01  WS-DEPT-HEADING-LINE.
           05 FILLER                PIC X(27) VALUE
              '  DEPT       REGISTER GROSS'.
           05 FILLER                PIC X(19) VALUE
              '       DEPTPAY COST'.
           05 FILLER                PIC X(20) VALUE
              '          DIFFERENCE'.
       01  WS-DEPT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-REGISTER           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-POSTED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DIFFERENCE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-FLAG               PIC X(24).
       01  WS-OVERFLOW-LINE         PIC X(132) VALUE
           '  ** A DEPTALOC, TIMESHT OR DEPARTMENT WORK TABLE OVERFLOWED
      -    ' - RECONCILIATION INCOMPLETE, RAISE ITS LIMIT **'.
       01  WS-RUN-TOTAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-LABEL              PIC X(34).
           05 RL-COUNT              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-TOTAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AL-LABEL              PIC X(34).
           05 AL-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'DEPTPREC' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM READ-CONTROL-CARDS.
           PERFORM LOAD-ALLOCATION-TABLE.
           PERFORM LOAD-TIMESHEET-TABLE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RECON-PERIOD TO HL-PERIOD.
           MOVE WS-TOLERANCE    TO HL-TOLERANCE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EMPLOYEE-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SD-EMPLOYEE-NUMBER SD-DEPT-NBR
                INPUT PROCEDURE IS RELEASE-REGISTER-LINES
                OUTPUT PROCEDURE IS RECONCILE-EMPLOYEES.
           PERFORM LOAD-DEPTPAY-POSTINGS.
           PERFORM RECONCILE-DEPARTMENTS.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY 'REGISTER LINES READ:      ' WS-REGISTER-READ.
           DISPLAY 'EMPLOYEE EXCEPTIONS:      ' WS-EXCEPTION-COUNT.
           DISPLAY 'DEPARTMENT DIFFERENCES:   ' WS-DEPT-DIFF-COUNT.
           IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
              OR WS-DEPT-DIFF-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ALOCTAB-OVERFLOW
              OR WS-TIMETAB-OVERFLOW
              OR WS-DEPTTAB-OVERFLOW
              OR NOT WS-BATCH-USABLE
              MOVE 8 TO RETURN-CODE
           END-IF.
           SET BAT-END TO TRUE.
           MOVE WS-REGISTER-READ TO BAT-RECORDS-READ.
           MOVE WS-EXCEPTION-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-CONTROL-CARDS.
      *    A BLANK PERIOD CARD TAKES THE RUN MONTH - THE PERIOD
      *    DEPTPAY COSTS WHEN IT RUNS THE SAME MONTH
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PERIOD-IN FROM SYSIN.
           IF WS-PERIOD-IN IS NUMERIC
              AND WS-PERIOD-IN(5:2) IS GREATER THAN '00'
              AND WS-PERIOD-IN(5:2) IS LESS THAN '13'
              MOVE WS-PERIOD-IN TO WS-RECON-PERIOD
           ELSE
              MOVE WS-CURRENT-DATE(1:6) TO WS-RECON-PERIOD
           END-IF.
           ACCEPT WS-TOLERANCE-IN FROM SYSIN.
           IF WS-TOLERANCE-IN IS NUMERIC
              MOVE WS-TOLERANCE-IN-NUM TO WS-TOLERANCE
           END-IF.

       LOAD-ALLOCATION-TABLE.
           OPEN INPUT ALOC-FILE.
           PERFORM READ-NEXT-ALLOCATION.
           PERFORM LOAD-ONE-ALLOCATION
              UNTIL WS-ALOC-EOF.
           CLOSE ALOC-FILE.

       READ-NEXT-ALLOCATION.
           READ ALOC-FILE NEXT RECORD
                AT END SET WS-ALOC-EOF TO TRUE
           END-READ.

       LOAD-ONE-ALLOCATION.
           IF WS-ALOCTAB-COUNT IS LESS THAN WS-ALOCTAB-LIMIT
              ADD 1 TO WS-ALOCTAB-COUNT
              MOVE AL-EMPLOYEE-NUMBER
                   TO WS-AL-EMPLOYEE(WS-ALOCTAB-COUNT)
              MOVE AL-DEPT-NBR
                   TO WS-AL-DEPT-NBR(WS-ALOCTAB-COUNT)
           ELSE
              SET WS-ALOCTAB-OVERFLOW TO TRUE
           END-IF.
           PERFORM READ-NEXT-ALLOCATION.

       LOAD-TIMESHEET-TABLE.
      *    NO TIMESHT FEED FOR THE PERIOD MEANS NO OVERTIME - LINES
      *    DEPTPAY WOULD REJECT ARE LEFT OUT HERE TOO
           OPEN INPUT TIME-FILE.
           PERFORM READ-NEXT-TIMESHEET.
           PERFORM LOAD-ONE-TIMESHEET
              UNTIL WS-TIME-EOF.
           CLOSE TIME-FILE.

       READ-NEXT-TIMESHEET.
           READ TIME-FILE
                AT END SET WS-TIME-EOF TO TRUE
           END-READ.

       LOAD-ONE-TIMESHEET.
           MOVE ZERO TO WS-PREMIUM-FACTOR.
           IF TS-PERIOD IS EQUAL TO WS-RECON-PERIOD
              AND TS-OVERTIME-HOURS IS NUMERIC
              EVALUATE TRUE
              WHEN TS-IS-TIME-AND-HALF
                   MOVE 1.50 TO WS-PREMIUM-FACTOR
              WHEN TS-IS-DOUBLE-TIME
                   MOVE 2.00 TO WS-PREMIUM-FACTOR
              WHEN TS-IS-STRAIGHT-TIME
                   MOVE 1.00 TO WS-PREMIUM-FACTOR
              END-EVALUATE
           END-IF.
           IF WS-PREMIUM-FACTOR IS GREATER THAN ZERO
              AND TS-OVERTIME-HOURS IS GREATER THAN ZERO
              IF WS-TIMETAB-COUNT IS LESS THAN WS-TIMETAB-LIMIT
                 ADD 1 TO WS-TIMETAB-COUNT
                 MOVE TS-EMPLOYEE-NUMBER
                      TO WS-TT-EMPLOYEE(WS-TIMETAB-COUNT)
                 MOVE TS-OVERTIME-HOURS
                      TO WS-TT-OT-HOURS(WS-TIMETAB-COUNT)
                 MOVE WS-PREMIUM-FACTOR
                      TO WS-TT-FACTOR(WS-TIMETAB-COUNT)
              ELSE
                 SET WS-TIMETAB-OVERFLOW TO TRUE
              END-IF
           END-IF.
           PERFORM READ-NEXT-TIMESHEET.

       RELEASE-REGISTER-LINES.
      *    LINES FOR ANOTHER PERIOD OR WITH A NON-NUMERIC AMOUNT ARE
      *    REJECTED; THE REST ARE TOTALLED BY DEPARTMENT ON THE WAY
      *    INTO THE SORT
           OPEN INPUT REGISTER-FILE.
           PERFORM READ-NEXT-REGISTER-LINE.
           PERFORM RELEASE-ONE-REGISTER-LINE
              UNTIL WS-REGISTER-EOF.
           CLOSE REGISTER-FILE.

       READ-NEXT-REGISTER-LINE.
           READ REGISTER-FILE
                AT END SET WS-REGISTER-EOF TO TRUE
                NOT AT END ADD 1 TO WS-REGISTER-READ
           END-READ.

       RELEASE-ONE-REGISTER-LINE.
           IF PR-PERIOD IS NOT EQUAL TO WS-RECON-PERIOD
              OR PR-GROSS-PAID IS NOT NUMERIC
              ADD 1 TO WS-REGISTER-REJECTED
              DISPLAY 'DEPTPREC - REGISTER LINE REJECTED, EMPLOYEE '
                      PR-EMPLOYEE-NUMBER ' PERIOD ' PR-PERIOD
           ELSE
              MOVE PR-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
              PERFORM FIND-DEPTTAB-ENTRY
              IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
                 ADD PR-GROSS-PAID TO WS-DT-REGISTER(WS-DEPTTAB-SUB)
              END-IF
              ADD PR-GROSS-PAID TO WS-TOTAL-REGISTER
              MOVE PR-EMPLOYEE-NUMBER TO SD-EMPLOYEE-NUMBER
              MOVE PR-DEPT-NBR        TO SD-DEPT-NBR
              MOVE PR-GROSS-PAID      TO SD-GROSS-PAID
              RELEASE SD-REGISTER-RECORD
           END-IF.
           PERFORM READ-NEXT-REGISTER-LINE.

       RECONCILE-EMPLOYEES.
      *    MATCH-MERGE OF THE SORTED REGISTER AGAINST EMPMAS IN
      *    EMPLOYEE NUMBER ORDER
           OPEN INPUT EMP-FILE.
           OPEN INPUT ASGHST-FILE.
           IF NOT WS-ASGHST-OK
              DISPLAY 'DEPTPREC - EASGHST OPEN FAILED, STATUS '
                      WS-ASGHST-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           STRING WS-RECON-PERIOD '01' DELIMITED BY SIZE
                  INTO WS-PERIOD-FIRST-DATE
           END-STRING.
           STRING WS-RECON-PERIOD '31' DELIMITED BY SIZE
                  INTO WS-PERIOD-LAST-DATE
           END-STRING.
           PERFORM READ-NEXT-EMPLOYEE.
           PERFORM RETURN-NEXT-REGISTER-LINE.
           PERFORM MATCH-ONE-KEY
              UNTIL WS-EMPMAS-EOF
              AND WS-SORT-EOF.
           CLOSE EMP-FILE.
           CLOSE ASGHST-FILE.

       READ-NEXT-EMPLOYEE.
           READ EMP-FILE NEXT RECORD
                AT END SET WS-EMPMAS-EOF TO TRUE
                NOT AT END ADD 1 TO WS-EMPLOYEES-READ
           END-READ.
           IF WS-EMPMAS-EOF
              MOVE HIGH-VALUES TO WS-EMP-KEY
           ELSE
              MOVE EM-EMPLOYEE-NUMBER TO WS-EMP-KEY
           END-IF.

       RETURN-NEXT-REGISTER-LINE.
           RETURN SORT-WORK-FILE
                  AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              MOVE HIGH-VALUES TO WS-REG-KEY
           ELSE
              MOVE SD-EMPLOYEE-NUMBER TO WS-REG-KEY
           END-IF.

       MATCH-ONE-KEY.
           EVALUATE TRUE
           WHEN WS-EMP-KEY IS LESS THAN WS-REG-KEY
                PERFORM CHECK-EMPLOYEE-NOT-PAID
                PERFORM READ-NEXT-EMPLOYEE
           WHEN WS-REG-KEY IS LESS THAN WS-EMP-KEY
                PERFORM REPORT-PAID-NOT-ON-EMPMAS
           WHEN OTHER
                PERFORM RECONCILE-ONE-EMPLOYEE
                PERFORM READ-NEXT-EMPLOYEE
           END-EVALUATE.

       CHECK-EMPLOYEE-NOT-PAID.
      *    AN EMPLOYEE WITH NOTHING TO PAY IS NOT AN EXCEPTION
           PERFORM PRICE-EMPLOYEE-EXPECTED.
           IF WS-EMP-EXPECTED IS GREATER THAN ZERO
              ADD 1 TO WS-NOT-PAID-COUNT
              MOVE ZERO TO WS-EMP-PAID
              MOVE EM-DEPT-NBR TO XL-DEPT-NBR
              MOVE EM-EMPLOYEE-NAME TO XL-EMPLOYEE-NAME
              IF EM-ON-LEAVE
                 MOVE 'ON EMPMAS, NOT PAID (ON LEAVE)' TO XL-REASON
              ELSE
                 MOVE 'ON EMPMAS, NOT PAID' TO XL-REASON
              END-IF
              MOVE EM-EMPLOYEE-NUMBER TO XL-EMPLOYEE-NUMBER
              PERFORM PRINT-EXCEPTION-LINE
           END-IF.

       REPORT-PAID-NOT-ON-EMPMAS.
           MOVE WS-REG-KEY  TO WS-SAVED-REG-KEY.
           MOVE SD-DEPT-NBR TO WS-FIRST-REG-DEPT.
           MOVE ZERO TO WS-EMP-PAID.
           PERFORM GATHER-ONE-REGISTER-LINE
              UNTIL WS-REG-KEY IS NOT EQUAL TO WS-SAVED-REG-KEY.
           ADD 1 TO WS-NOT-ON-EMPMAS-COUNT.
           MOVE ZERO TO WS-EMP-EXPECTED.
           MOVE WS-SAVED-REG-KEY  TO XL-EMPLOYEE-NUMBER.
           MOVE WS-FIRST-REG-DEPT TO XL-DEPT-NBR.
           MOVE SPACES TO XL-EMPLOYEE-NAME.
           MOVE 'PAID, NOT ON EMPMAS' TO XL-REASON.
           PERFORM PRINT-EXCEPTION-LINE.

       GATHER-ONE-REGISTER-LINE.
           ADD SD-GROSS-PAID TO WS-EMP-PAID.
           PERFORM RETURN-NEXT-REGISTER-LINE.

       RECONCILE-ONE-EMPLOYEE.
      *    EVERY LINE MUST CHARGE A DEPARTMENT THAT FUNDS THE
      *    EMPLOYEE, AND THE GROSS ACROSS ALL LINES MUST MATCH WHAT
      *    DEPTPAY COSTS THE EMPLOYEE WITHIN THE TOLERANCE
           ADD 1 TO WS-EMPLOYEES-MATCHED.
           PERFORM PRICE-EMPLOYEE-EXPECTED.
           MOVE WS-REG-KEY  TO WS-SAVED-REG-KEY.
           MOVE ZERO TO WS-EMP-PAID.
           PERFORM CHECK-ONE-REGISTER-LINE
              UNTIL WS-REG-KEY IS NOT EQUAL TO WS-SAVED-REG-KEY.
           COMPUTE WS-DIFFERENCE = WS-EMP-PAID - WS-EMP-EXPECTED.
           PERFORM TAKE-ABS-DIFFERENCE.
           IF WS-ABS-DIFFERENCE IS GREATER THAN WS-TOLERANCE
              ADD 1 TO WS-AMOUNT-DIFF-COUNT
              MOVE EM-EMPLOYEE-NUMBER TO XL-EMPLOYEE-NUMBER
              MOVE EM-DEPT-NBR        TO XL-DEPT-NBR
              MOVE EM-EMPLOYEE-NAME   TO XL-EMPLOYEE-NAME
              MOVE 'GROSS DIFFERS FROM EXPECTED' TO XL-REASON
              PERFORM PRINT-EXCEPTION-LINE
           END-IF.

       CHECK-ONE-REGISTER-LINE.
           ADD SD-GROSS-PAID TO WS-EMP-PAID.
           MOVE 'N' TO WS-DEPT-FUNDED-IND.
           IF SD-DEPT-NBR IS EQUAL TO EM-DEPT-NBR
              SET WS-DEPT-FUNDED TO TRUE
           ELSE
              PERFORM MATCH-ONE-SPLIT
                 VARYING WS-ALOCTAB-SUB FROM 1 BY 1
                 UNTIL WS-ALOCTAB-SUB IS GREATER THAN WS-ALOCTAB-COUNT
                 OR WS-DEPT-FUNDED
           END-IF.
           IF NOT WS-DEPT-FUNDED
              PERFORM CHECK-PERIOD-ASSIGNMENTS
           END-IF.
           IF NOT WS-DEPT-FUNDED
              ADD 1 TO WS-UNFUNDED-DEPT-COUNT
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE EM-EMPLOYEE-NUMBER TO XL-EMPLOYEE-NUMBER
              MOVE SD-DEPT-NBR        TO XL-DEPT-NBR
              MOVE EM-EMPLOYEE-NAME   TO XL-EMPLOYEE-NAME
              MOVE SD-GROSS-PAID      TO XL-PAID
              MOVE ZERO               TO XL-EXPECTED
              MOVE SD-GROSS-PAID      TO XL-DIFFERENCE
              MOVE 'DEPT DOES NOT FUND EMPLOYEE' TO XL-REASON
              MOVE WS-EXCEPTION-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM RETURN-NEXT-REGISTER-LINE.

       MATCH-ONE-SPLIT.
           IF WS-AL-EMPLOYEE(WS-ALOCTAB-SUB) IS EQUAL TO
              EM-EMPLOYEE-NUMBER
              AND WS-AL-DEPT-NBR(WS-ALOCTAB-SUB) IS EQUAL TO
                  SD-DEPT-NBR
              SET WS-DEPT-FUNDED TO TRUE
           END-IF.

       CHECK-PERIOD-ASSIGNMENTS.
      *    THE LINE'S DEPARTMENT FUNDS THE EMPLOYEE IF IT WAS THE ONE
      *    HELD ON THE PERIOD'S FIRST DAY OR ONE MOVED INTO DURING THE
      *    PERIOD - THE DAYS DEPTPAY PRORATES TO IT.  AN UNREADABLE
      *    HISTORY ADDS NOTHING
           MOVE SPACES TO WS-DAY-ONE-DEPT-NBR.
           MOVE 'N' TO WS-ASGHST-DONE-IND.
           MOVE EM-EMPLOYEE-NUMBER TO AH-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES TO AH-EFFECTIVE-DATE.
           MOVE LOW-VALUES TO AH-RECORDED-TIMESTAMP.
           START ASGHST-FILE KEY IS GREATER THAN OR EQUAL TO
                 AH-HIST-KEY
                 INVALID KEY SET WS-ASGHST-DONE TO TRUE
           END-START.
           IF NOT WS-ASGHST-OK
              SET WS-ASGHST-DONE TO TRUE
           END-IF.
           PERFORM SCAN-ONE-PERIOD-ASSIGNMENT
              UNTIL WS-ASGHST-DONE
              OR WS-DEPT-FUNDED.
           IF WS-DAY-ONE-DEPT-NBR IS EQUAL TO SD-DEPT-NBR
              SET WS-DEPT-FUNDED TO TRUE
           END-IF.

       SCAN-ONE-PERIOD-ASSIGNMENT.
           READ ASGHST-FILE NEXT RECORD
                AT END SET WS-ASGHST-DONE TO TRUE
           END-READ.
           IF NOT WS-ASGHST-OK
              SET WS-ASGHST-DONE TO TRUE
           END-IF.
           IF NOT WS-ASGHST-DONE
              EVALUATE TRUE
              WHEN AH-EMPLOYEE-NUMBER IS NOT EQUAL TO
                   EM-EMPLOYEE-NUMBER
              WHEN AH-EFFECTIVE-DATE IS GREATER THAN
                   WS-PERIOD-LAST-DATE
                   SET WS-ASGHST-DONE TO TRUE
              WHEN AH-DEPT-NBR IS EQUAL TO SPACES
                   CONTINUE
              WHEN AH-EFFECTIVE-DATE IS NOT GREATER THAN
                   WS-PERIOD-FIRST-DATE
                   MOVE AH-DEPT-NBR TO WS-DAY-ONE-DEPT-NBR
              WHEN AH-DEPT-NBR IS EQUAL TO SD-DEPT-NBR
                   SET WS-DEPT-FUNDED TO TRUE
              END-EVALUATE
           END-IF.

       PRICE-EMPLOYEE-EXPECTED.
      *    EM-SALARY PLUS THE PERIOD'S OVERTIME AT THE HOURLY
      *    EQUIVALENT TIMES THE PREMIUM FACTOR
           MOVE ZERO TO WS-EMP-OVERTIME-COST.
           COMPUTE WS-HOURLY-RATE ROUNDED =
              EM-SALARY / WS-ANNUAL-HOURS.
           PERFORM PRICE-ONE-TIMESHEET
              VARYING WS-TIMETAB-SUB FROM 1 BY 1
              UNTIL WS-TIMETAB-SUB IS GREATER THAN WS-TIMETAB-COUNT.
           COMPUTE WS-EMP-EXPECTED =
              EM-SALARY + WS-EMP-OVERTIME-COST.

       PRICE-ONE-TIMESHEET.
           IF WS-TT-EMPLOYEE(WS-TIMETAB-SUB) IS EQUAL TO
              EM-EMPLOYEE-NUMBER
              COMPUTE WS-EMP-OVERTIME-COST ROUNDED =
                 WS-EMP-OVERTIME-COST
                 + WS-HOURLY-RATE * WS-TT-OT-HOURS(WS-TIMETAB-SUB)
                                  * WS-TT-FACTOR(WS-TIMETAB-SUB)
           END-IF.

       TAKE-ABS-DIFFERENCE.
           IF WS-DIFFERENCE IS LESS THAN ZERO
              COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
              MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF.

       PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           COMPUTE WS-DIFFERENCE = WS-EMP-PAID - WS-EMP-EXPECTED.
           MOVE WS-EMP-PAID     TO XL-PAID.
           MOVE WS-EMP-EXPECTED TO XL-EXPECTED.
           MOVE WS-DIFFERENCE   TO XL-DIFFERENCE.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FIND-DEPTTAB-ENTRY.
      *    LEAVES WS-DEPTTAB-SUB AT WS-LOOKUP-DEPT-NBR'S ENTRY, ADDING
      *    ONE WHEN THE DEPARTMENT HAS NOT BEEN SEEN YET
           MOVE 'N' TO WS-DEPTTAB-FOUND-IND.
           PERFORM SEARCH-ONE-DEPTTAB
              VARYING WS-DEPTTAB-SUB FROM 1 BY 1
              UNTIL WS-DEPTTAB-SUB IS GREATER THAN WS-DEPTTAB-COUNT
              OR WS-DEPTTAB-FOUND.
           IF WS-DEPTTAB-FOUND
              SUBTRACT 1 FROM WS-DEPTTAB-SUB
           ELSE
              IF WS-DEPTTAB-COUNT IS LESS THAN WS-DEPTTAB-LIMIT
                 ADD 1 TO WS-DEPTTAB-COUNT
                 MOVE WS-DEPTTAB-COUNT TO WS-DEPTTAB-SUB
                 MOVE WS-LOOKUP-DEPT-NBR
                      TO WS-DT-DEPT-NBR(WS-DEPTTAB-SUB)
                 MOVE ZERO TO WS-DT-REGISTER(WS-DEPTTAB-SUB)
                 MOVE ZERO TO WS-DT-POSTED(WS-DEPTTAB-SUB)
              ELSE
                 SET WS-DEPTTAB-OVERFLOW TO TRUE
                 MOVE ZERO TO WS-DEPTTAB-SUB
              END-IF
           END-IF.

       SEARCH-ONE-DEPTTAB.
           IF WS-DT-DEPT-NBR(WS-DEPTTAB-SUB) IS EQUAL TO
              WS-LOOKUP-DEPT-NBR
              SET WS-DEPTTAB-FOUND TO TRUE
           END-IF.

       LOAD-DEPTPAY-POSTINGS.
      *    DEPTPAY'S COST PER DEPARTMENT IS ITS SALARY AND OVERTIME
      *    DEBITS - NOT THE BURDEN PAIRS, AND NOT THE CLEARING-ACCOUNT
      *    DEBITS OF AN ACCRUAL REVERSAL.  EACH RUN STARTS THE
      *    FIGURES AGAIN, SO THE LAST RUN ON DEPTGL IS THE ONE USED.
      *    A RUN'S COMPANY BATCHES FOLLOW IN RISING COMPANY ORDER -
      *    A HEADER WHOSE COMPANY DOES NOT RISE STARTS THE NEXT RUN
           OPEN INPUT GL-FILE.
           OPEN INPUT GLACCMAP-FILE.
           PERFORM READ-NEXT-GL-RECORD.
           PERFORM TAKE-ONE-GL-RECORD
              UNTIL WS-GL-EOF.
           CLOSE GLACCMAP-FILE.
           CLOSE GL-FILE.
           IF WS-FINAL-BATCH-FOUND
              SET WS-BATCH-USABLE TO TRUE
           END-IF.

       READ-NEXT-GL-RECORD.
           READ GL-FILE
                AT END SET WS-GL-EOF TO TRUE
           END-READ.

       TAKE-ONE-GL-RECORD.
           EVALUATE TRUE
           WHEN GL-IS-HEADER
                MOVE 'N' TO WS-FINAL-BATCH-IND
                IF GL-PERIOD IS EQUAL TO WS-RECON-PERIOD
                   AND GL-RUN-MODE IS NOT EQUAL TO 'ACCRUAL'
                   AND GL-RUN-MODE IS NOT EQUAL TO 'YECLOSE'
                   SET WS-FINAL-BATCH-FOUND TO TRUE
                END-IF
                IF GL-COMPANY-CODE IS NOT GREATER THAN
                   WS-LAST-COMPANY-CODE
                   PERFORM CLEAR-ONE-POSTED
                      VARYING WS-DEPTTAB-SUB FROM 1 BY 1
                      UNTIL WS-DEPTTAB-SUB IS GREATER THAN
                            WS-DEPTTAB-COUNT
                END-IF
                MOVE GL-COMPANY-CODE TO WS-LAST-COMPANY-CODE
           WHEN GL-IS-DETAIL
                AND GL-IS-DEBIT
                AND (GL-IS-REGULAR-COST OR GL-IS-OVERTIME-COST)
                PERFORM LOOKUP-CLEARING-ACCOUNT
                IF GL-ACCOUNT-CODE IS NOT EQUAL TO WS-CLEARING-ACCOUNT
                   MOVE GL-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                   PERFORM FIND-DEPTTAB-ENTRY
                   IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
                      ADD GL-AMOUNT TO WS-DT-POSTED(WS-DEPTTAB-SUB)
                   END-IF
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
           PERFORM READ-NEXT-GL-RECORD.

       CLEAR-ONE-POSTED.
           MOVE ZERO TO WS-DT-POSTED(WS-DEPTTAB-SUB).

       LOOKUP-CLEARING-ACCOUNT.
           MOVE WS-RECON-PERIOD TO WS-GLMAP-PERIOD.
           PERFORM SET-GLMAP-AS-OF-DATE.
           MOVE GL-DEPT-NBR TO WS-GLMAP-DEPT.
           PERFORM FIND-GLMAP-ROW.
           IF NOT WS-GLMAP-FOUND
              MOVE WS-GL-DEFAULT-KEY TO WS-GLMAP-DEPT
              PERFORM FIND-GLMAP-ROW
           END-IF.
           IF WS-GLMAP-FOUND
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

       RECONCILE-DEPARTMENTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-BATCH-USABLE
              MOVE SPACES TO REPORT-LINE
              STRING '  ** NO DEPTPAY FINAL BATCH FOR PERIOD '
                     DELIMITED BY SIZE
                     WS-RECON-PERIOD DELIMITED BY SIZE
                     ' ON DEPTGL - DEPARTMENTS NOT RECONCILED **'
                     DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           ELSE
              MOVE WS-DEPT-HEADING-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM PRINT-ONE-DEPARTMENT
                 VARYING WS-DEPTTAB-SUB FROM 1 BY 1
                 UNTIL WS-DEPTTAB-SUB IS GREATER THAN WS-DEPTTAB-COUNT
           END-IF.

       PRINT-ONE-DEPARTMENT.
           COMPUTE WS-DIFFERENCE =
              WS-DT-REGISTER(WS-DEPTTAB-SUB)
              - WS-DT-POSTED(WS-DEPTTAB-SUB).
           PERFORM TAKE-ABS-DIFFERENCE.
           ADD WS-DT-POSTED(WS-DEPTTAB-SUB) TO WS-TOTAL-POSTED.
           MOVE WS-DT-DEPT-NBR(WS-DEPTTAB-SUB) TO DL-DEPT-NBR.
           MOVE WS-DT-REGISTER(WS-DEPTTAB-SUB) TO DL-REGISTER.
           MOVE WS-DT-POSTED(WS-DEPTTAB-SUB)   TO DL-POSTED.
           MOVE WS-DIFFERENCE                  TO DL-DIFFERENCE.
           IF WS-ABS-DIFFERENCE IS GREATER THAN WS-TOLERANCE
              MOVE '** OUT OF TOLERANCE' TO DL-FLAG
              ADD 1 TO WS-DEPT-DIFF-COUNT
           ELSE
              MOVE SPACES TO DL-FLAG
           END-IF.
           MOVE WS-DEPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REGISTER LINES READ:' TO RL-LABEL.
           MOVE WS-REGISTER-READ TO RL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'REGISTER LINES REJECTED:' TO RL-LABEL.
           MOVE WS-REGISTER-REJECTED TO RL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'EMPLOYEES ON EMPMAS:' TO RL-LABEL.
           MOVE WS-EMPLOYEES-READ TO RL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'EMPLOYEES MATCHED:' TO RL-LABEL.
           MOVE WS-EMPLOYEES-MATCHED TO RL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'PAID, NOT ON EMPMAS:' TO RL-LABEL.
           MOVE WS-NOT-ON-EMPMAS-COUNT TO RL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'ON EMPMAS, NOT PAID:' TO RL-LABEL.
           MOVE WS-NOT-PAID-COUNT TO RL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'GROSS OUT OF TOLERANCE:' TO RL-LABEL.
           MOVE WS-AMOUNT-DIFF-COUNT TO RL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'PAID TO A NON-FUNDING DEPT:' TO RL-LABEL.
           MOVE WS-UNFUNDED-DEPT-COUNT TO RL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'DEPARTMENTS OUT OF TOLERANCE:' TO RL-LABEL.
           MOVE WS-DEPT-DIFF-COUNT TO RL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'REGISTER GROSS:' TO AL-LABEL.
           MOVE WS-TOTAL-REGISTER TO AL-AMOUNT.
           MOVE WS-AMOUNT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPTPAY SALARY AND OVERTIME:' TO AL-LABEL.
           MOVE WS-TOTAL-POSTED TO AL-AMOUNT.
           MOVE WS-AMOUNT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ALOCTAB-OVERFLOW
              OR WS-TIMETAB-OVERFLOW
              OR WS-DEPTTAB-OVERFLOW
              MOVE WS-OVERFLOW-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       PRINT-COUNT-LINE.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
