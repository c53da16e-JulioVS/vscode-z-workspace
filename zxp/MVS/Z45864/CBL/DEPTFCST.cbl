       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTFCST.
      ******************************************************************
      *   YEAR-END SALARY SPEND FORECAST AGAINST BUDGET.-
      *      - PROJECTS EACH DEPTMAS DEPARTMENT'S SALARY PLUS OVERTIME
      *        SPEND FOR THE WHOLE FISCAL YEAR (SYSIN CARD 1, YYYY -
      *        BLANK TAKES THE RUN YEAR): THE PERIODS DEPTPAY HAS
      *        ALREADY POSTED TO DEPTHIST, PLUS THE LATEST POSTED
      *        PERIOD'S COST AS THE RUN RATE FOR EVERY PERIOD STILL
      *        TO COME.
      *      - THE RUN RATE IS THEN ADJUSTED FOR WHAT IS ALREADY
      *        KNOWN TO BE COMING: HIRES, TRANSFERS, TERMINATIONS AND
      *        SALARY CHANGES WAITING ON EHRPEND (FROM THEIR EFFECTIVE
      *        PERIOD ON), RAISES APPROVED ON EREVIEW BUT NOT YET
      *        EXPORTED (FROM THE NEXT PERIOD), AND VACANT DEPTPOSN
      *        POSITIONS AT THEIR BUDGETED SALARY (FROM THE NEXT
      *        PERIOD, UNLESS A PENDING HIRE OR TRANSFER FILLS THEM).
      *      - COMPARES THE PROJECTION WITH THE DEPARTMENT'S FULL-YEAR
      *        DEPTBUDG PLAN AND FLAGS ANY DEPARTMENT FORECAST TO
      *        OVERRUN IT BY MORE THAN THE THRESHOLD PERCENT (SYSIN
      *        CARD 2, 3 DIGITS - BLANK TAKES 5).
      *      - A DEPTHIST ROW WRITTEN BEFORE THE PERIOD COST WAS KEPT
      *        IS COSTED AT ITS AVERAGE SALARY TIMES THE DEPARTMENT'S
      *        DEPTMAS HEADCOUNT.
      *      - RC=4 WHEN ANY DEPARTMENT IS FLAGGED; RC=8 WHEN THE
      *        DEPARTMENT OR POSITION TABLE OVERFLOWS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-FILE ASSIGN TO DEPTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DEPT-NBR
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT HIST-FILE ASSIGN TO DEPTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DH-HIST-KEY
                  FILE STATUS IS WS-HIST-STATUS.

           SELECT BUDG-FILE ASSIGN TO DEPTBUDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DB-BUDG-KEY
                  FILE STATUS IS WS-BUDG-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT PEND-FILE ASSIGN TO EHRPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HP-PEND-KEY
                  FILE STATUS IS WS-PEND-STATUS.

           SELECT REVIEW-FILE ASSIGN TO EREVIEW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RW-REVIEW-KEY
                  FILE STATUS IS WS-REVIEW-STATUS.

           SELECT POSN-FILE ASSIGN TO DEPTPOSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PN-POSITION-KEY
                  FILE STATUS IS WS-POSN-STATUS.

           SELECT REPORT-FILE ASSIGN TO FCSTRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTMAS.

       FD  HIST-FILE
           RECORDING MODE IS F.
       COPY DEPTHIST.

       FD  BUDG-FILE
           RECORDING MODE IS F.
       COPY DEPTBUDG.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  PEND-FILE
           RECORDING MODE IS F.
       COPY EHRPEND.

       FD  REVIEW-FILE
           RECORDING MODE IS F.
       COPY EREVIEW.

       FD  POSN-FILE
           RECORDING MODE IS F.
       COPY DEPTPOSN.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       COPY EHRTRAN.
       01  WS-DEPT-STATUS           PIC X(2).
           88 WS-DEPT-EOF                     VALUE '10'.
       01  WS-HIST-STATUS           PIC X(2).
       01  WS-BUDG-STATUS           PIC X(2).
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-OK                       VALUE '00'.
       01  WS-PEND-STATUS           PIC X(2).
           88 WS-PEND-EOF                     VALUE '10'.
       01  WS-REVIEW-STATUS         PIC X(2).
           88 WS-REVIEW-EOF                   VALUE '10'.
       01  WS-POSN-STATUS           PIC X(2).
           88 WS-POSN-EOF                     VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SCAN-DONE-IND         PIC X(1) VALUE 'N'.
           88 WS-SCAN-DONE                    VALUE 'Y'.
       01  WS-CURRENT-DATE          PIC X(8).
       01  WS-YEAR-IN               PIC X(4).
       01  WS-FCST-YEAR             PIC X(4).
       01  WS-THRESHOLD-IN          PIC X(3).
       01  WS-THRESHOLD-IN-NUM REDEFINES WS-THRESHOLD-IN
                                    PIC 9(3).
       01  WS-THRESHOLD-PCT         PIC 9(3) VALUE 5.
       01  WS-RECORDS-READ          PIC 9(7) VALUE 0.
      ******************************************************************
      *   ONE ENTRY PER DEPARTMENT - DEPTMAS FIRST, THEN ANY OTHER
      *   DEPARTMENT A PENDING TRANSACTION OR POSITION NAMES.
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
              10 WS-DT-MASTER-EMPS  PIC 9(3).
              10 WS-DT-PERIODS      PIC 9(2).
              10 WS-DT-ACTUAL       PIC 9(9)V99.
              10 WS-DT-RUN-RATE     PIC 9(9)V99.
              10 WS-DT-HR-ADJ       PIC S9(9)V99.
              10 WS-DT-RAISES       PIC 9(9)V99.
              10 WS-DT-VACANCIES    PIC 9(9)V99.
              10 WS-DT-BUDGET       PIC 9(9)V99.
      ******************************************************************
      *   POSITIONS A PENDING HIRE OR TRANSFER WILL FILL - NOT ALSO
      *   COUNTED AS VACANCIES.
      ******************************************************************
       01  WS-FILLTAB-LIMIT         PIC 9(3) VALUE 200.
       01  WS-FILLTAB-COUNT         PIC 9(3) VALUE 0.
       01  WS-FILLTAB-SUB           PIC 9(3) VALUE 0.
       01  WS-FILLTAB-OVERFLOW-IND  PIC X(1) VALUE 'N'.
           88 WS-FILLTAB-OVERFLOW             VALUE 'Y'.
       01  WS-FILL-TABLE.
           05 WS-FILLTAB-ENTRY OCCURS 200 TIMES.
              10 WS-FT-DEPT-NBR     PIC X(4).
              10 WS-FT-POSITION     PIC X(6).
       01  WS-POSITION-FILLED-IND   PIC X(1) VALUE 'N'.
           88 WS-POSITION-FILLED              VALUE 'Y'.
      ******************************************************************
      *   PROJECTION WORK AREAS.
      ******************************************************************
       01  WS-PERIOD-COST           PIC 9(9)V99 VALUE 0.
       01  WS-EFFECTIVE-MONTH       PIC 9(2) VALUE 0.
       01  WS-FIRST-OPEN-MONTH      PIC 9(2) VALUE 0.
       01  WS-AFFECTED-PERIODS      PIC 9(2) VALUE 0.
       01  WS-OLD-SALARY            PIC 9(7)V99 VALUE 0.
       01  WS-NEW-SALARY            PIC 9(7)V99 VALUE 0.
       01  WS-SALARY-DELTA          PIC S9(7)V99 VALUE 0.
       01  WS-ADJ-AMOUNT            PIC S9(9)V99 VALUE 0.
       01  WS-PROJECTION            PIC S9(11)V99 VALUE 0.
       01  WS-OVERRUN-LIMIT         PIC 9(11)V99 VALUE 0.
       01  WS-VARIANCE-PCT          PIC S9(5)V9 VALUE 0.
       01  WS-PENDING-USED          PIC 9(5) VALUE 0.
       01  WS-RAISES-USED           PIC 9(5) VALUE 0.
       01  WS-VACANCIES-USED        PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT         PIC 9(5) VALUE 0.
       01  WS-TOTAL-PROJECTION      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-BUDGET          PIC 9(11)V99 VALUE 0.
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(48) VALUE
              '  YEAR-END SALARY SPEND FORECAST - FISCAL YEAR '.
           05 HL-FCST-YEAR          PIC X(4).
           05 FILLER                PIC X(10) VALUE '  AS OF '.
           05 HL-RUN-DATE           PIC X(8).
           05 FILLER                PIC X(22) VALUE
              '  OVERRUN THRESHOLD '.
           05 HL-THRESHOLD          PIC ZZ9.
           05 FILLER                PIC X(1)  VALUE '%'.
       01  WS-COLUMN-HEADING-1.
           05 FILLER                PIC X(45) VALUE
              '  DEPT  PDS ACTUAL YTD   RUN RATE     PENDING'.
           05 FILLER                PIC X(45) VALUE
              '     RAISES  VACANCIES    PROJECTED      BUDG'.
           05 FILLER                PIC X(10) VALUE
              'ET    VAR%'.
       01  WS-COLUMN-HEADING-2.
           05 FILLER                PIC X(45) VALUE
              '        PD                             HR ADJ'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-PERIODS            PIC Z9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 FL-ACTUAL             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 FL-RUN-RATE           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 FL-HR-ADJ             PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 FL-RAISES             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 FL-VACANCIES          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 FL-PROJECTION         PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 FL-BUDGET             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 FL-VARIANCE-PCT       PIC -ZZZ9.9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-FLAG               PIC X(20).
       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(22) VALUE
              'COMPANY PROJECTION:'.
           05 TL-PROJECTION         PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(14) VALUE 'BUDGET:'.
           05 TL-BUDGET             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
              'DEPARTMENTS FLAGGED:'.
           05 TL-FLAGGED            PIC ZZZZ9.
       01  WS-SOURCE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(26) VALUE
              'PENDING HR TRANSACTIONS:'.
           05 SL-PENDING            PIC ZZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(26) VALUE
              'APPROVED REVIEW RAISES:'.
           05 SL-RAISES             PIC ZZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(22) VALUE
              'VACANCIES COSTED:'.
           05 SL-VACANCIES          PIC ZZZZ9.
       01  WS-OVERFLOW-LINE         PIC X(132) VALUE
           '  ** DEPARTMENT OR POSITION WORK TABLE OVERFLOWED - FORECAST
      -    ' INCOMPLETE, RAISE ITS LIMIT **'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'DEPTFCST' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM READ-CONTROL-CARDS.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM PROJECT-POSTED-PERIODS
              VARYING WS-DEPTTAB-SUB FROM 1 BY 1
              UNTIL WS-DEPTTAB-SUB IS GREATER THAN WS-DEPTTAB-COUNT.
           OPEN INPUT EMP-FILE.
           PERFORM APPLY-PENDING-TRANSACTIONS.
           PERFORM APPLY-APPROVED-RAISES.
           CLOSE EMP-FILE.
           PERFORM APPLY-OPEN-POSITIONS.
           PERFORM LOAD-FULL-YEAR-BUDGET
              VARYING WS-DEPTTAB-SUB FROM 1 BY 1
              UNTIL WS-DEPTTAB-SUB IS GREATER THAN WS-DEPTTAB-COUNT.
           PERFORM PRINT-FORECAST-REPORT.
           DISPLAY 'DEPARTMENTS FORECAST:     ' WS-DEPTTAB-COUNT.
           DISPLAY 'DEPARTMENTS FLAGGED:      ' WS-FLAGGED-COUNT.
           IF WS-FLAGGED-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-DEPTTAB-OVERFLOW
              OR WS-FILLTAB-OVERFLOW
              MOVE 8 TO RETURN-CODE
           END-IF.
           SET BAT-END TO TRUE.
           MOVE WS-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-DEPTTAB-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-CONTROL-CARDS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-YEAR-IN FROM SYSIN.
           IF WS-YEAR-IN IS NUMERIC
              MOVE WS-YEAR-IN TO WS-FCST-YEAR
           ELSE
              MOVE WS-CURRENT-DATE(1:4) TO WS-FCST-YEAR
           END-IF.
           ACCEPT WS-THRESHOLD-IN FROM SYSIN.
           IF WS-THRESHOLD-IN IS NUMERIC
              MOVE WS-THRESHOLD-IN-NUM TO WS-THRESHOLD-PCT
           END-IF.

       LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-FILE.
           PERFORM READ-NEXT-DEPARTMENT.
           PERFORM LOAD-ONE-DEPARTMENT
              UNTIL WS-DEPT-EOF.
           CLOSE DEPT-FILE.

       READ-NEXT-DEPARTMENT.
           READ DEPT-FILE NEXT RECORD
                AT END SET WS-DEPT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       LOAD-ONE-DEPARTMENT.
           MOVE DEPT-NBR TO WS-LOOKUP-DEPT-NBR.
           PERFORM FIND-DEPTTAB-ENTRY.
           IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
              MOVE DEPT-NBR-EMPS TO WS-DT-MASTER-EMPS(WS-DEPTTAB-SUB)
           END-IF.
           PERFORM READ-NEXT-DEPARTMENT.

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
                 INITIALIZE WS-DEPTTAB-ENTRY(WS-DEPTTAB-SUB)
                 MOVE WS-LOOKUP-DEPT-NBR
                      TO WS-DT-DEPT-NBR(WS-DEPTTAB-SUB)
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

       PROJECT-POSTED-PERIODS.
      *    THE YEAR'S POSTED PERIODS ARE ACTUALS; THE LAST ONE READ
      *    IS THE LATEST AND SETS THE RUN RATE
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT HIST-FILE.
           MOVE WS-DT-DEPT-NBR(WS-DEPTTAB-SUB) TO DH-DEPT-NBR.
           STRING WS-FCST-YEAR '01' DELIMITED BY SIZE
                  INTO DH-PERIOD
           END-STRING.
           START HIST-FILE KEY IS GREATER THAN OR EQUAL TO
                 DH-HIST-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM TAKE-ONE-POSTED-PERIOD
              UNTIL WS-SCAN-DONE.
           CLOSE HIST-FILE.

       TAKE-ONE-POSTED-PERIOD.
           READ HIST-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF DH-DEPT-NBR IS NOT EQUAL TO
                 WS-DT-DEPT-NBR(WS-DEPTTAB-SUB)
                 OR DH-PERIOD(1:4) IS NOT EQUAL TO WS-FCST-YEAR
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 ADD 1 TO WS-RECORDS-READ
                 IF DH-PERIOD-COST IS NUMERIC
                    AND DH-PERIOD-COST IS GREATER THAN ZERO
                    MOVE DH-PERIOD-COST TO WS-PERIOD-COST
                 ELSE
                    COMPUTE WS-PERIOD-COST =
                       DH-AVG-SALARY
                       * WS-DT-MASTER-EMPS(WS-DEPTTAB-SUB)
                 END-IF
                 ADD 1 TO WS-DT-PERIODS(WS-DEPTTAB-SUB)
                 ADD WS-PERIOD-COST TO WS-DT-ACTUAL(WS-DEPTTAB-SUB)
                 MOVE WS-PERIOD-COST
                      TO WS-DT-RUN-RATE(WS-DEPTTAB-SUB)
              END-IF
           END-IF.

       COUNT-AFFECTED-PERIODS.
      *    PERIODS FROM WS-EFFECTIVE-MONTH TO THE YEAR END THAT THE
      *    DEPARTMENT AT WS-DEPTTAB-SUB HAS NOT POSTED YET
           COMPUTE WS-FIRST-OPEN-MONTH =
              WS-DT-PERIODS(WS-DEPTTAB-SUB) + 1.
           IF WS-EFFECTIVE-MONTH IS LESS THAN WS-FIRST-OPEN-MONTH
              MOVE WS-FIRST-OPEN-MONTH TO WS-EFFECTIVE-MONTH
           END-IF.
           IF WS-EFFECTIVE-MONTH IS GREATER THAN 12
              MOVE ZERO TO WS-AFFECTED-PERIODS
           ELSE
              COMPUTE WS-AFFECTED-PERIODS = 13 - WS-EFFECTIVE-MONTH
           END-IF.

       APPLY-PENDING-TRANSACTIONS.
      *    EVERY EHRPEND TRANSACTION EFFECTIVE INSIDE THE YEAR MOVES
      *    THE RUN RATE FROM ITS EFFECTIVE PERIOD ON - ONE DATED IN A
      *    LATER YEAR DOES NOT TOUCH THIS ONE
           OPEN INPUT PEND-FILE.
           PERFORM READ-NEXT-PENDING.
           PERFORM APPLY-ONE-PENDING
              UNTIL WS-PEND-EOF.
           CLOSE PEND-FILE.

       READ-NEXT-PENDING.
           READ PEND-FILE NEXT RECORD
                AT END SET WS-PEND-EOF TO TRUE
                NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       APPLY-ONE-PENDING.
           IF HP-EFFECTIVE-DATE(1:4) IS NOT GREATER THAN WS-FCST-YEAR
              MOVE HP-TRANSACTION TO HR-TRANSACTION-RECORD
              MOVE ZERO TO WS-OLD-SALARY
              MOVE HT-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER
              READ EMP-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-EMP-OK
                 MOVE EM-SALARY TO WS-OLD-SALARY
              END-IF
              IF HT-SALARY IS NUMERIC
                 AND HT-SALARY IS GREATER THAN ZERO
                 MOVE HT-SALARY TO WS-NEW-SALARY
              ELSE
                 MOVE WS-OLD-SALARY TO WS-NEW-SALARY
              END-IF
              EVALUATE TRUE
              WHEN HT-IS-HIRE
                   MOVE HT-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                   MOVE WS-NEW-SALARY TO WS-SALARY-DELTA
                   PERFORM ADJUST-FOR-PENDING
                   PERFORM NOTE-POSITION-FILLED
              WHEN HT-IS-TRANSFER
                   AND WS-EMP-OK
                   MOVE EM-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                   COMPUTE WS-SALARY-DELTA = 0 - WS-OLD-SALARY
                   PERFORM ADJUST-FOR-PENDING
                   MOVE HT-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                   MOVE WS-NEW-SALARY TO WS-SALARY-DELTA
                   PERFORM ADJUST-FOR-PENDING
                   PERFORM NOTE-POSITION-FILLED
              WHEN HT-IS-TERMINATE
                   AND WS-EMP-OK
                   MOVE EM-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                   COMPUTE WS-SALARY-DELTA = 0 - WS-OLD-SALARY
                   PERFORM ADJUST-FOR-PENDING
              WHEN HT-IS-SALARY-CHANGE
                   AND WS-EMP-OK
                   MOVE EM-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                   COMPUTE WS-SALARY-DELTA =
                      WS-NEW-SALARY - WS-OLD-SALARY
                   PERFORM ADJUST-FOR-PENDING
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-PENDING.

       ADJUST-FOR-PENDING.
           IF HP-EFFECTIVE-DATE(1:4) IS LESS THAN WS-FCST-YEAR
              MOVE 1 TO WS-EFFECTIVE-MONTH
           ELSE
              MOVE HP-EFFECTIVE-DATE(5:2) TO WS-EFFECTIVE-MONTH
           END-IF.
           PERFORM FIND-DEPTTAB-ENTRY.
           IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
              PERFORM COUNT-AFFECTED-PERIODS
              COMPUTE WS-ADJ-AMOUNT =
                 WS-SALARY-DELTA * WS-AFFECTED-PERIODS
              ADD WS-ADJ-AMOUNT TO WS-DT-HR-ADJ(WS-DEPTTAB-SUB)
              ADD 1 TO WS-PENDING-USED
           END-IF.

       NOTE-POSITION-FILLED.
           IF HT-POSITION-NUMBER IS NOT EQUAL TO SPACES
              IF WS-FILLTAB-COUNT IS LESS THAN WS-FILLTAB-LIMIT
                 ADD 1 TO WS-FILLTAB-COUNT
                 MOVE HT-DEPT-NBR
                      TO WS-FT-DEPT-NBR(WS-FILLTAB-COUNT)
                 MOVE HT-POSITION-NUMBER
                      TO WS-FT-POSITION(WS-FILLTAB-COUNT)
              ELSE
                 SET WS-FILLTAB-OVERFLOW TO TRUE
              END-IF
           END-IF.

       APPLY-APPROVED-RAISES.
      *    A RAISE APPROVED BUT NOT YET EXPORTED TO EHRFEED IS TAKEN
      *    AS EFFECTIVE FROM THE DEPARTMENT'S NEXT UNPOSTED PERIOD
           OPEN INPUT REVIEW-FILE.
           PERFORM READ-NEXT-REVIEW.
           PERFORM APPLY-ONE-RAISE
              UNTIL WS-REVIEW-EOF.
           CLOSE REVIEW-FILE.

       READ-NEXT-REVIEW.
           READ REVIEW-FILE NEXT RECORD
                AT END SET WS-REVIEW-EOF TO TRUE
                NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       APPLY-ONE-RAISE.
           IF RW-IS-APPROVED
              AND RW-PROPOSED-SALARY IS GREATER THAN RW-CURRENT-SALARY
              MOVE RW-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER
              READ EMP-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-EMP-OK
                 MOVE EM-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                 PERFORM FIND-DEPTTAB-ENTRY
                 IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
                    MOVE 1 TO WS-EFFECTIVE-MONTH
                    PERFORM COUNT-AFFECTED-PERIODS
                    COMPUTE WS-ADJ-AMOUNT =
                       (RW-PROPOSED-SALARY - RW-CURRENT-SALARY)
                       * WS-AFFECTED-PERIODS
                    ADD WS-ADJ-AMOUNT TO WS-DT-RAISES(WS-DEPTTAB-SUB)
                    ADD 1 TO WS-RAISES-USED
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-REVIEW.

       APPLY-OPEN-POSITIONS.
      *    A VACANCY IS COSTED AT ITS BUDGETED SALARY AS IF FILLED
      *    FROM THE NEXT UNPOSTED PERIOD - UNLESS A PENDING HIRE OR
      *    TRANSFER ALREADY NAMES IT
           OPEN INPUT POSN-FILE.
           PERFORM READ-NEXT-POSITION.
           PERFORM APPLY-ONE-POSITION
              UNTIL WS-POSN-EOF.
           CLOSE POSN-FILE.

       READ-NEXT-POSITION.
           READ POSN-FILE NEXT RECORD
                AT END SET WS-POSN-EOF TO TRUE
                NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       APPLY-ONE-POSITION.
           IF PN-IS-VACANT
              MOVE 'N' TO WS-POSITION-FILLED-IND
              PERFORM CHECK-ONE-FILL
                 VARYING WS-FILLTAB-SUB FROM 1 BY 1
                 UNTIL WS-FILLTAB-SUB IS GREATER THAN WS-FILLTAB-COUNT
                 OR WS-POSITION-FILLED
              IF NOT WS-POSITION-FILLED
                 MOVE PN-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                 PERFORM FIND-DEPTTAB-ENTRY
                 IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
                    MOVE 1 TO WS-EFFECTIVE-MONTH
                    PERFORM COUNT-AFFECTED-PERIODS
                    COMPUTE WS-ADJ-AMOUNT =
                       PN-BUDGETED-SALARY * WS-AFFECTED-PERIODS
                    ADD WS-ADJ-AMOUNT
                        TO WS-DT-VACANCIES(WS-DEPTTAB-SUB)
                    ADD 1 TO WS-VACANCIES-USED
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-POSITION.

       CHECK-ONE-FILL.
           IF WS-FT-DEPT-NBR(WS-FILLTAB-SUB) IS EQUAL TO PN-DEPT-NBR
              AND WS-FT-POSITION(WS-FILLTAB-SUB) IS EQUAL TO
                  PN-POSITION-NUMBER
              SET WS-POSITION-FILLED TO TRUE
           END-IF.

       LOAD-FULL-YEAR-BUDGET.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT BUDG-FILE.
           MOVE WS-DT-DEPT-NBR(WS-DEPTTAB-SUB) TO DB-DEPT-NBR.
           STRING WS-FCST-YEAR '01' DELIMITED BY SIZE
                  INTO DB-PERIOD
           END-STRING.
           START BUDG-FILE KEY IS GREATER THAN OR EQUAL TO
                 DB-BUDG-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM TAKE-ONE-BUDGET-PERIOD
              UNTIL WS-SCAN-DONE.
           CLOSE BUDG-FILE.

       TAKE-ONE-BUDGET-PERIOD.
           READ BUDG-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF DB-DEPT-NBR IS NOT EQUAL TO
                 WS-DT-DEPT-NBR(WS-DEPTTAB-SUB)
                 OR DB-PERIOD(1:4) IS NOT EQUAL TO WS-FCST-YEAR
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 ADD 1 TO WS-RECORDS-READ
                 ADD DB-BUDGET-SALARIES
                     TO WS-DT-BUDGET(WS-DEPTTAB-SUB)
              END-IF
           END-IF.

       PRINT-FORECAST-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FCST-YEAR     TO HL-FCST-YEAR.
           MOVE WS-CURRENT-DATE  TO HL-RUN-DATE.
           MOVE WS-THRESHOLD-PCT TO HL-THRESHOLD.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-ONE-FORECAST
              VARYING WS-DEPTTAB-SUB FROM 1 BY 1
              UNTIL WS-DEPTTAB-SUB IS GREATER THAN WS-DEPTTAB-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-PROJECTION TO TL-PROJECTION.
           MOVE WS-TOTAL-BUDGET     TO TL-BUDGET.
           MOVE WS-FLAGGED-COUNT    TO TL-FLAGGED.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PENDING-USED   TO SL-PENDING.
           MOVE WS-RAISES-USED    TO SL-RAISES.
           MOVE WS-VACANCIES-USED TO SL-VACANCIES.
           MOVE WS-SOURCE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DEPTTAB-OVERFLOW
              OR WS-FILLTAB-OVERFLOW
              MOVE WS-OVERFLOW-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

       PRINT-ONE-FORECAST.
      *    ACTUALS TO DATE, PLUS THE RUN RATE FOR EVERY PERIOD NOT
      *    YET POSTED, PLUS WHAT IS KNOWN TO BE COMING
           COMPUTE WS-PROJECTION =
              WS-DT-ACTUAL(WS-DEPTTAB-SUB)
              + WS-DT-RUN-RATE(WS-DEPTTAB-SUB)
                * (12 - WS-DT-PERIODS(WS-DEPTTAB-SUB))
              + WS-DT-HR-ADJ(WS-DEPTTAB-SUB)
              + WS-DT-RAISES(WS-DEPTTAB-SUB)
              + WS-DT-VACANCIES(WS-DEPTTAB-SUB).
           ADD WS-PROJECTION TO WS-TOTAL-PROJECTION.
           ADD WS-DT-BUDGET(WS-DEPTTAB-SUB) TO WS-TOTAL-BUDGET.
           MOVE SPACES TO FL-FLAG.
           MOVE ZERO TO WS-VARIANCE-PCT.
           IF WS-DT-BUDGET(WS-DEPTTAB-SUB) IS GREATER THAN ZERO
              COMPUTE WS-VARIANCE-PCT ROUNDED =
                 (WS-PROJECTION - WS-DT-BUDGET(WS-DEPTTAB-SUB)) * 100
                 / WS-DT-BUDGET(WS-DEPTTAB-SUB)
                 ON SIZE ERROR MOVE 9999.9 TO WS-VARIANCE-PCT
              END-COMPUTE
              COMPUTE WS-OVERRUN-LIMIT ROUNDED =
                 WS-DT-BUDGET(WS-DEPTTAB-SUB)
                 * (100 + WS-THRESHOLD-PCT) / 100
              IF WS-PROJECTION IS GREATER THAN WS-OVERRUN-LIMIT
                 MOVE '** FORECAST OVERRUN' TO FL-FLAG
                 ADD 1 TO WS-FLAGGED-COUNT
              END-IF
           ELSE
              IF WS-PROJECTION IS GREATER THAN ZERO
                 MOVE '** NO BUDGET PLAN' TO FL-FLAG
                 ADD 1 TO WS-FLAGGED-COUNT
              END-IF
           END-IF.
           MOVE WS-DT-DEPT-NBR(WS-DEPTTAB-SUB)  TO FL-DEPT-NBR.
           MOVE WS-DT-PERIODS(WS-DEPTTAB-SUB)   TO FL-PERIODS.
           MOVE WS-DT-ACTUAL(WS-DEPTTAB-SUB)    TO FL-ACTUAL.
           MOVE WS-DT-RUN-RATE(WS-DEPTTAB-SUB)  TO FL-RUN-RATE.
           MOVE WS-DT-HR-ADJ(WS-DEPTTAB-SUB)    TO FL-HR-ADJ.
           MOVE WS-DT-RAISES(WS-DEPTTAB-SUB)    TO FL-RAISES.
           MOVE WS-DT-VACANCIES(WS-DEPTTAB-SUB) TO FL-VACANCIES.
           MOVE WS-PROJECTION                   TO FL-PROJECTION.
           MOVE WS-DT-BUDGET(WS-DEPTTAB-SUB)    TO FL-BUDGET.
           MOVE WS-VARIANCE-PCT                 TO FL-VARIANCE-PCT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
