       IDENTIFICATION DIVISION.
       PROGRAM-ID. EHRTURN.
      ******************************************************************
      *   WORKFORCE TURNOVER AND ATTRITION REPORT.-
      *      - COUNTS THE EHREVNT HR EVENT HISTORY BY DEPARTMENT FOR
      *        THE REPORT PERIOD (SYSIN CARD 1, YYYYMM - BLANK TAKES
      *        THE MONTH BEFORE THE RUN MONTH) AND THE ELEVEN PERIODS
      *        BEFORE IT: HIRES, TERMINATIONS, TRANSFERS IN, TRANSFERS
      *        OUT AND LEAVES STARTED.
      *      - EACH PERIOD'S TURNOVER RATE IS ITS TERMINATIONS AS A
      *        PERCENT OF THE DEPARTMENT'S HEADCOUNT FOR THE PERIOD -
      *        THE DEPTHIST HEADCOUNT DEPTPAY POSTED, OR THE CURRENT
      *        DEPTMAS HEADCOUNT WHERE NONE WAS.  THE TRAILING-TWELVE-
      *        MONTH LINE TAKES THE TWELVE PERIODS' TERMINATIONS OVER
      *        THEIR AVERAGE HEADCOUNT.
      *      - A DEPARTMENT LISTS EVERY PERIOD IT HAD AN EVENT IN,
      *        ALWAYS THE REPORT PERIOD, THEN ITS TWELVE-MONTH LINE;
      *        THE SAME FIGURES FOLLOW FOR THE COMPANY AS A WHOLE.
      *      - READ-ONLY AGAINST THE CLUSTERS.  RC=8 WHEN THE
      *        DEPARTMENT TABLE OVERFLOWS.
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

           SELECT EVENT-FILE ASSIGN TO EHREVNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HE-EVENT-KEY
                  FILE STATUS IS WS-EVENT-STATUS.

           SELECT REPORT-FILE ASSIGN TO TURNRPT
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

       FD  EVENT-FILE
           RECORDING MODE IS F.
       COPY EHREVNT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-DEPT-STATUS           PIC X(2).
           88 WS-DEPT-EOF                     VALUE '10'.
       01  WS-HIST-STATUS           PIC X(2).
       01  WS-EVENT-STATUS          PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SCAN-DONE-IND         PIC X(1) VALUE 'N'.
           88 WS-SCAN-DONE                    VALUE 'Y'.
       01  WS-CURRENT-DATE          PIC X(8).
       01  WS-PERIOD-IN             PIC X(6).
       01  WS-REPORT-PERIOD         PIC X(6).
       01  WS-WORK-PERIOD.
           05 WS-WP-YEAR            PIC 9(4).
           05 WS-WP-MONTH           PIC 9(2).
       01  WS-WORK-PERIOD-X REDEFINES WS-WORK-PERIOD
                                    PIC X(6).
       01  WS-FIRST-PERIOD          PIC X(6).
       01  WS-MONTH-INDEX           PIC 9(7) VALUE 0.
       01  WS-FIRST-MONTH-INDEX     PIC 9(7) VALUE 0.
       01  WS-LAST-MONTH-INDEX      PIC 9(7) VALUE 0.
       01  WS-RECORDS-READ          PIC 9(7) VALUE 0.
       01  WS-EVENTS-COUNTED        PIC 9(7) VALUE 0.
      ******************************************************************
      *   THE TWELVE PERIODS REPORTED, OLDEST FIRST - SLOT 12 IS THE
      *   REPORT PERIOD.
      ******************************************************************
       01  WS-SLOT-SUB              PIC 9(2) VALUE 0.
       01  WS-EVENT-SLOT            PIC S9(7) VALUE 0.
       01  WS-PERIOD-TABLE.
           05 WS-SLOT-PERIOD        PIC X(6) OCCURS 12 TIMES.
      ******************************************************************
      *   ONE ENTRY PER DEPARTMENT - DEPTMAS FIRST, THEN ANY OTHER
      *   DEPARTMENT AN EVENT NAMES - WITH ITS COUNTS BY PERIOD.
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
              10 WS-DT-SLOT OCCURS 12 TIMES.
                 15 WS-DT-HIRES     PIC 9(5).
                 15 WS-DT-TERMS     PIC 9(5).
                 15 WS-DT-XFER-IN   PIC 9(5).
                 15 WS-DT-XFER-OUT  PIC 9(5).
                 15 WS-DT-LEAVES    PIC 9(5).
                 15 WS-DT-HEADCOUNT PIC 9(5).
      ******************************************************************
      *   COMPANY FIGURES BY PERIOD, AND THE TWELVE-MONTH ROLL-UP OF
      *   WHICHEVER DEPARTMENT (OR THE COMPANY) IS BEING PRINTED.
      ******************************************************************
       01  WS-COMPANY-TABLE.
           05 WS-CO-SLOT OCCURS 12 TIMES.
              10 WS-CO-HIRES        PIC 9(7).
              10 WS-CO-TERMS        PIC 9(7).
              10 WS-CO-XFER-IN      PIC 9(7).
              10 WS-CO-XFER-OUT     PIC 9(7).
              10 WS-CO-LEAVES       PIC 9(7).
              10 WS-CO-HEADCOUNT    PIC 9(7).
       01  WS-TTM-TOTALS.
           05 WS-TTM-HIRES          PIC 9(7).
           05 WS-TTM-TERMS          PIC 9(7).
           05 WS-TTM-XFER-IN        PIC 9(7).
           05 WS-TTM-XFER-OUT       PIC 9(7).
           05 WS-TTM-LEAVES         PIC 9(7).
           05 WS-TTM-HEADCOUNT      PIC 9(9).
       01  WS-RATE-TERMS            PIC 9(7) VALUE 0.
       01  WS-AVG-HEADCOUNT         PIC 9(7)V9 VALUE 0.
       01  WS-TURNOVER-PCT          PIC 9(5)V9 VALUE 0.
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(44) VALUE
              '  WORKFORCE TURNOVER AND ATTRITION - PERIOD '.
           05 HL-REPORT-PERIOD      PIC X(6).
           05 FILLER                PIC X(14) VALUE '  TRAILING '.
           05 HL-FIRST-PERIOD       PIC X(6).
           05 FILLER                PIC X(4)  VALUE ' TO '.
           05 HL-LAST-PERIOD        PIC X(6).
       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(40) VALUE
              '  DEPT  PERIOD   HIRES   TERMS XFER-IN X'.
           05 FILLER                PIC X(40) VALUE
              'FER-OUT LEAVES   HEADCOUNT    TURNOVER%'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TD-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TD-PERIOD             PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 TD-HIRES              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 TD-TERMS              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 TD-XFER-IN            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 TD-XFER-OUT           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 TD-LEAVES             PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 TD-HEADCOUNT          PIC Z,ZZZ,ZZ9.9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 TD-TURNOVER-PCT       PIC ZZ,ZZ9.9.
       01  WS-OVERFLOW-LINE         PIC X(132) VALUE
           '  ** DEPARTMENT TABLE OVERFLOWED - DEPARTMENTS PAST THE LIMI
      -    'T ARE NOT COUNTED, RAISE THE LIMIT **'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EHRTURN' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           INITIALIZE WS-COMPANY-TABLE.
           PERFORM READ-CONTROL-CARDS.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM COUNT-PERIOD-EVENTS.
           PERFORM LOAD-PERIOD-HEADCOUNTS
              VARYING WS-DEPTTAB-SUB FROM 1 BY 1
              UNTIL WS-DEPTTAB-SUB IS GREATER THAN WS-DEPTTAB-COUNT.
           PERFORM PRINT-TURNOVER-REPORT.
           DISPLAY 'TURNOVER PERIOD:          ' WS-REPORT-PERIOD.
           DISPLAY 'HR EVENTS COUNTED:        ' WS-EVENTS-COUNTED.
           IF WS-DEPTTAB-OVERFLOW
              MOVE 8 TO RETURN-CODE
           END-IF.
           SET BAT-END TO TRUE.
           MOVE WS-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-DEPTTAB-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-CONTROL-CARDS.
      *    THE REPORT PERIOD AND THE ELEVEN BEFORE IT MAKE THE
      *    TRAILING TWELVE MONTHS
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PERIOD-IN FROM SYSIN.
           IF WS-PERIOD-IN IS NUMERIC
              MOVE WS-PERIOD-IN TO WS-WORK-PERIOD-X
           ELSE
              MOVE WS-CURRENT-DATE(1:6) TO WS-WORK-PERIOD-X
              IF WS-WP-MONTH IS EQUAL TO 1
                 SUBTRACT 1 FROM WS-WP-YEAR
                 MOVE 12 TO WS-WP-MONTH
              ELSE
                 SUBTRACT 1 FROM WS-WP-MONTH
              END-IF
           END-IF.
           MOVE WS-WORK-PERIOD-X TO WS-REPORT-PERIOD.
           COMPUTE WS-LAST-MONTH-INDEX =
              WS-WP-YEAR * 12 + WS-WP-MONTH - 1.
           COMPUTE WS-FIRST-MONTH-INDEX = WS-LAST-MONTH-INDEX - 11.
           PERFORM SET-ONE-SLOT-PERIOD
              VARYING WS-SLOT-SUB FROM 1 BY 1
              UNTIL WS-SLOT-SUB IS GREATER THAN 12.
           MOVE WS-SLOT-PERIOD(1) TO WS-FIRST-PERIOD.

       SET-ONE-SLOT-PERIOD.
           COMPUTE WS-MONTH-INDEX =
              WS-FIRST-MONTH-INDEX + WS-SLOT-SUB - 1.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-WP-YEAR
              REMAINDER WS-WP-MONTH.
           ADD 1 TO WS-WP-MONTH.
           MOVE WS-WORK-PERIOD-X TO WS-SLOT-PERIOD(WS-SLOT-SUB).

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

       COUNT-PERIOD-EVENTS.
      *    THE KEY IS DATE-MAJOR, SO THE TWELVE PERIODS ARE ONE RUN
      *    OF THE FILE FROM THE FIRST DAY OF THE OLDEST
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT EVENT-FILE.
           MOVE LOW-VALUES TO HE-EVENT-KEY.
           MOVE WS-FIRST-PERIOD TO HE-EFFECTIVE-DATE(1:6).
           START EVENT-FILE KEY IS GREATER THAN OR EQUAL TO
                 HE-EVENT-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM COUNT-ONE-EVENT
              UNTIL WS-SCAN-DONE.
           CLOSE EVENT-FILE.

       COUNT-ONE-EVENT.
           READ EVENT-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF HE-EFFECTIVE-DATE(1:6) IS GREATER THAN
                 WS-REPORT-PERIOD
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 ADD 1 TO WS-RECORDS-READ
                 MOVE HE-EFFECTIVE-DATE(1:6) TO WS-WORK-PERIOD-X
                 COMPUTE WS-EVENT-SLOT =
                    WS-WP-YEAR * 12 + WS-WP-MONTH - 1
                    - WS-FIRST-MONTH-INDEX + 1
                 IF WS-EVENT-SLOT IS GREATER THAN ZERO
                    AND WS-EVENT-SLOT IS NOT GREATER THAN 12
                    MOVE WS-EVENT-SLOT TO WS-SLOT-SUB
                    PERFORM TALLY-ONE-EVENT
                 END-IF
              END-IF
           END-IF.

       TALLY-ONE-EVENT.
      *    A TRANSFER COUNTS OUT OF THE DEPARTMENT LEFT AND INTO THE
      *    ONE JOINED; NAME, SALARY AND RETURN EVENTS ARE NOT
      *    MOVEMENT AND ARE NOT COUNTED
           EVALUATE TRUE
           WHEN HE-IS-HIRE
                MOVE HE-TO-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                PERFORM FIND-DEPTTAB-ENTRY
                IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
                   ADD 1 TO WS-DT-HIRES(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   ADD 1 TO WS-CO-HIRES(WS-SLOT-SUB)
                   ADD 1 TO WS-EVENTS-COUNTED
                END-IF
           WHEN HE-IS-TERMINATE
                MOVE HE-FROM-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                PERFORM FIND-DEPTTAB-ENTRY
                IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
                   ADD 1 TO WS-DT-TERMS(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   ADD 1 TO WS-CO-TERMS(WS-SLOT-SUB)
                   ADD 1 TO WS-EVENTS-COUNTED
                END-IF
           WHEN HE-IS-TRANSFER
                MOVE HE-FROM-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                PERFORM FIND-DEPTTAB-ENTRY
                IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
                   ADD 1
                       TO WS-DT-XFER-OUT(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   ADD 1 TO WS-CO-XFER-OUT(WS-SLOT-SUB)
                END-IF
                MOVE HE-TO-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                PERFORM FIND-DEPTTAB-ENTRY
                IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
                   ADD 1
                       TO WS-DT-XFER-IN(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   ADD 1 TO WS-CO-XFER-IN(WS-SLOT-SUB)
                END-IF
                ADD 1 TO WS-EVENTS-COUNTED
           WHEN HE-IS-LEAVE
                MOVE HE-FROM-DEPT-NBR TO WS-LOOKUP-DEPT-NBR
                PERFORM FIND-DEPTTAB-ENTRY
                IF WS-DEPTTAB-SUB IS GREATER THAN ZERO
                   ADD 1 TO WS-DT-LEAVES(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   ADD 1 TO WS-CO-LEAVES(WS-SLOT-SUB)
                   ADD 1 TO WS-EVENTS-COUNTED
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       LOAD-PERIOD-HEADCOUNTS.
      *    THE HEADCOUNT DEPTPAY POSTED FOR EACH PERIOD; A PERIOD
      *    WITH NONE ON FILE TAKES TODAY'S DEPTMAS HEADCOUNT
           PERFORM DEFAULT-ONE-HEADCOUNT
              VARYING WS-SLOT-SUB FROM 1 BY 1
              UNTIL WS-SLOT-SUB IS GREATER THAN 12.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT HIST-FILE.
           MOVE WS-DT-DEPT-NBR(WS-DEPTTAB-SUB) TO DH-DEPT-NBR.
           MOVE WS-FIRST-PERIOD TO DH-PERIOD.
           START HIST-FILE KEY IS GREATER THAN OR EQUAL TO
                 DH-HIST-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM TAKE-ONE-HEADCOUNT
              UNTIL WS-SCAN-DONE.
           CLOSE HIST-FILE.
           PERFORM ROLL-ONE-HEADCOUNT
              VARYING WS-SLOT-SUB FROM 1 BY 1
              UNTIL WS-SLOT-SUB IS GREATER THAN 12.

       DEFAULT-ONE-HEADCOUNT.
           MOVE WS-DT-MASTER-EMPS(WS-DEPTTAB-SUB)
                TO WS-DT-HEADCOUNT(WS-DEPTTAB-SUB, WS-SLOT-SUB).

       TAKE-ONE-HEADCOUNT.
           READ HIST-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF DH-DEPT-NBR IS NOT EQUAL TO
                 WS-DT-DEPT-NBR(WS-DEPTTAB-SUB)
                 OR DH-PERIOD IS GREATER THAN WS-REPORT-PERIOD
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 ADD 1 TO WS-RECORDS-READ
                 MOVE DH-PERIOD TO WS-WORK-PERIOD-X
                 COMPUTE WS-EVENT-SLOT =
                    WS-WP-YEAR * 12 + WS-WP-MONTH - 1
                    - WS-FIRST-MONTH-INDEX + 1
                 IF WS-EVENT-SLOT IS GREATER THAN ZERO
                    AND WS-EVENT-SLOT IS NOT GREATER THAN 12
                    AND DH-NBR-EMPS IS NUMERIC
                    AND DH-NBR-EMPS IS GREATER THAN ZERO
                    MOVE WS-EVENT-SLOT TO WS-SLOT-SUB
                    MOVE DH-NBR-EMPS
                         TO WS-DT-HEADCOUNT(WS-DEPTTAB-SUB,
                                            WS-SLOT-SUB)
                 END-IF
              END-IF
           END-IF.

       ROLL-ONE-HEADCOUNT.
           ADD WS-DT-HEADCOUNT(WS-DEPTTAB-SUB, WS-SLOT-SUB)
               TO WS-CO-HEADCOUNT(WS-SLOT-SUB).

       PRINT-TURNOVER-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-PERIOD TO HL-REPORT-PERIOD.
           MOVE WS-FIRST-PERIOD  TO HL-FIRST-PERIOD.
           MOVE WS-REPORT-PERIOD TO HL-LAST-PERIOD.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-ONE-DEPARTMENT
              VARYING WS-DEPTTAB-SUB FROM 1 BY 1
              UNTIL WS-DEPTTAB-SUB IS GREATER THAN WS-DEPTTAB-COUNT.
           PERFORM PRINT-COMPANY-TOTALS.
           IF WS-DEPTTAB-OVERFLOW
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-OVERFLOW-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

       PRINT-ONE-DEPARTMENT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           INITIALIZE WS-TTM-TOTALS.
           PERFORM PRINT-ONE-DEPT-PERIOD
              VARYING WS-SLOT-SUB FROM 1 BY 1
              UNTIL WS-SLOT-SUB IS GREATER THAN 12.
           MOVE WS-DT-DEPT-NBR(WS-DEPTTAB-SUB) TO TD-DEPT-NBR.
           PERFORM PRINT-TTM-LINE.

       PRINT-ONE-DEPT-PERIOD.
           ADD WS-DT-HIRES(WS-DEPTTAB-SUB, WS-SLOT-SUB)
               TO WS-TTM-HIRES.
           ADD WS-DT-TERMS(WS-DEPTTAB-SUB, WS-SLOT-SUB)
               TO WS-TTM-TERMS.
           ADD WS-DT-XFER-IN(WS-DEPTTAB-SUB, WS-SLOT-SUB)
               TO WS-TTM-XFER-IN.
           ADD WS-DT-XFER-OUT(WS-DEPTTAB-SUB, WS-SLOT-SUB)
               TO WS-TTM-XFER-OUT.
           ADD WS-DT-LEAVES(WS-DEPTTAB-SUB, WS-SLOT-SUB)
               TO WS-TTM-LEAVES.
           ADD WS-DT-HEADCOUNT(WS-DEPTTAB-SUB, WS-SLOT-SUB)
               TO WS-TTM-HEADCOUNT.
           IF WS-SLOT-SUB IS EQUAL TO 12
              OR WS-DT-HIRES(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                 + WS-DT-TERMS(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                 + WS-DT-XFER-IN(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                 + WS-DT-XFER-OUT(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                 + WS-DT-LEAVES(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                 IS GREATER THAN ZERO
              MOVE WS-DT-DEPT-NBR(WS-DEPTTAB-SUB) TO TD-DEPT-NBR
              MOVE WS-SLOT-PERIOD(WS-SLOT-SUB)    TO TD-PERIOD
              MOVE WS-DT-HIRES(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   TO TD-HIRES
              MOVE WS-DT-TERMS(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   TO TD-TERMS
              MOVE WS-DT-XFER-IN(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   TO TD-XFER-IN
              MOVE WS-DT-XFER-OUT(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   TO TD-XFER-OUT
              MOVE WS-DT-LEAVES(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   TO TD-LEAVES
              MOVE WS-DT-HEADCOUNT(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   TO WS-AVG-HEADCOUNT
              MOVE WS-DT-TERMS(WS-DEPTTAB-SUB, WS-SLOT-SUB)
                   TO WS-RATE-TERMS
              PERFORM PRINT-RATE-LINE
           END-IF.

       PRINT-TTM-LINE.
      *    TWELVE-MONTH TERMINATIONS OVER THE AVERAGE OF THE TWELVE
      *    PERIOD HEADCOUNTS
           MOVE 'TTM'           TO TD-PERIOD.
           MOVE WS-TTM-HIRES    TO TD-HIRES.
           MOVE WS-TTM-TERMS    TO TD-TERMS.
           MOVE WS-TTM-XFER-IN  TO TD-XFER-IN.
           MOVE WS-TTM-XFER-OUT TO TD-XFER-OUT.
           MOVE WS-TTM-LEAVES   TO TD-LEAVES.
           COMPUTE WS-AVG-HEADCOUNT ROUNDED = WS-TTM-HEADCOUNT / 12.
           MOVE WS-TTM-TERMS    TO WS-RATE-TERMS.
           PERFORM PRINT-RATE-LINE.

       PRINT-RATE-LINE.
           MOVE ZERO TO WS-TURNOVER-PCT.
           IF WS-AVG-HEADCOUNT IS GREATER THAN ZERO
              COMPUTE WS-TURNOVER-PCT ROUNDED =
                 WS-RATE-TERMS * 100 / WS-AVG-HEADCOUNT
                 ON SIZE ERROR MOVE 99999.9 TO WS-TURNOVER-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-AVG-HEADCOUNT TO TD-HEADCOUNT.
           MOVE WS-TURNOVER-PCT  TO TD-TURNOVER-PCT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-COMPANY-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           INITIALIZE WS-TTM-TOTALS.
           PERFORM PRINT-ONE-COMPANY-PERIOD
              VARYING WS-SLOT-SUB FROM 1 BY 1
              UNTIL WS-SLOT-SUB IS GREATER THAN 12.
           MOVE 'ALL'  TO TD-DEPT-NBR.
           PERFORM PRINT-TTM-LINE.

       PRINT-ONE-COMPANY-PERIOD.
      *    THE COMPANY LISTS ALL TWELVE PERIODS - THE TREND LINE
           ADD WS-CO-HIRES(WS-SLOT-SUB)     TO WS-TTM-HIRES.
           ADD WS-CO-TERMS(WS-SLOT-SUB)     TO WS-TTM-TERMS.
           ADD WS-CO-XFER-IN(WS-SLOT-SUB)   TO WS-TTM-XFER-IN.
           ADD WS-CO-XFER-OUT(WS-SLOT-SUB)  TO WS-TTM-XFER-OUT.
           ADD WS-CO-LEAVES(WS-SLOT-SUB)    TO WS-TTM-LEAVES.
           ADD WS-CO-HEADCOUNT(WS-SLOT-SUB) TO WS-TTM-HEADCOUNT.
           MOVE 'ALL'                       TO TD-DEPT-NBR.
           MOVE WS-SLOT-PERIOD(WS-SLOT-SUB) TO TD-PERIOD.
           MOVE WS-CO-HIRES(WS-SLOT-SUB)    TO TD-HIRES.
           MOVE WS-CO-TERMS(WS-SLOT-SUB)    TO TD-TERMS.
           MOVE WS-CO-XFER-IN(WS-SLOT-SUB)  TO TD-XFER-IN.
           MOVE WS-CO-XFER-OUT(WS-SLOT-SUB) TO TD-XFER-OUT.
           MOVE WS-CO-LEAVES(WS-SLOT-SUB)   TO TD-LEAVES.
           MOVE WS-CO-HEADCOUNT(WS-SLOT-SUB) TO WS-AVG-HEADCOUNT.
           MOVE WS-CO-TERMS(WS-SLOT-SUB)    TO WS-RATE-TERMS.
           PERFORM PRINT-RATE-LINE.
