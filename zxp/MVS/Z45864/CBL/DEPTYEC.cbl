       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTYEC.
      ******************************************************************
      *   DEPARTMENT PAYROLL FISCAL YEAR-END CLOSE.-
      *      - CLOSES ONE FISCAL YEAR (SYSIN CARD 1, YYYY - BLANK
      *        TAKES THE YEAR BEFORE THE RUN DATE) AND SETS UP THE
      *        NEXT: CONFIRMS ECALENDR HOLDS A PERIOD-END DATE FOR
      *        EVERY MONTH OF THE NEW YEAR AND THAT DEPTPAY HAS
      *        POSTED THE CLOSING YEAR'S LAST PERIOD, THEN SETTLES THE
      *        DEPTACCR ACCRUAL MEMOS STILL OPEN FOR THE CLOSING YEAR
      *        (SYSIN CARD 2: 'REVERSE' WRITES THE REVERSING JOURNAL
      *        PAIRS TO A YECLOSE GL BATCH; 'CARRY', THE DEFAULT,
      *        MOVES THEM TO THE NEW YEAR'S FIRST PERIOD FOR THE NEXT
      *        FINAL DEPTPAY RUN TO REVERSE), AND ROLLS EVERY DEPTBUDG
      *        ROW OF THE CLOSING YEAR TO THE SAME MONTH OF THE NEW
      *        PLAN YEAR WHERE FINANCE HAS NOT LOADED ONE ALREADY.
      *      - FREEZES THE CLOSING YEAR'S DEPTHIST RESULTS INTO A
      *        YEAR-END SUMMARY ROUTED TO THE PAYROLL PRINT QUEUE AND
      *        STORED IN THE REPORT REPOSITORY UNDER ITS OWN REPORT ID
      *        PER YEAR, SEALED WITH AN EAUDCHN CHECK VALUE CHAINED
      *        OVER EVERY LINE AND KEPT ON DEPTYRCL.
      *      - DEPTYRCL RECORDS EACH STEP AS IT COMPLETES: A CLOSED
      *        YEAR IS REFUSED (RC=12), A CLOSE THAT DID NOT FINISH
      *        RESUMES AFTER ITS LAST COMPLETED STEP, AND DEPTPAY
      *        REFUSES TO POST INTO ANY YEAR ON FILE THERE.
      *      - A REVERSED ACCRUAL USES THE GLACCMAP ROW IN FORCE ON
      *        THE LAST DAY OF THE PERIOD THAT ACCRUED IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YRCL-FILE ASSIGN TO DEPTYRCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS YC-FISCAL-YEAR
                  FILE STATUS IS WS-YRCL-STATUS.

           SELECT HIST-FILE ASSIGN TO DEPTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DH-HIST-KEY
                  FILE STATUS IS WS-HIST-STATUS.

           SELECT ACCR-FILE ASSIGN TO DEPTACCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DA-ACCR-KEY
                  FILE STATUS IS WS-ACCR-STATUS.

           SELECT BUDG-FILE ASSIGN TO DEPTBUDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DB-BUDG-KEY
                  FILE STATUS IS WS-BUDG-STATUS.

           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO ECALENDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CA-CALENDAR-DATE
                  FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT GLACCMAP-FILE ASSIGN TO GLACCMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GA-MAP-KEY
                  FILE STATUS IS WS-GLACC-STATUS.

           SELECT GL-FILE ASSIGN TO YEGLEXT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN TO YECRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YRCL-FILE
           RECORDING MODE IS F.
       COPY DEPTYRCL.

       FD  HIST-FILE
           RECORDING MODE IS F.
       COPY DEPTHIST.

       FD  ACCR-FILE
           RECORDING MODE IS F.
       COPY DEPTACCR.

       FD  BUDG-FILE
           RECORDING MODE IS F.
       COPY DEPTBUDG.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY ECALENDR.

       FD  GLACCMAP-FILE
           RECORDING MODE IS F.
       COPY GLACCMAP.

       FD  GL-FILE
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       COPY EPRTQ.
       COPY EAUDCHP.
       01  WS-YRCL-STATUS           PIC X(2).
           88 WS-YRCL-OK                       VALUE '00'.
       01  WS-HIST-STATUS           PIC X(2).
       01  WS-ACCR-STATUS           PIC X(2).
           88 WS-ACCR-OK                       VALUE '00'.
       01  WS-BUDG-STATUS           PIC X(2).
           88 WS-BUDG-OK                       VALUE '00'.
       01  WS-CALENDAR-STATUS       PIC X(2).
       01  WS-GLACC-STATUS          PIC X(2).
           88 WS-GLACC-OK                      VALUE '00'.
       01  WS-GL-STATUS             PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SCAN-DONE-IND         PIC X(1) VALUE 'N'.
           88 WS-SCAN-DONE                     VALUE 'Y'.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-TIME              PIC X(8).
       01  WS-RUN-TIMESTAMP         PIC X(14).
       01  WS-YEAR-CARD             PIC X(4).
       01  WS-ACTION-CARD           PIC X(7).
       01  WS-CLOSE-YEAR-NUM        PIC 9(4).
       01  WS-CLOSE-YEAR REDEFINES WS-CLOSE-YEAR-NUM
                                    PIC X(4).
       01  WS-NEW-YEAR-NUM          PIC 9(4).
       01  WS-NEW-YEAR REDEFINES WS-NEW-YEAR-NUM
                                    PIC X(4).
       01  WS-CLOSING-LAST-PERIOD   PIC X(6).
       01  WS-NEW-FIRST-PERIOD      PIC X(6).
       01  WS-CLOSE-ALLOWED-IND     PIC X(1) VALUE 'N'.
           88 WS-CLOSE-ALLOWED                 VALUE 'Y'.
       01  WS-RESTART-IND           PIC X(1) VALUE 'N'.
           88 WS-IS-RESTART                    VALUE 'Y'.
       01  WS-PREFLIGHT-FAILED-IND  PIC X(1) VALUE 'N'.
           88 WS-PREFLIGHT-FAILED              VALUE 'Y'.
       01  WS-RECORDS-READ          PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN       PIC 9(7) VALUE 0.
      ******************************************************************
      *   NEW-YEAR CALENDAR CHECK - EVERY MONTH NEEDS A PERIOD-END
      *   MARKER ON ECALENDR BEFORE THE YEAR CAN BE OPENED.
      ******************************************************************
       01  WS-MONTH-SUB             PIC 9(2) VALUE 0.
       01  WS-CHECK-MONTH.
           05 WS-CM-YEAR            PIC X(4).
           05 WS-CM-MONTH           PIC 9(2).
       01  WS-PERIOD-END-FOUND-IND  PIC X(1) VALUE 'N'.
           88 WS-PERIOD-END-FOUND              VALUE 'Y'.
       01  WS-MISSING-MONTH-COUNT   PIC 9(2) VALUE 0.
       01  WS-LAST-PERIOD-FOUND-IND PIC X(1) VALUE 'N'.
           88 WS-LAST-PERIOD-FOUND             VALUE 'Y'.
      ******************************************************************
      *   ACCRUAL SETTLEMENT AND BUDGET ROLL WORK AREAS.
      ******************************************************************
       01  WS-SAVED-ACCR-KEY        PIC X(10).
       01  WS-CARRY-DEPT-NBR        PIC X(4).
       01  WS-CARRY-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-EXPENSE-ACCOUNT       PIC X(8).
       01  WS-CLEARING-ACCOUNT      PIC X(8).
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
       01  WS-SAVED-BUDG-KEY        PIC X(10).
       01  WS-SAVED-BUDGET-RECORD   PIC X(26).
      ******************************************************************
      *   YEAR-END SUMMARY - FROZEN DEPTHIST RESULTS PER DEPARTMENT,
      *   CHAINED LINE BY LINE INTO THE SEAL.
      ******************************************************************
       01  WS-PRTQ-QUEUE            PIC X(8)  VALUE 'PAYROLL'.
       01  WS-SUMMARY-REPORT-ID.
           05 FILLER                PIC X(4)  VALUE 'DPYE'.
           05 WS-SR-YEAR            PIC X(4).
       01  WS-ROUTE-FAILED-IND      PIC X(1) VALUE 'N'.
           88 WS-ROUTE-FAILED                  VALUE 'Y'.
       01  WS-SEAL-VALUE            PIC X(8).
       01  WS-SEAL-LINE-COUNT       PIC 9(5) VALUE 0.
       01  WS-HAVE-PREV-IND         PIC X(1) VALUE 'N'.
           88 WS-HAVE-PREV                     VALUE 'Y'.
       01  WS-PREV-DEPT-NBR         PIC X(4).
       01  WS-DEPT-PERIODS          PIC 9(3) VALUE 0.
       01  WS-DEPT-FIRST-AVG        PIC 9(7)V99 VALUE 0.
       01  WS-DEPT-LAST-AVG         PIC 9(7)V99 VALUE 0.
       01  WS-DEPT-AVG-SUM          PIC 9(9)V99 VALUE 0.
       01  WS-DEPT-YEAR-AVG         PIC 9(7)V99 VALUE 0.
       01  WS-FROZEN-DEPT-COUNT     PIC 9(5) VALUE 0.
       01  WS-FROZEN-PERIOD-COUNT   PIC 9(7) VALUE 0.
       01  WS-SUMMARY-TITLE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(48) VALUE
              'DEPARTMENT PAYROLL YEAR-END CLOSE - FISCAL YEAR '.
           05 ST-FISCAL-YEAR        PIC X(4).
           05 FILLER                PIC X(10) VALUE '  CLOSED '.
           05 ST-CLOSED-TIMESTAMP   PIC X(14).
       01  WS-SUMMARY-HEADING-LINE.
           05 FILLER                PIC X(8)  VALUE '  DEPT  '.
           05 FILLER                PIC X(8)  VALUE 'PDS'.
           05 FILLER                PIC X(12) VALUE ' FIRST AVG'.
           05 FILLER                PIC X(12) VALUE '  LAST AVG'.
           05 FILLER                PIC X(10) VALUE '  YEAR AVG'.
       01  WS-SUMMARY-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SD-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SD-PERIODS            PIC ZZ9.
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 SD-FIRST-AVG          PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SD-LAST-AVG           PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SD-YEAR-AVG           PIC ZZZ,ZZ9.99.
       01  WS-SEAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(23) VALUE
              'SUMMARY SEALED - LINES '.
           05 SE-LINE-COUNT         PIC ZZZZ9.
           05 FILLER                PIC X(15) VALUE
              '  CHECK VALUE '.
           05 SE-SEAL-VALUE         PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'DEPTYEC' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM READ-CONTROL-CARDS.
           OPEN I-O YRCL-FILE.
           PERFORM CHECK-CLOSE-STATUS.
           IF WS-CLOSE-ALLOWED
              PERFORM RUN-CLOSE-STEPS
           END-IF.
           CLOSE YRCL-FILE.
           CLOSE REPORT-FILE.
           SET BAT-END TO TRUE.
           MOVE WS-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-CONTROL-CARDS.
      *    CARD 1 - THE FISCAL YEAR TO CLOSE; CARD 2 - WHAT TO DO
      *    WITH ITS STILL-OPEN ACCRUAL MEMOS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-DATE WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           END-STRING.
           ACCEPT WS-YEAR-CARD FROM SYSIN.
           ACCEPT WS-ACTION-CARD FROM SYSIN.
           IF WS-YEAR-CARD IS NUMERIC
              MOVE WS-YEAR-CARD TO WS-CLOSE-YEAR
           ELSE
              MOVE WS-RUN-DATE(1:4) TO WS-CLOSE-YEAR
              SUBTRACT 1 FROM WS-CLOSE-YEAR-NUM
           END-IF.
           IF WS-ACTION-CARD IS NOT EQUAL TO 'REVERSE'
              MOVE 'CARRY' TO WS-ACTION-CARD
           END-IF.
           COMPUTE WS-NEW-YEAR-NUM = WS-CLOSE-YEAR-NUM + 1.
           STRING WS-CLOSE-YEAR '12' DELIMITED BY SIZE
                  INTO WS-CLOSING-LAST-PERIOD
           END-STRING.
           STRING WS-NEW-YEAR '01' DELIMITED BY SIZE
                  INTO WS-NEW-FIRST-PERIOD
           END-STRING.
           MOVE WS-CLOSE-YEAR TO WS-SR-YEAR.

       CHECK-CLOSE-STATUS.
      *    A CLOSED YEAR IS NEVER CLOSED TWICE; ONE LEFT CLOSING BY A
      *    FAILED RUN RESUMES; A FRESH ONE MUST PASS THE PRE-CLOSE
      *    CHECKS BEFORE ANYTHING IS TOUCHED
           MOVE WS-CLOSE-YEAR TO YC-FISCAL-YEAR.
           READ YRCL-FILE
                INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
           WHEN WS-YRCL-OK
                AND YC-IS-CLOSED
                OPEN OUTPUT REPORT-FILE
                MOVE SPACES TO REPORT-LINE
                STRING '  ** FISCAL YEAR ' DELIMITED BY SIZE
                       WS-CLOSE-YEAR DELIMITED BY SIZE
                       ' WAS CLOSED ' DELIMITED BY SIZE
                       YC-CLOSED-TIMESTAMP DELIMITED BY SIZE
                       ' - NOT CLOSED AGAIN **' DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                DISPLAY 'DEPTYEC - FISCAL YEAR ' WS-CLOSE-YEAR
                        ' IS ALREADY CLOSED'
                MOVE 12 TO RETURN-CODE
           WHEN WS-YRCL-OK
                SET WS-IS-RESTART TO TRUE
                SET WS-CLOSE-ALLOWED TO TRUE
                OPEN EXTEND REPORT-FILE
                DISPLAY 'DEPTYEC - RESUMING FISCAL YEAR '
                        WS-CLOSE-YEAR ' CLOSE AFTER STEP ' YC-LAST-STEP
           WHEN OTHER
                OPEN OUTPUT REPORT-FILE
                PERFORM CONFIRM-NEW-YEAR-CALENDAR
                PERFORM CONFIRM-LAST-PERIOD-POSTED
                IF WS-PREFLIGHT-FAILED
                   DISPLAY 'DEPTYEC - PRE-CLOSE CHECKS FAILED, FISCAL'
                           ' YEAR ' WS-CLOSE-YEAR ' NOT CLOSED'
                   MOVE 8 TO RETURN-CODE
                ELSE
                   PERFORM START-CLOSE-RECORD
                   SET WS-CLOSE-ALLOWED TO TRUE
                END-IF
           END-EVALUATE.

       START-CLOSE-RECORD.
      *    FROM THIS WRITE ON THE YEAR IS CLOSING - DEPTPAY WILL NOT
      *    POST INTO IT
           INITIALIZE DEPT-YEAR-CLOSE-RECORD.
           MOVE WS-CLOSE-YEAR       TO YC-FISCAL-YEAR.
           SET YC-IS-CLOSING        TO TRUE.
           MOVE 0                   TO YC-LAST-STEP.
           MOVE WS-ACTION-CARD      TO YC-ACCRUAL-ACTION.
           MOVE WS-RUN-TIMESTAMP    TO YC-STARTED-TIMESTAMP.
           MOVE SPACES              TO YC-CLOSED-TIMESTAMP.
           MOVE SPACES              TO YC-SEAL-VALUE.
           WRITE DEPT-YEAR-CLOSE-RECORD.

       CONFIRM-NEW-YEAR-CALENDAR.
      *    THE NEW YEAR CANNOT BE RUN WITHOUT ITS PERIOD-END DATES -
      *    LIST EVERY MONTH ECALENDR DOES NOT MARK
           MOVE 0 TO WS-MISSING-MONTH-COUNT.
           OPEN INPUT CALENDAR-FILE.
           PERFORM CHECK-ONE-CALENDAR-MONTH
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB IS GREATER THAN 12.
           CLOSE CALENDAR-FILE.
           IF WS-MISSING-MONTH-COUNT IS GREATER THAN ZERO
              SET WS-PREFLIGHT-FAILED TO TRUE
           END-IF.

       CHECK-ONE-CALENDAR-MONTH.
           MOVE WS-NEW-YEAR  TO WS-CM-YEAR.
           MOVE WS-MONTH-SUB TO WS-CM-MONTH.
           MOVE 'N' TO WS-PERIOD-END-FOUND-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE SPACES TO CA-CALENDAR-DATE.
           STRING WS-CHECK-MONTH '01' DELIMITED BY SIZE
                  INTO CA-CALENDAR-DATE
           END-STRING.
           START CALENDAR-FILE KEY IS GREATER THAN OR EQUAL TO
                 CA-CALENDAR-DATE
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-ONE-CALENDAR-DATE
              UNTIL WS-SCAN-DONE
              OR WS-PERIOD-END-FOUND.
           IF NOT WS-PERIOD-END-FOUND
              ADD 1 TO WS-MISSING-MONTH-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING '  ** NO PERIOD-END DATE ON ECALENDR FOR '
                     DELIMITED BY SIZE
                     WS-CHECK-MONTH DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.

       SCAN-ONE-CALENDAR-DATE.
           READ CALENDAR-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF CA-CALENDAR-DATE(1:6) IS NOT EQUAL TO WS-CHECK-MONTH
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 IF CA-IS-PERIOD-END
                    SET WS-PERIOD-END-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.

       CONFIRM-LAST-PERIOD-POSTED.
      *    CLOSING BEFORE DEPTPAY HAS POSTED THE LAST PERIOD WOULD
      *    SHUT IT OUT OF THE YEAR FOR GOOD
           MOVE 'N' TO WS-LAST-PERIOD-FOUND-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT HIST-FILE.
           MOVE LOW-VALUES TO DH-HIST-KEY.
           START HIST-FILE KEY IS GREATER THAN OR EQUAL TO
                 DH-HIST-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-ONE-HISTORY-PERIOD
              UNTIL WS-SCAN-DONE
              OR WS-LAST-PERIOD-FOUND.
           CLOSE HIST-FILE.
           IF NOT WS-LAST-PERIOD-FOUND
              SET WS-PREFLIGHT-FAILED TO TRUE
              MOVE SPACES TO REPORT-LINE
              STRING '  ** DEPTPAY HAS NOT POSTED PERIOD '
                     DELIMITED BY SIZE
                     WS-CLOSING-LAST-PERIOD DELIMITED BY SIZE
                     ' TO DEPTHIST - RUN IT BEFORE THE CLOSE **'
                     DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.

       SCAN-ONE-HISTORY-PERIOD.
           READ HIST-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF DH-PERIOD IS EQUAL TO WS-CLOSING-LAST-PERIOD
                 SET WS-LAST-PERIOD-FOUND TO TRUE
              END-IF
           END-IF.

       RUN-CLOSE-STEPS.
      *    EACH STEP IS RECORDED ON DEPTYRCL AS IT COMPLETES, SO A
      *    RESTART SKIPS WHAT IS ALREADY DONE
           IF YC-LAST-STEP IS LESS THAN 1
              PERFORM SETTLE-OPEN-ACCRUALS
              MOVE 1 TO YC-LAST-STEP
              REWRITE DEPT-YEAR-CLOSE-RECORD
           END-IF.
           IF YC-LAST-STEP IS LESS THAN 2
              PERFORM ROLL-BUDGET-FORWARD
              MOVE 2 TO YC-LAST-STEP
              REWRITE DEPT-YEAR-CLOSE-RECORD
           END-IF.
           IF YC-LAST-STEP IS LESS THAN 3
              PERFORM WRITE-SEALED-SUMMARY
              IF WS-ROUTE-FAILED
                 DISPLAY 'DEPTYEC - SUMMARY NOT STORED TO QUEUE '
                         WS-PRTQ-QUEUE ' - FISCAL YEAR '
                         WS-CLOSE-YEAR ' LEFT CLOSING FOR RESTART'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 3                  TO YC-LAST-STEP
                 SET YC-IS-CLOSED        TO TRUE
                 MOVE WS-RUN-TIMESTAMP   TO YC-CLOSED-TIMESTAMP
                 MOVE WS-SEAL-VALUE      TO YC-SEAL-VALUE
                 MOVE WS-SEAL-LINE-COUNT TO YC-SEAL-LINE-COUNT
                 REWRITE DEPT-YEAR-CLOSE-RECORD
                 DISPLAY 'DEPTYEC - FISCAL YEAR ' WS-CLOSE-YEAR
                         ' CLOSED, SEAL ' WS-SEAL-VALUE
              END-IF
           END-IF.

       SETTLE-OPEN-ACCRUALS.
      *    ONLY THE CLOSING YEAR'S OPEN MEMOS - A RESTART FINDS THE
      *    ONES ALREADY SETTLED MARKED AND SKIPS THEM.  THE REVERSING
      *    BATCH KEEPS ITS COUNTS ON DEPTYRCL AFTER EVERY MEMO SO A
      *    RESTARTED RUN STILL CLOSES IT WITH AN HONEST TRAILER
           OPEN I-O ACCR-FILE.
           IF YC-REVERSE-ACCRUALS
              OPEN INPUT GLACCMAP-FILE
              IF WS-IS-RESTART
                 AND YC-GL-RECORD-COUNT IS GREATER THAN ZERO
                 OPEN EXTEND GL-FILE
              ELSE
                 OPEN OUTPUT GL-FILE
                 PERFORM WRITE-GL-HEADER-RECORD
              END-IF
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO DA-ACCR-KEY.
           START ACCR-FILE KEY IS GREATER THAN OR EQUAL TO
                 DA-ACCR-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM SETTLE-ONE-ACCRUAL
              UNTIL WS-SCAN-DONE.
           IF YC-REVERSE-ACCRUALS
              PERFORM WRITE-GL-TRAILER-RECORD
              CLOSE GL-FILE
              CLOSE GLACCMAP-FILE
           END-IF.
           CLOSE ACCR-FILE.

       SETTLE-ONE-ACCRUAL.
           READ ACCR-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              ADD 1 TO WS-RECORDS-READ
              IF DA-IS-OPEN
                 AND DA-PERIOD(1:4) IS EQUAL TO WS-CLOSE-YEAR
                 IF YC-REVERSE-ACCRUALS
                    PERFORM REVERSE-ONE-ACCRUAL
                 ELSE
                    PERFORM CARRY-ONE-ACCRUAL
                 END-IF
                 ADD 1 TO YC-ACCRUAL-COUNT
                 REWRITE DEPT-YEAR-CLOSE-RECORD
              END-IF
           END-IF.

       REVERSE-ONE-ACCRUAL.
      *    THE SAME MIRROR PAIR DEPTPAY'S FINAL RUN WOULD HAVE CUT -
      *    CREDIT THE EXPENSE, DEBIT THE CLEARING ACCOUNT
           PERFORM LOOKUP-GL-ACCOUNTS.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'D'                TO GL-RECORD-TYPE.
           MOVE WS-EXPENSE-ACCOUNT TO GL-ACCOUNT-CODE.
           MOVE DA-DEPT-NBR        TO GL-DEPT-NBR.
           SET GL-IS-CREDIT        TO TRUE.
           MOVE DA-ACCRUED-AMOUNT  TO GL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'D'                 TO GL-RECORD-TYPE.
           MOVE WS-CLEARING-ACCOUNT TO GL-ACCOUNT-CODE.
           MOVE DA-DEPT-NBR         TO GL-DEPT-NBR.
           SET GL-IS-DEBIT          TO TRUE.
           MOVE DA-ACCRUED-AMOUNT   TO GL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           ADD 2 TO YC-GL-RECORD-COUNT.
           ADD 2 TO WS-RECORDS-WRITTEN.
           COMPUTE YC-GL-HASH-TOTAL =
              YC-GL-HASH-TOTAL + (DA-ACCRUED-AMOUNT * 2).
           ADD DA-ACCRUED-AMOUNT TO YC-ACCRUAL-AMOUNT.
           SET DA-IS-REVERSED TO TRUE.
           REWRITE DEPT-ACCRUAL-RECORD.

       CARRY-ONE-ACCRUAL.
      *    THE MEMO MOVES TO THE NEW YEAR'S FIRST PERIOD (ADDED TO ANY
      *    MEMO ALREADY THERE) AND THE OLD ONE IS MARKED CARRIED.  THE
      *    RANDOM I-O LOSES THE BROWSE, SO IT IS RESTARTED PAST THE
      *    MEMO JUST HANDLED
           MOVE DA-ACCR-KEY       TO WS-SAVED-ACCR-KEY.
           MOVE DA-DEPT-NBR       TO WS-CARRY-DEPT-NBR.
           MOVE DA-ACCRUED-AMOUNT TO WS-CARRY-AMOUNT.
           MOVE WS-NEW-FIRST-PERIOD TO DA-PERIOD.
           READ ACCR-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-ACCR-OK
              ADD WS-CARRY-AMOUNT TO DA-ACCRUED-AMOUNT
              SET DA-IS-OPEN TO TRUE
              REWRITE DEPT-ACCRUAL-RECORD
           ELSE
              INITIALIZE DEPT-ACCRUAL-RECORD
              MOVE WS-CARRY-DEPT-NBR   TO DA-DEPT-NBR
              MOVE WS-NEW-FIRST-PERIOD TO DA-PERIOD
              MOVE WS-CARRY-AMOUNT     TO DA-ACCRUED-AMOUNT
              SET DA-IS-OPEN           TO TRUE
              WRITE DEPT-ACCRUAL-RECORD
           END-IF.
           ADD 1 TO WS-RECORDS-WRITTEN.
           MOVE WS-SAVED-ACCR-KEY TO DA-ACCR-KEY.
           READ ACCR-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-ACCR-OK
              SET DA-IS-CARRIED TO TRUE
              REWRITE DEPT-ACCRUAL-RECORD
           END-IF.
           ADD WS-CARRY-AMOUNT TO YC-ACCRUAL-AMOUNT.
           MOVE WS-SAVED-ACCR-KEY TO DA-ACCR-KEY.
           START ACCR-FILE KEY IS GREATER THAN DA-ACCR-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.

       LOOKUP-GL-ACCOUNTS.
           MOVE DA-PERIOD TO WS-GLMAP-PERIOD.
           PERFORM SET-GLMAP-AS-OF-DATE.
           MOVE DA-DEPT-NBR TO WS-GLMAP-DEPT.
           PERFORM FIND-GLMAP-ROW.
           IF NOT WS-GLMAP-FOUND
              MOVE WS-GL-DEFAULT-KEY TO WS-GLMAP-DEPT
              PERFORM FIND-GLMAP-ROW
           END-IF.
           IF WS-GLMAP-FOUND
              MOVE GA-EXPENSE-ACCOUNT  TO WS-EXPENSE-ACCOUNT
              MOVE GA-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT
           ELSE
              MOVE 'SALEXP  ' TO WS-EXPENSE-ACCOUNT
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

       WRITE-GL-HEADER-RECORD.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'H'                    TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE            TO GL-RUN-DATE.
           MOVE WS-CLOSING-LAST-PERIOD TO GL-PERIOD.
           MOVE 'YECLOSE'              TO GL-RUN-MODE.
           WRITE GL-EXTRACT-RECORD.

       WRITE-GL-TRAILER-RECORD.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'T'                TO GL-RECORD-TYPE.
           MOVE YC-GL-RECORD-COUNT TO GL-RECORD-COUNT.
           MOVE YC-GL-HASH-TOTAL   TO GL-HASH-TOTAL.
           WRITE GL-EXTRACT-RECORD.

       ROLL-BUDGET-FORWARD.
      *    EVERY CLOSING-YEAR PLAN ROW IS COPIED TO THE SAME MONTH OF
      *    THE NEW YEAR - A ROW FINANCE HAS ALREADY LOADED FOR THE NEW
      *    PLAN IS LEFT ALONE, SO THE STEP IS SAFE TO REPEAT
           MOVE 0 TO YC-BUDGET-ROLLED.
           MOVE 0 TO YC-BUDGET-KEPT.
           OPEN I-O BUDG-FILE.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO DB-BUDG-KEY.
           START BUDG-FILE KEY IS GREATER THAN OR EQUAL TO
                 DB-BUDG-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM ROLL-ONE-BUDGET-ROW
              UNTIL WS-SCAN-DONE.
           CLOSE BUDG-FILE.

       ROLL-ONE-BUDGET-ROW.
           READ BUDG-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              ADD 1 TO WS-RECORDS-READ
              IF DB-PERIOD(1:4) IS EQUAL TO WS-CLOSE-YEAR
                 MOVE DB-BUDG-KEY       TO WS-SAVED-BUDG-KEY
                 MOVE DEPT-BUDGET-RECORD TO WS-SAVED-BUDGET-RECORD
                 MOVE WS-NEW-YEAR       TO DB-PERIOD(1:4)
                 READ BUDG-FILE
                      INVALID KEY CONTINUE
                 END-READ
                 IF WS-BUDG-OK
                    ADD 1 TO YC-BUDGET-KEPT
                 ELSE
                    MOVE WS-SAVED-BUDGET-RECORD TO DEPT-BUDGET-RECORD
                    MOVE WS-NEW-YEAR      TO DB-PERIOD(1:4)
                    WRITE DEPT-BUDGET-RECORD
                    ADD 1 TO YC-BUDGET-ROLLED
                    ADD 1 TO WS-RECORDS-WRITTEN
                 END-IF
                 MOVE WS-SAVED-BUDG-KEY TO DB-BUDG-KEY
                 START BUDG-FILE KEY IS GREATER THAN DB-BUDG-KEY
                       INVALID KEY SET WS-SCAN-DONE TO TRUE
                 END-START
              END-IF
           END-IF.

       WRITE-SEALED-SUMMARY.
      *    THE YEAR'S DEPTHIST RESULTS AND WHAT THE CLOSE DID, ROUTED
      *    TO THE PAYROLL QUEUE AND STORED IN THE REPORT REPOSITORY
      *    UNDER A REPORT ID OF ITS OWN FOR THE YEAR.  EVERY LINE IS
      *    CHAINED THROUGH EAUDCHN, SO THE CLOSING CHECK VALUE KEPT ON
      *    DEPTYRCL PROVES THE STORED COPY HAS NOT BEEN ALTERED
           MOVE 'N'    TO WS-ROUTE-FAILED-IND.
           MOVE SPACES TO WS-SEAL-VALUE.
           MOVE 0      TO WS-SEAL-LINE-COUNT.
           MOVE WS-PRTQ-QUEUE        TO PRTQ-QUEUE-ID.
           MOVE WS-SUMMARY-REPORT-ID TO PRTQ-REPORT-ID.
           SET PRTQ-OPEN TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           IF NOT PRTQ-OK
              SET WS-ROUTE-FAILED TO TRUE
           ELSE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-CLOSE-YEAR    TO ST-FISCAL-YEAR
              MOVE WS-RUN-TIMESTAMP TO ST-CLOSED-TIMESTAMP
              MOVE WS-SUMMARY-TITLE-LINE TO REPORT-LINE
              PERFORM WRITE-SUMMARY-LINE
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-SUMMARY-LINE
              MOVE WS-SUMMARY-HEADING-LINE TO REPORT-LINE
              PERFORM WRITE-SUMMARY-LINE
              PERFORM FREEZE-YEAR-RESULTS
              PERFORM WRITE-CLOSE-TOTALS
              MOVE WS-SEAL-LINE-COUNT TO SE-LINE-COUNT
              MOVE WS-SEAL-VALUE      TO SE-SEAL-VALUE
              MOVE WS-SEAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM ROUTE-REPORT-LINE
              SET PRTQ-CLOSE TO TRUE
              CALL 'EPRTRTE' USING PRTQ-PARAMETERS
           END-IF.

       FREEZE-YEAR-RESULTS.
      *    ONE LINE PER DEPARTMENT OFF ITS CLOSING-YEAR PERIODS ON
      *    DEPTHIST - PERIODS POSTED, FIRST AND LAST AVERAGE SALARY,
      *    AND THE MEAN OF THE YEAR'S AVERAGES
           MOVE 'N' TO WS-HAVE-PREV-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT HIST-FILE.
           MOVE LOW-VALUES TO DH-HIST-KEY.
           START HIST-FILE KEY IS GREATER THAN OR EQUAL TO
                 DH-HIST-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM FREEZE-ONE-HISTORY-RECORD
              UNTIL WS-SCAN-DONE.
           IF WS-HAVE-PREV
              PERFORM PRINT-FROZEN-DEPARTMENT
           END-IF.
           CLOSE HIST-FILE.

       FREEZE-ONE-HISTORY-RECORD.
           READ HIST-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              ADD 1 TO WS-RECORDS-READ
              IF DH-PERIOD(1:4) IS EQUAL TO WS-CLOSE-YEAR
                 IF WS-HAVE-PREV
                    AND DH-DEPT-NBR IS NOT EQUAL TO WS-PREV-DEPT-NBR
                    PERFORM PRINT-FROZEN-DEPARTMENT
                    MOVE 'N' TO WS-HAVE-PREV-IND
                 END-IF
                 IF NOT WS-HAVE-PREV
                    MOVE DH-DEPT-NBR   TO WS-PREV-DEPT-NBR
                    MOVE 0             TO WS-DEPT-PERIODS
                    MOVE 0             TO WS-DEPT-AVG-SUM
                    MOVE DH-AVG-SALARY TO WS-DEPT-FIRST-AVG
                    SET WS-HAVE-PREV TO TRUE
                 END-IF
                 ADD 1 TO WS-DEPT-PERIODS
                 ADD DH-AVG-SALARY TO WS-DEPT-AVG-SUM
                 MOVE DH-AVG-SALARY TO WS-DEPT-LAST-AVG
              END-IF
           END-IF.

       PRINT-FROZEN-DEPARTMENT.
           COMPUTE WS-DEPT-YEAR-AVG ROUNDED =
              WS-DEPT-AVG-SUM / WS-DEPT-PERIODS.
           MOVE WS-PREV-DEPT-NBR  TO SD-DEPT-NBR.
           MOVE WS-DEPT-PERIODS   TO SD-PERIODS.
           MOVE WS-DEPT-FIRST-AVG TO SD-FIRST-AVG.
           MOVE WS-DEPT-LAST-AVG  TO SD-LAST-AVG.
           MOVE WS-DEPT-YEAR-AVG  TO SD-YEAR-AVG.
           MOVE WS-SUMMARY-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           ADD 1 TO WS-FROZEN-DEPT-COUNT.
           ADD WS-DEPT-PERIODS TO WS-FROZEN-PERIOD-COUNT.

       WRITE-CLOSE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  DEPARTMENTS FROZEN: ' DELIMITED BY SIZE
                  WS-FROZEN-DEPT-COUNT DELIMITED BY SIZE
                  '  PERIODS: ' DELIMITED BY SIZE
                  WS-FROZEN-PERIOD-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  OPEN ACCRUALS ' DELIMITED BY SIZE
                  YC-ACCRUAL-ACTION DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  YC-ACCRUAL-COUNT DELIMITED BY SIZE
                  '  AMOUNT: ' DELIMITED BY SIZE
                  YC-ACCRUAL-AMOUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  BUDGET ROWS ROLLED TO ' DELIMITED BY SIZE
                  WS-NEW-YEAR DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  YC-BUDGET-ROLLED DELIMITED BY SIZE
                  '  ALREADY ON THE NEW PLAN: ' DELIMITED BY SIZE
                  YC-BUDGET-KEPT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ECALENDR PERIOD-END DATES CONFIRMED FOR '
                  DELIMITED BY SIZE
                  WS-NEW-YEAR DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
      *    FOLD THE LINE INTO THE SEAL, THEN PRINT AND ROUTE IT
           ADD 1 TO WS-SEAL-LINE-COUNT.
           MOVE WS-SEAL-VALUE      TO CHN-PRIOR-VALUE.
           MOVE WS-SEAL-LINE-COUNT TO CHN-SEQUENCE.
           MOVE REPORT-LINE(1:116) TO CHN-RECORD-IMAGE.
           CALL 'EAUDCHN' USING CHN-PARAMETERS.
           MOVE CHN-CHAIN-VALUE    TO WS-SEAL-VALUE.
           WRITE REPORT-LINE.
           PERFORM ROUTE-REPORT-LINE.

       ROUTE-REPORT-LINE.
           MOVE REPORT-LINE TO PRTQ-REPORT-LINE.
           SET PRTQ-WRITE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           IF NOT PRTQ-OK
              SET WS-ROUTE-FAILED TO TRUE
           END-IF.
