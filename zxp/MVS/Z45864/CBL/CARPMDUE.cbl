       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARPMDUE.
      ******************************************************************
      *   WEEKLY POOL-VEHICLE PREVENTIVE MAINTENANCE DUE LIST.-
      *      - WALKS CARFLEET AND WORKS OUT FOR EACH CAR THE MILES
      *        AND DAYS LEFT BEFORE ITS NEXT SERVICE FROM THE LAST
      *        SERVICE DATE/ODOMETER AND ITS OWN INTERVAL (A CAR
      *        WITH NO INTERVAL ON FILE TAKES 5000 MILES / 6 MONTHS).
      *      - LISTS EVERY CAR OVERDUE, DUE INSIDE THE WINDOW (SYSIN
      *        CARD 1 = MILES, CARD 2 = DAYS, BLANK OR ZERO TAKES
      *        500 / 14) OR CURRENTLY OUT OF SERVICE, FOR THE FLEET
      *        COORDINATOR.  THE LIST GOES TO THE REPORT DATASET AND
      *        IS ROUTED TO THE 'FACILITY' PRINT QUEUE VIA EPRTRTE.
      *      - READ-ONLY AGAINST CARFLEET.  RC=4 WHEN ANY CAR IS
      *        LISTED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLEET-FILE ASSIGN TO CARFLEET
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FL-VEHICLE-ID
                  FILE STATUS IS WS-FLEET-STATUS.

           SELECT REPORT-FILE ASSIGN TO PMDRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLEET-FILE
           RECORDING MODE IS F.
       COPY CARFLEET.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLEET-STATUS          PIC X(2).
           88 WS-FLEET-EOF                    VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-STAMP REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-DATE           PIC 9(8).
           05 FILLER                PIC X(6).
       01  WS-MILES-WINDOW          PIC 9(5) VALUE 500.
       01  WS-DAYS-WINDOW           PIC 9(3) VALUE 14.
       01  WS-DEFAULT-SERVICE-MILES  PIC 9(5) VALUE 5000.
       01  WS-DEFAULT-SERVICE-MONTHS PIC 9(2) VALUE 6.
       COPY EBATP.
       COPY EPRTQ.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-LISTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT         PIC 9(5) VALUE 0.
       01  WS-DUE-SOON-COUNT        PIC 9(5) VALUE 0.
       01  WS-OUT-OF-SERVICE-COUNT  PIC 9(5) VALUE 0.
      ******************************************************************
      *   NEXT-SERVICE ARITHMETIC FOR THE CAR IN HAND.  THE DUE DATE
      *   IS THE LAST SERVICE DATE PLUS THE INTERVAL MONTHS, WITH THE
      *   DAY HELD TO 28 SO A 31ST NEVER LANDS IN A SHORT MONTH.
      ******************************************************************
       01  WS-INTERVAL-MILES        PIC 9(5).
       01  WS-INTERVAL-MONTHS       PIC 9(2).
       01  WS-MILES-LEFT            PIC S9(7).
       01  WS-DAYS-LEFT             PIC S9(7).
       01  WS-MONTH-COUNT           PIC 9(5).
       01  WS-LAST-SERVICE-DATE     PIC X(8).
       01  WS-LAST-SERVICE-PARTS REDEFINES WS-LAST-SERVICE-DATE.
           05 WS-LS-YEAR            PIC 9(4).
           05 WS-LS-MONTH           PIC 9(2).
           05 WS-LS-DAY             PIC 9(2).
       01  WS-DUE-DATE.
           05 WS-DUE-YEAR           PIC 9(4).
           05 WS-DUE-MONTH          PIC 9(2).
           05 WS-DUE-DAY            PIC 9(2).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE PIC 9(8).
       01  WS-PM-STATE-IND          PIC X(1).
           88 WS-PM-NOT-DUE                   VALUE 'N'.
           88 WS-PM-DUE-SOON                  VALUE 'S'.
           88 WS-PM-OVERDUE                   VALUE 'O'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-VEHICLE-ID         PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LOT-NUMBER         PIC X(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LAST-SERVICE       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-ODOMETER           PIC Z(6)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-MILES-LEFT         PIC -(6)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DUE-DATE           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DAYS-LEFT          PIC -(4)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(36).
       01  WS-PMDUE-HEADING         PIC X(132) VALUE
            '  VEH   TAG-NO    LT  LAST-SVC  ODOMETER  MI-LEFT  DUE-DATE
      -    '  DAYS  STATUS'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CARPMDUE' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM READ-NEXT-VEHICLE.
           PERFORM CHECK-ONE-VEHICLE
              UNTIL WS-FLEET-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-LISTED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-MILES-WINDOW FROM SYSIN.
           IF WS-MILES-WINDOW IS NOT NUMERIC
              OR WS-MILES-WINDOW IS EQUAL TO ZERO
              MOVE 500 TO WS-MILES-WINDOW
           END-IF.
           ACCEPT WS-DAYS-WINDOW FROM SYSIN.
           IF WS-DAYS-WINDOW IS NOT NUMERIC
              OR WS-DAYS-WINDOW IS EQUAL TO ZERO
              MOVE 14 TO WS-DAYS-WINDOW
           END-IF.
           OPEN INPUT FLEET-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'FACILITY' TO PRTQ-QUEUE-ID.
           MOVE 'CARPMDUE' TO PRTQ-REPORT-ID.
           SET PRTQ-OPEN TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           MOVE WS-PMDUE-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       READ-NEXT-VEHICLE.
           READ FLEET-FILE NEXT RECORD
                AT END SET WS-FLEET-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-VEHICLE.
           PERFORM COMPUTE-NEXT-SERVICE.
           IF FL-OUT-OF-SERVICE
              OR NOT WS-PM-NOT-DUE
              PERFORM REPORT-ONE-VEHICLE
           END-IF.
           PERFORM READ-NEXT-VEHICLE.

       COMPUTE-NEXT-SERVICE.
           IF FL-SERVICE-MILES IS NUMERIC
              AND FL-SERVICE-MILES IS GREATER THAN ZERO
              MOVE FL-SERVICE-MILES TO WS-INTERVAL-MILES
           ELSE
              MOVE WS-DEFAULT-SERVICE-MILES TO WS-INTERVAL-MILES
           END-IF.
           IF FL-SERVICE-MONTHS IS NUMERIC
              AND FL-SERVICE-MONTHS IS GREATER THAN ZERO
              MOVE FL-SERVICE-MONTHS TO WS-INTERVAL-MONTHS
           ELSE
              MOVE WS-DEFAULT-SERVICE-MONTHS TO WS-INTERVAL-MONTHS
           END-IF.
           MOVE FL-LAST-SERVICE-DATE TO WS-LAST-SERVICE-DATE.
      *    A CAR WITH NO SERVICE ON FILE (ADDED BEFORE THE SCHEDULE
      *    WAS KEPT) IS OVERDUE UNTIL ITS FIRST SERVICE IS LOGGED
           IF WS-LAST-SERVICE-DATE IS NOT NUMERIC
              OR WS-LS-MONTH IS LESS THAN 1
              OR WS-LS-MONTH IS GREATER THAN 12
              OR FL-LAST-SERVICE-ODOMETER IS NOT NUMERIC
              SET WS-PM-OVERDUE TO TRUE
              MOVE ZERO TO WS-MILES-LEFT
              MOVE ZERO TO WS-DAYS-LEFT
              MOVE SPACES TO WS-DUE-DATE
           ELSE
              COMPUTE WS-MILES-LEFT = WS-INTERVAL-MILES
                 - (FL-ODOMETER - FL-LAST-SERVICE-ODOMETER)
              COMPUTE WS-MONTH-COUNT = WS-LS-YEAR * 12
                 + WS-LS-MONTH - 1 + WS-INTERVAL-MONTHS
              DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DUE-YEAR
                 REMAINDER WS-DUE-MONTH
              ADD 1 TO WS-DUE-MONTH
              MOVE WS-LS-DAY TO WS-DUE-DAY
              IF WS-DUE-DAY IS GREATER THAN 28
                 MOVE 28 TO WS-DUE-DAY
              END-IF
              IF WS-DUE-DAY IS LESS THAN 1
                 MOVE 1 TO WS-DUE-DAY
              END-IF
              COMPUTE WS-DAYS-LEFT =
                 FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
              EVALUATE TRUE
              WHEN WS-MILES-LEFT IS NOT GREATER THAN ZERO
                OR WS-DAYS-LEFT IS NOT GREATER THAN ZERO
                   SET WS-PM-OVERDUE TO TRUE
              WHEN WS-MILES-LEFT IS NOT GREATER THAN WS-MILES-WINDOW
                OR WS-DAYS-LEFT IS NOT GREATER THAN WS-DAYS-WINDOW
                   SET WS-PM-DUE-SOON TO TRUE
              WHEN OTHER
                   SET WS-PM-NOT-DUE TO TRUE
              END-EVALUATE
           END-IF.

       REPORT-ONE-VEHICLE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE FL-VEHICLE-ID        TO DL-VEHICLE-ID.
           MOVE FL-TAG-NUMBER        TO DL-TAG-NUMBER.
           MOVE FL-HOME-LOT          TO DL-LOT-NUMBER.
           MOVE FL-LAST-SERVICE-DATE TO DL-LAST-SERVICE.
           MOVE FL-ODOMETER          TO DL-ODOMETER.
           MOVE WS-MILES-LEFT        TO DL-MILES-LEFT.
           MOVE WS-DUE-DATE          TO DL-DUE-DATE.
           MOVE WS-DAYS-LEFT         TO DL-DAYS-LEFT.
           MOVE SPACES               TO DL-NOTE.
           EVALUATE TRUE
           WHEN FL-OUT-OF-SERVICE
                ADD 1 TO WS-OUT-OF-SERVICE-COUNT
                STRING 'OUT OF SERVICE - ' DELIMITED BY SIZE
                       FL-OUT-OF-SERVICE-REASON DELIMITED BY SIZE
                       INTO DL-NOTE
                END-STRING
           WHEN WS-DUE-DATE IS EQUAL TO SPACES
                ADD 1 TO WS-OVERDUE-COUNT
                MOVE 'OVERDUE - NO SERVICE ON FILE' TO DL-NOTE
           WHEN WS-PM-OVERDUE
                ADD 1 TO WS-OVERDUE-COUNT
                MOVE 'OVERDUE' TO DL-NOTE
           WHEN OTHER
                ADD 1 TO WS-DUE-SOON-COUNT
                MOVE 'DUE SOON' TO DL-NOTE
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-LINE TO PRTQ-REPORT-LINE.
           SET PRTQ-WRITE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING '  OVERDUE: ' DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
                  '  DUE SOON: ' DELIMITED BY SIZE
                  WS-DUE-SOON-COUNT DELIMITED BY SIZE
                  '  OUT OF SERVICE: ' DELIMITED BY SIZE
                  WS-OUT-OF-SERVICE-COUNT DELIMITED BY SIZE
                  '  WINDOW MILES: ' DELIMITED BY SIZE
                  WS-MILES-WINDOW DELIMITED BY SIZE
                  '  DAYS: ' DELIMITED BY SIZE
                  WS-DAYS-WINDOW DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           SET PRTQ-CLOSE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           CLOSE FLEET-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'PM OVERDUE: ' WS-OVERDUE-COUNT.
           DISPLAY 'PM DUE SOON: ' WS-DUE-SOON-COUNT.
           DISPLAY 'OUT OF SERVICE: ' WS-OUT-OF-SERVICE-COUNT.
           IF WS-LISTED-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
