       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARFUELB.
      ******************************************************************
      *   MONTHLY FUEL-CARD IMPORT AND TRIP RECONCILIATION.-
      *      - LOADS THE CARD VENDOR'S MONTHLY TRANSACTION FILE (CARD
      *        COLS 1-16, VEHICLE COLS 18-21, TIMESTAMP COLS 23-36,
      *        GALLONS COLS 38-42 (999V99), AMOUNT COLS 44-50
      *        (99999V99), ODOMETER COLS 52-58) INTO THE CARFUEL
      *        CLUSTER, MATCHING EACH PURCHASE TO THE CARTRIPS TRIP
      *        THAT HAD THE VEHICLE CHECKED OUT AT THAT MOMENT.
      *      - FLAGS, FOR THE FLEET COORDINATOR AND THE AUDITORS:
      *           . PURCHASES FOR A VEHICLE NOT ON CARFLEET
      *           . PURCHASES MADE WHILE NO TRIP WAS OPEN
      *           . PURCHASES WHOSE ODOMETER FALLS OUTSIDE THE TRIP'S
      *             TP-ODOMETER-OUT / TP-ODOMETER-IN RANGE
      *           . COMPLETED TRIPS WHOSE MILES PER GALLON (TRIP
      *             MILES OVER THE GALLONS BOUGHT ON IT) FALL OUTSIDE
      *             THE TOLERANCE - SYSIN CARD 1 = LOWEST, CARD 2 =
      *             HIGHEST ACCEPTABLE MPG (BLANK OR ZERO TAKES 10/40)
      *      - RC=4 WHEN ANYTHING IS FLAGGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUELLOG-FILE ASSIGN TO FUELEXTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FUELLOG-STATUS.

           SELECT CARFUEL-FILE ASSIGN TO CARFUEL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FU-FUEL-KEY
                  FILE STATUS IS WS-CARFUEL-STATUS.

           SELECT TRIPS-FILE ASSIGN TO CARTRIPS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TP-TRIP-KEY
                  FILE STATUS IS WS-TRIPS-STATUS.

           SELECT FLEET-FILE ASSIGN TO CARFLEET
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FL-VEHICLE-ID
                  FILE STATUS IS WS-FLEET-STATUS.

           SELECT REPORT-FILE ASSIGN TO FUELRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUELLOG-FILE
           RECORDING MODE IS F.
       01  FUELLOG-LINE.
           05 FX-CARD-NUMBER        PIC X(16).
           05 FILLER                PIC X(1).
           05 FX-VEHICLE-ID         PIC X(4).
           05 FILLER                PIC X(1).
           05 FX-PURCHASE-TIMESTAMP PIC X(14).
           05 FILLER                PIC X(1).
           05 FX-GALLONS            PIC 9(3)V99.
           05 FILLER                PIC X(1).
           05 FX-AMOUNT             PIC 9(5)V99.
           05 FILLER                PIC X(1).
           05 FX-ODOMETER           PIC 9(7).
           05 FILLER                PIC X(22).

       FD  CARFUEL-FILE
           RECORDING MODE IS F.
       COPY CARFUEL.

       FD  TRIPS-FILE
           RECORDING MODE IS F.
       COPY CARTRIPS.

       FD  FLEET-FILE
           RECORDING MODE IS F.
       COPY CARFLEET.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FUELLOG-STATUS        PIC X(2).
           88 WS-FUELLOG-EOF                  VALUE '10'.
       01  WS-CARFUEL-STATUS        PIC X(2).
           88 WS-CARFUEL-EOF                  VALUE '10'.
       01  WS-TRIPS-STATUS          PIC X(2).
       01  WS-FLEET-STATUS          PIC X(2).
           88 WS-FLEET-OK                     VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-PURCHASES-LOADED      PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOT-FLEET-COUNT       PIC 9(5) VALUE 0.
       01  WS-NO-TRIP-COUNT         PIC 9(5) VALUE 0.
       01  WS-ODOMETER-COUNT        PIC 9(5) VALUE 0.
       01  WS-MPG-COUNT             PIC 9(5) VALUE 0.
      ******************************************************************
      *   FUEL ECONOMY TOLERANCE (MILES PER GALLON) FROM SYSIN.
      ******************************************************************
       01  WS-MPG-LOW               PIC 9(3) VALUE 10.
       01  WS-MPG-HIGH              PIC 9(3) VALUE 40.
      ******************************************************************
      *   TRIP MATCH - THE TRIP CHECKED OUT AT OR BEFORE THE PURCHASE
      *   AND NOT YET CHECKED IN (OR CHECKED IN AT OR AFTER IT).
      ******************************************************************
       01  WS-TRIP-SCAN-IND         PIC X(1) VALUE 'N'.
           88 WS-TRIP-SCAN-DONE               VALUE 'Y'.
       01  WS-TRIP-FOUND-IND        PIC X(1) VALUE 'N'.
           88 WS-TRIP-FOUND                   VALUE 'Y'.
       01  WS-CANDIDATE-CHECKOUT    PIC X(14).
      ******************************************************************
      *   MPG PASS - THIS RUN'S PURCHASES READ BACK IN VEHICLE/TIME
      *   ORDER, SO ONE TRIP'S PURCHASES ARE TOGETHER.
      ******************************************************************
       01  WS-HAVE-TRIP-IND         PIC X(1) VALUE 'N'.
           88 WS-HAVE-TRIP                    VALUE 'Y'.
       01  WS-GROUP-VEHICLE         PIC X(4).
       01  WS-GROUP-CHECKOUT        PIC X(14).
       01  WS-GROUP-DRIVER          PIC X(6).
       01  WS-GROUP-GALLONS         PIC 9(5)V99 VALUE 0.
       01  WS-TRIP-MILES            PIC S9(7) VALUE 0.
       01  WS-TRIP-MPG              PIC 9(5)V9 VALUE 0.
       01  WS-MPG-DISPLAY           PIC ZZZZ9.9.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-VEHICLE-ID         PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-PURCHASE-TIMESTAMP PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-CARD-NUMBER        PIC X(16).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-GALLONS            PIC ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-AMOUNT             PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-ODOMETER           PIC Z(6)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(50).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  VEH   PURCHASED-AT    CARD-NUMBER       GALLONS     AMOUNT
      -    '  ODOMETER  FUEL-CARD RECONCILIATION FINDING'.
       01  WS-MPG-HEADING           PIC X(132) VALUE
           '  VEH   CHECKED-OUT     DRIVER  GALLONS  MILES      MPG  TRI
      -    'P FUEL ECONOMY OUTSIDE TOLERANCE'.
       01  WS-MPG-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 ML-VEHICLE-ID         PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 ML-CHECKOUT-TIMESTAMP PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 ML-DRIVER-EMPLOYEE    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 ML-GALLONS            PIC ZZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 ML-MILES              PIC -(5)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 ML-MPG                PIC ZZZZ9.9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 ML-NOTE               PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CARFUELB' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM IMPORT-FUEL-FILE.
           PERFORM CHECK-TRIP-FUEL-ECONOMY.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-PURCHASES-LOADED TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-MPG-LOW FROM SYSIN.
           IF WS-MPG-LOW IS NOT NUMERIC
              OR WS-MPG-LOW IS EQUAL TO ZERO
              MOVE 10 TO WS-MPG-LOW
           END-IF.
           ACCEPT WS-MPG-HIGH FROM SYSIN.
           IF WS-MPG-HIGH IS NOT NUMERIC
              OR WS-MPG-HIGH IS EQUAL TO ZERO
              MOVE 40 TO WS-MPG-HIGH
           END-IF.
           OPEN INPUT FLEET-FILE.
           OPEN INPUT TRIPS-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPORT-FUEL-FILE.
           OPEN INPUT FUELLOG-FILE.
           OPEN I-O CARFUEL-FILE.
           PERFORM READ-NEXT-FUEL-LINE.
           PERFORM LOAD-ONE-PURCHASE
              UNTIL WS-FUELLOG-EOF.
           CLOSE FUELLOG-FILE.
           CLOSE CARFUEL-FILE.

       READ-NEXT-FUEL-LINE.
           READ FUELLOG-FILE
                AT END SET WS-FUELLOG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-PURCHASE.
           IF FX-VEHICLE-ID IS EQUAL TO SPACES
              OR FX-PURCHASE-TIMESTAMP IS NOT NUMERIC
              OR FX-GALLONS IS NOT NUMERIC
              OR FX-AMOUNT IS NOT NUMERIC
              OR FX-ODOMETER IS NOT NUMERIC
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              INITIALIZE FUEL-PURCHASE-RECORD
              MOVE FX-VEHICLE-ID         TO FU-VEHICLE-ID
              MOVE FX-PURCHASE-TIMESTAMP TO FU-PURCHASE-TIMESTAMP
              MOVE FX-CARD-NUMBER        TO FU-CARD-NUMBER
              MOVE FX-GALLONS            TO FU-GALLONS
              MOVE FX-AMOUNT             TO FU-AMOUNT
              MOVE FX-ODOMETER           TO FU-ODOMETER
              MOVE SPACES TO FU-TRIP-CHECKOUT-TIMESTAMP
              MOVE SPACES TO FU-DRIVER-EMPLOYEE
              MOVE WS-CURRENT-DATE       TO FU-LOADED-TIMESTAMP
              PERFORM RECONCILE-ONE-PURCHASE
              WRITE FUEL-PURCHASE-RECORD
                    INVALID KEY
                       REWRITE FUEL-PURCHASE-RECORD
              END-WRITE
              ADD 1 TO WS-PURCHASES-LOADED
           END-IF.
           PERFORM READ-NEXT-FUEL-LINE.

       RECONCILE-ONE-PURCHASE.
           MOVE FU-VEHICLE-ID TO FL-VEHICLE-ID.
           READ FLEET-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-FLEET-OK
              SET FU-NOT-A-FLEET-VEHICLE TO TRUE
              ADD 1 TO WS-NOT-FLEET-COUNT
              PERFORM REPORT-ONE-PURCHASE
           ELSE
              PERFORM FIND-OPEN-TRIP
              IF NOT WS-TRIP-FOUND
                 SET FU-NO-TRIP-OPEN TO TRUE
                 ADD 1 TO WS-NO-TRIP-COUNT
                 PERFORM REPORT-ONE-PURCHASE
              ELSE
                 MOVE TP-CHECKOUT-TIMESTAMP
                      TO FU-TRIP-CHECKOUT-TIMESTAMP
                 MOVE TP-DRIVER-EMPLOYEE TO FU-DRIVER-EMPLOYEE
      *          A CLOSED TRIP BOUNDS THE READING BOTH WAYS; AN OPEN
      *          ONE ONLY FROM BELOW
                 IF FU-ODOMETER IS LESS THAN TP-ODOMETER-OUT
                    OR (TP-CHECKIN-TIMESTAMP IS NOT EQUAL TO SPACES
                        AND FU-ODOMETER IS GREATER THAN
                            TP-ODOMETER-IN)
                    SET FU-ODOMETER-MISMATCH TO TRUE
                    ADD 1 TO WS-ODOMETER-COUNT
                    PERFORM REPORT-ONE-PURCHASE
                 END-IF
              END-IF
           END-IF.

       FIND-OPEN-TRIP.
      *    THE LAST TRIP CHECKED OUT AT OR BEFORE THE PURCHASE IS THE
      *    ONLY CANDIDATE - IT MATCHES IF IT WAS STILL OUT THEN
           MOVE 'N' TO WS-TRIP-FOUND-IND.
           MOVE 'N' TO WS-TRIP-SCAN-IND.
           MOVE FU-VEHICLE-ID TO TP-VEHICLE-ID.
           MOVE LOW-VALUES    TO TP-CHECKOUT-TIMESTAMP.
           START TRIPS-FILE
                 KEY IS GREATER THAN OR EQUAL TO TP-TRIP-KEY
                 INVALID KEY SET WS-TRIP-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-ONE-TRIP
              UNTIL WS-TRIP-SCAN-DONE.
           IF WS-TRIP-FOUND
              READ TRIPS-FILE
                   INVALID KEY MOVE 'N' TO WS-TRIP-FOUND-IND
              END-READ
           END-IF.
           IF WS-TRIP-FOUND
              AND TP-CHECKIN-TIMESTAMP IS NOT EQUAL TO SPACES
              AND TP-CHECKIN-TIMESTAMP IS LESS THAN
                  FU-PURCHASE-TIMESTAMP
              MOVE 'N' TO WS-TRIP-FOUND-IND
           END-IF.

       SCAN-ONE-TRIP.
           READ TRIPS-FILE NEXT RECORD
                AT END SET WS-TRIP-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-TRIP-SCAN-DONE
              IF TP-VEHICLE-ID IS NOT EQUAL TO FU-VEHICLE-ID
                 OR TP-CHECKOUT-TIMESTAMP IS GREATER THAN
                    FU-PURCHASE-TIMESTAMP
                 SET WS-TRIP-SCAN-DONE TO TRUE
              ELSE
                 SET WS-TRIP-FOUND TO TRUE
                 MOVE TP-CHECKOUT-TIMESTAMP TO WS-CANDIDATE-CHECKOUT
              END-IF
           END-IF.
      *    THE KEY IS RESET TO THE LAST CANDIDATE SO THE RANDOM READ
      *    AFTER THE SCAN BRINGS BACK THAT TRIP
           IF WS-TRIP-SCAN-DONE AND WS-TRIP-FOUND
              MOVE FU-VEHICLE-ID     TO TP-VEHICLE-ID
              MOVE WS-CANDIDATE-CHECKOUT TO TP-CHECKOUT-TIMESTAMP
           END-IF.

       REPORT-ONE-PURCHASE.
           MOVE FU-VEHICLE-ID         TO DL-VEHICLE-ID.
           MOVE FU-PURCHASE-TIMESTAMP TO DL-PURCHASE-TIMESTAMP.
           MOVE FU-CARD-NUMBER        TO DL-CARD-NUMBER.
           MOVE FU-GALLONS            TO DL-GALLONS.
           MOVE FU-AMOUNT             TO DL-AMOUNT.
           MOVE FU-ODOMETER           TO DL-ODOMETER.
           MOVE SPACES                TO DL-NOTE.
           EVALUATE TRUE
           WHEN FU-NOT-A-FLEET-VEHICLE
                MOVE 'VEHICLE NOT ON CARFLEET' TO DL-NOTE
           WHEN FU-NO-TRIP-OPEN
                MOVE 'NO TRIP OPEN AT TIME OF PURCHASE' TO DL-NOTE
           WHEN FU-ODOMETER-MISMATCH
                STRING 'ODOMETER OUTSIDE TRIP ' DELIMITED BY SIZE
                       TP-ODOMETER-OUT DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       TP-ODOMETER-IN DELIMITED BY SIZE
                       ' DRIVER ' DELIMITED BY SIZE
                       TP-DRIVER-EMPLOYEE DELIMITED BY SIZE
                       INTO DL-NOTE
                END-STRING
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-TRIP-FUEL-ECONOMY.
      *    ONLY THIS RUN'S PURCHASES ON COMPLETED TRIPS COUNT - THE
      *    GALLONS BOUGHT ON A TRIP AGAINST THE MILES IT COVERED
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MPG-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '00' TO WS-CARFUEL-STATUS.
           OPEN INPUT CARFUEL-FILE.
           PERFORM READ-NEXT-PURCHASE.
           PERFORM GROUP-ONE-PURCHASE
              UNTIL WS-CARFUEL-EOF.
           IF WS-HAVE-TRIP
              PERFORM JUDGE-TRIP-ECONOMY
           END-IF.
           CLOSE CARFUEL-FILE.

       READ-NEXT-PURCHASE.
           READ CARFUEL-FILE NEXT RECORD
                AT END SET WS-CARFUEL-EOF TO TRUE
           END-READ.

       GROUP-ONE-PURCHASE.
           IF FU-LOADED-TIMESTAMP IS EQUAL TO WS-CURRENT-DATE
              AND FU-TRIP-CHECKOUT-TIMESTAMP IS NOT EQUAL TO SPACES
              IF WS-HAVE-TRIP
                 AND (FU-VEHICLE-ID IS NOT EQUAL TO WS-GROUP-VEHICLE
                  OR FU-TRIP-CHECKOUT-TIMESTAMP IS NOT EQUAL TO
                     WS-GROUP-CHECKOUT)
                 PERFORM JUDGE-TRIP-ECONOMY
              END-IF
              IF NOT WS-HAVE-TRIP
                 MOVE FU-VEHICLE-ID TO WS-GROUP-VEHICLE
                 MOVE FU-TRIP-CHECKOUT-TIMESTAMP TO WS-GROUP-CHECKOUT
                 MOVE FU-DRIVER-EMPLOYEE TO WS-GROUP-DRIVER
                 MOVE ZERO TO WS-GROUP-GALLONS
                 SET WS-HAVE-TRIP TO TRUE
              END-IF
              ADD FU-GALLONS TO WS-GROUP-GALLONS
           END-IF.
           PERFORM READ-NEXT-PURCHASE.

       JUDGE-TRIP-ECONOMY.
           MOVE 'N' TO WS-HAVE-TRIP-IND.
           MOVE WS-GROUP-VEHICLE  TO TP-VEHICLE-ID.
           MOVE WS-GROUP-CHECKOUT TO TP-CHECKOUT-TIMESTAMP.
           READ TRIPS-FILE
                INVALID KEY MOVE SPACES TO TP-CHECKIN-TIMESTAMP
           END-READ.
           IF TP-CHECKIN-TIMESTAMP IS NOT EQUAL TO SPACES
              AND WS-GROUP-GALLONS IS GREATER THAN ZERO
              COMPUTE WS-TRIP-MILES = TP-ODOMETER-IN - TP-ODOMETER-OUT
              IF WS-TRIP-MILES IS LESS THAN ZERO
                 MOVE ZERO TO WS-TRIP-MPG
              ELSE
                 COMPUTE WS-TRIP-MPG ROUNDED =
                    WS-TRIP-MILES / WS-GROUP-GALLONS
              END-IF
              IF WS-TRIP-MPG IS LESS THAN WS-MPG-LOW
                 OR WS-TRIP-MPG IS GREATER THAN WS-MPG-HIGH
                 PERFORM REPORT-ONE-TRIP-ECONOMY
              END-IF
           END-IF.

       REPORT-ONE-TRIP-ECONOMY.
           ADD 1 TO WS-MPG-COUNT.
           MOVE WS-GROUP-VEHICLE  TO ML-VEHICLE-ID.
           MOVE WS-GROUP-CHECKOUT TO ML-CHECKOUT-TIMESTAMP.
           MOVE WS-GROUP-DRIVER   TO ML-DRIVER-EMPLOYEE.
           MOVE WS-GROUP-GALLONS  TO ML-GALLONS.
           MOVE WS-TRIP-MILES     TO ML-MILES.
           MOVE WS-TRIP-MPG       TO ML-MPG.
           IF WS-TRIP-MPG IS LESS THAN WS-MPG-LOW
              MOVE 'TOO MUCH FUEL' TO ML-NOTE
           ELSE
              MOVE 'TOO LITTLE FUEL' TO ML-NOTE
           END-IF.
           MOVE WS-MPG-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  LOADED: ' DELIMITED BY SIZE
                  WS-PURCHASES-LOADED DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  '  NOT FLEET: ' DELIMITED BY SIZE
                  WS-NOT-FLEET-COUNT DELIMITED BY SIZE
                  '  NO TRIP: ' DELIMITED BY SIZE
                  WS-NO-TRIP-COUNT DELIMITED BY SIZE
                  '  ODOMETER: ' DELIMITED BY SIZE
                  WS-ODOMETER-COUNT DELIMITED BY SIZE
                  '  MPG: ' DELIMITED BY SIZE
                  WS-MPG-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE FLEET-FILE.
           CLOSE TRIPS-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'FUEL PURCHASES LOADED: ' WS-PURCHASES-LOADED.
           DISPLAY 'FUEL LINES REJECTED: ' WS-REJECTED-COUNT.
           DISPLAY 'PURCHASES FLAGGED: '
                   WS-NOT-FLEET-COUNT ' ' WS-NO-TRIP-COUNT ' '
                   WS-ODOMETER-COUNT.
           DISPLAY 'TRIPS OUTSIDE MPG TOLERANCE: ' WS-MPG-COUNT.
           IF WS-NOT-FLEET-COUNT IS GREATER THAN ZERO
              OR WS-NO-TRIP-COUNT IS GREATER THAN ZERO
              OR WS-ODOMETER-COUNT IS GREATER THAN ZERO
              OR WS-MPG-COUNT IS GREATER THAN ZERO
              OR WS-REJECTED-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
