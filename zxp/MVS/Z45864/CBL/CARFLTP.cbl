      *        TRIP), 'Q' INQUIRES.
      *      - POOL TAGS FLOW TO THE CARALPR GATE EXTRACT AS PERMIT
      *        TYPE 'P', SO THE GATE RECOGNIZES THE COMPANY CARS.
      *      - PREVENTIVE MAINTENANCE: 'A' TAKES THE SERVICE INTERVAL
      *        IN MILES/MONTHS (DEFAULT 5000/6), 'S' TAKES A CAR OUT
      *        OF SERVICE WITH A REASON OR RETURNS IT TO SERVICE, 'M'
      *        LOGS A SERVICE TO CARSVCH AND RESETS THE LAST-SERVICE
      *        DATE/ODOMETER.  AN OUT-OF-SERVICE CAR IS REFUSED NEW
      *        RESERVATIONS AND CHECKOUTS.
      *      - DRIVER QUALIFICATION: 'R' AND 'O' ALSO REFUSE A DRIVER
      *        WITH NO CARDRVQ RECORD, NOT APPROVED, OR WHOSE LICENSE
      *        OR MVR REVIEW HAS RUN OUT (BY THE SLOT END FOR A
      *        RESERVATION, BY TODAY FOR A CHECKOUT).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CARFLEET.
       COPY CARRESV.
       COPY CARTRIPS.
       COPY CARSVCH.
       COPY CARDRVQ.
       COPY EMPMAS.
       COPY DFHAID.

       01 WS-TRIP-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-EMP-RESPONSE      PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-SVC-RESPONSE      PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-DRVQ-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CARFLTP-STATE     PIC X(1).
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-OVERLAP-IND       PIC X(1) VALUE 'N'.
          88 WS-SCAN-DONE               VALUE 'Y'.
       01 WS-EMPLOYEE-VALID-IND PIC X(1) VALUE 'N'.
          88 WS-EMPLOYEE-VALID          VALUE 'Y'.
       01 WS-DRIVER-QUALIFIED-IND PIC X(1) VALUE 'N'.
          88 WS-DRIVER-QUALIFIED        VALUE 'Y'.
       01 WS-DRIVE-DATE        PIC X(8).
       01 WS-DRIVER-REFUSAL    PIC X(79).
       01 WS-OPEN-TRIP-KEY     PIC X(18).
       01 WS-OPEN-TRIP-IND     PIC X(1) VALUE 'N'.
          88 WS-OPEN-TRIP-FOUND         VALUE 'Y'.
       01 WS-DEFAULT-SERVICE-MILES  PIC 9(5) VALUE 5000.
       01 WS-DEFAULT-SERVICE-MONTHS PIC 9(2) VALUE 6.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
      *
       1000-FIRST-INTERACTION.
           INITIALIZE CARFLMO.
           MOVE "A=add R=resv X=cancel O=out I=in S=svc M=maint Q=inq."
                TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.
                PERFORM 2600-CHECK-IN-VEHICLE
           WHEN 'Q'
                PERFORM 2700-INQUIRE-VEHICLE
           WHEN 'S'
                PERFORM 2800-SET-SERVICE-STATUS
           WHEN 'M'
                PERFORM 2850-LOG-SERVICE
           WHEN OTHER
                MOVE "Action must be A, R, X, O, I, S, M or Q!" TO MESSO
           END-EVALUATE.

       2300-ADD-FLEET-VEHICLE.
           ELSE
              MOVE ZERO TO FL-ODOMETER
           END-IF.
      *    A NEW CAR STARTS ITS SERVICE CLOCK ON THE DAY IT JOINS THE
      *    POOL AT ITS STARTING ODOMETER
           SET FL-IN-SERVICE TO TRUE.
           MOVE SPACES TO FL-OUT-OF-SERVICE-REASON.
           IF MILINTI IS NUMERIC AND MILINTI IS GREATER THAN ZERO
              MOVE MILINTI TO FL-SERVICE-MILES
           ELSE
              MOVE WS-DEFAULT-SERVICE-MILES TO FL-SERVICE-MILES
           END-IF.
           IF MONINTI IS NUMERIC AND MONINTI IS GREATER THAN ZERO
              MOVE MONINTI TO FL-SERVICE-MONTHS
           ELSE
              MOVE WS-DEFAULT-SERVICE-MONTHS TO FL-SERVICE-MONTHS
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO FL-LAST-SERVICE-DATE.
           MOVE FL-ODOMETER TO FL-LAST-SERVICE-ODOMETER.
           EXEC CICS WRITE
                FILE(AC-FLEET-FILENAME)
                FROM (FLEET-VEHICLE-RECORD)
              MOVE "Slot needs from/to timestamps (YYYYMMDDHHMMSS)!"
                   TO MESSO
           ELSE
              MOVE TOTSI(1:8) TO WS-DRIVE-DATE
              PERFORM 2410-VALIDATE-EMPLOYEE
              EXEC CICS READ
                   FILE(AC-FLEET-FILENAME)
                   INTO (FLEET-VEHICLE-RECORD)
                   RIDFLD(VEHIDI)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EVALUATE TRUE
              WHEN NOT WS-EMPLOYEE-VALID
                 MOVE "Employee number not found!" TO MESSO
              WHEN NOT WS-DRIVER-QUALIFIED
                 MOVE WS-DRIVER-REFUSAL TO MESSO
              WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE "Fleet vehicle not found!" TO MESSO
              WHEN FL-OUT-OF-SERVICE
                 MOVE "Vehicle is out of service - cannot reserve!"
                      TO MESSO
              WHEN OTHER
                 PERFORM 2420-CHECK-SLOT-OVERLAP
                 IF WS-SLOT-OVERLAPS
                    MOVE "Slot overlaps a booked reservation!"
                       MOVE "Error booking reservation!" TO MESSO
                    END-IF
                 END-IF
              END-EVALUATE
           END-IF.

       2410-VALIDATE-EMPLOYEE.
                END-EXEC.
           IF WS-EMP-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-EMPLOYEE-VALID TO TRUE
              PERFORM 2415-CHECK-DRIVER-QUALIFIED
           END-IF.

       2415-CHECK-DRIVER-QUALIFIED.
      *    RISK MANAGEMENT'S RULE - NOBODY DRIVES A COMPANY CAR
      *    WITHOUT AN APPROVED QUALIFICATION WHOSE LICENSE AND MVR
      *    REVIEW ARE BOTH STILL GOOD ON THE DAY IN QUESTION
           MOVE 'N' TO WS-DRIVER-QUALIFIED-IND.
           MOVE SPACES TO WS-DRIVER-REFUSAL.
           MOVE EMPNOI TO DQ-EMPLOYEE-NUMBER.
           EXEC CICS READ
                FILE(AC-CARDRVQ-FILENAME)
                INTO (DRIVER-QUALIFICATION-RECORD)
                RIDFLD(DQ-EMPLOYEE-NUMBER)
                RESP(WS-DRVQ-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-DRVQ-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE "Driver has no qualification on file!"
                     TO WS-DRIVER-REFUSAL
           WHEN NOT DQ-IS-APPROVED
                MOVE "Driver is not approved to drive pool cars!"
                     TO WS-DRIVER-REFUSAL
           WHEN DQ-LICENSE-EXPIRY-DATE IS LESS THAN WS-DRIVE-DATE
                MOVE "Driver's license has expired!"
                     TO WS-DRIVER-REFUSAL
           WHEN DQ-MVR-REVIEW-DATE IS LESS THAN WS-DRIVE-DATE
                MOVE "Driver's MVR review has run out!"
                     TO WS-DRIVER-REFUSAL
           WHEN OTHER
                SET WS-DRIVER-QUALIFIED TO TRUE
           END-EVALUATE.

       2420-CHECK-SLOT-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           END-IF.

       2500-CHECK-OUT-VEHICLE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-DRIVE-DATE.
           PERFORM 2410-VALIDATE-EMPLOYEE.
           IF NOT WS-EMPLOYEE-VALID
              MOVE "Employee number not found!" TO MESSO
           ELSE
              IF NOT WS-DRIVER-QUALIFIED
                 MOVE WS-DRIVER-REFUSAL TO MESSO
              ELSE
                 EXEC CICS READ
                      FILE(AC-FLEET-FILENAME)
                      INTO (FLEET-VEHICLE-RECORD)
                      RIDFLD(VEHIDI)
                      RESP(WS-CICS-RESPONSE)
                      UPDATE
                      END-EXEC
                 EVALUATE TRUE
                 WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                      MOVE "Fleet vehicle not found!" TO MESSO
                 WHEN FL-IS-CHECKED-OUT
                      MOVE "Vehicle is already out!" TO MESSO
                 WHEN FL-OUT-OF-SERVICE
                      MOVE "Vehicle is out of service - no checkout!"
                           TO MESSO
                 WHEN OTHER
                      SET FL-IS-CHECKED-OUT TO TRUE
                      MOVE EMPNOI TO FL-CURRENT-DRIVER
                      IF ODOMI IS NUMERIC
                         MOVE ODOMI TO FL-ODOMETER
                      END-IF
                      EXEC CICS REWRITE
                           FILE(AC-FLEET-FILENAME)
                           FROM (FLEET-VEHICLE-RECORD)
                           RESP(WS-CICS-RESPONSE)
                           END-EXEC
                      PERFORM 2550-OPEN-TRIP-RECORD
                      MOVE "Vehicle checked out!" TO MESSO
                 END-EVALUATE
              END-IF
           END-IF.

       2550-OPEN-TRIP-RECORD.
              MOVE FL-STATE-CODE TO STATEI
              MOVE FL-HOME-LOT   TO LOTNOI
              MOVE FL-ODOMETER   TO ODOMI
              MOVE FL-SERVICE-MILES  TO MILINTI
              MOVE FL-SERVICE-MONTHS TO MONINTI
              INITIALIZE MESSO
              IF FL-OUT-OF-SERVICE
                 STRING "Status " DELIMITED BY SIZE
                        FL-STATUS DELIMITED BY SIZE
                        " OUT OF SERVICE: " DELIMITED BY SIZE
                        FL-OUT-OF-SERVICE-REASON DELIMITED BY SIZE
                        INTO MESSO
                 END-STRING
              ELSE
                 STRING "Status " DELIMITED BY SIZE
                        FL-STATUS DELIMITED BY SIZE
                        " driver " DELIMITED BY SIZE
                        FL-CURRENT-DRIVER DELIMITED BY SIZE
                        " last service " DELIMITED BY SIZE
                        FL-LAST-SERVICE-DATE DELIMITED BY SIZE
                        " at " DELIMITED BY SIZE
                        FL-LAST-SERVICE-ODOMETER DELIMITED BY SIZE
                        INTO MESSO
                 END-STRING
              END-IF
           ELSE
              MOVE "Fleet vehicle not found!" TO MESSO
           END-IF.

       2800-SET-SERVICE-STATUS.
      *    TOGGLES THE CAR OUT OF SERVICE (SVCDSC GIVES THE REASON)
      *    OR, WHEN IT IS ALREADY OUT, BACK INTO SERVICE
           EXEC CICS READ
                FILE(AC-FLEET-FILENAME)
                INTO (FLEET-VEHICLE-RECORD)
                RIDFLD(VEHIDI)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE "Fleet vehicle not found!" TO MESSO
           WHEN FL-OUT-OF-SERVICE
                SET FL-IN-SERVICE TO TRUE
                MOVE SPACES TO FL-OUT-OF-SERVICE-REASON
                EXEC CICS REWRITE
                     FILE(AC-FLEET-FILENAME)
                     FROM (FLEET-VEHICLE-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                MOVE "Vehicle returned to service!" TO MESSO
           WHEN SVCDSCI IS EQUAL TO SPACES
                OR SVCDSCI IS EQUAL TO LOW-VALUES
                MOVE "Give the out-of-service reason in description!"
                     TO MESSO
           WHEN OTHER
                SET FL-OUT-OF-SERVICE TO TRUE
                MOVE SVCDSCI TO FL-OUT-OF-SERVICE-REASON
                EXEC CICS REWRITE
                     FILE(AC-FLEET-FILENAME)
                     FROM (FLEET-VEHICLE-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                MOVE "Vehicle taken out of service!" TO MESSO
           END-EVALUATE.

       2850-LOG-SERVICE.
      *    RECORDS A COMPLETED SERVICE, RESTARTS THE CAR'S SERVICE
      *    CLOCK AND PUTS IT BACK INTO SERVICE
           IF ODOMI IS NOT NUMERIC
              OR SVCTYPI IS EQUAL TO SPACES
              OR SVCTYPI IS EQUAL TO LOW-VALUES
              MOVE "Service needs type and odometer reading!" TO MESSO
           ELSE
              EXEC CICS READ
                   FILE(AC-FLEET-FILENAME)
                   INTO (FLEET-VEHICLE-RECORD)
                   RIDFLD(VEHIDI)
                   RESP(WS-CICS-RESPONSE)
                   UPDATE
                   END-EXEC
              EVALUATE TRUE
              WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE "Fleet vehicle not found!" TO MESSO
              WHEN FL-IS-CHECKED-OUT
                   MOVE "Vehicle is out - check it in first!" TO MESSO
              WHEN ODOMI IS LESS THAN FL-LAST-SERVICE-ODOMETER
                   MOVE "Odometer is below the last service reading!"
                        TO MESSO
              WHEN OTHER
                   PERFORM 2860-WRITE-SERVICE-HISTORY
                   IF WS-SVC-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                      MOVE WS-CURRENT-DATE(1:8) TO FL-LAST-SERVICE-DATE
                      MOVE ODOMI TO FL-LAST-SERVICE-ODOMETER
                      IF ODOMI IS GREATER THAN FL-ODOMETER
                         MOVE ODOMI TO FL-ODOMETER
                      END-IF
                      SET FL-IN-SERVICE TO TRUE
                      MOVE SPACES TO FL-OUT-OF-SERVICE-REASON
                      EXEC CICS REWRITE
                           FILE(AC-FLEET-FILENAME)
                           FROM (FLEET-VEHICLE-RECORD)
                           RESP(WS-CICS-RESPONSE)
                           END-EXEC
                      MOVE "Service logged!" TO MESSO
                   ELSE
                      MOVE "Error logging service!" TO MESSO
                   END-IF
              END-EVALUATE
           END-IF.

       2860-WRITE-SERVICE-HISTORY.
           INITIALIZE SERVICE-HISTORY-RECORD.
           MOVE VEHIDI          TO SH-VEHICLE-ID.
           MOVE WS-CURRENT-DATE TO SH-SERVICE-TIMESTAMP.
           MOVE ODOMI           TO SH-ODOMETER.
           MOVE SVCTYPI         TO SH-SERVICE-TYPE.
           MOVE SVCDSCI         TO SH-DESCRIPTION.
           EXEC CICS WRITE
                FILE(AC-CARSVCH-FILENAME)
                FROM (SERVICE-HISTORY-RECORD)
                RIDFLD(SH-SERVICE-KEY)
                RESP(WS-SVC-RESPONSE)
                END-EXEC.
