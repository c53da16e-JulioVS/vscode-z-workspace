       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARINCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'POOL-VEHICLE INCIDENT' PROGRAM (TRANSID 'CINC', STARTED
      *        DIRECTLY LIKE THE CARFLTP FLEET SCREEN).
      *      - 'A' RECORDS DAMAGE OR AN ACCIDENT AGAINST A CARTRIPS
      *        TRIP - VEHICLE PLUS CHECKOUT TIMESTAMP (BLANK TAKES THE
      *        VEHICLE'S LATEST TRIP), FOUND AT CHECK-IN (C) OR
      *        REPORTED DURING THE TRIP (T), TYPE (D=DAMAGE,
      *        A=ACCIDENT, V=VANDALISM, O=OTHER), SEVERITY (L/M/H),
      *        REPORTING EMPLOYEE, DESCRIPTION, ESTIMATED COST AND
      *        POLICE REPORT REFERENCE.  THE TRIP'S DRIVER IS FILED
      *        WITH IT.  'Q' SHOWS THE LATEST INCIDENT ON THE TRIP.
      *      - A MODERATE OR HIGH SEVERITY TAKES THE CAR OUT OF
      *        SERVICE ON CARFLEET, SO CARFLTP REFUSES IT UNTIL THE
      *        FLEET COORDINATOR RETURNS IT TO SERVICE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY CARINMAP.
       COPY CARINCD.
       COPY CARTRIPS.
       COPY CARFLEET.
       COPY EMPMAS.
       COPY DFHAID.

       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-TRIP-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-EMP-RESPONSE      PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-FLEET-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CARINCP-STATE     PIC X(1).
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-SCAN-DONE-IND     PIC X(1) VALUE 'N'.
          88 WS-SCAN-DONE               VALUE 'Y'.
       01 WS-TRIP-FOUND-IND    PIC X(1) VALUE 'N'.
          88 WS-TRIP-FOUND              VALUE 'Y'.
       01 WS-INCIDENT-FOUND-IND PIC X(1) VALUE 'N'.
          88 WS-INCIDENT-FOUND          VALUE 'Y'.
       01 WS-FOUND-TRIP-KEY    PIC X(18).
       01 WS-FOUND-INCIDENT-KEY PIC X(32).
       01 WS-GROUNDED-IND      PIC X(1) VALUE 'N'.
          88 WS-VEHICLE-GROUNDED        VALUE 'Y'.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              PERFORM 2000-PROCESS-USER-INPUT
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
           INITIALIZE CARINMO.
           MOVE "A=add incident Q=inquire latest on trip." TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
           EXEC CICS SEND
                MAP (AC-INCID-MAP-NAME)
                MAPSET (AC-INCID-MAPSET-NAME)
                FROM (CARINMO)
                FREEKB
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           EXEC CICS RETURN
                COMMAREA(WS-CARINCP-STATE)
                LENGTH(LENGTH OF WS-CARINCP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           PERFORM 2100-RECEIVE-MAP.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2200-PROCESS-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                EXEC CICS RETURN
                     END-EXEC
           WHEN OTHER
                INITIALIZE MESSO
                MOVE "Invalid key pressed!" TO MESSO
           END-EVALUATE.

           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2100-RECEIVE-MAP.
      *    GET INPUT FROM THE USER
           EXEC CICS RECEIVE
                MAP (AC-INCID-MAP-NAME)
                MAPSET (AC-INCID-MAPSET-NAME)
                INTO (CARINMI)
                END-EXEC.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           EVALUATE ACTIONI
           WHEN 'A'
                PERFORM 2300-ADD-INCIDENT
           WHEN 'Q'
                PERFORM 2700-INQUIRE-INCIDENT
           WHEN OTHER
                MOVE "Action must be A or Q!" TO MESSO
           END-EVALUATE.

       2300-ADD-INCIDENT.
           MOVE FOUNDI TO IN-FOUND-WHEN.
           MOVE ITYPEI TO IN-INCIDENT-TYPE.
           MOVE SEVERI TO IN-SEVERITY.
           MOVE RPTBYI TO EM-EMPLOYEE-NUMBER.
           EXEC CICS READ
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-EMP-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN NOT IN-FOUND-WHEN-VALID
                MOVE "Found must be C (check-in) or T (during trip)!"
                     TO MESSO
           WHEN NOT IN-TYPE-VALID
                MOVE "Type must be D, A, V or O!" TO MESSO
           WHEN NOT IN-SEVERITY-VALID
                MOVE "Severity must be L, M or H!" TO MESSO
           WHEN WS-EMP-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE "Reporting employee not found!" TO MESSO
           WHEN IDESCI IS EQUAL TO SPACES
             OR IDESCI IS EQUAL TO LOW-VALUES
                MOVE "Describe the damage or accident!" TO MESSO
           WHEN OTHER
                PERFORM 2310-FIND-TRIP
                IF NOT WS-TRIP-FOUND
                   MOVE "Trip not found for this vehicle!" TO MESSO
                ELSE
                   PERFORM 2350-WRITE-INCIDENT
                END-IF
           END-EVALUATE.

       2310-FIND-TRIP.
      *    AN EXPLICIT CHECKOUT TIMESTAMP NAMES THE TRIP; WITHOUT ONE
      *    THE VEHICLE'S LATEST TRIP IS TAKEN (THE ONE JUST CHECKED
      *    IN, OR THE ONE STILL OUT)
           MOVE 'N' TO WS-TRIP-FOUND-IND.
           IF CHKOTSI IS NUMERIC
              MOVE VEHIDI  TO TP-VEHICLE-ID
              MOVE CHKOTSI TO TP-CHECKOUT-TIMESTAMP
              EXEC CICS READ
                   FILE(AC-CARTRIPS-FILENAME)
                   INTO (FLEET-TRIP-RECORD)
                   RIDFLD(TP-TRIP-KEY)
                   RESP(WS-TRIP-RESPONSE)
                   END-EXEC
              IF WS-TRIP-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 SET WS-TRIP-FOUND TO TRUE
              END-IF
           ELSE
              PERFORM 2320-FIND-LATEST-TRIP
           END-IF.

       2320-FIND-LATEST-TRIP.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE SPACES TO WS-FOUND-TRIP-KEY.
           MOVE VEHIDI     TO TP-VEHICLE-ID.
           MOVE LOW-VALUES TO TP-CHECKOUT-TIMESTAMP.
           EXEC CICS STARTBR
                FILE(AC-CARTRIPS-FILENAME)
                RIDFLD(TP-TRIP-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2330-SCAN-ONE-TRIP
                 UNTIL WS-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-CARTRIPS-FILENAME)
                   END-EXEC
           END-IF.
           IF WS-TRIP-FOUND
              MOVE WS-FOUND-TRIP-KEY TO TP-TRIP-KEY
              EXEC CICS READ
                   FILE(AC-CARTRIPS-FILENAME)
                   INTO (FLEET-TRIP-RECORD)
                   RIDFLD(TP-TRIP-KEY)
                   RESP(WS-TRIP-RESPONSE)
                   END-EXEC
           END-IF.

       2330-SCAN-ONE-TRIP.
           EXEC CICS READNEXT
                FILE(AC-CARTRIPS-FILENAME)
                INTO (FLEET-TRIP-RECORD)
                RIDFLD(TP-TRIP-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR TP-VEHICLE-ID IS NOT EQUAL TO VEHIDI
              SET WS-SCAN-DONE TO TRUE
           ELSE
              SET WS-TRIP-FOUND TO TRUE
              MOVE TP-TRIP-KEY TO WS-FOUND-TRIP-KEY
           END-IF.

       2350-WRITE-INCIDENT.
           INITIALIZE FLEET-INCIDENT-RECORD.
           MOVE TP-VEHICLE-ID         TO IN-VEHICLE-ID.
           MOVE TP-CHECKOUT-TIMESTAMP TO IN-CHECKOUT-TIMESTAMP.
           MOVE WS-CURRENT-DATE       TO IN-REPORTED-TIMESTAMP.
           MOVE TP-DRIVER-EMPLOYEE    TO IN-DRIVER-EMPLOYEE.
           MOVE RPTBYI                TO IN-REPORTED-BY.
           MOVE FOUNDI                TO IN-FOUND-WHEN.
           MOVE ITYPEI                TO IN-INCIDENT-TYPE.
           MOVE SEVERI                TO IN-SEVERITY.
           MOVE IDESCI                TO IN-DESCRIPTION.
           IF ESTCSTI IS NUMERIC
              MOVE ESTCSTI TO IN-ESTIMATED-COST
           ELSE
              MOVE ZERO TO IN-ESTIMATED-COST
           END-IF.
           MOVE POLREFI               TO IN-POLICE-REPORT-REF.
           EXEC CICS WRITE
                FILE(AC-CARINCD-FILENAME)
                FROM (FLEET-INCIDENT-RECORD)
                RIDFLD(IN-INCIDENT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE TP-CHECKOUT-TIMESTAMP TO CHKOTSO
                MOVE TP-DRIVER-EMPLOYEE    TO DRIVERO
                IF IN-GROUNDS-VEHICLE
                   PERFORM 2400-GROUND-VEHICLE
                END-IF
                IF WS-VEHICLE-GROUNDED
                   MOVE "Incident recorded - car taken out of service!"
                        TO MESSO
                ELSE
                   MOVE "Incident recorded!" TO MESSO
                END-IF
           WHEN DFHRESP(DUPREC)
                MOVE "Incident already recorded - try again!" TO MESSO
           WHEN OTHER
                MOVE "Error recording incident!" TO MESSO
           END-EVALUATE.

       2400-GROUND-VEHICLE.
      *    A CAR WITH MODERATE OR WORSE DAMAGE STAYS OFF THE ROAD
      *    UNTIL IT HAS BEEN LOOKED AT
           MOVE 'N' TO WS-GROUNDED-IND.
           EXEC CICS READ
                FILE(AC-FLEET-FILENAME)
                INTO (FLEET-VEHICLE-RECORD)
                RIDFLD(IN-VEHICLE-ID)
                RESP(WS-FLEET-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-FLEET-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET FL-OUT-OF-SERVICE TO TRUE
              MOVE SPACES TO FL-OUT-OF-SERVICE-REASON
              STRING 'INCIDENT ' DELIMITED BY SIZE
                     IN-INCIDENT-TYPE DELIMITED BY SIZE
                     IN-SEVERITY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
                     INTO FL-OUT-OF-SERVICE-REASON
              END-STRING
              EXEC CICS REWRITE
                   FILE(AC-FLEET-FILENAME)
                   FROM (FLEET-VEHICLE-RECORD)
                   RESP(WS-FLEET-RESPONSE)
                   END-EXEC
              IF WS-FLEET-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 SET WS-VEHICLE-GROUNDED TO TRUE
              END-IF
           END-IF.

       2700-INQUIRE-INCIDENT.
           PERFORM 2310-FIND-TRIP.
           IF NOT WS-TRIP-FOUND
              MOVE "Trip not found for this vehicle!" TO MESSO
           ELSE
              MOVE TP-CHECKOUT-TIMESTAMP TO CHKOTSO
              MOVE TP-DRIVER-EMPLOYEE    TO DRIVERO
              PERFORM 2710-FIND-LATEST-INCIDENT
              IF NOT WS-INCIDENT-FOUND
                 MOVE "No incidents recorded on this trip." TO MESSO
              ELSE
                 MOVE IN-FOUND-WHEN        TO FOUNDO
                 MOVE IN-INCIDENT-TYPE     TO ITYPEO
                 MOVE IN-SEVERITY          TO SEVERO
                 MOVE IN-REPORTED-BY       TO RPTBYO
                 MOVE IN-DESCRIPTION       TO IDESCO
                 MOVE IN-ESTIMATED-COST    TO ESTCSTO
                 MOVE IN-POLICE-REPORT-REF TO POLREFO
                 STRING "Reported " DELIMITED BY SIZE
                        IN-REPORTED-TIMESTAMP DELIMITED BY SIZE
                        INTO MESSO
                 END-STRING
              END-IF
           END-IF.

       2710-FIND-LATEST-INCIDENT.
           MOVE 'N' TO WS-INCIDENT-FOUND-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE TP-TRIP-KEY TO IN-TRIP-KEY.
           MOVE LOW-VALUES  TO IN-REPORTED-TIMESTAMP.
           EXEC CICS STARTBR
                FILE(AC-CARINCD-FILENAME)
                RIDFLD(IN-INCIDENT-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2720-SCAN-ONE-INCIDENT
                 UNTIL WS-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-CARINCD-FILENAME)
                   END-EXEC
           END-IF.
           IF WS-INCIDENT-FOUND
              MOVE WS-FOUND-INCIDENT-KEY TO IN-INCIDENT-KEY
              EXEC CICS READ
                   FILE(AC-CARINCD-FILENAME)
                   INTO (FLEET-INCIDENT-RECORD)
                   RIDFLD(IN-INCIDENT-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2720-SCAN-ONE-INCIDENT.
           EXEC CICS READNEXT
                FILE(AC-CARINCD-FILENAME)
                INTO (FLEET-INCIDENT-RECORD)
                RIDFLD(IN-INCIDENT-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR IN-TRIP-KEY IS NOT EQUAL TO TP-TRIP-KEY
              SET WS-SCAN-DONE TO TRUE
           ELSE
              SET WS-INCIDENT-FOUND TO TRUE
              MOVE IN-INCIDENT-KEY TO WS-FOUND-INCIDENT-KEY
           END-IF.
