       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAREVCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'EV CHARGING STATION' PROGRAM (TRANSID 'CEVC', STARTED
      *        DIRECTLY LIKE THE CARFLTP FLEET SCREEN).
      *      - 'A' ADDS A CHARGER TO A CARLOT LOT (CHARGER ID, VENDOR
      *        STATION ID, RATE PER KWH IN TEN-THOUSANDTHS OF A
      *        DOLLAR, FLAT SESSION FEE IN CENTS), 'S' TAKES A
      *        CHARGER OUT OF SERVICE OR PUTS IT BACK, 'R' BOOKS A
      *        CHARGING SLOT, 'X' CANCELS A BOOKING, 'Q' INQUIRES.
      *      - ONLY AN EMPLOYEE ON EMPMAS HOLDING A NON-EXPIRED CLASS
      *        'E' PERMIT ON CARFILE MAY BOOK; THE SLOT MUST NOT
      *        OVERLAP ANOTHER BOOKING ON THE SAME CHARGER, AND AN
      *        OUT-OF-SERVICE CHARGER TAKES NO BOOKINGS.
      *      - THE PERMIT'S TAG IS CARRIED ON THE BOOKING SO THE
      *        CAREVBIL NIGHTLY PASS CAN MATCH THE VENDOR'S SESSIONS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY CAREVMAP.
       COPY CAREVCHG.
       COPY CAREVRSV.
       COPY CARFILE.
       COPY EMPMAS.
       COPY DFHAID.

       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-RESV-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-EMP-RESPONSE      PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CAREVCP-STATE     PIC X(1).
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-OVERLAP-IND       PIC X(1) VALUE 'N'.
          88 WS-SLOT-OVERLAPS           VALUE 'Y'.
       01 WS-SCAN-DONE-IND     PIC X(1) VALUE 'N'.
          88 WS-SCAN-DONE               VALUE 'Y'.
       01 WS-EMPLOYEE-VALID-IND PIC X(1) VALUE 'N'.
          88 WS-EMPLOYEE-VALID          VALUE 'Y'.
       01 WS-EV-PERMIT-IND     PIC X(1) VALUE 'N'.
          88 WS-EV-PERMIT-FOUND         VALUE 'Y'.
       01 WS-EV-PERMIT-TAG     PIC X(8).
       01 WS-RATE-DISPLAY      PIC Z9.9999.
       01 WS-FEE-DISPLAY       PIC ZZ9.99.
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
           INITIALIZE CAREVMO.
           MOVE "A=add S=service R=reserve X=cancel Q=inquire."
                TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
           EXEC CICS SEND
                MAP (AC-EVCHG-MAP-NAME)
                MAPSET (AC-EVCHG-MAPSET-NAME)
                FROM (CAREVMO)
                FREEKB
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           EXEC CICS RETURN
                COMMAREA(WS-CAREVCP-STATE)
                LENGTH(LENGTH OF WS-CAREVCP-STATE)
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
                MAP (AC-EVCHG-MAP-NAME)
                MAPSET (AC-EVCHG-MAPSET-NAME)
                INTO (CAREVMI)
                END-EXEC.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           EVALUATE ACTIONI
           WHEN 'A'
                PERFORM 2300-ADD-CHARGER
           WHEN 'S'
                PERFORM 2350-TOGGLE-SERVICE
           WHEN 'R'
                PERFORM 2400-RESERVE-SLOT
           WHEN 'X'
                PERFORM 2450-CANCEL-RESERVATION
           WHEN 'Q'
                PERFORM 2700-INQUIRE-CHARGER
           WHEN OTHER
                MOVE "Action must be A, S, R, X or Q!" TO MESSO
           END-EVALUATE.

       2300-ADD-CHARGER.
           INITIALIZE EV-CHARGER-RECORD.
           MOVE LOTNOI TO EC-LOT-NUMBER.
           MOVE CHGIDI TO EC-CHARGER-ID.
           MOVE STATNI TO EC-VENDOR-STATION-ID.
           SET EC-IN-SERVICE TO TRUE.
           IF RATEI IS NUMERIC
              COMPUTE EC-RATE-PER-KWH = RATEI / 10000
           ELSE
              MOVE ZERO TO EC-RATE-PER-KWH
           END-IF.
           IF FEEI IS NUMERIC
              COMPUTE EC-SESSION-FEE = FEEI / 100
           ELSE
              MOVE ZERO TO EC-SESSION-FEE
           END-IF.
           EXEC CICS WRITE
                FILE(AC-CAREVCHG-FILENAME)
                FROM (EV-CHARGER-RECORD)
                RIDFLD(EC-CHARGER-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE "Charger added!" TO MESSO
           WHEN DFHRESP(DUPREC)
                MOVE "Charger already on file for this lot!" TO MESSO
           WHEN OTHER
                MOVE "Error adding charger!" TO MESSO
           END-EVALUATE.

       2350-TOGGLE-SERVICE.
      *    A BROKEN CHARGER COMES OUT OF SERVICE SO NOBODY BOOKS A
      *    SLOT ON IT; EXISTING BOOKINGS ARE LEFT FOR FACILITIES TO
      *    CANCEL OR HONOUR ONCE IT IS BACK
           MOVE LOTNOI TO EC-LOT-NUMBER.
           MOVE CHGIDI TO EC-CHARGER-ID.
           EXEC CICS READ
                FILE(AC-CAREVCHG-FILENAME)
                INTO (EV-CHARGER-RECORD)
                RIDFLD(EC-CHARGER-KEY)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "Charger not found!" TO MESSO
           ELSE
              IF EC-IN-SERVICE
                 SET EC-OUT-OF-SERVICE TO TRUE
                 MOVE "Charger taken out of service!" TO MESSO
              ELSE
                 SET EC-IN-SERVICE TO TRUE
                 MOVE "Charger returned to service!" TO MESSO
              END-IF
              EXEC CICS REWRITE
                   FILE(AC-CAREVCHG-FILENAME)
                   FROM (EV-CHARGER-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2400-RESERVE-SLOT.
      *    THE SAME OVERLAP RULE AS THE POOL-VEHICLE DIARY - ONE
      *    CAR PER CHARGER AT A TIME
           IF FROMTSI IS NOT NUMERIC
              OR TOTSI IS NOT NUMERIC
              OR TOTSI IS NOT GREATER THAN FROMTSI
              MOVE "Slot needs from/to timestamps (YYYYMMDDHHMMSS)!"
                   TO MESSO
           ELSE
              PERFORM 2405-READ-CHARGER
              EVALUATE TRUE
              WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE "Charger not found!" TO MESSO
              WHEN EC-OUT-OF-SERVICE
                   MOVE "Charger is out of service!" TO MESSO
              WHEN OTHER
                   PERFORM 2410-VALIDATE-EMPLOYEE
                   IF NOT WS-EMPLOYEE-VALID
                      MOVE "Employee number not found!" TO MESSO
                   ELSE
                      PERFORM 2415-FIND-EV-PERMIT
                      IF NOT WS-EV-PERMIT-FOUND
                         MOVE "No current class E permit on file!"
                              TO MESSO
                      ELSE
                         PERFORM 2440-BOOK-SLOT
                      END-IF
                   END-IF
              END-EVALUATE
           END-IF.

       2405-READ-CHARGER.
           MOVE LOTNOI TO EC-LOT-NUMBER.
           MOVE CHGIDI TO EC-CHARGER-ID.
           EXEC CICS READ
                FILE(AC-CAREVCHG-FILENAME)
                INTO (EV-CHARGER-RECORD)
                RIDFLD(EC-CHARGER-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2410-VALIDATE-EMPLOYEE.
           MOVE 'N' TO WS-EMPLOYEE-VALID-IND.
           MOVE EMPNOI TO EM-EMPLOYEE-NUMBER.
           EXEC CICS READ
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-EMP-RESPONSE)
                END-EXEC.
           IF WS-EMP-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-EMPLOYEE-VALID TO TRUE
           END-IF.

       2415-FIND-EV-PERMIT.
      *    WALK THE EMPLOYEE'S VEHICLES ON CARFILE FOR A CLASS 'E'
      *    PERMIT THAT HAS NOT EXPIRED - ITS TAG RIDES THE BOOKING
           MOVE 'N' TO WS-EV-PERMIT-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE SPACES TO WS-EV-PERMIT-TAG.
           MOVE EMPNOI TO CF-EMPLOYEE-NUMBER.
           MOVE ZERO   TO CF-VEHICLE-SEQUENCE.
           EXEC CICS STARTBR
                FILE('CARFILE')
                RIDFLD(CF-CARFILE-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2420-CHECK-ONE-VEHICLE
                 UNTIL WS-SCAN-DONE OR WS-EV-PERMIT-FOUND
              EXEC CICS ENDBR
                   FILE('CARFILE')
                   END-EXEC
           END-IF.

       2420-CHECK-ONE-VEHICLE.
           EXEC CICS READNEXT
                FILE('CARFILE')
                INTO (CAR-RECORD)
                RIDFLD(CF-CARFILE-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR CF-EMPLOYEE-NUMBER IS NOT EQUAL TO EMPNOI
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF CF-CLASS-ELECTRIC
                 AND NOT CF-PERMIT-EXPIRED
                 SET WS-EV-PERMIT-FOUND TO TRUE
                 MOVE CF-TAG-NUMBER TO WS-EV-PERMIT-TAG
              END-IF
           END-IF.

       2425-CHECK-SLOT-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOTNOI     TO ER-LOT-NUMBER.
           MOVE CHGIDI     TO ER-CHARGER-ID.
           MOVE LOW-VALUES TO ER-SLOT-START.
           EXEC CICS STARTBR
                FILE(AC-CAREVRSV-FILENAME)
                RIDFLD(ER-RESV-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2430-CHECK-ONE-RESERVATION
                 UNTIL WS-SCAN-DONE OR WS-SLOT-OVERLAPS
              EXEC CICS ENDBR
                   FILE(AC-CAREVRSV-FILENAME)
                   END-EXEC
           END-IF.

       2430-CHECK-ONE-RESERVATION.
           EXEC CICS READNEXT
                FILE(AC-CAREVRSV-FILENAME)
                INTO (EV-RESERVATION-RECORD)
                RIDFLD(ER-RESV-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR ER-LOT-NUMBER IS NOT EQUAL TO LOTNOI
              OR ER-CHARGER-ID IS NOT EQUAL TO CHGIDI
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF ER-IS-BOOKED
                 AND ER-SLOT-START IS LESS THAN TOTSI
                 AND ER-SLOT-END IS GREATER THAN FROMTSI
                 SET WS-SLOT-OVERLAPS TO TRUE
              END-IF
           END-IF.

       2440-BOOK-SLOT.
           PERFORM 2425-CHECK-SLOT-OVERLAP.
           IF WS-SLOT-OVERLAPS
              MOVE "Slot overlaps a booked reservation!" TO MESSO
           ELSE
              INITIALIZE EV-RESERVATION-RECORD
              MOVE LOTNOI           TO ER-LOT-NUMBER
              MOVE CHGIDI           TO ER-CHARGER-ID
              MOVE FROMTSI          TO ER-SLOT-START
              MOVE TOTSI            TO ER-SLOT-END
              MOVE EMPNOI           TO ER-EMPLOYEE-NUMBER
              MOVE WS-EV-PERMIT-TAG TO ER-TAG-NUMBER
              SET ER-IS-BOOKED TO TRUE
              EXEC CICS WRITE
                   FILE(AC-CAREVRSV-FILENAME)
                   FROM (EV-RESERVATION-RECORD)
                   RIDFLD(ER-RESV-KEY)
                   RESP(WS-RESV-RESPONSE)
                   END-EXEC
              IF WS-RESV-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE "Charging slot booked!" TO MESSO
              ELSE
                 MOVE "Error booking charging slot!" TO MESSO
              END-IF
           END-IF.

       2450-CANCEL-RESERVATION.
           MOVE LOTNOI  TO ER-LOT-NUMBER.
           MOVE CHGIDI  TO ER-CHARGER-ID.
           MOVE FROMTSI TO ER-SLOT-START.
           EXEC CICS READ
                FILE(AC-CAREVRSV-FILENAME)
                INTO (EV-RESERVATION-RECORD)
                RIDFLD(ER-RESV-KEY)
                RESP(WS-RESV-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-RESV-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "Reservation not found!" TO MESSO
           ELSE
              SET ER-IS-CANCELLED TO TRUE
              EXEC CICS REWRITE
                   FILE(AC-CAREVRSV-FILENAME)
                   FROM (EV-RESERVATION-RECORD)
                   RESP(WS-RESV-RESPONSE)
                   END-EXEC
              MOVE "Reservation cancelled!" TO MESSO
           END-IF.

       2700-INQUIRE-CHARGER.
           PERFORM 2405-READ-CHARGER.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EC-VENDOR-STATION-ID TO STATNI
              COMPUTE RATEI = EC-RATE-PER-KWH * 10000
              COMPUTE FEEI  = EC-SESSION-FEE * 100
              MOVE EC-RATE-PER-KWH TO WS-RATE-DISPLAY
              MOVE EC-SESSION-FEE  TO WS-FEE-DISPLAY
              INITIALIZE MESSO
              STRING "Status " DELIMITED BY SIZE
                     EC-STATUS DELIMITED BY SIZE
                     " rate/kWh " DELIMITED BY SIZE
                     WS-RATE-DISPLAY DELIMITED BY SIZE
                     " session fee " DELIMITED BY SIZE
                     WS-FEE-DISPLAY DELIMITED BY SIZE
                     INTO MESSO
              END-STRING
           ELSE
              MOVE "Charger not found!" TO MESSO
           END-IF.
