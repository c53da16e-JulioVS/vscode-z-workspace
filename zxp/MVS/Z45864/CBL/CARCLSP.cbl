       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARCLSP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'LOT CLOSURE CALENDAR' PROGRAM (TRANSID 'CCLS', STARTED
      *        DIRECTLY LIKE THE CARFLTP FLEET SCREEN).
      *      - 'A' ENTERS A CLOSURE OR EVENT RESERVATION FOR A CARLOT
      *        LOT - FIRST AND LAST CLOSED DAY (YYYYMMDD, INCLUSIVE),
      *        TYPE (R=RESURFACING, S=SNOW REMOVAL, E=COMPANY EVENT),
      *        THE OVERFLOW LOT ITS PERMIT HOLDERS MOVE TO, AND A
      *        DESCRIPTION.  'X' REMOVES ONE, 'Q' INQUIRES.
      *      - BOTH LOTS MUST BE ON CARLOT AND DIFFER, THE RANGE MUST
      *        NOT OVERLAP ANOTHER CLOSURE OF THE SAME LOT, AND THE
      *        OVERFLOW LOT MUST NOT ITSELF BE CLOSED ON ANY OF THOSE
      *        DAYS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY CARCLMAP.
       COPY CARCLOS.
       COPY CARLOT.
       COPY DFHAID.

       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-LOT-RESPONSE      PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CARCLSP-STATE     PIC X(1).
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-CHECK-LOT         PIC X(2).
       01 WS-OVERLAP-IND       PIC X(1) VALUE 'N'.
          88 WS-RANGE-OVERLAPS          VALUE 'Y'.
       01 WS-SCAN-DONE-IND     PIC X(1) VALUE 'N'.
          88 WS-SCAN-DONE               VALUE 'Y'.
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
           INITIALIZE CARCLMO.
           MOVE "A=add closure X=remove Q=inquire." TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
           EXEC CICS SEND
                MAP (AC-LOTCLS-MAP-NAME)
                MAPSET (AC-LOTCLS-MAPSET-NAME)
                FROM (CARCLMO)
                FREEKB
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           EXEC CICS RETURN
                COMMAREA(WS-CARCLSP-STATE)
                LENGTH(LENGTH OF WS-CARCLSP-STATE)
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
                MAP (AC-LOTCLS-MAP-NAME)
                MAPSET (AC-LOTCLS-MAPSET-NAME)
                INTO (CARCLMI)
                END-EXEC.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           EVALUATE ACTIONI
           WHEN 'A'
                PERFORM 2300-ADD-CLOSURE
           WHEN 'X'
                PERFORM 2500-REMOVE-CLOSURE
           WHEN 'Q'
                PERFORM 2700-INQUIRE-CLOSURE
           WHEN OTHER
                MOVE "Action must be A, X or Q!" TO MESSO
           END-EVALUATE.

       2300-ADD-CLOSURE.
           MOVE CTYPEI TO CC-CLOSURE-TYPE.
           EVALUATE TRUE
           WHEN FROMDTI IS NOT NUMERIC
             OR TODTI IS NOT NUMERIC
             OR TODTI IS LESS THAN FROMDTI
                MOVE "Closure needs from/to dates (YYYYMMDD)!"
                     TO MESSO
           WHEN NOT CC-TYPE-VALID
                MOVE "Type must be R, S or E!" TO MESSO
           WHEN OVFLOTI IS EQUAL TO LOTNOI
                MOVE "Overflow lot must differ from the closed lot!"
                     TO MESSO
           WHEN OTHER
                MOVE LOTNOI TO WS-CHECK-LOT
                PERFORM 2310-READ-LOT
                IF WS-LOT-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE "Lot not found!" TO MESSO
                ELSE
                   MOVE OVFLOTI TO WS-CHECK-LOT
                   PERFORM 2310-READ-LOT
                   IF WS-LOT-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                      MOVE "Overflow lot not found!" TO MESSO
                   ELSE
                      PERFORM 2320-CHECK-CALENDAR
                   END-IF
                END-IF
           END-EVALUATE.

       2310-READ-LOT.
           MOVE WS-CHECK-LOT TO LT-LOT-NUMBER.
           EXEC CICS READ
                FILE(AC-CARLOT-FILENAME)
                INTO (PARKING-LOT-RECORD)
                RIDFLD(LT-LOT-NUMBER)
                RESP(WS-LOT-RESPONSE)
                END-EXEC.

       2320-CHECK-CALENDAR.
      *    THE CLOSED LOT MAY NOT ALREADY BE SHUT ON ANY OF THESE
      *    DAYS, AND NEITHER MAY THE LOT ITS HOLDERS ARE SENT TO
           MOVE LOTNOI TO WS-CHECK-LOT.
           PERFORM 2330-CHECK-LOT-OVERLAP.
           IF WS-RANGE-OVERLAPS
              MOVE "Overlaps another closure of this lot!" TO MESSO
           ELSE
              MOVE OVFLOTI TO WS-CHECK-LOT
              PERFORM 2330-CHECK-LOT-OVERLAP
              IF WS-RANGE-OVERLAPS
                 MOVE "Overflow lot is closed on one of these days!"
                      TO MESSO
              ELSE
                 PERFORM 2350-WRITE-CLOSURE
              END-IF
           END-IF.

       2330-CHECK-LOT-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CHECK-LOT TO CC-LOT-NUMBER.
           MOVE LOW-VALUES   TO CC-FROM-DATE.
           EXEC CICS STARTBR
                FILE(AC-CARCLOS-FILENAME)
                RIDFLD(CC-CLOSURE-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2340-CHECK-ONE-CLOSURE
                 UNTIL WS-SCAN-DONE OR WS-RANGE-OVERLAPS
              EXEC CICS ENDBR
                   FILE(AC-CARCLOS-FILENAME)
                   END-EXEC
           END-IF.

       2340-CHECK-ONE-CLOSURE.
           EXEC CICS READNEXT
                FILE(AC-CARCLOS-FILENAME)
                INTO (LOT-CLOSURE-RECORD)
                RIDFLD(CC-CLOSURE-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR CC-LOT-NUMBER IS NOT EQUAL TO WS-CHECK-LOT
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF CC-FROM-DATE IS NOT GREATER THAN TODTI
                 AND CC-TO-DATE IS NOT LESS THAN FROMDTI
                 SET WS-RANGE-OVERLAPS TO TRUE
              END-IF
           END-IF.

       2350-WRITE-CLOSURE.
           INITIALIZE LOT-CLOSURE-RECORD.
           MOVE LOTNOI          TO CC-LOT-NUMBER.
           MOVE FROMDTI         TO CC-FROM-DATE.
           MOVE TODTI           TO CC-TO-DATE.
           MOVE CTYPEI          TO CC-CLOSURE-TYPE.
           MOVE OVFLOTI         TO CC-OVERFLOW-LOT.
           MOVE DESCI           TO CC-DESCRIPTION.
           MOVE WS-CURRENT-DATE TO CC-ENTERED-TIMESTAMP.
           EXEC CICS WRITE
                FILE(AC-CARCLOS-FILENAME)
                FROM (LOT-CLOSURE-RECORD)
                RIDFLD(CC-CLOSURE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE "Closure added to the calendar!" TO MESSO
           WHEN DFHRESP(DUPREC)
                MOVE "Closure already on file for that day!" TO MESSO
           WHEN OTHER
                MOVE "Error adding closure!" TO MESSO
           END-EVALUATE.

       2500-REMOVE-CLOSURE.
      *    A CLOSURE CALLED OFF COMES OFF THE CALENDAR - HOLDERS
      *    ALREADY MESSAGED ABOUT IT ARE NOT TOLD AGAIN
           MOVE LOTNOI  TO CC-LOT-NUMBER.
           MOVE FROMDTI TO CC-FROM-DATE.
           EXEC CICS DELETE
                FILE(AC-CARCLOS-FILENAME)
                RIDFLD(CC-CLOSURE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE "Closure removed from the calendar!" TO MESSO
           WHEN DFHRESP(NOTFND)
                MOVE "Closure not found!" TO MESSO
           WHEN OTHER
                MOVE "Error removing closure!" TO MESSO
           END-EVALUATE.

       2700-INQUIRE-CLOSURE.
           MOVE LOTNOI  TO CC-LOT-NUMBER.
           MOVE FROMDTI TO CC-FROM-DATE.
           EXEC CICS READ
                FILE(AC-CARCLOS-FILENAME)
                INTO (LOT-CLOSURE-RECORD)
                RIDFLD(CC-CLOSURE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE CC-TO-DATE      TO TODTO
              MOVE CC-CLOSURE-TYPE TO CTYPEO
              MOVE CC-OVERFLOW-LOT TO OVFLOTO
              MOVE CC-DESCRIPTION  TO DESCO
              MOVE "Closure found." TO MESSO
           ELSE
              MOVE "Closure not found!" TO MESSO
           END-IF.
