       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAGW.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - GATE HANDHELD TAG LOOKUP WEB SERVICE
      *      - THE CARTAGI 'IDENTIFY THIS VEHICLE' LOOKUP FOR THE GATE
      *        GUARDS' HANDHELDS, SO THEY NO LONGER RING THE
      *        OPERATIONS DESK TO HAVE IT RUN.  CALLED THROUGH THE
      *        JSON PROVIDER PIPELINE WITH NO TERMINAL - THE REQUEST
      *        AND RESPONSE ARE THE CTAGWS STRUCTURE IN THE DFHWS-DATA
      *        CONTAINER OF THE CURRENT CHANNEL.
      *      - GIVEN A TAG AND STATE, RETURNS THE EMPLOYEE PERMIT
      *        STATUS, LOT, CLASS AND OWNER NAME (CARFILE THROUGH THE
      *        CARTAGP TAG PATH, EMPMAS), THE TAG'S OPEN CITATIONS AND
      *        GATE-BLOCK STANDING (CARVIOL, THE SAME RULE THE CARALPR
      *        GATE EXTRACT USES), AND WHETHER A CARVIS VISITOR PERMIT
      *        IS VALID TODAY.  A BLANK STATE MATCHES ANY STATE.
      *      - THE CALLER MUST SEND THE DEVICE ID OF AN ACTIVE
      *        HANDHELD REGISTERED ON CARGDEV - ANY OTHER DEVICE IS
      *        REFUSED AND TOLD NOTHING.  EVERY CALL, REFUSED OR NOT,
      *        IS LOGGED TO CARGLOG.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY CONSTANTS, THE SERVICE'S REQUEST / RESPONSE AND
      *   THE FILE RECORD LAYOUTS.
      ******************************************************************
       COPY ECONST.
       COPY CTAGWS.
       COPY CARGDEV.
       COPY CARGLOG.
       COPY CARFILE.
       COPY CARVIOL.
       COPY CARVIS.
       COPY EMPMAS.
       COPY EERRCOM.

       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CONTAINER-LENGTH  PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-TODAY-DATE        PIC X(8).
       01 WS-TAG-KEY           PIC X(8).
       01 WS-LATEST-ESCALATION PIC X(1).
       01 WS-DEVICE-ACCEPTED-IND PIC X(1) VALUE 'N'.
          88 WS-DEVICE-ACCEPTED            VALUE 'Y'.
       01 WS-LOOKUP-ERROR-IND  PIC X(1) VALUE 'N'.
          88 WS-LOOKUP-ERROR               VALUE 'Y'.
       01 WS-SCAN-DONE-IND     PIC X(1) VALUE 'N'.
          88 WS-SCAN-DONE                  VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
      *    ONE REQUEST IN, ONE RESPONSE OUT - NO CONVERSATION STATE.
      *    THE CALL IS LOGGED BEFORE THE RESPONSE GOES BACK, SO
      *    NOTHING IS ANSWERED THAT IS NOT ON CARGLOG.
           PERFORM 1000-GET-REQUEST.
           IF NOT TW-REQUEST-ERROR
              PERFORM 2000-CHECK-DEVICE
           END-IF.
           IF WS-DEVICE-ACCEPTED
              PERFORM 3000-LOOKUP-TAG
           END-IF.
           PERFORM 4000-LOG-CALL.
           PERFORM 5000-PUT-RESPONSE.
           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-GET-REQUEST.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           INITIALIZE TAG-WEB-SERVICE-AREA.
           MOVE LENGTH OF TAG-WEB-SERVICE-AREA TO WS-CONTAINER-LENGTH.
           EXEC CICS GET
                CONTAINER(AC-TAGWS-CONTAINER-NAME)
                INTO (TAG-WEB-SERVICE-AREA)
                FLENGTH(WS-CONTAINER-LENGTH)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
      *    THE PIPELINE MAY HAND OVER THE REQUEST PART ONLY - START
      *    THE RESPONSE CLEAN EITHER WAY
           INITIALIZE TW-RESPONSE.
           MOVE ZERO TO TW-OPEN-CITATIONS.
           MOVE 'N' TO TW-PERMIT-FOUND-IND.
           MOVE 'N' TO TW-GATE-BLOCK-IND.
           MOVE 'N' TO TW-VISITOR-FOUND-IND.
           MOVE 'N' TO TW-VISITOR-VALID-IND.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE TW-REQUEST
              SET TW-REQUEST-ERROR TO TRUE
              MOVE "Request could not be read!" TO TW-MESSAGE
              MOVE '1000-GET-REQUEST' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       2000-CHECK-DEVICE.
      *    ONLY AN ACTIVE REGISTERED HANDHELD GETS AN ANSWER - A
      *    REFUSED CALLER IS NOT EVEN TOLD WHETHER THE TAG EXISTS
           IF TW-DEVICE-ID IS EQUAL TO SPACES
              SET TW-DEVICE-REFUSED TO TRUE
              MOVE "Device not registered for gate lookups!"
                   TO TW-MESSAGE
           ELSE
              MOVE TW-DEVICE-ID TO GD-DEVICE-ID
              EXEC CICS READ
                   FILE(AC-GRDDEV-FILENAME)
                   INTO (GUARD-DEVICE-RECORD)
                   RIDFLD(GD-DEVICE-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   IF GD-IS-ACTIVE
                      SET WS-DEVICE-ACCEPTED TO TRUE
                   ELSE
                      SET TW-DEVICE-REFUSED TO TRUE
                      MOVE "Device suspended for gate lookups!"
                           TO TW-MESSAGE
                   END-IF
              WHEN DFHRESP(NOTFND)
                   SET TW-DEVICE-REFUSED TO TRUE
                   MOVE "Device not registered for gate lookups!"
                        TO TW-MESSAGE
              WHEN OTHER
                   SET TW-REQUEST-ERROR TO TRUE
                   MOVE "Error reading device file!" TO TW-MESSAGE
                   MOVE '2000-CHECK-DEVICE' TO ER-PARAGRAPH-NAME
                   PERFORM 9300-LOG-ERROR
              END-EVALUATE
           END-IF.

       3000-LOOKUP-TAG.
           IF TW-TAG-NUMBER IS EQUAL TO SPACES
              SET TW-REQUEST-ERROR TO TRUE
              MOVE "Tag number is required!" TO TW-MESSAGE
           ELSE
              MOVE TW-TAG-NUMBER TO WS-TAG-KEY
              PERFORM 3100-LOOKUP-PERMIT
              PERFORM 3200-CHECK-VIOLATIONS
              PERFORM 3300-CHECK-VISITOR
              EVALUATE TRUE
              WHEN WS-LOOKUP-ERROR
                   SET TW-REQUEST-ERROR TO TRUE
                   MOVE "Error reading gate files!" TO TW-MESSAGE
              WHEN TW-PERMIT-FOUND-IND IS EQUAL TO 'Y'
                   SET TW-TAG-FOUND TO TRUE
                   IF TW-PERMIT-IS-EXPIRED
                      MOVE "Found - PERMIT EXPIRED!" TO TW-MESSAGE
                   ELSE
                      MOVE "Found - permit current." TO TW-MESSAGE
                   END-IF
              WHEN TW-VISITOR-FOUND-IND IS EQUAL TO 'Y'
                   SET TW-TAG-FOUND TO TRUE
                   IF TW-VISITOR-VALID-IND IS EQUAL TO 'Y'
                      MOVE "Visitor - permit valid today."
                           TO TW-MESSAGE
                   ELSE
                      MOVE "Visitor - NOT VALID TODAY!" TO TW-MESSAGE
                   END-IF
              WHEN OTHER
                   SET TW-TAG-NOT-FOUND TO TRUE
                   MOVE "Tag not on file!" TO TW-MESSAGE
              END-EVALUATE
      *       A GATE-BLOCK OUTRANKS WHATEVER PERMIT THE TAG HOLDS
              IF TW-GATE-BLOCK-IND IS EQUAL TO 'Y'
                 AND NOT WS-LOOKUP-ERROR
                 MOVE "Tag is GATE-BLOCKED - do not admit!"
                      TO TW-MESSAGE
              END-IF
           END-IF.

       3100-LOOKUP-PERMIT.
      *    A KEYED READ THROUGH THE CARTAGP TAG PATH, AS ON CARTAGI -
      *    A TAG FROM ANOTHER STATE IS A DIFFERENT VEHICLE
           EXEC CICS READ
                FILE(AC-CARTAG-PATH-FILENAME)
                INTO (CAR-RECORD)
                RIDFLD(WS-TAG-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF TW-STATE-CODE IS EQUAL TO SPACES
                   OR TW-STATE-CODE IS EQUAL TO CF-STATE-CODE
                   MOVE 'Y' TO TW-PERMIT-FOUND-IND
                   EVALUATE TRUE
                   WHEN CF-PERMIT-EXPIRED
                        SET TW-PERMIT-IS-EXPIRED TO TRUE
                   WHEN CF-RENEWAL-NOTICE-SENT
                        SET TW-PERMIT-IS-RENEWING TO TRUE
                   WHEN OTHER
                        SET TW-PERMIT-IS-CURRENT TO TRUE
                   END-EVALUATE
                   MOVE CF-PERMIT-EXPIRATION-DATE
                        TO TW-PERMIT-EXPIRATION-DATE
                   MOVE CF-LOT-NUMBER      TO TW-LOT-NUMBER
                   MOVE CF-PERMIT-CLASS    TO TW-PERMIT-CLASS
                   MOVE CF-EMPLOYEE-NUMBER TO TW-EMPLOYEE-NUMBER
                   PERFORM 3110-JOIN-OWNER-NAME
                END-IF
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                SET WS-LOOKUP-ERROR TO TRUE
                MOVE '3100-LOOKUP-PERMIT' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
           END-EVALUATE.

       3110-JOIN-OWNER-NAME.
           MOVE CF-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           EXEC CICS READ
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EM-EMPLOYEE-NAME TO TW-EMPLOYEE-NAME
           ELSE
              MOVE 'NO EMPLOYEE ON FILE' TO TW-EMPLOYEE-NAME
           END-IF.

       3200-CHECK-VIOLATIONS.
      *    THE TAG'S SIGHTINGS COME BACK OLDEST FIRST.  EVERY CITATION
      *    OR GATE-BLOCK NOT DISMISSED ON APPEAL IS OPEN, AND THE LAST
      *    NON-DISMISSED SIGHTING IS WHERE THE ESCALATION STANDS NOW -
      *    A GATE-BLOCK THERE IS WHAT KEEPS THE TAG OFF THE GATE
           MOVE SPACES TO WS-LATEST-ESCALATION.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-TAG-KEY TO VL-TAG-NUMBER.
           MOVE LOW-VALUES TO VL-SIGHTING-TIMESTAMP.
           EXEC CICS STARTBR
                FILE(AC-CARVIOL-FILENAME)
                RIDFLD(VL-VIOLATION-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           EVALUATE WS-BROWSE-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 3210-SCAN-ONE-VIOLATION
                   UNTIL WS-SCAN-DONE
                EXEC CICS ENDBR
                     FILE(AC-CARVIOL-FILENAME)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE WS-BROWSE-RESPONSE TO WS-CICS-RESPONSE
                SET WS-LOOKUP-ERROR TO TRUE
                MOVE '3200-CHECK-VIOLATIONS' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
           END-EVALUATE.
           IF WS-LATEST-ESCALATION IS EQUAL TO 'G'
              MOVE 'Y' TO TW-GATE-BLOCK-IND
           END-IF.

       3210-SCAN-ONE-VIOLATION.
           EXEC CICS READNEXT
                FILE(AC-CARVIOL-FILENAME)
                INTO (VIOLATION-RECORD)
                RIDFLD(VL-VIOLATION-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR VL-TAG-NUMBER IS NOT EQUAL TO WS-TAG-KEY
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF NOT VL-IS-DISMISSED
                 MOVE VL-ESCALATION TO WS-LATEST-ESCALATION
                 IF VL-IS-CITATION OR VL-IS-GATE-BLOCK
                    ADD 1 TO TW-OPEN-CITATIONS
                 END-IF
              END-IF
           END-IF.

       3300-CHECK-VISITOR.
      *    VALID TODAY MEANS TODAY FALLS INSIDE THE PERMIT'S DATES,
      *    BOTH INCLUSIVE - THE SAME TEST THE CARALPR GATE EXTRACT
      *    APPLIES
           MOVE WS-TAG-KEY TO VP-TAG-NUMBER.
           EXEC CICS READ
                FILE(AC-CARVIS-FILENAME)
                INTO (VISITOR-PERMIT-RECORD)
                RIDFLD(VP-TAG-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF TW-STATE-CODE IS EQUAL TO SPACES
                   OR TW-STATE-CODE IS EQUAL TO VP-STATE-CODE
                   MOVE 'Y' TO TW-VISITOR-FOUND-IND
                   MOVE VP-VISITOR-NAME    TO TW-VISITOR-NAME
                   MOVE VP-VALID-FROM-DATE TO TW-VISITOR-VALID-FROM
                   MOVE VP-VALID-TO-DATE   TO TW-VISITOR-VALID-TO
                   MOVE VP-HOST-EMPLOYEE-NUMBER
                        TO TW-HOST-EMPLOYEE-NUMBER
                   IF VP-VALID-FROM-DATE IS LESS THAN OR EQUAL TO
                      WS-TODAY-DATE
                      AND VP-VALID-TO-DATE IS GREATER THAN OR EQUAL
                          TO WS-TODAY-DATE
                      MOVE 'Y' TO TW-VISITOR-VALID-IND
                   END-IF
                END-IF
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                SET WS-LOOKUP-ERROR TO TRUE
                MOVE '3300-CHECK-VISITOR' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
           END-EVALUATE.

       4000-LOG-CALL.
      *    THE TASK NUMBER IN THE KEY KEEPS TWO CALLS FROM THE SAME
      *    DEVICE IN THE SAME SECOND APART
           INITIALIZE GUARD-LOOKUP-LOG-RECORD.
           MOVE TW-DEVICE-ID         TO GW-DEVICE-ID.
           MOVE WS-CURRENT-DATE      TO GW-CALL-TIMESTAMP.
           MOVE EIBTASKN             TO GW-TASK-NUMBER.
           MOVE TW-TAG-NUMBER        TO GW-TAG-NUMBER.
           MOVE TW-STATE-CODE        TO GW-STATE-CODE.
           MOVE TW-RESULT-CODE       TO GW-RESULT-CODE.
           MOVE TW-PERMIT-STATUS     TO GW-PERMIT-STATUS.
           MOVE TW-GATE-BLOCK-IND    TO GW-GATE-BLOCK-IND.
           MOVE TW-VISITOR-VALID-IND TO GW-VISITOR-VALID-IND.
           MOVE TW-OPEN-CITATIONS    TO GW-OPEN-CITATIONS.
           EXEC CICS WRITE
                FILE(AC-GRDLOG-FILENAME)
                FROM (GUARD-LOOKUP-LOG-RECORD)
                RIDFLD(GW-LOG-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE '4000-LOG-CALL' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       5000-PUT-RESPONSE.
           EXEC CICS PUT
                CONTAINER(AC-TAGWS-CONTAINER-NAME)
                FROM (TAG-WEB-SERVICE-AREA)
                FLENGTH(LENGTH OF TAG-WEB-SERVICE-AREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE '5000-PUT-RESPONSE' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       9300-LOG-ERROR.
      *    HAND THE NON-NORMAL RESP JUST SEEN TO THE CENTRAL ERROR
      *    LOGGER - CALLERS SET ER-PARAGRAPH-NAME FIRST
           MOVE AC-TAGWS-PROGRAM-NAME  TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.
