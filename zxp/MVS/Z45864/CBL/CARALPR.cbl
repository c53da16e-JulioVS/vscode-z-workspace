      *        PAD.  THE SNAPSHOT GREW A BYTE WITH THE CLASS FIELD -
      *        RUN FULL MODE ONCE AFTER INSTALLING THIS VERSION TO
      *        SEED A SNAPSHOT IN THE NEW SHAPE.
      *      - A PERMIT OR VISITOR TAG WHOSE LATEST CARVIOL SIGHTING
      *        STANDS AT GATE-BLOCK IS HELD OFF THE EXTRACT.  A
      *        SIGHTING DISMISSED OR REDUCED ON APPEAL (CARAPLP) NO
      *        LONGER HOLDS THE TAG.
      *      - EVERY RUN (FULL OR DELTA) FOLLOWS THE HEADER WITH ONE
      *        'C' RECORD PER CARCLOS LOT CLOSURE IN FORCE TODAY, SO
      *        THE CLOSED LOT'S GATE STOPS ADMITTING NORMAL PERMITS
      *        AND THE CONTROLLER KNOWS THE OVERFLOW LOT.  CLOSURE
      *        RECORDS ARE NOT IN THE TRAILER'S DETAIL COUNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS TH-HISTORY-KEY
                  FILE STATUS IS WS-TAGHIST-STATUS.

           SELECT VIOL-FILE ASSIGN TO CARVIOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VL-VIOLATION-KEY
                  FILE STATUS IS WS-VIOL-STATUS.

           SELECT CARCLOS-FILE ASSIGN TO CARCLOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CC-CLOSURE-KEY
                  FILE STATUS IS WS-CARCLOS-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO ALPRTAGS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXTRACT-STATUS.
           RECORDING MODE IS F.
       COPY CARTAGH.

       FD  VIOL-FILE
           RECORDING MODE IS F.
       COPY CARVIOL.

       FD  CARCLOS-FILE
           RECORDING MODE IS F.
       COPY CARCLOS.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD          PIC X(30).
       01  WS-DOCS-OK-IND          PIC X(1) VALUE 'Y'.
           88 WS-DOCS-OK                     VALUE 'Y'.
       01  WS-DOCS-DROPPED-COUNT   PIC 9(5) VALUE 0.
       01  WS-VIOL-STATUS          PIC X(2).
           88 WS-VIOL-OK                     VALUE '00'.
       01  WS-VIOL-SCAN-IND        PIC X(1) VALUE 'N'.
           88 WS-VIOL-SCAN-DONE              VALUE 'Y'.
       01  WS-HOLD-TAG             PIC X(8).
       01  WS-LATEST-ESCALATION    PIC X(1).
       01  WS-GATE-OK-IND          PIC X(1) VALUE 'Y'.
           88 WS-GATE-OK                     VALUE 'Y'.
       01  WS-GATE-HELD-COUNT      PIC 9(5) VALUE 0.
       01  WS-CARCLOS-STATUS       PIC X(2).
           88 WS-CARCLOS-OK                  VALUE '00'.
           88 WS-CARCLOS-AT-END              VALUE '10'.
       01  WS-CARCLOS-EOF-IND      PIC X(1) VALUE 'N'.
           88 WS-CARCLOS-EOF                 VALUE 'Y'.
       01  WS-CLOSURE-SENT-COUNT   PIC 9(5) VALUE 0.
       01  WS-FLEET-STATUS         PIC X(2).
           88 WS-FLEET-EOF                   VALUE '10'.
       01  WS-TAGHIST-STATUS       PIC X(2).
           05 DR-PERMIT-TYPE       PIC X(1).
           05 DR-PERMIT-CLASS      PIC X(1).
           05 FILLER               PIC X(16) VALUE SPACES.
       01  WS-CLOSURE-RECORD.
           05 FILLER               PIC X(1)  VALUE 'C'.
           05 CR-LOT-NUMBER        PIC X(2).
           05 CR-CLOSURE-TYPE      PIC X(1).
           05 CR-OVERFLOW-LOT      PIC X(2).
           05 CR-TO-DATE           PIC X(8).
           05 FILLER               PIC X(16) VALUE SPACES.
       01  WS-TRAILER-RECORD.
           05 FILLER               PIC X(1)  VALUE 'T'.
           05 TR-RECORD-COUNT      PIC 9(7).
           MOVE WS-MODE-IN    TO HR-RUN-MODE.
           MOVE WS-HEADER-RECORD TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           PERFORM SEND-LOT-CLOSURES.

       SEND-LOT-CLOSURES.
      *    LOTS SHUT TODAY FOR RESURFACING, SNOW OR AN EVENT - THE
      *    HOLDERS WERE SENT TO THE OVERFLOW LOT BY CARCLOSB
           OPEN INPUT CARCLOS-FILE.
           IF NOT WS-CARCLOS-OK
              DISPLAY 'CARALPR - CARCLOS OPEN FAILED, STATUS '
                      WS-CARCLOS-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-NEXT-CLOSURE.
           PERFORM SEND-ONE-CLOSURE
              UNTIL WS-CARCLOS-EOF.
           CLOSE CARCLOS-FILE.

       READ-NEXT-CLOSURE.
           READ CARCLOS-FILE NEXT RECORD
                AT END SET WS-CARCLOS-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.
      *    A READ ERROR ENDS THE CLOSURE PASS RATHER THAN LOOPING
           IF NOT WS-CARCLOS-OK
              AND NOT WS-CARCLOS-AT-END
              DISPLAY 'CARALPR - CARCLOS READ FAILED, STATUS '
                      WS-CARCLOS-STATUS
              SET WS-CARCLOS-EOF TO TRUE
           END-IF.

       SEND-ONE-CLOSURE.
           IF CC-FROM-DATE IS NOT GREATER THAN WS-TODAY-DATE
              AND CC-TO-DATE IS NOT LESS THAN WS-TODAY-DATE
              MOVE CC-LOT-NUMBER   TO CR-LOT-NUMBER
              MOVE CC-CLOSURE-TYPE TO CR-CLOSURE-TYPE
              MOVE CC-OVERFLOW-LOT TO CR-OVERFLOW-LOT
              MOVE CC-TO-DATE      TO CR-TO-DATE
              MOVE WS-CLOSURE-RECORD TO EXTRACT-RECORD
              WRITE EXTRACT-RECORD
              ADD 1 TO WS-CLOSURE-SENT-COUNT
           END-IF.
           PERFORM READ-NEXT-CLOSURE.

       RELEASE-VALID-TAGS.
      *    EMPLOYEE PERMITS THAT ARE NOT EXPIRED (A BLANK STATUS
      *    VISITOR PERMITS VALID TODAY
           OPEN INPUT CARFILE-FILE.
           OPEN INPUT CARDOCS-FILE.
           OPEN INPUT VIOL-FILE.
           IF NOT WS-VIOL-OK
              DISPLAY 'CARALPR - CARVIOL OPEN FAILED, STATUS '
                      WS-VIOL-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-NEXT-PERMIT.
           PERFORM RELEASE-ONE-PERMIT
              UNTIL WS-CARFILE-EOF.
           PERFORM RELEASE-ONE-VISITOR
              UNTIL WS-CARVIS-EOF.
           CLOSE CARVIS-FILE.
           CLOSE VIOL-FILE.
           OPEN INPUT FLEET-FILE.
           PERFORM READ-NEXT-POOL-VEHICLE.
           PERFORM RELEASE-ONE-POOL-VEHICLE

       RELEASE-ONE-PERMIT.
           PERFORM CHECK-MANDATORY-DOCUMENTS.
           MOVE 'Y' TO WS-GATE-OK-IND.
           IF NOT CF-PERMIT-EXPIRED
              AND WS-DOCS-OK
              MOVE CF-TAG-NUMBER TO WS-HOLD-TAG
              PERFORM CHECK-GATE-BLOCK
           END-IF.
           IF NOT CF-PERMIT-EXPIRED
              AND WS-DOCS-OK
              AND WS-GATE-OK
              MOVE CF-TAG-NUMBER   TO SD-TAG-NUMBER
              MOVE CF-STATE-CODE   TO SD-STATE-CODE
              MOVE 'E'             TO SD-PERMIT-TYPE
              ADD 1 TO WS-DOCS-DROPPED-COUNT
           END-IF.

       CHECK-GATE-BLOCK.
      *    THE TAG'S SIGHTINGS COME BACK OLDEST FIRST, SO THE LAST
      *    NON-DISMISSED ONE READ IS WHERE THE ESCALATION STANDS NOW -
      *    A GATE-BLOCK THERE KEEPS THE TAG OFF THE EXTRACT
           MOVE SPACES TO WS-LATEST-ESCALATION.
           MOVE 'N' TO WS-VIOL-SCAN-IND.
           MOVE WS-HOLD-TAG TO VL-TAG-NUMBER.
           MOVE LOW-VALUES  TO VL-SIGHTING-TIMESTAMP.
           START VIOL-FILE
                 KEY IS GREATER THAN OR EQUAL TO VL-VIOLATION-KEY
                 INVALID KEY SET WS-VIOL-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-ONE-VIOLATION
              UNTIL WS-VIOL-SCAN-DONE.
           IF WS-LATEST-ESCALATION IS EQUAL TO 'G'
              MOVE 'N' TO WS-GATE-OK-IND
              ADD 1 TO WS-GATE-HELD-COUNT
           END-IF.

       SCAN-ONE-VIOLATION.
           READ VIOL-FILE NEXT RECORD
                AT END SET WS-VIOL-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-VIOL-OK
              AND NOT WS-VIOL-SCAN-DONE
              DISPLAY 'CARALPR - CARVIOL READ FAILED, STATUS '
                      WS-VIOL-STATUS
              SET WS-VIOL-SCAN-DONE TO TRUE
           END-IF.
           IF NOT WS-VIOL-SCAN-DONE
              IF VL-TAG-NUMBER IS NOT EQUAL TO WS-HOLD-TAG
                 SET WS-VIOL-SCAN-DONE TO TRUE
              ELSE
                 IF NOT VL-IS-DISMISSED
                    MOVE VL-ESCALATION TO WS-LATEST-ESCALATION
                 END-IF
              END-IF
           END-IF.

       READ-NEXT-VISITOR.
           READ CARVIS-FILE NEXT RECORD
                AT END SET WS-CARVIS-EOF TO TRUE
           END-READ.

       RELEASE-ONE-VISITOR.
           MOVE 'Y' TO WS-GATE-OK-IND.
           IF VP-VALID-FROM-DATE IS LESS THAN OR EQUAL TO
              WS-TODAY-DATE
              AND VP-VALID-TO-DATE IS GREATER THAN OR EQUAL TO
                  WS-TODAY-DATE
              MOVE VP-TAG-NUMBER TO WS-HOLD-TAG
              PERFORM CHECK-GATE-BLOCK
           END-IF.
           IF VP-VALID-FROM-DATE IS LESS THAN OR EQUAL TO
              WS-TODAY-DATE
              AND VP-VALID-TO-DATE IS GREATER THAN OR EQUAL TO
                  WS-TODAY-DATE
              AND WS-GATE-OK
              MOVE VP-TAG-NUMBER TO SD-TAG-NUMBER
              MOVE VP-STATE-CODE TO SD-STATE-CODE
              MOVE 'V'           TO SD-PERMIT-TYPE
                   WS-RETIRED-SENT-COUNT.
           DISPLAY 'TAGS HELD FOR LAPSED DOCUMENTS: '
                   WS-DOCS-DROPPED-COUNT.
           DISPLAY 'TAGS HELD FOR GATE-BLOCK VIOLATIONS: '
                   WS-GATE-HELD-COUNT.
           DISPLAY 'LOT CLOSURES SENT: '
                   WS-CLOSURE-SENT-COUNT.
