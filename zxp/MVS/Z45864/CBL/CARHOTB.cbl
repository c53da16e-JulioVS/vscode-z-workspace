       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARHOTB.
      ******************************************************************
      *   DAILY STOLEN / WANTED PLATE HOTLIST MATCH.-
      *      - LOADS THE DAY'S HOTLIST EXTRACT FROM THE AGENCIES
      *        (TAG, STATE, REASON, SOURCE AGENCY) INTO THE CARHOTL
      *        CLUSTER.  A PLATE ON FILE BUT MISSING FROM TODAY'S
      *        EXTRACT HAS BEEN CLEARED AND IS DELETED.  AN EMPTY
      *        EXTRACT IS TAKEN AS A FEED FAILURE - THE LIST ON FILE
      *        IS KEPT AS IT IS AND THE JOB ENDS RC=8.
      *      - MATCHES EVERY LISTED PLATE AGAINST EMPLOYEE PERMITS
      *        (CARFILE, THROUGH THE CARTAGAX TAG PATH), VISITOR
      *        PERMITS (CARVIS), POOL VEHICLES (CARFLEET) AND THE
      *        LAST 30 DAYS OF GATE EVENTS (CARGEVT).  TAG AND STATE
      *        MUST BOTH AGREE ON THE PERMIT FILES; THE GATE READERS
      *        DO NOT CAPTURE THE STATE SO A GATE SIGHTING MATCHES ON
      *        THE TAG ALONE.
      *      - EACH MATCH IS LISTED ON THE HOTRPT REPORT AND THE
      *        SECURITY PRINT QUEUE WITH WHEN AND IN WHICH LOT THE
      *        PLATE WAS LAST SEEN, AND RAISES A HOTLIST EALERT (TYPE
      *        'P') PAGED TO THE CURRENT EONCALL PRIMARY.  AN
      *        EALRTESC PENDING RECORD IS FILED WITH IT SO THE
      *        EINTRMON SWEEP ESCALATES AN UNREAD PAGE TO THE BACKUP
      *        EXACTLY AS IT DOES FOR A SIGN-ON ALERT.  ONE ALERT PER
      *        PLATE PER DAY, SO A RERUN DOES NOT PAGE TWICE.
      *      - ENDS RC=4 WHEN ANY PLATE MATCHES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOTEXTR-FILE ASSIGN TO HOTEXTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HOTEXTR-STATUS.

           SELECT HOTLIST-FILE ASSIGN TO CARHOTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HK-HOT-KEY
                  FILE STATUS IS WS-HOTLIST-STATUS.

           SELECT CARFILE-FILE ASSIGN TO CARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CF-CARFILE-KEY
                  ALTERNATE RECORD KEY IS CF-TAG-NUMBER
                            WITH DUPLICATES
                  FILE STATUS IS WS-CARFILE-STATUS.

           SELECT VISITOR-FILE ASSIGN TO CARVIS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VP-TAG-NUMBER
                  FILE STATUS IS WS-VISITOR-STATUS.

           SELECT FLEET-FILE ASSIGN TO CARFLEET
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FL-VEHICLE-ID
                  FILE STATUS IS WS-FLEET-STATUS.

           SELECT GATE-EVENT-FILE ASSIGN TO CARGEVT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GE-EVENT-KEY
                  FILE STATUS IS WS-GATE-STATUS.

           SELECT ALERT-FILE ASSIGN TO EALERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IA-ALERT-KEY
                  FILE STATUS IS WS-ALERT-STATUS.

           SELECT ALRTESC-FILE ASSIGN TO EALRTESC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ES-ALERT-KEY
                  FILE STATUS IS WS-ALRTESC-STATUS.

           SELECT ONCALL-FILE ASSIGN TO EONCALL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OC-SHIFT-KEY
                  FILE STATUS IS WS-ONCALL-STATUS.

           SELECT USRMSG-FILE ASSIGN TO EUSRMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MS-MESSAGE-KEY
                  FILE STATUS IS WS-USRMSG-STATUS.

           SELECT REPORT-FILE ASSIGN TO HOTRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOTEXTR-FILE
           RECORDING MODE IS F.
       01  HOTEXTR-RECORD.
           05 HX-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(1).
           05 HX-STATE-CODE         PIC X(2).
           05 FILLER                PIC X(1).
           05 HX-REASON             PIC X(20).
           05 FILLER                PIC X(1).
           05 HX-SOURCE-AGENCY      PIC X(20).
           05 FILLER                PIC X(27).

       FD  HOTLIST-FILE
           RECORDING MODE IS F.
       COPY CARHOTL.

       FD  CARFILE-FILE
           RECORDING MODE IS F.
       COPY CARFILE.

       FD  VISITOR-FILE
           RECORDING MODE IS F.
       COPY CARVIS.

       FD  FLEET-FILE
           RECORDING MODE IS F.
       COPY CARFLEET.

       FD  GATE-EVENT-FILE
           RECORDING MODE IS F.
       COPY CARGEVT.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       COPY EALERT.

       FD  ALRTESC-FILE
           RECORDING MODE IS F.
       COPY EALRTESC.

       FD  ONCALL-FILE
           RECORDING MODE IS F.
       COPY EONCALL.

       FD  USRMSG-FILE
           RECORDING MODE IS F.
       COPY EUSRMSG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EPRTQ.
       COPY EBATP.
       01  WS-HOTEXTR-STATUS        PIC X(2).
           88 WS-HOTEXTR-EOF                  VALUE '10'.
       01  WS-HOTLIST-STATUS        PIC X(2).
           88 WS-HOTLIST-OK                   VALUE '00'.
           88 WS-HOTLIST-EOF                  VALUE '10'.
       01  WS-CARFILE-STATUS        PIC X(2).
           88 WS-CARFILE-OK                   VALUE '00'.
       01  WS-VISITOR-STATUS        PIC X(2).
           88 WS-VISITOR-OK                   VALUE '00'.
       01  WS-FLEET-STATUS          PIC X(2).
           88 WS-FLEET-EOF                    VALUE '10'.
       01  WS-GATE-STATUS           PIC X(2).
           88 WS-GATE-OK                      VALUE '00'.
       01  WS-ALERT-STATUS          PIC X(2).
       01  WS-ALRTESC-STATUS        PIC X(2).
       01  WS-ONCALL-STATUS         PIC X(2).
       01  WS-USRMSG-STATUS         PIC X(2).
           88 WS-USRMSG-OK                    VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-CURRENT-HHMM          PIC 9(4).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-ODW-DATE              PIC 9(8).
       01  WS-DAY-OF-WEEK           PIC 9(1).
       01  WS-SIGHTING-DAYS         PIC 9(3) VALUE 30.
       01  WS-CUTOFF-INT-DATE       PIC 9(7) USAGE IS COMPUTATIONAL.
       01  WS-CUTOFF-DATE           PIC 9(8).
       01  WS-SCAN-DONE-IND         PIC X(1) VALUE 'N'.
           88 WS-SCAN-DONE                    VALUE 'Y'.
       01  WS-ONCALL-FOUND-IND      PIC X(1) VALUE 'N'.
           88 WS-ONCALL-FOUND                 VALUE 'Y'.
       01  WS-MESSAGE-FILED-IND     PIC X(1) VALUE 'N'.
           88 WS-MESSAGE-FILED                VALUE 'Y'.
       01  WS-LOADED-COUNT          PIC 9(5) VALUE 0.
       01  WS-ADDED-COUNT           PIC 9(5) VALUE 0.
       01  WS-DELISTED-COUNT        PIC 9(5) VALUE 0.
       01  WS-CHECKED-COUNT         PIC 9(5) VALUE 0.
       01  WS-MATCHED-COUNT         PIC 9(5) VALUE 0.
       01  WS-ALERT-COUNT           PIC 9(5) VALUE 0.
      ******************************************************************
      *   PER-PLATE MATCH WORK AREAS.  THE FILES-MATCHED COUNT AND THE
      *   GATE SIGHTINGS RIDE THE EALERT RECORD; THE LAST SIGHTING IS
      *   THE NEWEST CARGEVT EVENT INSIDE THE 30-DAY WINDOW.
      ******************************************************************
       01  WS-FILES-MATCHED         PIC 9(3) VALUE 0.
       01  WS-SIGHTING-COUNT        PIC 9(3) VALUE 0.
       01  WS-LAST-SEEN-TIMESTAMP   PIC X(14).
       01  WS-LAST-SEEN-LOT         PIC X(2).
       01  WS-MESSAGE-SEQUENCE      PIC 9(4).
       01  WS-MESSAGE-TRIES         PIC 9(3) VALUE 0.
       01  WS-ALERT-SEQUENCE        PIC 9(7) VALUE 0.
      ******************************************************************
      *   POOL VEHICLES, LOADED ONCE - CARFLEET IS KEYED ON THE
      *   VEHICLE ID, NOT THE TAG.
      ******************************************************************
       01  WS-FLEETTAB-LIMIT        PIC 9(3) VALUE 200.
       01  WS-FLEETTAB-COUNT        PIC 9(3) VALUE 0.
       01  WS-FLEETTAB-SUB          PIC 9(3) VALUE 0.
       01  WS-FLEET-TABLE.
           05 WS-FT-ENTRY OCCURS 200 TIMES.
              10 WS-FT-VEHICLE-ID   PIC X(4).
              10 WS-FT-TAG-NUMBER   PIC X(8).
              10 WS-FT-STATE-CODE   PIC X(2).
              10 WS-FT-HOME-LOT     PIC X(2).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 DL-STATE-CODE         PIC X(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-REASON             PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 DL-SOURCE-AGENCY      PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 DL-MATCHED-ON         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 DL-DETAIL             PIC X(60).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  TAG-NO   ST  REASON               SOURCE AGENCY        MAT
      -    'CHED  DETAIL'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CARHOTB' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM READ-NEXT-EXTRACT.
           PERFORM LOAD-ONE-PLATE
              UNTIL WS-HOTEXTR-EOF.
           MOVE LOW-VALUES TO HK-HOT-KEY.
           START HOTLIST-FILE KEY IS GREATER THAN OR EQUAL TO
                 HK-HOT-KEY
                 INVALID KEY SET WS-HOTLIST-EOF TO TRUE
           END-START.
           IF NOT WS-HOTLIST-EOF
              PERFORM READ-NEXT-HOTLIST
           END-IF.
           PERFORM CHECK-ONE-PLATE
              UNTIL WS-HOTLIST-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-ALERT-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(9:4) TO WS-CURRENT-HHMM.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-CUTOFF-INT-DATE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
              - WS-SIGHTING-DAYS.
           COMPUTE WS-CUTOFF-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT-DATE).
           MOVE WS-CURRENT-DATE(11:4) TO WS-MESSAGE-SEQUENCE.
           PERFORM LOAD-FLEET-TABLE.
           OPEN INPUT HOTEXTR-FILE.
           OPEN I-O HOTLIST-FILE.
           OPEN INPUT CARFILE-FILE.
           OPEN INPUT VISITOR-FILE.
           OPEN INPUT GATE-EVENT-FILE.
           OPEN I-O ALERT-FILE.
           OPEN I-O ALRTESC-FILE.
           OPEN INPUT ONCALL-FILE.
           OPEN I-O USRMSG-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SECURITY' TO PRTQ-QUEUE-ID.
           MOVE 'CARHOTB'  TO PRTQ-REPORT-ID.
           SET PRTQ-OPEN TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           MOVE WS-HEADING-LINE TO PRTQ-REPORT-LINE.
           SET PRTQ-WRITE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.

       LOAD-FLEET-TABLE.
           OPEN INPUT FLEET-FILE.
           PERFORM READ-NEXT-FLEET.
           PERFORM NOTE-ONE-FLEET-VEHICLE
              UNTIL WS-FLEET-EOF.
           CLOSE FLEET-FILE.

       READ-NEXT-FLEET.
           READ FLEET-FILE NEXT RECORD
                AT END SET WS-FLEET-EOF TO TRUE
           END-READ.

       NOTE-ONE-FLEET-VEHICLE.
           IF WS-FLEETTAB-COUNT IS LESS THAN WS-FLEETTAB-LIMIT
              ADD 1 TO WS-FLEETTAB-COUNT
              MOVE FL-VEHICLE-ID TO WS-FT-VEHICLE-ID(WS-FLEETTAB-COUNT)
              MOVE FL-TAG-NUMBER TO WS-FT-TAG-NUMBER(WS-FLEETTAB-COUNT)
              MOVE FL-STATE-CODE TO WS-FT-STATE-CODE(WS-FLEETTAB-COUNT)
              MOVE FL-HOME-LOT   TO WS-FT-HOME-LOT(WS-FLEETTAB-COUNT)
           ELSE
              DISPLAY 'CARHOTB - FLEET TABLE FULL, VEHICLE SKIPPED: '
                      FL-VEHICLE-ID
           END-IF.
           PERFORM READ-NEXT-FLEET.

       READ-NEXT-EXTRACT.
           READ HOTEXTR-FILE
                AT END SET WS-HOTEXTR-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-PLATE.
      *    TODAY'S LISTING REFRESHES THE REASON AND AGENCY AND STAMPS
      *    THE PLATE AS STILL WANTED - THE FIRST-LISTED DATE AND THE
      *    LAST ALERT DATE CARRY OVER FROM THE RECORD ON FILE
           IF HX-TAG-NUMBER IS NOT EQUAL TO SPACES
              MOVE HX-TAG-NUMBER TO HK-TAG-NUMBER
              MOVE HX-STATE-CODE TO HK-STATE-CODE
              READ HOTLIST-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-HOTLIST-OK
                 MOVE HX-REASON        TO HK-REASON
                 MOVE HX-SOURCE-AGENCY TO HK-SOURCE-AGENCY
                 MOVE WS-TODAY-DATE    TO HK-LAST-LISTED-DATE
                 REWRITE HOTLIST-RECORD
                         INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 INITIALIZE HOTLIST-RECORD
                 MOVE HX-TAG-NUMBER    TO HK-TAG-NUMBER
                 MOVE HX-STATE-CODE    TO HK-STATE-CODE
                 MOVE HX-REASON        TO HK-REASON
                 MOVE HX-SOURCE-AGENCY TO HK-SOURCE-AGENCY
                 MOVE WS-TODAY-DATE    TO HK-FIRST-LISTED-DATE
                 MOVE WS-TODAY-DATE    TO HK-LAST-LISTED-DATE
                 MOVE SPACES           TO HK-LAST-ALERT-DATE
                 WRITE HOTLIST-RECORD
                       INVALID KEY CONTINUE
                 END-WRITE
                 ADD 1 TO WS-ADDED-COUNT
              END-IF
              ADD 1 TO WS-LOADED-COUNT
           END-IF.
           PERFORM READ-NEXT-EXTRACT.

       READ-NEXT-HOTLIST.
           READ HOTLIST-FILE NEXT RECORD
                AT END SET WS-HOTLIST-EOF TO TRUE
           END-READ.

       CHECK-ONE-PLATE.
      *    NOT ON TODAY'S LIST MEANS THE AGENCY HAS CLEARED IT - UNLESS
      *    THE EXTRACT CAME IN EMPTY, WHEN NOTHING IS DROPPED
           IF HK-LAST-LISTED-DATE IS NOT EQUAL TO WS-TODAY-DATE
              AND WS-LOADED-COUNT IS GREATER THAN ZERO
              PERFORM DELIST-ONE-PLATE
           ELSE
              PERFORM MATCH-ONE-PLATE
           END-IF.
           PERFORM READ-NEXT-HOTLIST.

       DELIST-ONE-PLATE.
           MOVE 'DELISTED' TO DL-MATCHED-ON.
           MOVE SPACES TO DL-DETAIL.
           STRING 'CLEARED BY AGENCY - LAST LISTED '
                  DELIMITED BY SIZE
                  HK-LAST-LISTED-DATE DELIMITED BY SIZE
                  INTO DL-DETAIL
           END-STRING.
           PERFORM WRITE-PLATE-LINE.
           DELETE HOTLIST-FILE RECORD
                  INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO WS-DELISTED-COUNT.

       MATCH-ONE-PLATE.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE ZERO   TO WS-FILES-MATCHED.
           MOVE ZERO   TO WS-SIGHTING-COUNT.
           MOVE SPACES TO WS-LAST-SEEN-TIMESTAMP.
           MOVE SPACES TO WS-LAST-SEEN-LOT.
           PERFORM MATCH-PERMITS.
           PERFORM MATCH-VISITOR-PERMIT.
           PERFORM MATCH-FLEET-VEHICLE
              VARYING WS-FLEETTAB-SUB FROM 1 BY 1
              UNTIL WS-FLEETTAB-SUB IS GREATER THAN WS-FLEETTAB-COUNT.
           PERFORM MATCH-GATE-SIGHTINGS.
           IF WS-FILES-MATCHED IS GREATER THAN ZERO
              ADD 1 TO WS-MATCHED-COUNT
              PERFORM REPORT-LAST-SEEN
              IF HK-LAST-ALERT-DATE IS EQUAL TO WS-TODAY-DATE
                 MOVE 'ALERT' TO DL-MATCHED-ON
                 MOVE 'ALREADY ALERTED TODAY - NOT PAGED AGAIN'
                    TO DL-DETAIL
                 PERFORM WRITE-PLATE-LINE
              ELSE
                 PERFORM RAISE-HOTLIST-ALERT
                 MOVE WS-TODAY-DATE TO HK-LAST-ALERT-DATE
                 REWRITE HOTLIST-RECORD
                         INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
           END-IF.

       MATCH-PERMITS.
      *    EVERY CARFILE VEHICLE CARRYING THE TAG, THROUGH THE CARTAGAX
      *    ALTERNATE INDEX - THE STATE HAS TO AGREE AS WELL
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE HK-TAG-NUMBER TO CF-TAG-NUMBER.
           START CARFILE-FILE KEY IS EQUAL TO CF-TAG-NUMBER
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM MATCH-ONE-PERMIT
              UNTIL WS-SCAN-DONE.

       MATCH-ONE-PERMIT.
           READ CARFILE-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF CF-TAG-NUMBER IS NOT EQUAL TO HK-TAG-NUMBER
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 IF CF-STATE-CODE IS EQUAL TO HK-STATE-CODE
                    ADD 1 TO WS-FILES-MATCHED
                    MOVE 'PERMIT' TO DL-MATCHED-ON
                    MOVE SPACES TO DL-DETAIL
                    STRING 'EMPLOYEE ' DELIMITED BY SIZE
                           CF-EMPLOYEE-NUMBER DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           CF-VEHICLE-SEQUENCE DELIMITED BY SIZE
                           ' LOT ' DELIMITED BY SIZE
                           CF-LOT-NUMBER DELIMITED BY SIZE
                           ' SPACE ' DELIMITED BY SIZE
                           CF-SPACE-NUMBER DELIMITED BY SIZE
                           ' STATUS ' DELIMITED BY SIZE
                           CF-PERMIT-STATUS DELIMITED BY SIZE
                           INTO DL-DETAIL
                    END-STRING
                    PERFORM WRITE-PLATE-LINE
                 END-IF
              END-IF
           END-IF.

       MATCH-VISITOR-PERMIT.
           MOVE HK-TAG-NUMBER TO VP-TAG-NUMBER.
           READ VISITOR-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-VISITOR-OK
              AND VP-STATE-CODE IS EQUAL TO HK-STATE-CODE
              ADD 1 TO WS-FILES-MATCHED
              MOVE 'VISITOR' TO DL-MATCHED-ON
              MOVE SPACES TO DL-DETAIL
              STRING VP-VISITOR-NAME DELIMITED BY SIZE
                     ' HOST ' DELIMITED BY SIZE
                     VP-HOST-EMPLOYEE-NUMBER DELIMITED BY SIZE
                     ' TO ' DELIMITED BY SIZE
                     VP-VALID-TO-DATE DELIMITED BY SIZE
                     INTO DL-DETAIL
              END-STRING
              PERFORM WRITE-PLATE-LINE
           END-IF.

       MATCH-FLEET-VEHICLE.
           IF WS-FT-TAG-NUMBER(WS-FLEETTAB-SUB) IS EQUAL TO
              HK-TAG-NUMBER
              AND WS-FT-STATE-CODE(WS-FLEETTAB-SUB) IS EQUAL TO
                  HK-STATE-CODE
              ADD 1 TO WS-FILES-MATCHED
              MOVE 'FLEET' TO DL-MATCHED-ON
              MOVE SPACES TO DL-DETAIL
              STRING 'POOL VEHICLE ' DELIMITED BY SIZE
                     WS-FT-VEHICLE-ID(WS-FLEETTAB-SUB)
                        DELIMITED BY SIZE
                     ' HOME LOT ' DELIMITED BY SIZE
                     WS-FT-HOME-LOT(WS-FLEETTAB-SUB)
                        DELIMITED BY SIZE
                     INTO DL-DETAIL
              END-STRING
              PERFORM WRITE-PLATE-LINE
           END-IF.

       MATCH-GATE-SIGHTINGS.
      *    THE TAG-MAJOR CARGEVT KEY MAKES THE PLATE'S LAST 30 DAYS ONE
      *    FORWARD BROWSE - THE LAST EVENT READ IS THE NEWEST
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE HK-TAG-NUMBER  TO GE-TAG-NUMBER.
           MOVE WS-CUTOFF-DATE TO GE-EVENT-TIMESTAMP(1:8).
           MOVE '000000'       TO GE-EVENT-TIMESTAMP(9:6).
           START GATE-EVENT-FILE KEY IS GREATER THAN OR EQUAL TO
                 GE-EVENT-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM NOTE-ONE-SIGHTING
              UNTIL WS-SCAN-DONE.
           IF WS-SIGHTING-COUNT IS GREATER THAN ZERO
              ADD 1 TO WS-FILES-MATCHED
           END-IF.

       NOTE-ONE-SIGHTING.
           READ GATE-EVENT-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF GE-TAG-NUMBER IS NOT EQUAL TO HK-TAG-NUMBER
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 IF WS-SIGHTING-COUNT IS LESS THAN 999
                    ADD 1 TO WS-SIGHTING-COUNT
                 END-IF
                 MOVE GE-EVENT-TIMESTAMP TO WS-LAST-SEEN-TIMESTAMP
                 MOVE GE-LOT-NUMBER      TO WS-LAST-SEEN-LOT
              END-IF
           END-IF.

       REPORT-LAST-SEEN.
           MOVE 'GATE' TO DL-MATCHED-ON.
           MOVE SPACES TO DL-DETAIL.
           IF WS-SIGHTING-COUNT IS GREATER THAN ZERO
              STRING 'LAST SEEN ' DELIMITED BY SIZE
                     WS-LAST-SEEN-TIMESTAMP(1:8) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-LAST-SEEN-TIMESTAMP(9:6) DELIMITED BY SIZE
                     ' LOT ' DELIMITED BY SIZE
                     WS-LAST-SEEN-LOT DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     WS-SIGHTING-COUNT DELIMITED BY SIZE
                     ' GATE EVENTS IN 30 DAYS' DELIMITED BY SIZE
                     INTO DL-DETAIL
              END-STRING
           ELSE
              MOVE 'NOT SEEN AT THE GATES IN THE LAST 30 DAYS'
                 TO DL-DETAIL
           END-IF.
           PERFORM WRITE-PLATE-LINE.

       RAISE-HOTLIST-ALERT.
      *    THE RUN TIMESTAMP KEYS EVERY ALERT THIS RUN RAISES, SO THE
      *    TASK-NUMBER HALF OF THE KEY CARRIES A RUN SEQUENCE
           ADD 1 TO WS-ALERT-SEQUENCE.
           INITIALIZE INTRUSION-ALERT-RECORD.
           MOVE WS-CURRENT-DATE    TO IA-ALERT-TIMESTAMP.
           MOVE WS-ALERT-SEQUENCE  TO IA-TASK-NUMBER.
           SET IA-HOTLIST-PLATE    TO TRUE.
           MOVE HK-TAG-NUMBER      TO IA-USER-ID.
           MOVE WS-LAST-SEEN-LOT   TO IA-TERMINAL-ID.
           MOVE WS-SIGHTING-COUNT  TO IA-FAILURE-COUNT.
           MOVE WS-FILES-MATCHED   TO IA-DISTINCT-COUNT.
           MOVE ZERO               TO IA-WINDOW-MINUTES.
           WRITE INTRUSION-ALERT-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WS-ALERT-COUNT.
           PERFORM FIND-ON-CALL-PRIMARY.
           MOVE 'ALERT' TO DL-MATCHED-ON.
           MOVE SPACES TO DL-DETAIL.
           IF WS-ONCALL-FOUND
              PERFORM MESSAGE-ON-CALL-PRIMARY
              STRING 'EALERT RAISED - PAGED ON-CALL '
                     DELIMITED BY SIZE
                     OC-PRIMARY-USER-ID DELIMITED BY SPACE
                     INTO DL-DETAIL
              END-STRING
           ELSE
              MOVE 'EALERT RAISED - NO ON-CALL SHIFT, NOT PAGED'
                 TO DL-DETAIL
           END-IF.
           PERFORM WRITE-PLATE-LINE.

       FIND-ON-CALL-PRIMARY.
      *    SAME SHIFT LOOKUP EINTRMON USES - TODAY'S DAY OF WEEK AND
      *    THE SHIFT WINDOW COVERING RIGHT NOW
           MOVE 'N' TO WS-ONCALL-FOUND-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CURRENT-DATE(1:8) TO WS-ODW-DATE.
           COMPUTE WS-DAY-OF-WEEK =
              FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-ODW-DATE)
                           - 1, 7) + 1.
           MOVE WS-DAY-OF-WEEK TO OC-DAY-OF-WEEK.
           MOVE LOW-VALUES     TO OC-SHIFT-CODE.
           START ONCALL-FILE KEY IS GREATER THAN OR EQUAL TO
                 OC-SHIFT-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-ONE-SHIFT
              UNTIL WS-SCAN-DONE OR WS-ONCALL-FOUND.

       SCAN-ONE-SHIFT.
           READ ONCALL-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF OC-DAY-OF-WEEK IS NOT EQUAL TO WS-DAY-OF-WEEK
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 IF WS-CURRENT-HHMM IS GREATER THAN
                    OR EQUAL TO OC-SHIFT-START-TIME
                    AND WS-CURRENT-HHMM IS LESS THAN
                        OR EQUAL TO OC-SHIFT-END-TIME
                    SET WS-ONCALL-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.

       MESSAGE-ON-CALL-PRIMARY.
      *    ONE PAGE PER PLATE, SO SEVERAL CAN GO TO THE SAME PRIMARY
      *    IN ONE RUN - THE MINUTES-AND-SECONDS OF THE MESSAGE KEY
      *    STEP ON PAST ANY PAGE ALREADY FILED UNDER IT
           MOVE 'N'  TO WS-MESSAGE-FILED-IND.
           MOVE ZERO TO WS-MESSAGE-TRIES.
           INITIALIZE USER-MESSAGE-RECORD.
           MOVE OC-PRIMARY-USER-ID TO MS-USER-ID.
           MOVE WS-CURRENT-DATE    TO MS-EFFECTIVE-TIMESTAMP.
           MOVE SPACES             TO MS-EXPIRY-TIMESTAMP.
           MOVE 'N'                TO MS-DELIVERED-IND.
           STRING 'Hotlist plate ' DELIMITED BY SIZE
                  HK-TAG-NUMBER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  HK-STATE-CODE DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  HK-REASON DELIMITED BY '  '
                  ') matched - see CARHOTB report.' DELIMITED BY SIZE
                  INTO MS-MESSAGE-TEXT
           END-STRING.
           PERFORM FILE-ONE-MESSAGE
              UNTIL WS-MESSAGE-FILED
              OR WS-MESSAGE-TRIES IS GREATER THAN 99.
           IF WS-MESSAGE-FILED
              INITIALIZE ALERT-ESCALATION-RECORD
              MOVE IA-ALERT-KEY        TO ES-ALERT-KEY
              MOVE OC-PRIMARY-USER-ID  TO ES-ROUTED-TO
              MOVE WS-CURRENT-DATE     TO ES-ROUTED-TIMESTAMP
              MOVE MS-MESSAGE-KEY      TO ES-MESSAGE-KEY
              SET ES-IS-PENDING        TO TRUE
              MOVE SPACES              TO ES-ESCALATED-TO
              WRITE ALERT-ESCALATION-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-IF.

       FILE-ONE-MESSAGE.
           ADD 1 TO WS-MESSAGE-TRIES.
           MOVE WS-CURRENT-DATE(1:10) TO MS-MESSAGE-TIMESTAMP(1:10).
           MOVE WS-MESSAGE-SEQUENCE   TO MS-MESSAGE-TIMESTAMP(11:4).
           WRITE USER-MESSAGE-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           IF WS-USRMSG-OK
              SET WS-MESSAGE-FILED TO TRUE
           END-IF.
           ADD 1 TO WS-MESSAGE-SEQUENCE.

       WRITE-PLATE-LINE.
           MOVE HK-TAG-NUMBER    TO DL-TAG-NUMBER.
           MOVE HK-STATE-CODE    TO DL-STATE-CODE.
           MOVE HK-REASON        TO DL-REASON.
           MOVE HK-SOURCE-AGENCY TO DL-SOURCE-AGENCY.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-LINE TO PRTQ-REPORT-LINE.
           SET PRTQ-WRITE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  LISTED TODAY: ' DELIMITED BY SIZE
                  WS-LOADED-COUNT DELIMITED BY SIZE
                  '  NEW: ' DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  '  DELISTED: ' DELIMITED BY SIZE
                  WS-DELISTED-COUNT DELIMITED BY SIZE
                  '  CHECKED: ' DELIMITED BY SIZE
                  WS-CHECKED-COUNT DELIMITED BY SIZE
                  '  MATCHED: ' DELIMITED BY SIZE
                  WS-MATCHED-COUNT DELIMITED BY SIZE
                  '  ALERTS RAISED: ' DELIMITED BY SIZE
                  WS-ALERT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE REPORT-LINE TO PRTQ-REPORT-LINE.
           SET PRTQ-WRITE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           IF WS-LOADED-COUNT IS EQUAL TO ZERO
              MOVE '  ** EMPTY HOTLIST EXTRACT - LIST ON FILE KEPT AS IS
      -            ' **' TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE REPORT-LINE TO PRTQ-REPORT-LINE
              SET PRTQ-WRITE TO TRUE
              CALL 'EPRTRTE' USING PRTQ-PARAMETERS
           END-IF.
           SET PRTQ-CLOSE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           CLOSE HOTEXTR-FILE.
           CLOSE HOTLIST-FILE.
           CLOSE CARFILE-FILE.
           CLOSE VISITOR-FILE.
           CLOSE GATE-EVENT-FILE.
           CLOSE ALERT-FILE.
           CLOSE ALRTESC-FILE.
           CLOSE ONCALL-FILE.
           CLOSE USRMSG-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'HOTLIST PLATES MATCHED: ' WS-MATCHED-COUNT
                   ' ALERTS RAISED: ' WS-ALERT-COUNT.
           IF WS-LOADED-COUNT IS EQUAL TO ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-MATCHED-COUNT IS GREATER THAN ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
