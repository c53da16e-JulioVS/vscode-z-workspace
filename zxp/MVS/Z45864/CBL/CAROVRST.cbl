       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAROVRST.
      ******************************************************************
      *   NIGHTLY ABANDONED / OVERSTAY VEHICLE DETECTION.-
      *      - WALKS THE CARGEVT GATE EVENTS ONE TAG AT A TIME AND
      *        KEEPS EACH TAG'S LAST EVENT.  THREE MORNING LISTS FOR
      *        SECURITY'S WALK-THROUGHS AND TOWING DECISIONS:
      *           . OVERSTAYS - LAST EVENT IS AN ENTRY OLDER THAN THE
      *             THRESHOLD (SYSIN CARD, HOURS, BLANK OR ZERO TAKES
      *             THE 24-HOUR DEFAULT), WITH THE EMPLOYEE, VISITOR
      *             HOST OR POOL CAR THE TAG RESOLVES TO
      *           . VISITORS STILL IN A LOT - LAST EVENT IS AN ENTRY
      *             AND CARVIS SAYS THE PERMIT ENDED BEFORE TODAY
      *           . POOL CARS STILL FL-IS-CHECKED-OUT ON CARFLEET
      *             PAST THE END OF THE DRIVER'S CARRESV SLOT (OR
      *             OUT WITH NO SLOT ON FILE AT ALL)
      *      - READ-ONLY AGAINST THE CLUSTERS.  RC=4 WHEN ANY LIST
      *        HAS ENTRIES, RC=8 WHEN A TABLE OVERFLOWS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATEVT-FILE ASSIGN TO CARGEVT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS GE-EVENT-KEY
                  FILE STATUS IS WS-GATEVT-STATUS.

           SELECT CARFILE-FILE ASSIGN TO CARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CF-CARFILE-KEY
                  FILE STATUS IS WS-CARFILE-STATUS.

           SELECT CARVIS-FILE ASSIGN TO CARVIS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VP-TAG-NUMBER
                  FILE STATUS IS WS-CARVIS-STATUS.

           SELECT FLEET-FILE ASSIGN TO CARFLEET
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FL-VEHICLE-ID
                  FILE STATUS IS WS-FLEET-STATUS.

           SELECT CARRESV-FILE ASSIGN TO CARRESV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RV-RESV-KEY
                  FILE STATUS IS WS-CARRESV-STATUS.

           SELECT REPORT-FILE ASSIGN TO OVSTRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GATEVT-FILE
           RECORDING MODE IS F.
       COPY CARGEVT.

       FD  CARFILE-FILE
           RECORDING MODE IS F.
       COPY CARFILE.

       FD  CARVIS-FILE
           RECORDING MODE IS F.
       COPY CARVIS.

       FD  FLEET-FILE
           RECORDING MODE IS F.
       COPY CARFLEET.

       FD  CARRESV-FILE
           RECORDING MODE IS F.
       COPY CARRESV.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GATEVT-STATUS         PIC X(2).
           88 WS-GATEVT-EOF                   VALUE '10'.
       01  WS-CARFILE-STATUS        PIC X(2).
           88 WS-CARFILE-EOF                  VALUE '10'.
       01  WS-CARVIS-STATUS         PIC X(2).
           88 WS-CARVIS-OK                    VALUE '00'.
       01  WS-FLEET-STATUS          PIC X(2).
           88 WS-FLEET-EOF                    VALUE '10'.
       01  WS-CARRESV-STATUS        PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-STAMP REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-DATE           PIC 9(8).
           05 WS-NOW-HOUR           PIC 9(2).
           05 FILLER                PIC X(4).
       01  WS-THRESHOLD-HOURS       PIC 9(3) VALUE 24.
       01  WS-HOURS-IN-LOT          PIC S9(7) VALUE 0.
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-OVERSTAY-COUNT        PIC 9(5) VALUE 0.
       01  WS-VISITOR-COUNT         PIC 9(5) VALUE 0.
       01  WS-POOL-OVERDUE-COUNT    PIC 9(5) VALUE 0.
      ******************************************************************
      *   LAST EVENT SEEN FOR THE TAG CURRENTLY BEING WALKED - THE
      *   CARGEVT KEY ORDER (TAG, TIMESTAMP) MAKES IT THE NEWEST.
      ******************************************************************
       01  WS-LAST-EVENT.
           05 WS-LE-TAG             PIC X(8) VALUE SPACES.
           05 WS-LE-STAMP.
              10 WS-LE-DATE         PIC 9(8).
              10 WS-LE-HOUR         PIC 9(2).
              10 FILLER             PIC X(4).
           05 WS-LE-LOT             PIC X(2).
           05 WS-LE-DIRECTION       PIC X(1).
              88 WS-LE-IS-ENTRY               VALUE 'I'.
      ******************************************************************
      *   TAG RESOLVER TABLES - EMPLOYEE PERMITS (EXPIRED ONES TOO,
      *   AN EXPIRED PERMIT'S CAR CAN STILL BE SITTING THERE) AND
      *   POOL CARS, EACH PROBED WITH A SMALL LINEAR SCAN.
      ******************************************************************
       01  WS-ALLTAB-LIMIT          PIC 9(4) VALUE 1000.
       01  WS-ALLTAB-COUNT          PIC 9(4) VALUE 0.
       01  WS-ALLTAB-SUB            PIC 9(4) VALUE 0.
       01  WS-ALL-TAG-TABLE.
           05 WS-ALLTAB-ENTRY OCCURS 1000 TIMES.
              10 WS-AT-TAG          PIC X(8).
              10 WS-AT-EMPLOYEE     PIC X(6).
       01  WS-POOLTAB-LIMIT         PIC 9(4) VALUE 200.
       01  WS-POOLTAB-COUNT         PIC 9(4) VALUE 0.
       01  WS-POOLTAB-SUB           PIC 9(4) VALUE 0.
       01  WS-POOL-TAG-TABLE.
           05 WS-POOLTAB-ENTRY OCCURS 200 TIMES.
              10 WS-PT-TAG          PIC X(8).
              10 WS-PT-VEHICLE-ID   PIC X(4).
       01  WS-TAG-TABLE-OVERFLOW-IND PIC X(1) VALUE 'N'.
           88 WS-TAG-TABLE-OVERFLOW           VALUE 'Y'.
       01  WS-TAG-FOUND-IND         PIC X(1) VALUE 'N'.
           88 WS-TAG-FOUND                    VALUE 'Y'.
      ******************************************************************
      *   VISITOR FINDINGS ARE HELD UNTIL THE OVERSTAY LIST IS DONE
      *   SO THEY PRINT AS THEIR OWN SECTION.
      ******************************************************************
       01  WS-VISTAB-LIMIT          PIC 9(4) VALUE 200.
       01  WS-VISTAB-COUNT          PIC 9(4) VALUE 0.
       01  WS-VISTAB-SUB            PIC 9(4) VALUE 0.
       01  WS-VISITOR-TABLE.
           05 WS-VISTAB-ENTRY OCCURS 200 TIMES.
              10 WS-VT-TAG          PIC X(8).
              10 WS-VT-LOT          PIC X(2).
              10 WS-VT-ENTERED      PIC X(14).
              10 WS-VT-NOTE         PIC X(44).
       01  WS-VISTAB-OVERFLOW-IND   PIC X(1) VALUE 'N'.
           88 WS-VISITOR-TABLE-OVERFLOW       VALUE 'Y'.
      ******************************************************************
      *   POOL-CAR SLOT SCAN - THE DRIVER'S LATEST SLOT THAT HAS
      *   ALREADY STARTED IS THE ONE THE CAR WENT OUT ON.
      ******************************************************************
       01  WS-RESV-SCAN-IND         PIC X(1) VALUE 'N'.
           88 WS-RESV-SCAN-DONE               VALUE 'Y'.
       01  WS-SLOT-FOUND-IND        PIC X(1) VALUE 'N'.
           88 WS-SLOT-FOUND                   VALUE 'Y'.
       01  WS-SLOT-END              PIC X(14).
       01  WS-HOURS-DISPLAY         PIC Z,ZZ9.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LOT-NUMBER         PIC X(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-REFERENCE          PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(44).
       01  WS-OVERSTAY-HEADING      PIC X(132) VALUE
            '  TAG-NO    LT  ENTERED-AT      OVERSTAY - LAST EVENT IS AN
      -    ' ENTRY'.
       01  WS-VISITOR-HEADING       PIC X(132) VALUE
           '  TAG-NO    LT  ENTERED-AT      VISITOR STILL IN LOT AFTER V
      -    'ALID-TO DATE'.
       01  WS-POOL-HEADING          PIC X(132) VALUE
           '  TAG-NO    LT  SLOT-ENDED-AT   POOL CAR CHECKED OUT PAST IT
      -    'S SLOT'.
       01  WS-OVERFLOW-LINE         PIC X(132) VALUE
           '  ** A LOOKUP TABLE OVERFLOWED - LISTS MAY BE INCOMPLETE, RA
      -    'ISE THE TABLE LIMITS AND RERUN **'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CAROVRST' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM LOAD-TAG-TABLES.
           PERFORM SCAN-GATE-EVENTS.
           PERFORM REPORT-VISITORS.
           PERFORM REPORT-OVERDUE-POOL-CARS.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           COMPUTE BAT-RECORDS-WRITTEN = WS-OVERSTAY-COUNT
              + WS-VISITOR-COUNT + WS-POOL-OVERDUE-COUNT.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-THRESHOLD-HOURS FROM SYSIN.
           IF WS-THRESHOLD-HOURS IS NOT NUMERIC
              OR WS-THRESHOLD-HOURS IS EQUAL TO ZERO
              MOVE 24 TO WS-THRESHOLD-HOURS
           END-IF.
           OPEN INPUT CARVIS-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-OVERSTAY-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-TAG-TABLES.
           OPEN INPUT CARFILE-FILE.
           PERFORM READ-NEXT-PERMIT.
           PERFORM LOAD-ONE-PERMIT-TAG
              UNTIL WS-CARFILE-EOF.
           CLOSE CARFILE-FILE.
           OPEN INPUT FLEET-FILE.
           PERFORM READ-NEXT-POOL-VEHICLE.
           PERFORM LOAD-ONE-POOL-TAG
              UNTIL WS-FLEET-EOF.
           CLOSE FLEET-FILE.

       READ-NEXT-PERMIT.
           READ CARFILE-FILE NEXT RECORD
                AT END SET WS-CARFILE-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-PERMIT-TAG.
           IF WS-ALLTAB-COUNT IS LESS THAN WS-ALLTAB-LIMIT
              ADD 1 TO WS-ALLTAB-COUNT
              MOVE CF-TAG-NUMBER      TO WS-AT-TAG(WS-ALLTAB-COUNT)
              MOVE CF-EMPLOYEE-NUMBER
                   TO WS-AT-EMPLOYEE(WS-ALLTAB-COUNT)
           ELSE
              SET WS-TAG-TABLE-OVERFLOW TO TRUE
           END-IF.
           PERFORM READ-NEXT-PERMIT.

       READ-NEXT-POOL-VEHICLE.
           READ FLEET-FILE NEXT RECORD
                AT END SET WS-FLEET-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-POOL-TAG.
           IF WS-POOLTAB-COUNT IS LESS THAN WS-POOLTAB-LIMIT
              ADD 1 TO WS-POOLTAB-COUNT
              MOVE FL-TAG-NUMBER  TO WS-PT-TAG(WS-POOLTAB-COUNT)
              MOVE FL-VEHICLE-ID  TO WS-PT-VEHICLE-ID(WS-POOLTAB-COUNT)
           ELSE
              SET WS-TAG-TABLE-OVERFLOW TO TRUE
           END-IF.
           PERFORM READ-NEXT-POOL-VEHICLE.

       SCAN-GATE-EVENTS.
      *    A TAG'S LAST EVENT IS ONLY KNOWN ONCE THE NEXT TAG STARTS
      *    (OR THE FILE ENDS), SO EACH TAG IS JUDGED ON THE BREAK
           OPEN INPUT GATEVT-FILE.
           PERFORM READ-NEXT-EVENT.
           PERFORM TRACK-ONE-EVENT
              UNTIL WS-GATEVT-EOF.
           IF WS-LE-TAG IS NOT EQUAL TO SPACES
              PERFORM JUDGE-LAST-EVENT
           END-IF.
           CLOSE GATEVT-FILE.

       READ-NEXT-EVENT.
           READ GATEVT-FILE NEXT RECORD
                AT END SET WS-GATEVT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       TRACK-ONE-EVENT.
           IF GE-TAG-NUMBER IS NOT EQUAL TO WS-LE-TAG
              AND WS-LE-TAG IS NOT EQUAL TO SPACES
              PERFORM JUDGE-LAST-EVENT
           END-IF.
           MOVE GE-TAG-NUMBER      TO WS-LE-TAG.
           MOVE GE-EVENT-TIMESTAMP TO WS-LE-STAMP.
           MOVE GE-LOT-NUMBER      TO WS-LE-LOT.
           MOVE GE-DIRECTION       TO WS-LE-DIRECTION.
           PERFORM READ-NEXT-EVENT.

       JUDGE-LAST-EVENT.
           IF WS-LE-IS-ENTRY
              AND WS-LE-DATE IS NUMERIC
              AND WS-LE-HOUR IS NUMERIC
              COMPUTE WS-HOURS-IN-LOT =
                 (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-LE-DATE)) * 24
                 + WS-NOW-HOUR - WS-LE-HOUR
              MOVE WS-LE-TAG TO VP-TAG-NUMBER
              READ CARVIS-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-CARVIS-OK
                 AND VP-VALID-TO-DATE IS LESS THAN WS-NOW-DATE
                 PERFORM HOLD-VISITOR-FINDING
              END-IF
              IF WS-HOURS-IN-LOT IS NOT LESS THAN WS-THRESHOLD-HOURS
                 PERFORM REPORT-ONE-OVERSTAY
              END-IF
           END-IF.

       REPORT-ONE-OVERSTAY.
           ADD 1 TO WS-OVERSTAY-COUNT.
           MOVE SPACES TO DL-NOTE.
           MOVE WS-HOURS-IN-LOT TO WS-HOURS-DISPLAY.
           EVALUATE TRUE
           WHEN WS-CARVIS-OK
                STRING WS-HOURS-DISPLAY DELIMITED BY SIZE
                       ' HRS - VISITOR, HOST ' DELIMITED BY SIZE
                       VP-HOST-EMPLOYEE-NUMBER DELIMITED BY SIZE
                       INTO DL-NOTE
                END-STRING
           WHEN OTHER
                PERFORM FIND-POOL-TAG
                IF WS-TAG-FOUND
                   STRING WS-HOURS-DISPLAY DELIMITED BY SIZE
                          ' HRS - POOL CAR ' DELIMITED BY SIZE
                          WS-PT-VEHICLE-ID(WS-POOLTAB-SUB)
                          DELIMITED BY SIZE
                          INTO DL-NOTE
                   END-STRING
                ELSE
                   PERFORM FIND-PERMIT-TAG
                   IF WS-TAG-FOUND
                      STRING WS-HOURS-DISPLAY DELIMITED BY SIZE
                             ' HRS - EMPLOYEE ' DELIMITED BY SIZE
                             WS-AT-EMPLOYEE(WS-ALLTAB-SUB)
                             DELIMITED BY SIZE
                             INTO DL-NOTE
                      END-STRING
                   ELSE
                      STRING WS-HOURS-DISPLAY DELIMITED BY SIZE
                             ' HRS - TAG ON NO PERMIT' DELIMITED BY SIZE
                             INTO DL-NOTE
                      END-STRING
                   END-IF
                END-IF
           END-EVALUATE.
           MOVE WS-LE-TAG   TO DL-TAG-NUMBER.
           MOVE WS-LE-LOT   TO DL-LOT-NUMBER.
           MOVE WS-LE-STAMP TO DL-REFERENCE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FIND-POOL-TAG.
           MOVE 'N' TO WS-TAG-FOUND-IND.
           PERFORM PROBE-ONE-POOL-TAG
              VARYING WS-POOLTAB-SUB FROM 1 BY 1
              UNTIL WS-POOLTAB-SUB IS GREATER THAN WS-POOLTAB-COUNT
              OR WS-TAG-FOUND.
      *    THE VARYING STEPS ONCE PAST THE HIT BEFORE THE TEST
           IF WS-TAG-FOUND
              SUBTRACT 1 FROM WS-POOLTAB-SUB
           END-IF.

       PROBE-ONE-POOL-TAG.
           IF WS-PT-TAG(WS-POOLTAB-SUB) IS EQUAL TO WS-LE-TAG
              SET WS-TAG-FOUND TO TRUE
           END-IF.

       FIND-PERMIT-TAG.
           MOVE 'N' TO WS-TAG-FOUND-IND.
           PERFORM PROBE-ONE-PERMIT-TAG
              VARYING WS-ALLTAB-SUB FROM 1 BY 1
              UNTIL WS-ALLTAB-SUB IS GREATER THAN WS-ALLTAB-COUNT
              OR WS-TAG-FOUND.
           IF WS-TAG-FOUND
              SUBTRACT 1 FROM WS-ALLTAB-SUB
           END-IF.

       PROBE-ONE-PERMIT-TAG.
           IF WS-AT-TAG(WS-ALLTAB-SUB) IS EQUAL TO WS-LE-TAG
              SET WS-TAG-FOUND TO TRUE
           END-IF.

       HOLD-VISITOR-FINDING.
           IF WS-VISTAB-COUNT IS LESS THAN WS-VISTAB-LIMIT
              ADD 1 TO WS-VISTAB-COUNT
              MOVE WS-LE-TAG   TO WS-VT-TAG(WS-VISTAB-COUNT)
              MOVE WS-LE-LOT   TO WS-VT-LOT(WS-VISTAB-COUNT)
              MOVE WS-LE-STAMP TO WS-VT-ENTERED(WS-VISTAB-COUNT)
              MOVE SPACES      TO WS-VT-NOTE(WS-VISTAB-COUNT)
              STRING 'VALID TO ' DELIMITED BY SIZE
                     VP-VALID-TO-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     VP-VISITOR-NAME DELIMITED BY SIZE
                     INTO WS-VT-NOTE(WS-VISTAB-COUNT)
              END-STRING
           ELSE
              SET WS-VISITOR-TABLE-OVERFLOW TO TRUE
           END-IF.

       REPORT-VISITORS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-VISITOR-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM REPORT-ONE-VISITOR
              VARYING WS-VISTAB-SUB FROM 1 BY 1
              UNTIL WS-VISTAB-SUB IS GREATER THAN WS-VISTAB-COUNT.

       REPORT-ONE-VISITOR.
           ADD 1 TO WS-VISITOR-COUNT.
           MOVE WS-VT-TAG(WS-VISTAB-SUB)     TO DL-TAG-NUMBER.
           MOVE WS-VT-LOT(WS-VISTAB-SUB)     TO DL-LOT-NUMBER.
           MOVE WS-VT-ENTERED(WS-VISTAB-SUB) TO DL-REFERENCE.
           MOVE WS-VT-NOTE(WS-VISTAB-SUB)    TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       REPORT-OVERDUE-POOL-CARS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POOL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '00' TO WS-FLEET-STATUS.
           OPEN INPUT FLEET-FILE.
           OPEN INPUT CARRESV-FILE.
           PERFORM READ-NEXT-POOL-VEHICLE.
           PERFORM CHECK-ONE-POOL-CAR
              UNTIL WS-FLEET-EOF.
           CLOSE FLEET-FILE.
           CLOSE CARRESV-FILE.

       CHECK-ONE-POOL-CAR.
           IF FL-IS-CHECKED-OUT
              PERFORM FIND-DRIVER-SLOT
              IF NOT WS-SLOT-FOUND
                 MOVE SPACES TO DL-REFERENCE
                 MOVE SPACES TO DL-NOTE
                 STRING 'CAR ' DELIMITED BY SIZE
                        FL-VEHICLE-ID DELIMITED BY SIZE
                        ' OUT TO ' DELIMITED BY SIZE
                        FL-CURRENT-DRIVER DELIMITED BY SIZE
                        ' - NO SLOT ON FILE' DELIMITED BY SIZE
                        INTO DL-NOTE
                 END-STRING
                 PERFORM REPORT-ONE-POOL-CAR
              ELSE
                 IF WS-SLOT-END IS LESS THAN WS-CURRENT-DATE
                    MOVE WS-SLOT-END TO DL-REFERENCE
                    MOVE SPACES TO DL-NOTE
                    STRING 'CAR ' DELIMITED BY SIZE
                           FL-VEHICLE-ID DELIMITED BY SIZE
                           ' OUT TO ' DELIMITED BY SIZE
                           FL-CURRENT-DRIVER DELIMITED BY SIZE
                           ' - NOT RETURNED'
                           DELIMITED BY SIZE
                           INTO DL-NOTE
                    END-STRING
                    PERFORM REPORT-ONE-POOL-CAR
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-POOL-VEHICLE.

       FIND-DRIVER-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-IND.
           MOVE 'N' TO WS-RESV-SCAN-IND.
           MOVE SPACES TO WS-SLOT-END.
           MOVE FL-VEHICLE-ID TO RV-VEHICLE-ID.
           MOVE LOW-VALUES    TO RV-SLOT-START.
           START CARRESV-FILE
                 KEY IS GREATER THAN OR EQUAL TO RV-RESV-KEY
                 INVALID KEY SET WS-RESV-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-ONE-SLOT
              UNTIL WS-RESV-SCAN-DONE.

       SCAN-ONE-SLOT.
           READ CARRESV-FILE NEXT RECORD
                AT END SET WS-RESV-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-RESV-SCAN-DONE
              IF RV-VEHICLE-ID IS NOT EQUAL TO FL-VEHICLE-ID
                 OR RV-SLOT-START IS GREATER THAN WS-CURRENT-DATE
                 SET WS-RESV-SCAN-DONE TO TRUE
              ELSE
                 IF NOT RV-IS-CANCELLED
                    AND RV-EMPLOYEE-NUMBER IS EQUAL TO
                        FL-CURRENT-DRIVER
                    SET WS-SLOT-FOUND TO TRUE
                    MOVE RV-SLOT-END TO WS-SLOT-END
                 END-IF
              END-IF
           END-IF.

       REPORT-ONE-POOL-CAR.
           ADD 1 TO WS-POOL-OVERDUE-COUNT.
           MOVE FL-TAG-NUMBER TO DL-TAG-NUMBER.
           MOVE FL-HOME-LOT   TO DL-LOT-NUMBER.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           IF WS-TAG-TABLE-OVERFLOW
              OR WS-VISITOR-TABLE-OVERFLOW
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-OVERFLOW-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  OVERSTAYS: ' DELIMITED BY SIZE
                  WS-OVERSTAY-COUNT DELIMITED BY SIZE
                  '  VISITORS PAST VALID-TO: ' DELIMITED BY SIZE
                  WS-VISITOR-COUNT DELIMITED BY SIZE
                  '  POOL CARS OVERDUE: ' DELIMITED BY SIZE
                  WS-POOL-OVERDUE-COUNT DELIMITED BY SIZE
                  '  THRESHOLD HOURS: ' DELIMITED BY SIZE
                  WS-THRESHOLD-HOURS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CARVIS-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'OVERSTAY TAGS: ' WS-OVERSTAY-COUNT.
           DISPLAY 'VISITORS PAST VALID-TO: ' WS-VISITOR-COUNT.
           DISPLAY 'POOL CARS OVERDUE: ' WS-POOL-OVERDUE-COUNT.
           IF WS-OVERSTAY-COUNT IS GREATER THAN ZERO
              OR WS-VISITOR-COUNT IS GREATER THAN ZERO
              OR WS-POOL-OVERDUE-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TAG-TABLE-OVERFLOW
              OR WS-VISITOR-TABLE-OVERFLOW
              DISPLAY 'TABLE OVERFLOW - LISTS MAY BE INCOMPLETE'
              MOVE 8 TO RETURN-CODE
           END-IF.
