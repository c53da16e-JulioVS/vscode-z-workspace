       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARINCRP.
      ******************************************************************
      *   MONTHLY POOL-VEHICLE INCIDENT REPORT.-
      *      - SORTS THE MONTH'S CARINCD INCIDENTS (BY REPORTED DATE,
      *        SYSIN CARD 1 = YYYYMM, BLANK TAKES LAST MONTH) INTO
      *        VEHICLE AND DRIVER ORDER AND LISTS EACH ONE WITH ITS
      *        TRIP, TYPE, SEVERITY, ESTIMATED COST AND POLICE REPORT
      *        REFERENCE, WITH COUNT AND COST SUBTOTALS PER DRIVER
      *        WITHIN VEHICLE, PER VEHICLE AND FOR THE MONTH - THE
      *        FORMAT THE INSURANCE CARRIER ASKS FOR.
      *      - READ-ONLY.  RC=4 WHEN THE MONTH HAS ANY INCIDENTS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARINCD-FILE ASSIGN TO CARINCD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IN-INCIDENT-KEY
                  FILE STATUS IS WS-CARINCD-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT REPORT-FILE ASSIGN TO INCDRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARINCD-FILE
           RECORDING MODE IS F.
       COPY CARINCD.

       SD  SORT-WORK-FILE.
       01  SD-INCIDENT-RECORD.
           05 SD-VEHICLE-ID         PIC X(4).
           05 SD-DRIVER-EMPLOYEE    PIC X(6).
           05 SD-REPORTED-TIMESTAMP PIC X(14).
           05 SD-CHECKOUT-TIMESTAMP PIC X(14).
           05 SD-FOUND-WHEN         PIC X(1).
           05 SD-INCIDENT-TYPE      PIC X(1).
           05 SD-SEVERITY           PIC X(1).
           05 SD-ESTIMATED-COST     PIC 9(7)V99.
           05 SD-POLICE-REPORT-REF  PIC X(15).
           05 SD-DESCRIPTION        PIC X(40).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-CARINCD-STATUS        PIC X(2).
           88 WS-CARINCD-EOF                  VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SORT-EOF-IND          PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF                     VALUE 'Y'.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-STAMP REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-YEAR           PIC 9(4).
           05 WS-NOW-MONTH          PIC 9(2).
           05 FILLER                PIC X(8).
       01  WS-REPORT-MONTH.
           05 WS-RM-YEAR            PIC 9(4).
           05 WS-RM-MONTH           PIC 9(2).
       01  WS-REPORT-MONTH-IN       PIC X(6).
      ******************************************************************
      *   DRIVER-WITHIN-VEHICLE CONTROL-BREAK WORK AREAS.
      ******************************************************************
       01  WS-HAVE-PREV-IND         PIC X(1) VALUE 'N'.
           88 WS-HAVE-PREV                    VALUE 'Y'.
       01  WS-PREV-VEHICLE          PIC X(4) VALUE SPACES.
       01  WS-PREV-DRIVER           PIC X(6) VALUE SPACES.
       01  WS-DRIVER-COUNT          PIC 9(5) VALUE 0.
       01  WS-DRIVER-COST           PIC 9(9)V99 VALUE 0.
       01  WS-VEHICLE-COUNT         PIC 9(5) VALUE 0.
       01  WS-VEHICLE-COST          PIC 9(9)V99 VALUE 0.
       01  WS-MONTH-COUNT           PIC 9(5) VALUE 0.
       01  WS-MONTH-COST            PIC 9(9)V99 VALUE 0.
       01  WS-GROUNDING-COUNT       PIC 9(5) VALUE 0.
       01  WS-VEHICLE-HEADING.
           05 FILLER                PIC X(10) VALUE
              'VEHICLE:  '.
           05 VH-VEHICLE-ID         PIC X(4).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-DRIVER-EMPLOYEE    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-CHECKOUT-TIMESTAMP PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-REPORTED-TIMESTAMP PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-FOUND-WHEN         PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-INCIDENT-TYPE      PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SEVERITY           PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-ESTIMATED-COST     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-POLICE-REPORT-REF  PIC X(15).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DESCRIPTION        PIC X(40).
       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 TL-LABEL              PIC X(24).
           05 TL-COUNT              PIC ZZ,ZZ9.
           05 FILLER                PIC X(14) VALUE
              ' INCIDENTS    '.
           05 TL-COST               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(38) VALUE
              '  POOL-VEHICLE INCIDENTS REPORTED IN '.
           05 HL-REPORT-MONTH       PIC X(6).
       01  WS-COLUMN-HEADING        PIC X(132) VALUE
           '    DRIVER  CHECKED-OUT     REPORTED        F  T  S      EST
      -    '-COST  POLICE-REPORT    DESCRIPTION'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CARINCRP' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SD-VEHICLE-ID SD-DRIVER-EMPLOYEE
                                 SD-REPORTED-TIMESTAMP
                INPUT PROCEDURE IS RELEASE-MONTH-INCIDENTS
                OUTPUT PROCEDURE IS PRINT-SORTED-INCIDENTS.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-MONTH-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
      *    A BLANK CARD REPORTS THE MONTH JUST ENDED
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-REPORT-MONTH-IN FROM SYSIN.
           IF WS-REPORT-MONTH-IN IS NUMERIC
              AND WS-REPORT-MONTH-IN(5:2) IS GREATER THAN '00'
              AND WS-REPORT-MONTH-IN(5:2) IS LESS THAN '13'
              MOVE WS-REPORT-MONTH-IN TO WS-REPORT-MONTH
           ELSE
              MOVE WS-NOW-YEAR  TO WS-RM-YEAR
              MOVE WS-NOW-MONTH TO WS-RM-MONTH
              IF WS-RM-MONTH IS EQUAL TO 1
                 MOVE 12 TO WS-RM-MONTH
                 SUBTRACT 1 FROM WS-RM-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-RM-MONTH
              END-IF
           END-IF.

       RELEASE-MONTH-INCIDENTS.
           OPEN INPUT CARINCD-FILE.
           PERFORM READ-NEXT-INCIDENT.
           PERFORM RELEASE-ONE-INCIDENT
              UNTIL WS-CARINCD-EOF.
           CLOSE CARINCD-FILE.

       READ-NEXT-INCIDENT.
           READ CARINCD-FILE NEXT RECORD
                AT END SET WS-CARINCD-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       RELEASE-ONE-INCIDENT.
           IF IN-REPORTED-TIMESTAMP(1:6) IS EQUAL TO WS-REPORT-MONTH
              MOVE IN-VEHICLE-ID         TO SD-VEHICLE-ID
              MOVE IN-DRIVER-EMPLOYEE    TO SD-DRIVER-EMPLOYEE
              MOVE IN-REPORTED-TIMESTAMP TO SD-REPORTED-TIMESTAMP
              MOVE IN-CHECKOUT-TIMESTAMP TO SD-CHECKOUT-TIMESTAMP
              MOVE IN-FOUND-WHEN         TO SD-FOUND-WHEN
              MOVE IN-INCIDENT-TYPE      TO SD-INCIDENT-TYPE
              MOVE IN-SEVERITY           TO SD-SEVERITY
              MOVE IN-ESTIMATED-COST     TO SD-ESTIMATED-COST
              MOVE IN-POLICE-REPORT-REF  TO SD-POLICE-REPORT-REF
              MOVE IN-DESCRIPTION        TO SD-DESCRIPTION
              RELEASE SD-INCIDENT-RECORD
           END-IF.
           PERFORM READ-NEXT-INCIDENT.

       PRINT-SORTED-INCIDENTS.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-MONTH TO HL-REPORT-MONTH.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM RETURN-NEXT-SORTED-INCIDENT.
           PERFORM PRINT-ONE-INCIDENT
              UNTIL WS-SORT-EOF.
           IF WS-HAVE-PREV
              PERFORM FLUSH-DRIVER-TOTAL
              PERFORM FLUSH-VEHICLE-TOTAL
           END-IF.
           PERFORM PRINT-MONTH-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY 'INCIDENTS REPORTED: ' WS-MONTH-COUNT.
           IF WS-MONTH-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       RETURN-NEXT-SORTED-INCIDENT.
           RETURN SORT-WORK-FILE
                  AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-INCIDENT.
      *    A CHANGE OF VEHICLE CLOSES BOTH THE DRIVER AND THE VEHICLE
      *    SUBTOTALS - A CHANGE OF DRIVER ONLY THE DRIVER'S
           IF WS-HAVE-PREV
              AND (SD-VEHICLE-ID IS NOT EQUAL TO WS-PREV-VEHICLE
               OR SD-DRIVER-EMPLOYEE IS NOT EQUAL TO WS-PREV-DRIVER)
              PERFORM FLUSH-DRIVER-TOTAL
           END-IF.
           IF WS-HAVE-PREV
              AND SD-VEHICLE-ID IS NOT EQUAL TO WS-PREV-VEHICLE
              PERFORM FLUSH-VEHICLE-TOTAL
           END-IF.
           IF NOT WS-HAVE-PREV
              OR SD-VEHICLE-ID IS NOT EQUAL TO WS-PREV-VEHICLE
              PERFORM PRINT-VEHICLE-HEADING
           END-IF.
           MOVE SD-DRIVER-EMPLOYEE    TO DL-DRIVER-EMPLOYEE.
           MOVE SD-CHECKOUT-TIMESTAMP TO DL-CHECKOUT-TIMESTAMP.
           MOVE SD-REPORTED-TIMESTAMP TO DL-REPORTED-TIMESTAMP.
           MOVE SD-FOUND-WHEN         TO DL-FOUND-WHEN.
           MOVE SD-INCIDENT-TYPE      TO DL-INCIDENT-TYPE.
           MOVE SD-SEVERITY           TO DL-SEVERITY.
           MOVE SD-ESTIMATED-COST     TO DL-ESTIMATED-COST.
           MOVE SD-POLICE-REPORT-REF  TO DL-POLICE-REPORT-REF.
           MOVE SD-DESCRIPTION        TO DL-DESCRIPTION.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-DRIVER-COUNT.
           ADD SD-ESTIMATED-COST TO WS-DRIVER-COST.
           IF SD-SEVERITY IS EQUAL TO 'M'
              OR SD-SEVERITY IS EQUAL TO 'H'
              ADD 1 TO WS-GROUNDING-COUNT
           END-IF.
           MOVE SD-VEHICLE-ID      TO WS-PREV-VEHICLE.
           MOVE SD-DRIVER-EMPLOYEE TO WS-PREV-DRIVER.
           SET WS-HAVE-PREV TO TRUE.
           PERFORM RETURN-NEXT-SORTED-INCIDENT.

       PRINT-VEHICLE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SD-VEHICLE-ID TO VH-VEHICLE-ID.
           MOVE WS-VEHICLE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

       FLUSH-DRIVER-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING 'DRIVER ' DELIMITED BY SIZE
                  WS-PREV-DRIVER DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
                  INTO TL-LABEL
           END-STRING.
           MOVE WS-DRIVER-COUNT TO TL-COUNT.
           MOVE WS-DRIVER-COST  TO TL-COST.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-DRIVER-COUNT TO WS-VEHICLE-COUNT.
           ADD WS-DRIVER-COST  TO WS-VEHICLE-COST.
           MOVE ZERO TO WS-DRIVER-COUNT.
           MOVE ZERO TO WS-DRIVER-COST.

       FLUSH-VEHICLE-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING 'VEHICLE ' DELIMITED BY SIZE
                  WS-PREV-VEHICLE DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
                  INTO TL-LABEL
           END-STRING.
           MOVE WS-VEHICLE-COUNT TO TL-COUNT.
           MOVE WS-VEHICLE-COST  TO TL-COST.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-VEHICLE-COUNT TO WS-MONTH-COUNT.
           ADD WS-VEHICLE-COST  TO WS-MONTH-COST.
           MOVE ZERO TO WS-VEHICLE-COUNT.
           MOVE ZERO TO WS-VEHICLE-COST.

       PRINT-MONTH-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MONTH TOTAL' TO TL-LABEL.
           MOVE WS-MONTH-COUNT TO TL-COUNT.
           MOVE WS-MONTH-COST  TO TL-COST.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    INCIDENTS THAT TOOK THE CAR OUT OF SERVICE: '
                  DELIMITED BY SIZE
                  WS-GROUNDING-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
