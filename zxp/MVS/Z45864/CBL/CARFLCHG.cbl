       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARFLCHG.
      ******************************************************************
      *   MONTHLY POOL-VEHICLE MILEAGE CHARGEBACK.-
      *      - PRICES EVERY CARTRIPS TRIP COMPLETED (CHECKED IN) IN
      *        THE BILLING MONTH AT THE PER-TRIP BASE FEE PLUS MILES
      *        DRIVEN (TP-ODOMETER-IN LESS TP-ODOMETER-OUT) TIMES THE
      *        PER-MILE RATE, AND CHARGES IT TO THE DRIVER'S
      *        EM-DEPT-NBR FROM EMPMAS, SO FLEET COST LANDS ON THE
      *        DEPARTMENTS THAT DRIVE RATHER THAN ON FACILITIES.
      *      - OUTPUT: A DEPARTMENT STATEMENT LISTING EACH
      *        DEPARTMENT'S TRIPS WITH ITS TOTAL, AND A GLEXTRCT-
      *        STYLE JOURNAL BATCH (DEPARTMENT EXPENSE DEBIT FROM
      *        GLACCMAP AGAINST THE FLEET RECOVERY CREDIT ACCOUNT)
      *        WITH THE USUAL HEADER/TRAILER CONTROLS.
      *      - TRIPS WHOSE DRIVER HAS NO DEPARTMENT ON EMPMAS ARE
      *        LISTED AS UNASSIGNED AND LEFT OUT OF THE JOURNAL.
      *      - SYSIN CARD 1 = BILLING MONTH, YYYYMM (BLANK TAKES THE
      *        MONTH JUST ENDED).  CARD 2 = RATE PER MILE, 9(2)V999
      *        (BLANK OR ZERO TAKES 0.650).  CARD 3 = BASE FEE PER
      *        TRIP, 9(3)V99 (BLANK TAKES 5.00).
      *      - READ-ONLY AGAINST THE CLUSTERS.  RC=4 WHEN ANY TRIP IS
      *        UNASSIGNED.
      *      - THE EXPENSE ACCOUNT IS THE GLACCMAP ROW IN FORCE ON
      *        THE LAST DAY OF THE BILLING MONTH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTRIPS-FILE ASSIGN TO CARTRIPS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TP-TRIP-KEY
                  FILE STATUS IS WS-CARTRIPS-STATUS.

           SELECT EMPMAS-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMPMAS-STATUS.

           SELECT GLACCMAP-FILE ASSIGN TO GLACCMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GA-MAP-KEY
                  FILE STATUS IS WS-GLACC-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT JOURNAL-FILE ASSIGN TO FLCHGGL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO FLCHGRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTRIPS-FILE
           RECORDING MODE IS F.
       COPY CARTRIPS.

       FD  EMPMAS-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  GLACCMAP-FILE
           RECORDING MODE IS F.
       COPY GLACCMAP.

       SD  SORT-WORK-FILE.
       01  SD-TRIP-RECORD.
           05 SD-DEPT-NBR           PIC X(4).
           05 SD-VEHICLE-ID         PIC X(4).
           05 SD-CHECKOUT-TIMESTAMP PIC X(14).
           05 SD-CHECKIN-TIMESTAMP  PIC X(14).
           05 SD-DRIVER-EMPLOYEE    PIC X(6).
           05 SD-MILES              PIC 9(7).
           05 SD-MILEAGE-CHARGE     PIC 9(7)V99.
           05 SD-TRIP-CHARGE        PIC 9(7)V99.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-CARTRIPS-STATUS       PIC X(2).
           88 WS-CARTRIPS-EOF                 VALUE '10'.
       01  WS-EMPMAS-STATUS         PIC X(2).
           88 WS-EMPMAS-OK                    VALUE '00'.
       01  WS-GLACC-STATUS          PIC X(2).
           88 WS-GLACC-OK                     VALUE '00'.
       01  WS-JOURNAL-STATUS        PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SORT-EOF-IND          PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF                     VALUE 'Y'.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-STAMP REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-YEAR           PIC 9(4).
           05 WS-NOW-MONTH          PIC 9(2).
           05 FILLER                PIC X(8).
       01  WS-BILLING-MONTH.
           05 WS-BM-YEAR            PIC 9(4).
           05 WS-BM-MONTH           PIC 9(2).
       01  WS-BILLING-MONTH-IN      PIC X(6).
       01  WS-RATE-IN               PIC X(5).
       01  WS-RATE-IN-NUM REDEFINES WS-RATE-IN PIC 9(2)V999.
       01  WS-FEE-IN                PIC X(5).
       01  WS-FEE-IN-NUM REDEFINES WS-FEE-IN PIC 9(3)V99.
       01  WS-RATE-PER-MILE         PIC 9(2)V999 VALUE 0.650.
       01  WS-BASE-FEE              PIC 9(3)V99 VALUE 5.00.
       01  WS-GL-DEFAULT-KEY        PIC X(4) VALUE '****'.
      *    GLACCMAP IS EFFECTIVE-DATED - A PERIOD POSTS TO THE
      *    MAPPING IN FORCE ON THE LAST DAY OF THAT PERIOD
       01  WS-GLMAP-PERIOD          PIC X(6).
       01  WS-GLMAP-DEPT            PIC X(4).
       01  WS-GLMAP-MONTH-WORK.
           05 WS-GM-YEAR            PIC 9(4).
           05 WS-GM-MONTH           PIC 9(2).
           05 WS-GM-DAY             PIC 9(2).
       01  WS-GLMAP-NEXT-FIRST REDEFINES WS-GLMAP-MONTH-WORK
                                    PIC 9(8).
       01  WS-GLMAP-AS-OF-NUMERIC   PIC 9(8).
       01  WS-GLMAP-AS-OF-DATE REDEFINES WS-GLMAP-AS-OF-NUMERIC
                                    PIC X(8).
       01  WS-GLMAP-FOUND-IND       PIC X(1)  VALUE 'N'.
           88 WS-GLMAP-FOUND                   VALUE 'Y'.
       01  WS-FLEET-RECOVERY-ACCOUNT PIC X(8) VALUE 'FLTRECOV'.
       01  WS-EXPENSE-ACCOUNT       PIC X(8).
       01  WS-GL-RECORD-COUNT       PIC 9(7) VALUE 0.
       01  WS-GL-HASH-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-TRIP-MILES            PIC 9(7).
      ******************************************************************
      *   DEPARTMENT CONTROL-BREAK WORK AREAS AND RUN TOTALS.
      ******************************************************************
       01  WS-HAVE-PREV-IND         PIC X(1) VALUE 'N'.
           88 WS-HAVE-PREV                    VALUE 'Y'.
       01  WS-PREV-DEPT             PIC X(4) VALUE SPACES.
       01  WS-DEPT-TRIPS            PIC 9(5) VALUE 0.
       01  WS-DEPT-MILES            PIC 9(9) VALUE 0.
       01  WS-DEPT-CHARGE           PIC 9(9)V99 VALUE 0.
       01  WS-BILLED-TRIPS          PIC 9(7) VALUE 0.
       01  WS-BILLED-MILES          PIC 9(9) VALUE 0.
       01  WS-BILLED-CHARGE         PIC 9(9)V99 VALUE 0.
       01  WS-UNASSIGNED-TRIPS      PIC 9(7) VALUE 0.
       01  WS-UNASSIGNED-CHARGE     PIC 9(9)V99 VALUE 0.
       01  WS-ODOMETER-ERRORS       PIC 9(5) VALUE 0.
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(41) VALUE
              'POOL-VEHICLE MILEAGE CHARGEBACK - MONTH '.
           05 HL-BILLING-MONTH      PIC X(6).
           05 FILLER                PIC X(9)  VALUE '   RATE '.
           05 HL-RATE-PER-MILE      PIC Z9.999.
           05 FILLER                PIC X(15) VALUE ' PER MILE + '.
           05 HL-BASE-FEE           PIC ZZ9.99.
           05 FILLER                PIC X(9)  VALUE ' PER TRIP'.
       01  WS-DEPT-HEADING.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'DEPARTMENT '.
           05 DH-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DH-DEPT-NOTE          PIC X(30).
       01  WS-COLUMN-HEADING        PIC X(132) VALUE
              '    VEH   CHECKED-OUT     CHECKED-IN      DRIVER    MILES
      -    '   MILEAGE    CHARGE'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-VEHICLE-ID         PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-CHECKOUT-TIMESTAMP PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-CHECKIN-TIMESTAMP  PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DRIVER-EMPLOYEE    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-MILES              PIC Z,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-MILEAGE-CHARGE     PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TRIP-CHARGE        PIC ZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 TL-LABEL              PIC X(24).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TL-TRIPS              PIC ZZ,ZZ9.
           05 FILLER                PIC X(7)  VALUE ' TRIPS '.
           05 TL-MILES              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(7)  VALUE ' MILES '.
           05 TL-CHARGE             PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CARFLCHG' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SD-DEPT-NBR SD-VEHICLE-ID
                                 SD-CHECKOUT-TIMESTAMP
                INPUT PROCEDURE IS RELEASE-MONTH-TRIPS
                OUTPUT PROCEDURE IS PRINT-DEPARTMENT-STATEMENT.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-BILLED-TRIPS TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
      *    A BLANK MONTH CARD BILLS THE MONTH JUST ENDED
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-BILLING-MONTH-IN FROM SYSIN.
           IF WS-BILLING-MONTH-IN IS NUMERIC
              AND WS-BILLING-MONTH-IN(5:2) IS GREATER THAN '00'
              AND WS-BILLING-MONTH-IN(5:2) IS LESS THAN '13'
              MOVE WS-BILLING-MONTH-IN TO WS-BILLING-MONTH
           ELSE
              MOVE WS-NOW-YEAR  TO WS-BM-YEAR
              MOVE WS-NOW-MONTH TO WS-BM-MONTH
              IF WS-BM-MONTH IS EQUAL TO 1
                 MOVE 12 TO WS-BM-MONTH
                 SUBTRACT 1 FROM WS-BM-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-BM-MONTH
              END-IF
           END-IF.
           ACCEPT WS-RATE-IN FROM SYSIN.
           IF WS-RATE-IN IS NUMERIC
              AND WS-RATE-IN-NUM IS GREATER THAN ZERO
              MOVE WS-RATE-IN-NUM TO WS-RATE-PER-MILE
           END-IF.
           ACCEPT WS-FEE-IN FROM SYSIN.
           IF WS-FEE-IN IS NUMERIC
              MOVE WS-FEE-IN-NUM TO WS-BASE-FEE
           END-IF.
           OPEN INPUT EMPMAS-FILE.
           OPEN INPUT GLACCMAP-FILE.

       RELEASE-MONTH-TRIPS.
           OPEN INPUT CARTRIPS-FILE.
           PERFORM READ-NEXT-TRIP.
           PERFORM RELEASE-ONE-TRIP
              UNTIL WS-CARTRIPS-EOF.
           CLOSE CARTRIPS-FILE.
           CLOSE EMPMAS-FILE.

       READ-NEXT-TRIP.
           READ CARTRIPS-FILE NEXT RECORD
                AT END SET WS-CARTRIPS-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       RELEASE-ONE-TRIP.
      *    ONLY TRIPS CHECKED IN DURING THE MONTH ARE COMPLETE - A CAR
      *    STILL OUT IS BILLED IN THE MONTH IT COMES BACK
           IF TP-CHECKIN-TIMESTAMP(1:6) IS EQUAL TO WS-BILLING-MONTH
              PERFORM PRICE-ONE-TRIP
              RELEASE SD-TRIP-RECORD
           END-IF.
           PERFORM READ-NEXT-TRIP.

       PRICE-ONE-TRIP.
      *    AN ODOMETER THAT READS BACKWARDS IS A KEYING ERROR - THE
      *    TRIP STILL CARRIES ITS BASE FEE BUT NO MILEAGE
           IF TP-ODOMETER-IN IS GREATER THAN TP-ODOMETER-OUT
              COMPUTE WS-TRIP-MILES =
                 TP-ODOMETER-IN - TP-ODOMETER-OUT
           ELSE
              MOVE ZERO TO WS-TRIP-MILES
              IF TP-ODOMETER-IN IS LESS THAN TP-ODOMETER-OUT
                 ADD 1 TO WS-ODOMETER-ERRORS
              END-IF
           END-IF.
           MOVE TP-DRIVER-EMPLOYEE TO EM-EMPLOYEE-NUMBER.
           READ EMPMAS-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-EMPMAS-OK
              MOVE EM-DEPT-NBR TO SD-DEPT-NBR
           ELSE
              MOVE SPACES TO SD-DEPT-NBR
           END-IF.
           MOVE TP-VEHICLE-ID         TO SD-VEHICLE-ID.
           MOVE TP-CHECKOUT-TIMESTAMP TO SD-CHECKOUT-TIMESTAMP.
           MOVE TP-CHECKIN-TIMESTAMP  TO SD-CHECKIN-TIMESTAMP.
           MOVE TP-DRIVER-EMPLOYEE    TO SD-DRIVER-EMPLOYEE.
           MOVE WS-TRIP-MILES         TO SD-MILES.
           COMPUTE SD-MILEAGE-CHARGE ROUNDED =
              WS-TRIP-MILES * WS-RATE-PER-MILE.
           COMPUTE SD-TRIP-CHARGE =
              SD-MILEAGE-CHARGE + WS-BASE-FEE.

       PRINT-DEPARTMENT-STATEMENT.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BILLING-MONTH  TO HL-BILLING-MONTH.
           MOVE WS-RATE-PER-MILE  TO HL-RATE-PER-MILE.
           MOVE WS-BASE-FEE       TO HL-BASE-FEE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'H'              TO GL-RECORD-TYPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GL-RUN-DATE.
           MOVE WS-BILLING-MONTH TO GL-PERIOD.
           MOVE 'FLTCHG'         TO GL-RUN-MODE.
           WRITE GL-EXTRACT-RECORD.
           PERFORM RETURN-NEXT-SORTED-TRIP.
           PERFORM PRINT-ONE-TRIP
              UNTIL WS-SORT-EOF.
           IF WS-HAVE-PREV
              PERFORM FLUSH-DEPARTMENT-TOTAL
           END-IF.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'T'                TO GL-RECORD-TYPE.
           MOVE WS-GL-RECORD-COUNT TO GL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL   TO GL-HASH-TOTAL.
           WRITE GL-EXTRACT-RECORD.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE GLACCMAP-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'FLEET TRIPS CHARGED BACK: ' WS-BILLED-TRIPS.
           DISPLAY 'FLEET TRIPS UNASSIGNED:   ' WS-UNASSIGNED-TRIPS.
           IF WS-UNASSIGNED-TRIPS IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       RETURN-NEXT-SORTED-TRIP.
           RETURN SORT-WORK-FILE
                  AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-TRIP.
           IF WS-HAVE-PREV
              AND SD-DEPT-NBR IS NOT EQUAL TO WS-PREV-DEPT
              PERFORM FLUSH-DEPARTMENT-TOTAL
           END-IF.
           IF NOT WS-HAVE-PREV
              OR SD-DEPT-NBR IS NOT EQUAL TO WS-PREV-DEPT
              PERFORM PRINT-DEPARTMENT-HEADING
           END-IF.
           MOVE SD-VEHICLE-ID         TO DL-VEHICLE-ID.
           MOVE SD-CHECKOUT-TIMESTAMP TO DL-CHECKOUT-TIMESTAMP.
           MOVE SD-CHECKIN-TIMESTAMP  TO DL-CHECKIN-TIMESTAMP.
           MOVE SD-DRIVER-EMPLOYEE    TO DL-DRIVER-EMPLOYEE.
           MOVE SD-MILES              TO DL-MILES.
           MOVE SD-MILEAGE-CHARGE     TO DL-MILEAGE-CHARGE.
           MOVE SD-TRIP-CHARGE        TO DL-TRIP-CHARGE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1              TO WS-DEPT-TRIPS.
           ADD SD-MILES       TO WS-DEPT-MILES.
           ADD SD-TRIP-CHARGE TO WS-DEPT-CHARGE.
           MOVE SD-DEPT-NBR TO WS-PREV-DEPT.
           SET WS-HAVE-PREV TO TRUE.
           PERFORM RETURN-NEXT-SORTED-TRIP.

       PRINT-DEPARTMENT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SD-DEPT-NBR IS EQUAL TO SPACES
              MOVE '????' TO DH-DEPT-NBR
              MOVE 'UNASSIGNED - NOT JOURNALED' TO DH-DEPT-NOTE
           ELSE
              MOVE SD-DEPT-NBR TO DH-DEPT-NBR
              MOVE SPACES TO DH-DEPT-NOTE
           END-IF.
           MOVE WS-DEPT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

       FLUSH-DEPARTMENT-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  WS-PREV-DEPT DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
                  INTO TL-LABEL
           END-STRING.
           MOVE WS-DEPT-TRIPS  TO TL-TRIPS.
           MOVE WS-DEPT-MILES  TO TL-MILES.
           MOVE WS-DEPT-CHARGE TO TL-CHARGE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PREV-DEPT IS EQUAL TO SPACES
              ADD WS-DEPT-TRIPS  TO WS-UNASSIGNED-TRIPS
              ADD WS-DEPT-CHARGE TO WS-UNASSIGNED-CHARGE
           ELSE
              ADD WS-DEPT-TRIPS  TO WS-BILLED-TRIPS
              ADD WS-DEPT-MILES  TO WS-BILLED-MILES
              ADD WS-DEPT-CHARGE TO WS-BILLED-CHARGE
              IF WS-DEPT-CHARGE IS GREATER THAN ZERO
                 PERFORM JOURNAL-DEPARTMENT-CHARGE
              END-IF
           END-IF.
           MOVE ZERO TO WS-DEPT-TRIPS.
           MOVE ZERO TO WS-DEPT-MILES.
           MOVE ZERO TO WS-DEPT-CHARGE.

       JOURNAL-DEPARTMENT-CHARGE.
           PERFORM LOOKUP-EXPENSE-ACCOUNT.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'D'                TO GL-RECORD-TYPE.
           MOVE WS-EXPENSE-ACCOUNT TO GL-ACCOUNT-CODE.
           MOVE WS-PREV-DEPT       TO GL-DEPT-NBR.
           SET GL-IS-DEBIT         TO TRUE.
           MOVE WS-DEPT-CHARGE     TO GL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD WS-DEPT-CHARGE TO WS-GL-HASH-TOTAL.
           INITIALIZE GL-EXTRACT-RECORD.
           MOVE 'D'                       TO GL-RECORD-TYPE.
           MOVE WS-FLEET-RECOVERY-ACCOUNT TO GL-ACCOUNT-CODE.
           MOVE WS-PREV-DEPT              TO GL-DEPT-NBR.
           SET GL-IS-CREDIT               TO TRUE.
           MOVE WS-DEPT-CHARGE            TO GL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD WS-DEPT-CHARGE TO WS-GL-HASH-TOTAL.

       LOOKUP-EXPENSE-ACCOUNT.
           MOVE WS-BILLING-MONTH TO WS-GLMAP-PERIOD.
           PERFORM SET-GLMAP-AS-OF-DATE.
           MOVE WS-PREV-DEPT TO WS-GLMAP-DEPT.
           PERFORM FIND-GLMAP-ROW.
           IF NOT WS-GLMAP-FOUND
              MOVE WS-GL-DEFAULT-KEY TO WS-GLMAP-DEPT
              PERFORM FIND-GLMAP-ROW
           END-IF.
           IF WS-GLMAP-FOUND
              MOVE GA-EXPENSE-ACCOUNT TO WS-EXPENSE-ACCOUNT
           ELSE
              MOVE 'SALEXP  ' TO WS-EXPENSE-ACCOUNT
           END-IF.

       SET-GLMAP-AS-OF-DATE.
      *    THE LAST DAY OF WS-GLMAP-PERIOD IS THE DAY BEFORE THE
      *    FIRST OF THE FOLLOWING MONTH.  A PERIOD THAT IS NOT A
      *    PROPER YYYYMM TAKES THE OPEN-ENDED CURRENT MAPPING
           IF WS-GLMAP-PERIOD IS NUMERIC
              AND WS-GLMAP-PERIOD(5:2) IS GREATER THAN '00'
              AND WS-GLMAP-PERIOD(5:2) IS LESS THAN '13'
              MOVE WS-GLMAP-PERIOD(1:4) TO WS-GM-YEAR
              MOVE WS-GLMAP-PERIOD(5:2) TO WS-GM-MONTH
              MOVE 1 TO WS-GM-DAY
              IF WS-GM-MONTH IS EQUAL TO 12
                 ADD 1 TO WS-GM-YEAR
                 MOVE 1 TO WS-GM-MONTH
              ELSE
                 ADD 1 TO WS-GM-MONTH
              END-IF
              COMPUTE WS-GLMAP-AS-OF-NUMERIC =
                 FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-GLMAP-NEXT-FIRST) - 1)
           ELSE
              MOVE 99991231 TO WS-GLMAP-AS-OF-NUMERIC
           END-IF.

       FIND-GLMAP-ROW.
      *    ROWS ARE KEYED ON THE DATE THEY STOP APPLYING, SO THE FIRST
      *    ROW AT OR AFTER DEPARTMENT + AS-OF DATE IS THE ONE IN FORCE
      *    - PROVIDED IT IS STILL THE SAME DEPARTMENT AND HAD ALREADY
      *    STARTED BY THEN
           MOVE 'N' TO WS-GLMAP-FOUND-IND.
           MOVE WS-GLMAP-DEPT       TO GA-DEPT-NBR.
           MOVE WS-GLMAP-AS-OF-DATE TO GA-EFFECTIVE-TO.
           START GLACCMAP-FILE KEY IS GREATER THAN OR EQUAL TO
                 GA-MAP-KEY
                 INVALID KEY CONTINUE
           END-START.
           IF WS-GLACC-OK
              READ GLACCMAP-FILE NEXT RECORD
                   AT END CONTINUE
              END-READ
           END-IF.
           IF WS-GLACC-OK
              AND GA-DEPT-NBR IS EQUAL TO WS-GLMAP-DEPT
              AND GA-EFFECTIVE-FROM IS NOT GREATER THAN
                  WS-GLMAP-AS-OF-DATE
              SET WS-GLMAP-FOUND TO TRUE
           END-IF.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHARGED TO DEPARTMENTS' TO TL-LABEL.
           MOVE WS-BILLED-TRIPS  TO TL-TRIPS.
           MOVE WS-BILLED-MILES  TO TL-MILES.
           MOVE WS-BILLED-CHARGE TO TL-CHARGE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    UNASSIGNED TRIPS: ' DELIMITED BY SIZE
                  WS-UNASSIGNED-TRIPS DELIMITED BY SIZE
                  '  ODOMETER ERRORS: ' DELIMITED BY SIZE
                  WS-ODOMETER-ERRORS DELIMITED BY SIZE
                  '  JOURNAL DETAILS: ' DELIMITED BY SIZE
                  WS-GL-RECORD-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
