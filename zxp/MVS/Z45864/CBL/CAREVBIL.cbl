       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAREVBIL.
      ******************************************************************
      *   NIGHTLY EV CHARGING USAGE BILLING BATCH.-
      *      - READS THE CHARGER VENDOR'S DAILY SESSION FILE (TAG
      *        COLS 1-8, LOT COLS 10-11, CHARGER COLS 13-16, START
      *        COLS 18-31, END COLS 33-46, KWH 9(4)V999 COLS 48-54)
      *        AND PRICES EVERY SESSION FROM THE CAREVCHG INVENTORY
      *        AS KWH TIMES THE CHARGER'S RATE PLUS ITS FLAT SESSION
      *        FEE.
      *      - THE TAG RESOLVES TO ITS EMPLOYEE THROUGH AN IN-MEMORY
      *        CARFILE TABLE (THE CARGATIN RESOLVER PATTERN) AND THE
      *        CHARGE GOES OUT ON A PAYROLL-DEDUCTION EXTRACT IN THE
      *        SAME LAYOUT CARRENEW CUTS FOR PERMIT FEES.  SESSIONS
      *        THAT CANNOT BE BILLED (UNKNOWN TAG OR CHARGER, OR THE
      *        EMPLOYEE GONE FROM EMPMAS) GO TO THE CAREVSUS SUSPENSE
      *        FILE, AND THE CONTROL REPORT BALANCES
      *        PRICED = DEDUCTIONS + SUSPENSE.
      *      - EVERY SESSION BILLED TO AN EMPLOYEE IS POSTED TO THEIR
      *        CARLEDG PARKING ACCOUNT (EV), WITH THE PAYROLL
      *        DEDUCTION THAT COLLECTS IT (PD).  A SESSION SUSPENDED
      *        ONLY BECAUSE THE EMPLOYEE HAS LEFT STAYS ON THE
      *        ACCOUNT AS OWED.
      *      - EVERY SESSION IS FILED ON CAREVSES; ONE ALREADY ON
      *        FILE IS SKIPPED, SO A RERUN BILLS NOTHING TWICE.  THE
      *        BOOKED CAREVRSV SLOT THE SESSION STARTED IN IS MARKED
      *        USED.
      *      - RC=4 WHEN ANYTHING WENT TO SUSPENSE, RC=8 WHEN THE TAG
      *        TABLE OVERFLOWED (NOTHING IS BILLED).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVLOG-FILE ASSIGN TO EVSESSN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EVLOG-STATUS.

           SELECT CARFILE-FILE ASSIGN TO CARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CF-CARFILE-KEY
                  FILE STATUS IS WS-CARFILE-STATUS.

           SELECT CHARGER-FILE ASSIGN TO CAREVCHG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EC-CHARGER-KEY
                  FILE STATUS IS WS-CHARGER-STATUS.

           SELECT EVRESV-FILE ASSIGN TO CAREVRSV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ER-RESV-KEY
                  FILE STATUS IS WS-EVRESV-STATUS.

           SELECT SESSION-FILE ASSIGN TO CAREVSES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ES-SESSION-KEY
                  FILE STATUS IS WS-SESSION-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT DEDUCT-FILE ASSIGN TO PAYDEDUC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT SUSP-FILE ASSIGN TO CAREVSUS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SUSP-STATUS.

           SELECT LEDGER-FILE ASSIGN TO CARLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO EVBILRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVLOG-FILE
           RECORDING MODE IS F.
       01  EVLOG-LINE.
           05 EV-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(1).
           05 EV-LOT-NUMBER         PIC X(2).
           05 FILLER                PIC X(1).
           05 EV-CHARGER-ID         PIC X(4).
           05 FILLER                PIC X(1).
           05 EV-SESSION-START      PIC X(14).
           05 FILLER                PIC X(1).
           05 EV-SESSION-END        PIC X(14).
           05 FILLER                PIC X(1).
           05 EV-KWH-DELIVERED      PIC 9(4)V999.
           05 FILLER                PIC X(26).

       FD  CARFILE-FILE
           RECORDING MODE IS F.
       COPY CARFILE.

       FD  CHARGER-FILE
           RECORDING MODE IS F.
       COPY CAREVCHG.

       FD  EVRESV-FILE
           RECORDING MODE IS F.
       COPY CAREVRSV.

       FD  SESSION-FILE
           RECORDING MODE IS F.
       COPY CAREVSES.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  DEDUCT-FILE
           RECORDING MODE IS F.
       01  DEDUCTION-RECORD.
           05 PD-EMPLOYEE-NUMBER    PIC X(6).
           05 PD-AMOUNT             PIC 9(5)V99.
           05 PD-PERIOD             PIC X(6).
           05 PD-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(9).

       FD  SUSP-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05 SP-EMPLOYEE-NUMBER    PIC X(6).
           05 SP-TAG-NUMBER         PIC X(8).
           05 SP-PERIOD             PIC X(6).
           05 SP-REASON-CODE        PIC X(20).

       FD  LEDGER-FILE
           RECORDING MODE IS F.
       COPY CARLEDG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-EVLOG-STATUS          PIC X(2).
           88 WS-EVLOG-EOF                    VALUE '10'.
       01  WS-CARFILE-STATUS        PIC X(2).
           88 WS-CARFILE-EOF                  VALUE '10'.
       01  WS-CHARGER-STATUS        PIC X(2).
           88 WS-CHARGER-OK                   VALUE '00'.
       01  WS-EVRESV-STATUS         PIC X(2).
           88 WS-EVRESV-OK                    VALUE '00'.
       01  WS-SESSION-STATUS        PIC X(2).
           88 WS-SESSION-OK                   VALUE '00'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-OK                       VALUE '00'.
       01  WS-DEDUCT-STATUS         PIC X(2).
       01  WS-SUSP-STATUS           PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-PRICED-COUNT          PIC 9(5) VALUE 0.
       01  WS-DEDUCTION-COUNT       PIC 9(5) VALUE 0.
       01  WS-SUSPENSE-COUNT        PIC 9(5) VALUE 0.
       01  WS-DUPLICATE-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01  WS-RESV-USED-COUNT       PIC 9(5) VALUE 0.
       01  WS-DEDUCTION-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-LEDGER-STATUS         PIC X(2).
           88 WS-LEDGER-OK                    VALUE '00'.
      ******************************************************************
      *   CARLEDG POSTING - EVERY ENTRY THIS RUN POSTS CARRIES THE RUN
      *   STAMP AND A RUN SEQUENCE NUMBER.
      ******************************************************************
       01  WS-LEDGER-TIMESTAMP      PIC X(14).
       01  WS-LEDGER-SEQUENCE       PIC 9(7) VALUE 0.
       01  WS-LEDGER-TRIES          PIC 9(2) VALUE 0.
       01  WS-LEDGER-POSTED-IND     PIC X(1) VALUE 'N'.
           88 WS-LEDGER-POSTED                VALUE 'Y'.
       01  WS-SESSION-AMOUNT        PIC 9(5)V99 VALUE 0.
       01  WS-SESSION-EMPLOYEE      PIC X(6).
       01  WS-SUSPEND-REASON        PIC X(20).
       01  WS-RESV-SCAN-DONE-IND    PIC X(1) VALUE 'N'.
           88 WS-RESV-SCAN-DONE               VALUE 'Y'.
      ******************************************************************
      *   TAG-TO-EMPLOYEE TABLE BUILT FROM CARFILE (EXPIRED PERMITS
      *   INCLUDED - A CHARGE RUN UP THE NIGHT A PERMIT LAPSED IS
      *   STILL THE EMPLOYEE'S), PROBED WITH A SMALL LINEAR SCAN.
      ******************************************************************
       01  WS-ALLTAB-LIMIT          PIC 9(4) VALUE 1000.
       01  WS-ALLTAB-COUNT          PIC 9(4) VALUE 0.
       01  WS-ALLTAB-SUB            PIC 9(4) VALUE 0.
       01  WS-ALL-TAG-TABLE.
           05 WS-ALLTAB-ENTRY OCCURS 1000 TIMES.
              10 WS-AT-TAG          PIC X(8).
              10 WS-AT-EMPLOYEE     PIC X(6).
       01  WS-TAG-TABLE-OVERFLOW-IND PIC X(1) VALUE 'N'.
           88 WS-TAG-TABLE-OVERFLOW           VALUE 'Y'.
       01  WS-OVERFLOW-LINE         PIC X(132) VALUE
           '  ** MORE TAGS THAN THE TAG TABLE HOLDS - BILLING PASS SKIPP
      -    'ED, RAISE THE TABLE LIMIT AND RERUN **'.
       01  WS-TAG-FOUND-IND         PIC X(1) VALUE 'N'.
           88 WS-TAG-FOUND                    VALUE 'Y'.
       01  WS-CONTROL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-LABEL              PIC X(28).
           05 CL-COUNT              PIC ZZZ,ZZ9.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LOT-NUMBER         PIC X(2).
           05 DL-SLASH              PIC X(1).
           05 DL-CHARGER-ID         PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SESSION-START      PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-KWH                PIC Z,ZZ9.999.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-AMOUNT             PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(22).
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(46) VALUE
              '  TAG-NO    LT/CHGR  SESSION-START         KWH'.
           05 FILLER                PIC X(33) VALUE
              '  EMP-NO      AMOUNT  DISPOSITION'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CAREVBIL' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM LOAD-TAG-TABLE.
           IF WS-TAG-TABLE-OVERFLOW
              MOVE WS-OVERFLOW-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM READ-NEXT-SESSION
              PERFORM BILL-ONE-SESSION
                 UNTIL WS-EVLOG-EOF
           END-IF.
           PERFORM FINALIZE-JOB.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LEDGER-TIMESTAMP.
           OPEN INPUT EVLOG-FILE.
           OPEN INPUT CHARGER-FILE.
           OPEN I-O EVRESV-FILE.
           OPEN I-O SESSION-FILE.
           OPEN INPUT EMP-FILE.
           OPEN OUTPUT DEDUCT-FILE.
           OPEN OUTPUT SUSP-FILE.
           OPEN I-O LEDGER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-TAG-TABLE.
           OPEN INPUT CARFILE-FILE.
           PERFORM READ-NEXT-PERMIT.
           PERFORM LOAD-ONE-PERMIT-TAG
              UNTIL WS-CARFILE-EOF.
           CLOSE CARFILE-FILE.

       READ-NEXT-PERMIT.
           READ CARFILE-FILE NEXT RECORD
                AT END SET WS-CARFILE-EOF TO TRUE
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

       READ-NEXT-SESSION.
           READ EVLOG-FILE
                AT END SET WS-EVLOG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       BILL-ONE-SESSION.
      *    A LINE WITHOUT A TAG, A GOOD START STAMP OR A NUMERIC
      *    KWH IS REPORTED AND DROPPED - THERE IS NOTHING TO PRICE
           IF EV-TAG-NUMBER IS EQUAL TO SPACES
              OR EV-SESSION-START IS NOT NUMERIC
              OR EV-KWH-DELIVERED IS NOT NUMERIC
              PERFORM PRINT-SESSION-LINE-SETUP
              MOVE 'REJECTED - BAD LINE' TO DL-NOTE
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              MOVE EV-TAG-NUMBER    TO ES-TAG-NUMBER
              MOVE EV-SESSION-START TO ES-SESSION-START
              READ SESSION-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-SESSION-OK
                 ADD 1 TO WS-DUPLICATE-COUNT
              ELSE
                 PERFORM PRICE-ONE-SESSION
              END-IF
           END-IF.
           PERFORM READ-NEXT-SESSION.

       PRICE-ONE-SESSION.
           MOVE SPACES TO WS-SUSPEND-REASON.
           MOVE ZERO   TO WS-SESSION-AMOUNT.
           PERFORM RESOLVE-SESSION-EMPLOYEE.
           MOVE EV-LOT-NUMBER TO EC-LOT-NUMBER.
           MOVE EV-CHARGER-ID TO EC-CHARGER-ID.
           READ CHARGER-FILE
                INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
           WHEN NOT WS-CHARGER-OK
                MOVE 'CHARGER NOT ON FILE' TO WS-SUSPEND-REASON
           WHEN NOT WS-TAG-FOUND
                MOVE 'TAG NOT ON CARFILE'  TO WS-SUSPEND-REASON
           WHEN OTHER
                COMPUTE WS-SESSION-AMOUNT ROUNDED =
                   EV-KWH-DELIVERED * EC-RATE-PER-KWH
                   + EC-SESSION-FEE
                MOVE WS-SESSION-EMPLOYEE TO EM-EMPLOYEE-NUMBER
                READ EMP-FILE
                     INVALID KEY CONTINUE
                END-READ
                IF NOT WS-EMP-OK
                   MOVE 'EMPLOYEE NOT ON EMPMAS'
                        TO WS-SUSPEND-REASON
                END-IF
           END-EVALUATE.
           IF WS-SUSPEND-REASON IS EQUAL TO SPACES
              PERFORM WRITE-SESSION-DEDUCTION
           ELSE
              PERFORM SUSPEND-ONE-SESSION
           END-IF.
           PERFORM FILE-SESSION-HISTORY.
           IF WS-TAG-FOUND
              PERFORM MARK-RESERVATION-USED
           END-IF.
           ADD 1 TO WS-PRICED-COUNT.

       RESOLVE-SESSION-EMPLOYEE.
           MOVE SPACES TO WS-SESSION-EMPLOYEE.
           MOVE 'N' TO WS-TAG-FOUND-IND.
           PERFORM RESOLVE-ONE-ALL-TAG
              VARYING WS-ALLTAB-SUB FROM 1 BY 1
              UNTIL WS-ALLTAB-SUB IS GREATER THAN WS-ALLTAB-COUNT
              OR WS-TAG-FOUND.

       RESOLVE-ONE-ALL-TAG.
           IF WS-AT-TAG(WS-ALLTAB-SUB) IS EQUAL TO EV-TAG-NUMBER
              MOVE WS-AT-EMPLOYEE(WS-ALLTAB-SUB)
                   TO WS-SESSION-EMPLOYEE
              SET WS-TAG-FOUND TO TRUE
           END-IF.

       WRITE-SESSION-DEDUCTION.
           INITIALIZE DEDUCTION-RECORD.
           MOVE WS-SESSION-EMPLOYEE    TO PD-EMPLOYEE-NUMBER.
           MOVE WS-SESSION-AMOUNT      TO PD-AMOUNT.
           MOVE EV-SESSION-START(1:6)  TO PD-PERIOD.
           MOVE EV-TAG-NUMBER          TO PD-TAG-NUMBER.
           WRITE DEDUCTION-RECORD.
           ADD WS-SESSION-AMOUNT TO WS-DEDUCTION-TOTAL.
           ADD 1 TO WS-DEDUCTION-COUNT.
           PERFORM POST-EV-CHARGE.
           INITIALIZE PARKING-LEDGER-RECORD.
           MOVE PD-EMPLOYEE-NUMBER TO LG-EMPLOYEE-NUMBER.
           SET LG-PAYROLL-DEDUCTION TO TRUE.
           SET LG-IS-CREDIT        TO TRUE.
           MOVE PD-AMOUNT          TO LG-AMOUNT.
           MOVE PD-TAG-NUMBER      TO LG-TAG-NUMBER.
           MOVE PD-PERIOD          TO LG-PERIOD.
           MOVE 'PAYROLL DEDUCTION' TO LG-REFERENCE.
           PERFORM POST-LEDGER-ENTRY.
           PERFORM PRINT-SESSION-LINE-SETUP.
           MOVE 'DEDUCTION'            TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       SUSPEND-ONE-SESSION.
           INITIALIZE SUSPENSE-RECORD.
           MOVE WS-SESSION-EMPLOYEE    TO SP-EMPLOYEE-NUMBER.
           MOVE EV-TAG-NUMBER          TO SP-TAG-NUMBER.
           MOVE EV-SESSION-START(1:6)  TO SP-PERIOD.
           MOVE WS-SUSPEND-REASON      TO SP-REASON-CODE.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           IF WS-SUSPEND-REASON IS EQUAL TO 'EMPLOYEE NOT ON EMPMAS'
              PERFORM POST-EV-CHARGE
           END-IF.
           PERFORM PRINT-SESSION-LINE-SETUP.
           MOVE WS-SUSPEND-REASON      TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       POST-EV-CHARGE.
           INITIALIZE PARKING-LEDGER-RECORD.
           MOVE WS-SESSION-EMPLOYEE   TO LG-EMPLOYEE-NUMBER.
           SET LG-EV-CHARGE           TO TRUE.
           SET LG-IS-DEBIT            TO TRUE.
           MOVE WS-SESSION-AMOUNT     TO LG-AMOUNT.
           MOVE EV-TAG-NUMBER         TO LG-TAG-NUMBER.
           MOVE EV-SESSION-START(1:6) TO LG-PERIOD.
           STRING 'EV CHARGE ' DELIMITED BY SIZE
                  EV-LOT-NUMBER DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  EV-CHARGER-ID DELIMITED BY SIZE
                  INTO LG-REFERENCE
           END-STRING.
           PERFORM POST-LEDGER-ENTRY.

       POST-LEDGER-ENTRY.
      *    CALLERS FILL IN THE EMPLOYEE, SOURCE, DEBIT/CREDIT, AMOUNT,
      *    TAG, PERIOD AND REFERENCE.  A KEY ALREADY TAKEN (ANOTHER JOB
      *    POSTING TO THE SAME ACCOUNT IN THE SAME SECOND) STEPS THE
      *    SEQUENCE ON
           MOVE WS-LEDGER-TIMESTAMP TO LG-POSTING-TIMESTAMP.
           MOVE 'CAREVBIL' TO LG-POSTED-BY.
           MOVE 'N'  TO WS-LEDGER-POSTED-IND.
           MOVE ZERO TO WS-LEDGER-TRIES.
           PERFORM WRITE-LEDGER-ENTRY
              UNTIL WS-LEDGER-POSTED
              OR WS-LEDGER-TRIES IS GREATER THAN 9.

       WRITE-LEDGER-ENTRY.
           ADD 1 TO WS-LEDGER-TRIES.
           ADD 1 TO WS-LEDGER-SEQUENCE.
           MOVE WS-LEDGER-SEQUENCE TO LG-POSTING-SEQUENCE.
           WRITE PARKING-LEDGER-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           IF WS-LEDGER-OK
              SET WS-LEDGER-POSTED TO TRUE
           END-IF.

       FILE-SESSION-HISTORY.
           INITIALIZE EV-SESSION-RECORD.
           MOVE EV-TAG-NUMBER       TO ES-TAG-NUMBER.
           MOVE EV-SESSION-START    TO ES-SESSION-START.
           MOVE EV-SESSION-END      TO ES-SESSION-END.
           MOVE EV-LOT-NUMBER       TO ES-LOT-NUMBER.
           MOVE EV-CHARGER-ID       TO ES-CHARGER-ID.
           MOVE WS-SESSION-EMPLOYEE TO ES-EMPLOYEE-NUMBER.
           MOVE EV-KWH-DELIVERED    TO ES-KWH-DELIVERED.
           MOVE WS-SESSION-AMOUNT   TO ES-AMOUNT.
           IF WS-SUSPEND-REASON IS EQUAL TO SPACES
              SET ES-IS-BILLED TO TRUE
           ELSE
              SET ES-IS-SUSPENDED TO TRUE
           END-IF.
           WRITE EV-SESSION-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.

       MARK-RESERVATION-USED.
      *    THE BOOKED SLOT ON THIS CHARGER THAT THE SESSION STARTED
      *    INSIDE, FOR THE SAME TAG, IS THE ONE THAT WAS KEPT
           MOVE 'N' TO WS-RESV-SCAN-DONE-IND.
           MOVE EV-LOT-NUMBER TO ER-LOT-NUMBER.
           MOVE EV-CHARGER-ID TO ER-CHARGER-ID.
           MOVE LOW-VALUES    TO ER-SLOT-START.
           START EVRESV-FILE KEY IS NOT LESS THAN ER-RESV-KEY
                 INVALID KEY SET WS-RESV-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-ONE-RESERVATION
              UNTIL WS-RESV-SCAN-DONE.

       CHECK-ONE-RESERVATION.
           READ EVRESV-FILE NEXT RECORD
                AT END SET WS-RESV-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-RESV-SCAN-DONE
              IF ER-LOT-NUMBER IS NOT EQUAL TO EV-LOT-NUMBER
                 OR ER-CHARGER-ID IS NOT EQUAL TO EV-CHARGER-ID
                 OR ER-SLOT-START IS GREATER THAN EV-SESSION-START
                 SET WS-RESV-SCAN-DONE TO TRUE
              ELSE
                 IF ER-IS-BOOKED
                    AND ER-TAG-NUMBER IS EQUAL TO EV-TAG-NUMBER
                    AND ER-SLOT-END IS GREATER THAN EV-SESSION-START
                    SET ER-IS-USED TO TRUE
                    REWRITE EV-RESERVATION-RECORD
                    ADD 1 TO WS-RESV-USED-COUNT
                    SET WS-RESV-SCAN-DONE TO TRUE
                 END-IF
              END-IF
           END-IF.

       PRINT-SESSION-LINE-SETUP.
           MOVE SPACES              TO WS-DETAIL-LINE.
           MOVE EV-TAG-NUMBER       TO DL-TAG-NUMBER.
           MOVE EV-LOT-NUMBER       TO DL-LOT-NUMBER.
           MOVE '/'                 TO DL-SLASH.
           MOVE EV-CHARGER-ID       TO DL-CHARGER-ID.
           MOVE EV-SESSION-START    TO DL-SESSION-START.
           IF EV-KWH-DELIVERED IS NUMERIC
              MOVE EV-KWH-DELIVERED TO DL-KWH
           END-IF.
           MOVE WS-SESSION-EMPLOYEE TO DL-EMPLOYEE-NUMBER.
           MOVE WS-SESSION-AMOUNT   TO DL-AMOUNT.

       FINALIZE-JOB.
      *    THE CONTROL LINES BALANCE THE BILLING - EVERY SESSION
      *    PRICED IS EITHER A DEDUCTION RECORD OR A SUSPENSE LINE
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SESSIONS PRICED:' TO CL-LABEL.
           MOVE WS-PRICED-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEDUCTIONS WRITTEN:' TO CL-LABEL.
           MOVE WS-DEDUCTION-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SESSIONS IN SUSPENSE:' TO CL-LABEL.
           MOVE WS-SUSPENSE-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ALREADY BILLED (SKIPPED):' TO CL-LABEL.
           MOVE WS-DUPLICATE-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BAD LINES REJECTED:' TO CL-LABEL.
           MOVE WS-REJECTED-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RESERVATIONS MARKED USED:' TO CL-LABEL.
           MOVE WS-RESV-USED-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  DEDUCTION AMOUNT TOTAL: ' DELIMITED BY SIZE
                  WS-DEDUCTION-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-SUSPENSE-COUNT IS GREATER THAN ZERO
              AND RETURN-CODE IS LESS THAN 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE EVLOG-FILE.
           CLOSE CHARGER-FILE.
           CLOSE EVRESV-FILE.
           CLOSE SESSION-FILE.
           CLOSE EMP-FILE.
           CLOSE DEDUCT-FILE.
           CLOSE SUSP-FILE.
           CLOSE LEDGER-FILE.
           CLOSE REPORT-FILE.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           COMPUTE BAT-RECORDS-WRITTEN =
              WS-DEDUCTION-COUNT + WS-SUSPENSE-COUNT.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           DISPLAY 'SESSIONS PRICED: ' WS-PRICED-COUNT
                   ' DEDUCTIONS: ' WS-DEDUCTION-COUNT
                   ' SUSPENSE: ' WS-SUSPENSE-COUNT.
           DISPLAY 'ALREADY BILLED: ' WS-DUPLICATE-COUNT
                   ' REJECTED: ' WS-REJECTED-COUNT.
