       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDQEXP.
      ******************************************************************
      *   MONTHLY DRIVER QUALIFICATION EXPIRY LIST.-
      *      - WALKS CARDRVQ AND LISTS EVERY DRIVER WHOSE LICENSE OR
      *        MVR REVIEW RUNS OUT WITHIN THE WINDOW (SYSIN CARD 1,
      *        DAYS, BLANK OR ZERO TAKES 60) OR HAS ALREADY RUN OUT,
      *        SO RISK MANAGEMENT CAN CHASE RENEWALS BEFORE CARFLTP
      *        STARTS REFUSING THE DRIVER.
      *      - REJECTED DRIVERS ARE LEFT OFF - THEY CANNOT DRIVE
      *        ANYWAY.  THE EMPLOYEE NAME COMES FROM EMPMAS.
      *      - READ-ONLY.  RC=4 WHEN ANY DRIVER IS LISTED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDRVQ-FILE ASSIGN TO CARDRVQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DQ-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-CARDRVQ-STATUS.

           SELECT EMPMAS-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMPMAS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DQXRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDRVQ-FILE
           RECORDING MODE IS F.
       COPY CARDRVQ.

       FD  EMPMAS-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CARDRVQ-STATUS        PIC X(2).
           88 WS-CARDRVQ-EOF                  VALUE '10'.
       01  WS-EMPMAS-STATUS         PIC X(2).
           88 WS-EMPMAS-OK                    VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-STAMP REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-DATE           PIC 9(8).
           05 FILLER                PIC X(6).
       01  WS-WINDOW-DAYS           PIC 9(3) VALUE 60.
       01  WS-WINDOW-END-DATE       PIC 9(8).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-LISTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.
       01  WS-CHECK-DATE            PIC X(8).
       01  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE PIC 9(8).
       01  WS-CHECK-STATE-IND       PIC X(1).
           88 WS-DATE-GOOD                    VALUE 'G'.
           88 WS-DATE-EXPIRING                VALUE 'E'.
           88 WS-DATE-EXPIRED                 VALUE 'X'.
       01  WS-LICENSE-NOTE          PIC X(16).
       01  WS-MVR-NOTE              PIC X(16).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NAME      PIC X(25).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LICENSE-STATE      PIC X(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LICENSE-EXPIRY     PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LICENSE-NOTE       PIC X(16).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-MVR-DATE           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-MVR-NOTE           PIC X(16).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-APPROVAL-STATUS    PIC X(1).
       01  WS-DQEXP-HEADING         PIC X(132) VALUE
             '  EMP-NO  EMPLOYEE-NAME              ST  LIC-EXP   LICENSE
      -    '           MVR-DATE  MVR-REVIEW        A'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CARDQEXP' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM READ-NEXT-DRIVER.
           PERFORM CHECK-ONE-DRIVER
              UNTIL WS-CARDRVQ-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-LISTED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-WINDOW-DAYS FROM SYSIN.
           IF WS-WINDOW-DAYS IS NOT NUMERIC
              OR WS-WINDOW-DAYS IS EQUAL TO ZERO
              MOVE 60 TO WS-WINDOW-DAYS
           END-IF.
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) + WS-WINDOW-DAYS).
           OPEN INPUT CARDRVQ-FILE.
           OPEN INPUT EMPMAS-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-DQEXP-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-NEXT-DRIVER.
           READ CARDRVQ-FILE NEXT RECORD
                AT END SET WS-CARDRVQ-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-DRIVER.
           IF NOT DQ-IS-REJECTED
              MOVE DQ-LICENSE-EXPIRY-DATE TO WS-CHECK-DATE
              PERFORM CLASSIFY-DATE
              PERFORM SET-LICENSE-NOTE
              MOVE DQ-MVR-REVIEW-DATE TO WS-CHECK-DATE
              PERFORM CLASSIFY-DATE
              PERFORM SET-MVR-NOTE
              IF WS-LICENSE-NOTE IS NOT EQUAL TO SPACES
                 OR WS-MVR-NOTE IS NOT EQUAL TO SPACES
                 PERFORM REPORT-ONE-DRIVER
              END-IF
           END-IF.
           PERFORM READ-NEXT-DRIVER.

       CLASSIFY-DATE.
      *    A DATE THAT IS NOT A DATE AT ALL COUNTS AS RUN OUT - THE
      *    ONLINE SCREEN REFUSES THE DRIVER ON IT JUST THE SAME
           EVALUATE TRUE
           WHEN WS-CHECK-DATE IS NOT NUMERIC
           WHEN WS-CHECK-DATE-NUM IS LESS THAN WS-NOW-DATE
                SET WS-DATE-EXPIRED TO TRUE
           WHEN WS-CHECK-DATE-NUM IS NOT GREATER THAN
                WS-WINDOW-END-DATE
                SET WS-DATE-EXPIRING TO TRUE
           WHEN OTHER
                SET WS-DATE-GOOD TO TRUE
           END-EVALUATE.

       SET-LICENSE-NOTE.
           EVALUATE TRUE
           WHEN WS-DATE-EXPIRED
                MOVE 'EXPIRED' TO WS-LICENSE-NOTE
           WHEN WS-DATE-EXPIRING
                MOVE 'EXPIRES SOON' TO WS-LICENSE-NOTE
           WHEN OTHER
                MOVE SPACES TO WS-LICENSE-NOTE
           END-EVALUATE.

       SET-MVR-NOTE.
           EVALUATE TRUE
           WHEN WS-DATE-EXPIRED
                MOVE 'REVIEW OVERDUE' TO WS-MVR-NOTE
           WHEN WS-DATE-EXPIRING
                MOVE 'REVIEW DUE SOON' TO WS-MVR-NOTE
           WHEN OTHER
                MOVE SPACES TO WS-MVR-NOTE
           END-EVALUATE.

       REPORT-ONE-DRIVER.
           ADD 1 TO WS-LISTED-COUNT.
           IF WS-LICENSE-NOTE IS EQUAL TO 'EXPIRED'
              OR WS-MVR-NOTE IS EQUAL TO 'REVIEW OVERDUE'
              ADD 1 TO WS-EXPIRED-COUNT
           END-IF.
           MOVE DQ-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPMAS-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-EMPMAS-OK
              MOVE EM-EMPLOYEE-NAME TO DL-EMPLOYEE-NAME
           ELSE
              MOVE '*** NOT ON EMPMAS ***' TO DL-EMPLOYEE-NAME
           END-IF.
           MOVE DQ-EMPLOYEE-NUMBER     TO DL-EMPLOYEE-NUMBER.
           MOVE DQ-LICENSE-STATE       TO DL-LICENSE-STATE.
           MOVE DQ-LICENSE-EXPIRY-DATE TO DL-LICENSE-EXPIRY.
           MOVE WS-LICENSE-NOTE        TO DL-LICENSE-NOTE.
           MOVE DQ-MVR-REVIEW-DATE     TO DL-MVR-DATE.
           MOVE WS-MVR-NOTE            TO DL-MVR-NOTE.
           MOVE DQ-APPROVAL-STATUS     TO DL-APPROVAL-STATUS.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  DRIVERS LISTED: ' DELIMITED BY SIZE
                  WS-LISTED-COUNT DELIMITED BY SIZE
                  '  ALREADY RUN OUT: ' DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
                  '  WINDOW DAYS: ' DELIMITED BY SIZE
                  WS-WINDOW-DAYS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CARDRVQ-FILE.
           CLOSE EMPMAS-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'DRIVERS LISTED: ' WS-LISTED-COUNT.
           DISPLAY 'ALREADY RUN OUT: ' WS-EXPIRED-COUNT.
           IF WS-LISTED-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
