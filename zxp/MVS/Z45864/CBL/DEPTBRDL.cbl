       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTBRDL.
      ******************************************************************
      *   DEPARTMENT BURDEN-RATE LOADER.-
      *      - LOADS FINANCE'S EMPLOYER BURDEN-RATE EXTRACT (DEPT
      *        COLS 1-4 OR '****' FOR THE DEFAULT, EFFECTIVE DATE
      *        COLS 6-13, THEN FOR EMPLOYER TAX, PENSION AND HEALTH
      *        IN TURN A RATE AS 5 DIGITS WITH THREE IMPLIED DECIMALS
      *        AND ITS 8-CHARACTER BURDEN EXPENSE ACCOUNT - TAX COLS
      *        15-19 AND 21-28, PENSION COLS 30-34 AND 36-43, HEALTH
      *        COLS 45-49 AND 51-58) INTO THE DEPTBRDN FILE DEPTPAY
      *        LOADS THE SALARY JOURNAL FROM.
      *      - RELOADING THE SAME DEPARTMENT AND EFFECTIVE DATE
      *        REWRITES IT; A RATE CHANGE IS A NEW EFFECTIVE DATE, SO
      *        THE EARLIER RATES STAY ON FILE.  LINES FOR DEPARTMENTS
      *        NOT ON DEPTMAS, AND RATES WITHOUT AN ACCOUNT TO POST
      *        TO, ARE REJECTED TO THE REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIN-FILE ASSIGN TO BURDENIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RATEIN-STATUS.

           SELECT BURDEN-FILE ASSIGN TO DEPTBRDN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BR-BURDEN-KEY
                  FILE STATUS IS WS-BURDEN-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DEPT-NBR
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT REPORT-FILE ASSIGN TO BRDLRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATEIN-FILE
           RECORDING MODE IS F.
       01  RATEIN-LINE.
           05 RI-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(1).
           05 RI-EFFECTIVE-DATE     PIC X(8).
           05 FILLER                PIC X(1).
           05 RI-TAX-PCT            PIC 9(2)V999.
           05 FILLER                PIC X(1).
           05 RI-TAX-ACCOUNT        PIC X(8).
           05 FILLER                PIC X(1).
           05 RI-PENSION-PCT        PIC 9(2)V999.
           05 FILLER                PIC X(1).
           05 RI-PENSION-ACCOUNT    PIC X(8).
           05 FILLER                PIC X(1).
           05 RI-HEALTH-PCT         PIC 9(2)V999.
           05 FILLER                PIC X(1).
           05 RI-HEALTH-ACCOUNT     PIC X(8).
           05 FILLER                PIC X(22).

       FD  BURDEN-FILE
           RECORDING MODE IS F.
       COPY DEPTBRDN.

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTMAS.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-RATEIN-STATUS         PIC X(2).
           88 WS-RATEIN-EOF                   VALUE '10'.
       01  WS-BURDEN-STATUS         PIC X(2).
       01  WS-DEPT-STATUS           PIC X(2).
           88 WS-DEPT-OK                      VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-LOADED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01  WS-BRDN-DEFAULT-KEY      PIC X(4)  VALUE '****'.
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EFFECTIVE-DATE     PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(40).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  DEPT  EFF-DATE  BURDEN RATE LOAD EXCEPTIONS'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'DEPTBRDL' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           OPEN INPUT RATEIN-FILE.
           OPEN I-O BURDEN-FILE.
           OPEN INPUT DEPT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-NEXT-RATEIN-LINE.
           PERFORM LOAD-ONE-RATE
              UNTIL WS-RATEIN-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-LOADED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-NEXT-RATEIN-LINE.
           READ RATEIN-FILE
                AT END SET WS-RATEIN-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-RATE.
      *    THE '****' DEFAULT ROW NEEDS NO DEPARTMENT ON DEPTMAS
           IF RI-DEPT-NBR IS EQUAL TO WS-BRDN-DEFAULT-KEY
              MOVE '00' TO WS-DEPT-STATUS
           ELSE
              MOVE RI-DEPT-NBR TO DEPT-NBR
              READ DEPT-FILE
                   INVALID KEY CONTINUE
              END-READ
           END-IF.
           EVALUATE TRUE
           WHEN RI-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE 'REJECTED - BAD EFFECTIVE DATE'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN RI-TAX-PCT IS NOT NUMERIC
           WHEN RI-PENSION-PCT IS NOT NUMERIC
           WHEN RI-HEALTH-PCT IS NOT NUMERIC
                MOVE 'REJECTED - RATE NOT NUMERIC'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN NOT WS-DEPT-OK
                MOVE 'REJECTED - UNKNOWN DEPARTMENT'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN RI-TAX-PCT IS GREATER THAN ZERO
                AND RI-TAX-ACCOUNT IS EQUAL TO SPACES
           WHEN RI-PENSION-PCT IS GREATER THAN ZERO
                AND RI-PENSION-ACCOUNT IS EQUAL TO SPACES
           WHEN RI-HEALTH-PCT IS GREATER THAN ZERO
                AND RI-HEALTH-ACCOUNT IS EQUAL TO SPACES
                MOVE 'REJECTED - RATE WITH NO BURDEN ACCOUNT'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN OTHER
                INITIALIZE DEPT-BURDEN-RECORD
                MOVE RI-DEPT-NBR        TO BR-DEPT-NBR
                MOVE RI-EFFECTIVE-DATE  TO BR-EFFECTIVE-DATE
                MOVE RI-TAX-PCT         TO BR-TAX-PCT
                MOVE RI-TAX-ACCOUNT     TO BR-TAX-ACCOUNT
                MOVE RI-PENSION-PCT     TO BR-PENSION-PCT
                MOVE RI-PENSION-ACCOUNT TO BR-PENSION-ACCOUNT
                MOVE RI-HEALTH-PCT      TO BR-HEALTH-PCT
                MOVE RI-HEALTH-ACCOUNT  TO BR-HEALTH-ACCOUNT
                WRITE DEPT-BURDEN-RECORD
                      INVALID KEY
                         REWRITE DEPT-BURDEN-RECORD
                END-WRITE
                ADD 1 TO WS-LOADED-COUNT
           END-EVALUATE.
           PERFORM READ-NEXT-RATEIN-LINE.

       REJECT-ONE-LINE.
           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE RI-DEPT-NBR       TO DL-DEPT-NBR.
           MOVE RI-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE.
           MOVE WS-REJECT-REASON  TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  BURDEN RATES LOADED: ' DELIMITED BY SIZE
                  WS-LOADED-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE RATEIN-FILE.
           CLOSE BURDEN-FILE.
           CLOSE DEPT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BURDEN RATES LOADED: ' WS-LOADED-COUNT.
           IF WS-REJECT-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
