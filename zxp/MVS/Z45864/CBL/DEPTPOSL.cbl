       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTPOSL.
      ******************************************************************
      *   DEPARTMENT POSITION MASTER LOADER.-
      *      - LOADS FINANCE'S AUTHORIZED-POSITION EXTRACT (DEPT COLS
      *        1-4, POSITION COLS 6-11, TITLE COLS 13-37, BUDGETED
      *        SALARY COLS 39-47 AS 9 DIGITS WITH TWO IMPLIED
      *        DECIMALS, ACTION COL 49, INCUMBENT EMPLOYEE COLS 51-56)
      *        INTO THE DEPTPOSN POSITION MASTER EHRFEED FILLS AND
      *        VACATES.
      *      - A NEW POSITION IS ADDED VACANT; A POSITION ALREADY ON
      *        FILE HAS ITS TITLE AND BUDGETED SALARY REWRITTEN AND
      *        KEEPS ITS INCUMBENT.  ACTION 'D' ABOLISHES A POSITION,
      *        WHICH MUST BE VACANT.
      *      - AN INCUMBENT ON THE LINE LINKS AN EMPLOYEE ALREADY IN
      *        THE DEPARTMENT TO THE POSITION (EM-POSITION-NUMBER) AND
      *        MARKS IT FILLED - HOW THE STAFF ON EMPMAS BEFORE
      *        POSITION CONTROL ARE PLACED.
      *      - LINES FOR DEPARTMENTS NOT ON DEPTMAS, AND LINKS OR
      *        ABOLITIONS THAT DO NOT FIT, ARE REJECTED TO THE
      *        REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSNIN-FILE ASSIGN TO POSNIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POSNIN-STATUS.

           SELECT POSN-FILE ASSIGN TO DEPTPOSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PN-POSITION-KEY
                  FILE STATUS IS WS-POSN-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DEPT-NBR
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT REPORT-FILE ASSIGN TO POSLRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSNIN-FILE
           RECORDING MODE IS F.
       01  POSNIN-LINE.
           05 PI-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(1).
           05 PI-POSITION-NUMBER    PIC X(6).
           05 FILLER                PIC X(1).
           05 PI-TITLE              PIC X(25).
           05 FILLER                PIC X(1).
           05 PI-BUDGETED-SALARY    PIC 9(7)V99.
           05 FILLER                PIC X(1).
           05 PI-ACTION             PIC X(1).
              88 PI-IS-ABOLISH                VALUE 'D'.
           05 FILLER                PIC X(1).
           05 PI-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(24).

       FD  POSN-FILE
           RECORDING MODE IS F.
       COPY DEPTPOSN.

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTMAS.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-POSNIN-STATUS         PIC X(2).
           88 WS-POSNIN-EOF                   VALUE '10'.
       01  WS-POSN-STATUS           PIC X(2).
           88 WS-POSN-OK                      VALUE '00'.
       01  WS-DEPT-STATUS           PIC X(2).
           88 WS-DEPT-OK                      VALUE '00'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-TODAY-DATE            PIC X(8).
       01  WS-ADDED-COUNT           PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT         PIC 9(5) VALUE 0.
       01  WS-ABOLISHED-COUNT       PIC 9(5) VALUE 0.
       01  WS-LINKED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DEPT-NBR           PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-POSITION-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(40).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  DEPT  POSN    EMP-NO  POSITION LOAD EXCEPTIONS'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'DEPTPOSL' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN INPUT POSNIN-FILE.
           OPEN I-O POSN-FILE.
           OPEN INPUT DEPT-FILE.
           OPEN I-O EMP-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-NEXT-POSNIN-LINE.
           PERFORM LOAD-ONE-POSITION
              UNTIL WS-POSNIN-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           COMPUTE BAT-RECORDS-WRITTEN =
              WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-ABOLISHED-COUNT.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-NEXT-POSNIN-LINE.
           READ POSNIN-FILE
                AT END SET WS-POSNIN-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-POSITION.
           MOVE PI-DEPT-NBR TO DEPT-NBR.
           READ DEPT-FILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE PI-DEPT-NBR        TO PN-DEPT-NBR.
           MOVE PI-POSITION-NUMBER TO PN-POSITION-NUMBER.
           READ POSN-FILE
                INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
           WHEN PI-POSITION-NUMBER IS EQUAL TO SPACES
           WHEN NOT WS-DEPT-OK
                MOVE 'REJECTED - BAD LINE OR UNKNOWN DEPARTMENT'
                     TO DL-NOTE
                PERFORM REJECT-ONE-LINE
           WHEN PI-IS-ABOLISH
                PERFORM ABOLISH-ONE-POSITION
           WHEN PI-BUDGETED-SALARY IS NOT NUMERIC
                MOVE 'REJECTED - BUDGETED SALARY NOT NUMERIC'
                     TO DL-NOTE
                PERFORM REJECT-ONE-LINE
           WHEN WS-POSN-OK
                MOVE PI-TITLE           TO PN-TITLE
                MOVE PI-BUDGETED-SALARY TO PN-BUDGETED-SALARY
                REWRITE POSITION-RECORD
                ADD 1 TO WS-CHANGED-COUNT
                PERFORM LINK-INCUMBENT
           WHEN OTHER
                INITIALIZE POSITION-RECORD
                MOVE PI-DEPT-NBR        TO PN-DEPT-NBR
                MOVE PI-POSITION-NUMBER TO PN-POSITION-NUMBER
                MOVE PI-TITLE           TO PN-TITLE
                MOVE PI-BUDGETED-SALARY TO PN-BUDGETED-SALARY
                SET PN-IS-VACANT        TO TRUE
                MOVE SPACES             TO PN-EMPLOYEE-NUMBER
                MOVE WS-TODAY-DATE      TO PN-STATUS-DATE
                WRITE POSITION-RECORD
                      INVALID KEY CONTINUE
                END-WRITE
                ADD 1 TO WS-ADDED-COUNT
                PERFORM LINK-INCUMBENT
           END-EVALUATE.
           PERFORM READ-NEXT-POSNIN-LINE.

       ABOLISH-ONE-POSITION.
      *    A FILLED POSITION CANNOT BE ABOLISHED UNDER ITS INCUMBENT -
      *    HR TRANSFERS OR TERMINATES THEM FIRST
           EVALUATE TRUE
           WHEN NOT WS-POSN-OK
                MOVE 'REJECTED - POSITION NOT ON DEPTPOSN' TO DL-NOTE
                PERFORM REJECT-ONE-LINE
           WHEN PN-IS-FILLED
                MOVE 'REJECTED - FILLED POSITION NOT ABOLISHED'
                     TO DL-NOTE
                PERFORM REJECT-ONE-LINE
           WHEN OTHER
                DELETE POSN-FILE
                ADD 1 TO WS-ABOLISHED-COUNT
           END-EVALUATE.

       LINK-INCUMBENT.
      *    THE EMPLOYEE MUST BE IN THE POSITION'S DEPARTMENT AND NOT
      *    ALREADY HOLD ANOTHER POSITION, AND THE POSITION MUST NOT
      *    HAVE A DIFFERENT INCUMBENT
           IF PI-EMPLOYEE-NUMBER IS NOT EQUAL TO SPACES
              MOVE PI-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER
              READ EMP-FILE
                   INVALID KEY CONTINUE
              END-READ
              EVALUATE TRUE
              WHEN NOT WS-EMP-OK
                   MOVE 'NOT LINKED - EMPLOYEE NOT ON EMPMAS'
                        TO DL-NOTE
                   PERFORM REJECT-ONE-LINE
              WHEN EM-DEPT-NBR IS NOT EQUAL TO PN-DEPT-NBR
                   MOVE 'NOT LINKED - EMPLOYEE IN ANOTHER DEPT'
                        TO DL-NOTE
                   PERFORM REJECT-ONE-LINE
              WHEN EM-POSITION-NUMBER IS NOT EQUAL TO SPACES
               AND EM-POSITION-NUMBER IS NOT EQUAL TO
                   PN-POSITION-NUMBER
                   MOVE 'NOT LINKED - EMPLOYEE HOLDS ANOTHER POSN'
                        TO DL-NOTE
                   PERFORM REJECT-ONE-LINE
              WHEN PN-IS-FILLED
               AND PN-EMPLOYEE-NUMBER IS NOT EQUAL TO
                   PI-EMPLOYEE-NUMBER
                   MOVE 'NOT LINKED - POSITION HAS ANOTHER HOLDER'
                        TO DL-NOTE
                   PERFORM REJECT-ONE-LINE
              WHEN OTHER
                   MOVE PN-POSITION-NUMBER TO EM-POSITION-NUMBER
                   REWRITE EMPLOYEE-RECORD
                   SET PN-IS-FILLED        TO TRUE
                   MOVE PI-EMPLOYEE-NUMBER TO PN-EMPLOYEE-NUMBER
                   MOVE WS-TODAY-DATE      TO PN-STATUS-DATE
                   REWRITE POSITION-RECORD
                   ADD 1 TO WS-LINKED-COUNT
              END-EVALUATE
           END-IF.

       REJECT-ONE-LINE.
           MOVE PI-DEPT-NBR        TO DL-DEPT-NBR.
           MOVE PI-POSITION-NUMBER TO DL-POSITION-NUMBER.
           MOVE PI-EMPLOYEE-NUMBER TO DL-EMPLOYEE-NUMBER.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  POSITIONS ADDED: ' DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  '  CHANGED: ' DELIMITED BY SIZE
                  WS-CHANGED-COUNT DELIMITED BY SIZE
                  '  ABOLISHED: ' DELIMITED BY SIZE
                  WS-ABOLISHED-COUNT DELIMITED BY SIZE
                  '  INCUMBENTS LINKED: ' DELIMITED BY SIZE
                  WS-LINKED-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE POSNIN-FILE.
           CLOSE POSN-FILE.
           CLOSE DEPT-FILE.
           CLOSE EMP-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'POSITIONS LOADED: '
                   WS-ADDED-COUNT ' ADDED ' WS-CHANGED-COUNT ' CHANGED'.
           IF WS-REJECT-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
