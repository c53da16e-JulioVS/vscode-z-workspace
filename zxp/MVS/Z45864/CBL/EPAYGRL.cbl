       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPAYGRL.
      ******************************************************************
      *   PAY GRADE TABLE LOADER.-
      *      - LOADS HR'S PAY GRADE TABLE (GRADE COLS 1-3, DESCRIPTION
      *        COLS 5-24, THEN THE MINIMUM, MIDPOINT AND MAXIMUM ANNUAL
      *        SALARY AS 9 DIGITS WITH TWO IMPLIED DECIMALS IN COLS
      *        26-34, 36-44 AND 46-54) INTO THE EPAYGRD FILE THAT
      *        EHRFEED, EEMPMNT AND EREVP HOLD SALARIES TO.
      *      - RELOADING A GRADE REWRITES ITS RANGE.  LINES WITH NO
      *        GRADE, AMOUNTS THAT ARE NOT NUMBERS, OR A RANGE THAT
      *        IS OUT OF ORDER (MINIMUM OVER MIDPOINT OVER MAXIMUM)
      *        ARE REJECTED TO THE REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADEIN-FILE ASSIGN TO GRADEIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GRADEIN-STATUS.

           SELECT PAYGRD-FILE ASSIGN TO EPAYGRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PG-PAY-GRADE
                  FILE STATUS IS WS-PAYGRD-STATUS.

           SELECT REPORT-FILE ASSIGN TO GRDLRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADEIN-FILE
           RECORDING MODE IS F.
       01  GRADEIN-LINE.
           05 GI-PAY-GRADE          PIC X(3).
           05 FILLER                PIC X(1).
           05 GI-DESCRIPTION        PIC X(20).
           05 FILLER                PIC X(1).
           05 GI-MINIMUM            PIC 9(7)V99.
           05 FILLER                PIC X(1).
           05 GI-MIDPOINT           PIC 9(7)V99.
           05 FILLER                PIC X(1).
           05 GI-MAXIMUM            PIC 9(7)V99.
           05 FILLER                PIC X(26).

       FD  PAYGRD-FILE
           RECORDING MODE IS F.
       COPY EPAYGRD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-GRADEIN-STATUS        PIC X(2).
           88 WS-GRADEIN-EOF                  VALUE '10'.
       01  WS-PAYGRD-STATUS         PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-GR-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-LOADED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-PAY-GRADE          PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DESCRIPTION        PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(40).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  GRD  DESCRIPTION           PAY GRADE LOAD EXCEPTIONS'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EPAYGRL' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           OPEN INPUT GRADEIN-FILE.
           OPEN I-O PAYGRD-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-NEXT-GRADEIN-LINE.
           PERFORM LOAD-ONE-GRADE
              UNTIL WS-GRADEIN-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-GR-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-LOADED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-NEXT-GRADEIN-LINE.
           READ GRADEIN-FILE
                AT END SET WS-GRADEIN-EOF TO TRUE
                NOT AT END ADD 1 TO WS-GR-RECORDS-READ
           END-READ.

       LOAD-ONE-GRADE.
           EVALUATE TRUE
           WHEN GI-PAY-GRADE IS EQUAL TO SPACES
                MOVE 'REJECTED - NO PAY GRADE'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN GI-MINIMUM IS NOT NUMERIC
           WHEN GI-MIDPOINT IS NOT NUMERIC
           WHEN GI-MAXIMUM IS NOT NUMERIC
                MOVE 'REJECTED - AMOUNT NOT NUMERIC'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN GI-MINIMUM IS GREATER THAN GI-MIDPOINT
           WHEN GI-MIDPOINT IS GREATER THAN GI-MAXIMUM
           WHEN GI-MIDPOINT IS EQUAL TO ZERO
                MOVE 'REJECTED - RANGE OUT OF ORDER'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN OTHER
                INITIALIZE PAY-GRADE-RECORD
                MOVE GI-PAY-GRADE       TO PG-PAY-GRADE
                MOVE GI-DESCRIPTION     TO PG-DESCRIPTION
                MOVE GI-MINIMUM         TO PG-MINIMUM
                MOVE GI-MIDPOINT        TO PG-MIDPOINT
                MOVE GI-MAXIMUM         TO PG-MAXIMUM
                WRITE PAY-GRADE-RECORD
                      INVALID KEY
                         REWRITE PAY-GRADE-RECORD
                END-WRITE
                ADD 1 TO WS-LOADED-COUNT
           END-EVALUATE.
           PERFORM READ-NEXT-GRADEIN-LINE.

       REJECT-ONE-LINE.
           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE GI-PAY-GRADE      TO DL-PAY-GRADE.
           MOVE GI-DESCRIPTION    TO DL-DESCRIPTION.
           MOVE WS-REJECT-REASON  TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  PAY GRADES LOADED: ' DELIMITED BY SIZE
                  WS-LOADED-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE GRADEIN-FILE.
           CLOSE PAYGRD-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'PAY GRADES LOADED: ' WS-LOADED-COUNT.
           IF WS-REJECT-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
