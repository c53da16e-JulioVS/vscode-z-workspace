       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECATDIFF.
      ******************************************************************
      *   DB2 CATALOG DIFFERENCE REPORT.-
      *      - MATCHES TWO ECATSNP CATALOG SNAPSHOTS ON THEIR KEY (BOTH
      *        ARE WRITTEN IN THAT ORDER BY ECATSNAP) AND REPORTS EVERY
      *        TABLE, COLUMN, INDEX AND GRANT ADDED, DROPPED OR
      *        ALTERED, WITH THE OLD AND NEW DEFINITIONS.
      *      - OLDSNAP IS THE PREVIOUS NIGHT'S SNAPSHOT, NEWSNAP
      *        TONIGHT'S.  SYSIN LISTS THE TABLES THE APPLICATION'S
      *        PROGRAMS DEPEND ON, ONE CREATOR.TABLE PER CARD, UP TO
      *        50, CLOSED BY AN 'END' CARD.  A DIFFERENCE ON ONE OF
      *        THEM (OR ON ITS COLUMNS, INDEXES OR GRANTS) IS FLAGGED
      *        '**'.
      *      - READ-ONLY.  RC=8 WHEN A DEPENDED-ON TABLE CHANGED, SO
      *        DB2NIGHT STOPS BEFORE THE STEPS THAT USE IT.  RC=4 WHEN
      *        ONLY OTHER OBJECTS CHANGED, OR WHEN THERE IS NO PREVIOUS
      *        SNAPSHOT TO COMPARE WITH (TONIGHT'S BECOMES THE FIRST).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDSNAP-FILE ASSIGN TO OLDSNAP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OLDSNAP-STATUS.

           SELECT NEWSNAP-FILE ASSIGN TO NEWSNAP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NEWSNAP-STATUS.

           SELECT REPORT-FILE ASSIGN TO DIFFRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDSNAP-FILE
           RECORDING MODE IS F.
       01  OLD-SNAPSHOT-RECORD.
           05 OS-SNAPSHOT-KEY.
              10 OS-OBJECT-SEQ      PIC 9(1).
              10 OS-TABLE-CREATOR   PIC X(8).
              10 OS-TABLE-NAME      PIC X(18).
              10 OS-OBJECT-NAME     PIC X(18).
              10 OS-OBJECT-QUALIFIER PIC X(8).
           05 OS-SNAPSHOT-TIMESTAMP PIC X(14).
           05 OS-DEFINITION         PIC X(28).
           05 FILLER                PIC X(25).

       FD  NEWSNAP-FILE
           RECORDING MODE IS F.
       COPY ECATSNP.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OLDSNAP-STATUS        PIC X(2).
           88 WS-OLDSNAP-EOF                  VALUE '10'.
       01  WS-NEWSNAP-STATUS        PIC X(2).
           88 WS-NEWSNAP-EOF                  VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-OLD-KEY               PIC X(53).
       01  WS-NEW-KEY               PIC X(53).
       01  WS-BASELINE-TIMESTAMP    PIC X(14) VALUE SPACES.
       01  WS-NEW-TIMESTAMP         PIC X(14) VALUE SPACES.
       01  WS-CARD-IN               PIC X(27).
       01  WS-LIST-DONE-IND         PIC X(1) VALUE 'N'.
           88 WS-LIST-DONE                    VALUE 'Y'.
       01  WS-DEPENDENCY-TABLE.
           05 WS-DEPENDENCY-ENTRY OCCURS 50 TIMES.
              10 WS-DP-CREATOR      PIC X(8).
              10 WS-DP-TABLE-NAME   PIC X(18).
       01  WS-DEPENDENCY-COUNT      PIC 9(2) VALUE 0.
       01  WS-DEP-SUB               PIC 9(2) VALUE 0.
       01  WS-CHECK-CREATOR         PIC X(8).
       01  WS-CHECK-TABLE-NAME      PIC X(18).
       01  WS-OBJECT-SEQ            PIC 9(1).
       01  WS-DEPENDENT-IND         PIC X(1) VALUE 'N'.
           88 WS-DEPENDENT                    VALUE 'Y'.
       01  WS-OBJECT-TYPE-VALUES.
           05 FILLER                PIC X(6) VALUE 'TABLE '.
           05 FILLER                PIC X(6) VALUE 'COLUMN'.
           05 FILLER                PIC X(6) VALUE 'INDEX '.
           05 FILLER                PIC X(6) VALUE 'GRANT '.
       01  WS-OBJECT-TYPE-TABLE REDEFINES WS-OBJECT-TYPE-VALUES.
           05 WS-OBJECT-TYPE        PIC X(6) OCCURS 4 TIMES.
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-ADDED-COUNT           PIC 9(5) VALUE 0.
       01  WS-DROPPED-COUNT         PIC 9(5) VALUE 0.
       01  WS-ALTERED-COUNT         PIC 9(5) VALUE 0.
       01  WS-DEPENDENT-COUNT       PIC 9(5) VALUE 0.
       01  WS-DETAIL-LINE.
           05 DL-FLAG               PIC X(2).
           05 DL-OBJECT-TYPE        PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TABLE              PIC X(27).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-OBJECT-NAME        PIC X(18).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-OBJECT-QUALIFIER   PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-CHANGE-TYPE        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-WAS-VALUE          PIC X(24).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOW-VALUE          PIC X(24).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  OBJECT  TABLE                        NAME                I
      -    'XC/GRNT  CHANGE    WAS                       NOW'.
       01  WS-EMPTY-LINE            PIC X(132) VALUE
           '  ** NO PREVIOUS SNAPSHOT - EVERY OBJECT SHOWS AS ADDED. TON
      -    'IGHT''S SNAPSHOT IS THE BASELINE FROM NOW ON **'.
       01  WS-FLAG-NOTE-LINE        PIC X(132) VALUE
           '  ** = A TABLE THE NIGHTLY DB2 STEPS DEPEND ON - THOSE STEPS
      -    ' ARE HELD UNTIL THE CHANGE IS CHECKED'.
       01  WS-LEGEND-LINE-1         PIC X(132) VALUE
           '  WAS/NOW - TABLE: TYPE DBNAME TSNAME COLUMNS   COLUMN: TYPE
      -    ' LENGTH SCALE NULLS COLNO'.
       01  WS-LEGEND-LINE-2         PIC X(132) VALUE
           '            INDEX: UNIQUE CLUSTERING COLUMNS   GRANT: SELECT
      -    ' INSERT UPDATE DELETE ALTER INDEX REFERENCES'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ECATDIFF' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM COMPARE-ONE-KEY
              UNTIL WS-OLD-KEY IS EQUAL TO HIGH-VALUES
              AND WS-NEW-KEY IS EQUAL TO HIGH-VALUES.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           COMPUTE BAT-RECORDS-WRITTEN = WS-ADDED-COUNT
                 + WS-DROPPED-COUNT + WS-ALTERED-COUNT.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           PERFORM READ-NEXT-DEPENDENCY.
           PERFORM STORE-ONE-DEPENDENCY
              UNTIL WS-LIST-DONE.
           OPEN INPUT OLDSNAP-FILE.
           OPEN INPUT NEWSNAP-FILE.
           PERFORM READ-NEXT-OLDSNAP.
           IF NOT WS-OLDSNAP-EOF
              MOVE OS-SNAPSHOT-TIMESTAMP TO WS-BASELINE-TIMESTAMP
           END-IF.
           PERFORM READ-NEXT-NEWSNAP.
           IF NOT WS-NEWSNAP-EOF
              MOVE KS-SNAPSHOT-TIMESTAMP TO WS-NEW-TIMESTAMP
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  PREVIOUS SNAPSHOT OF ' DELIMITED BY SIZE
                  WS-BASELINE-TIMESTAMP DELIMITED BY SIZE
                  '  COMPARED WITH SNAPSHOT OF ' DELIMITED BY SIZE
                  WS-NEW-TIMESTAMP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-FLAG-NOTE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-NEXT-DEPENDENCY.
           MOVE SPACES TO WS-CARD-IN.
           ACCEPT WS-CARD-IN FROM SYSIN.
           IF WS-CARD-IN IS EQUAL TO 'END'
              OR WS-CARD-IN IS EQUAL TO SPACES
              SET WS-LIST-DONE TO TRUE
           END-IF.

       STORE-ONE-DEPENDENCY.
           IF WS-DEPENDENCY-COUNT IS LESS THAN 50
              ADD 1 TO WS-DEPENDENCY-COUNT
              UNSTRING WS-CARD-IN DELIMITED BY '.'
                  INTO WS-DP-CREATOR(WS-DEPENDENCY-COUNT)
                       WS-DP-TABLE-NAME(WS-DEPENDENCY-COUNT)
              END-UNSTRING
           ELSE
              DISPLAY 'ECATDIFF - MORE THAN 50 DEPENDENT TABLES, '
                      'IGNORED: ' WS-CARD-IN
           END-IF.
           PERFORM READ-NEXT-DEPENDENCY.

       READ-NEXT-OLDSNAP.
           READ OLDSNAP-FILE
                AT END SET WS-OLDSNAP-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.
           IF WS-OLDSNAP-EOF
              MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
              MOVE OS-SNAPSHOT-KEY TO WS-OLD-KEY
           END-IF.

       READ-NEXT-NEWSNAP.
           READ NEWSNAP-FILE
                AT END SET WS-NEWSNAP-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.
           IF WS-NEWSNAP-EOF
              MOVE HIGH-VALUES TO WS-NEW-KEY
           ELSE
              MOVE KS-SNAPSHOT-KEY TO WS-NEW-KEY
           END-IF.

      ******************************************************************
      *   ONE STEP OF THE MATCH - THE LOWER KEY IS DROPPED (OLD ONLY)
      *   OR ADDED (NEW ONLY); EQUAL KEYS ARE COMPARED ON DEFINITION.
      ******************************************************************
       COMPARE-ONE-KEY.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
           WHEN WS-OLD-KEY IS LESS THAN WS-NEW-KEY
                MOVE OS-OBJECT-SEQ TO WS-OBJECT-SEQ
                MOVE OS-TABLE-CREATOR TO WS-CHECK-CREATOR
                MOVE OS-TABLE-NAME TO WS-CHECK-TABLE-NAME
                MOVE OS-OBJECT-NAME TO DL-OBJECT-NAME
                MOVE OS-OBJECT-QUALIFIER TO DL-OBJECT-QUALIFIER
                MOVE 'DROPPED' TO DL-CHANGE-TYPE
                MOVE OS-DEFINITION TO DL-WAS-VALUE
                PERFORM PRINT-DIFFERENCE-LINE
                ADD 1 TO WS-DROPPED-COUNT
                PERFORM READ-NEXT-OLDSNAP
           WHEN WS-OLD-KEY IS GREATER THAN WS-NEW-KEY
                MOVE KS-OBJECT-SEQ TO WS-OBJECT-SEQ
                MOVE KS-TABLE-CREATOR TO WS-CHECK-CREATOR
                MOVE KS-TABLE-NAME TO WS-CHECK-TABLE-NAME
                MOVE KS-OBJECT-NAME TO DL-OBJECT-NAME
                MOVE KS-OBJECT-QUALIFIER TO DL-OBJECT-QUALIFIER
                MOVE 'ADDED' TO DL-CHANGE-TYPE
                MOVE KS-DEFINITION TO DL-NOW-VALUE
                PERFORM PRINT-DIFFERENCE-LINE
                ADD 1 TO WS-ADDED-COUNT
                PERFORM READ-NEXT-NEWSNAP
           WHEN OTHER
                IF OS-DEFINITION IS NOT EQUAL TO KS-DEFINITION
                   MOVE KS-OBJECT-SEQ TO WS-OBJECT-SEQ
                   MOVE KS-TABLE-CREATOR TO WS-CHECK-CREATOR
                   MOVE KS-TABLE-NAME TO WS-CHECK-TABLE-NAME
                   MOVE KS-OBJECT-NAME TO DL-OBJECT-NAME
                   MOVE KS-OBJECT-QUALIFIER TO DL-OBJECT-QUALIFIER
                   MOVE 'ALTERED' TO DL-CHANGE-TYPE
                   MOVE OS-DEFINITION TO DL-WAS-VALUE
                   MOVE KS-DEFINITION TO DL-NOW-VALUE
                   PERFORM PRINT-DIFFERENCE-LINE
                   ADD 1 TO WS-ALTERED-COUNT
                END-IF
                PERFORM READ-NEXT-OLDSNAP
                PERFORM READ-NEXT-NEWSNAP
           END-EVALUATE.

       PRINT-DIFFERENCE-LINE.
           MOVE WS-OBJECT-TYPE(WS-OBJECT-SEQ) TO DL-OBJECT-TYPE.
           STRING WS-CHECK-CREATOR DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-CHECK-TABLE-NAME DELIMITED BY SPACE
                  INTO DL-TABLE
           END-STRING.
           MOVE 'N' TO WS-DEPENDENT-IND.
           PERFORM CHECK-ONE-DEPENDENCY
              VARYING WS-DEP-SUB FROM 1 BY 1
              UNTIL WS-DEP-SUB IS GREATER THAN WS-DEPENDENCY-COUNT
              OR WS-DEPENDENT.
           IF WS-DEPENDENT
              MOVE '**' TO DL-FLAG
              ADD 1 TO WS-DEPENDENT-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-ONE-DEPENDENCY.
           IF WS-DP-CREATOR(WS-DEP-SUB) IS EQUAL TO WS-CHECK-CREATOR
              AND WS-DP-TABLE-NAME(WS-DEP-SUB)
                  IS EQUAL TO WS-CHECK-TABLE-NAME
              SET WS-DEPENDENT TO TRUE
           END-IF.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  OBJECTS ADDED: ' DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  '  DROPPED: ' DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
                  '  ALTERED: ' DELIMITED BY SIZE
                  WS-ALTERED-COUNT DELIMITED BY SIZE
                  '  ON DEPENDED-ON TABLES: ' DELIMITED BY SIZE
                  WS-DEPENDENT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-BASELINE-TIMESTAMP IS EQUAL TO SPACES
              MOVE WS-EMPTY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LEGEND-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LEGEND-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE OLDSNAP-FILE.
           CLOSE NEWSNAP-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'DB2 CATALOG DIFFERENCES: '
                   WS-ADDED-COUNT ' ADDED  '
                   WS-DROPPED-COUNT ' DROPPED  '
                   WS-ALTERED-COUNT ' ALTERED'.
      *    WITH NO BASELINE EVERYTHING IS 'ADDED' - NOTHING TO HOLD
           EVALUATE TRUE
           WHEN WS-BASELINE-TIMESTAMP IS EQUAL TO SPACES
                DISPLAY 'ECATDIFF - NO PREVIOUS SNAPSHOT, TONIGHT''S '
                        'IS THE FIRST BASELINE'
                MOVE 4 TO RETURN-CODE
           WHEN WS-DEPENDENT-COUNT IS GREATER THAN ZERO
                DISPLAY 'ECATDIFF - ' WS-DEPENDENT-COUNT
                        ' CHANGE(S) TO DEPENDED-ON TABLES - '
                        'DEPENDENT DB2 STEPS WILL BE SKIPPED'
                MOVE 8 TO RETURN-CODE
           WHEN WS-ADDED-COUNT IS GREATER THAN ZERO
                OR WS-DROPPED-COUNT IS GREATER THAN ZERO
                OR WS-ALTERED-COUNT IS GREATER THAN ZERO
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
