       IDENTIFICATION DIVISION.
       PROGRAM-ID. EROLRPT.
      ******************************************************************
      *   GRANTS-BEYOND-ROLES REPORT.-
      *      - LOADS EVERY EROLASG ROLE ASSIGNMENT, THEN READS EAUTH
      *        AND REPORTS EVERY EXPLICIT ALLOW-GRANT TO A NAMED USER
      *        ID THAT NO ROLE THE USER HOLDS BUNDLES ON EROLTMP -
      *        DIRECT GRANTS KEYED IN EAUTP, AND ROLE GRANTS LEFT
      *        BEHIND BY A ROLE THE USER NO LONGER HOLDS.
      *      - RC=4 WHEN ANY SUCH GRANT IS FOUND, SO THE NIGHTLY CHAIN
      *        SURFACES IT WITHOUT ANYONE READING THE REPORT FIRST.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLASG-FILE ASSIGN TO EROLASG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RA-ASSIGN-KEY
                  FILE STATUS IS WS-ROLASG-STATUS.

           SELECT ROLTMP-FILE ASSIGN TO EROLTMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RT-ROLE-KEY
                  FILE STATUS IS WS-ROLTMP-STATUS.

           SELECT AUTH-FILE ASSIGN TO EAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AT-AUTHORITY-KEY
                  FILE STATUS IS WS-AUTH-STATUS.

           SELECT REPORT-FILE ASSIGN TO ROLERPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLASG-FILE
           RECORDING MODE IS F.
       COPY EROLASG.

       FD  ROLTMP-FILE
           RECORDING MODE IS F.
       COPY EROLTMP.

       FD  AUTH-FILE
           RECORDING MODE IS F.
       COPY EAUTH.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ROLASG-STATUS         PIC X(2).
           88 WS-ROLASG-EOF                   VALUE '10'.
       01  WS-ROLTMP-STATUS         PIC X(2).
           88 WS-ROLTMP-FOUND                 VALUE '00'.
       01  WS-AUTH-STATUS           PIC X(2).
           88 WS-AUTH-EOF                     VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-BEYOND-COUNT          PIC 9(5) VALUE 0.
      ******************************************************************
      *   EVERY ROLE ASSIGNMENT, HELD IN STORAGE SO EACH GRANT CAN BE
      *   TRIED AGAINST THE ROLES ITS USER HOLDS.
      ******************************************************************
       01  WS-ASGTAB-LIMIT          PIC 9(4) VALUE 1000.
       01  WS-ASGTAB-COUNT          PIC 9(4) VALUE 0.
       01  WS-ASGTAB-SUB            PIC 9(4) VALUE 0.
       01  WS-ASSIGNMENT-TABLE.
           05 WS-ASGTAB-ENTRY OCCURS 1000 TIMES.
              10 WS-AT-USER-ID      PIC X(8).
              10 WS-AT-ROLE-NAME    PIC X(8).
       01  WS-ASGTAB-OVFL-IND       PIC X(1) VALUE 'N'.
           88 WS-ASGTAB-OVERFLOW              VALUE 'Y'.
       01  WS-OVERFLOW-LINE         PIC X(132) VALUE
           '  ** MORE ASSIGNMENTS THAN THE TABLE HOLDS - GRANTS MAY BE
      -    ' MISREPORTED, RAISE WS-ASGTAB-LIMIT AND RERUN **'.
       01  WS-COVERED-IND           PIC X(1) VALUE 'N'.
           88 WS-COVERED                      VALUE 'Y'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-USER-ID            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-FUNCTION           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SOURCE             PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(40).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  USER-ID   FUNCTION  SOURCE    BEYOND ASSIGNED ROLES'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EROLRPT' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM LOAD-ASSIGNMENT-TABLE.
           PERFORM CHECK-GRANTS.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-BEYOND-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-ASSIGNMENT-TABLE.
           OPEN INPUT ROLASG-FILE.
           PERFORM READ-NEXT-ASSIGNMENT.
           PERFORM LOAD-ONE-ASSIGNMENT
              UNTIL WS-ROLASG-EOF.
           CLOSE ROLASG-FILE.

       READ-NEXT-ASSIGNMENT.
           READ ROLASG-FILE NEXT RECORD
                AT END SET WS-ROLASG-EOF TO TRUE
           END-READ.

       LOAD-ONE-ASSIGNMENT.
           IF WS-ASGTAB-COUNT IS LESS THAN WS-ASGTAB-LIMIT
              ADD 1 TO WS-ASGTAB-COUNT
              MOVE RA-USER-ID   TO WS-AT-USER-ID(WS-ASGTAB-COUNT)
              MOVE RA-ROLE-NAME TO WS-AT-ROLE-NAME(WS-ASGTAB-COUNT)
           ELSE
              SET WS-ASGTAB-OVERFLOW TO TRUE
           END-IF.
           PERFORM READ-NEXT-ASSIGNMENT.

       CHECK-GRANTS.
           OPEN INPUT ROLTMP-FILE.
           OPEN INPUT AUTH-FILE.
           PERFORM READ-NEXT-AUTHORITY.
           PERFORM CHECK-ONE-AUTHORITY
              UNTIL WS-AUTH-EOF.
           CLOSE AUTH-FILE.
           CLOSE ROLTMP-FILE.

       READ-NEXT-AUTHORITY.
           READ AUTH-FILE NEXT RECORD
                AT END SET WS-AUTH-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-AUTHORITY.
      *    TYPE-LEVEL RECORDS ('ADM'/'MGR'/'STD' SUBJECTS) AND
      *    EXPLICIT DENIES ARE NOT ROLE MATTERS - ONLY A NAMED USER
      *    ID'S ALLOW GRANTS ARE TRIED AGAINST THE ROLES
           IF AT-IS-ALLOWED
              AND AT-SUBJECT-ID IS NOT EQUAL TO 'ADM'
              AND AT-SUBJECT-ID IS NOT EQUAL TO 'MGR'
              AND AT-SUBJECT-ID IS NOT EQUAL TO 'STD'
              MOVE 'N' TO WS-COVERED-IND
              PERFORM CHECK-ONE-ASSIGNMENT
                 VARYING WS-ASGTAB-SUB FROM 1 BY 1
                 UNTIL WS-ASGTAB-SUB IS GREATER THAN WS-ASGTAB-COUNT
                 OR WS-COVERED
              IF NOT WS-COVERED
                 PERFORM PRINT-BEYOND-LINE
              END-IF
           END-IF.
           PERFORM READ-NEXT-AUTHORITY.

       CHECK-ONE-ASSIGNMENT.
           IF WS-AT-USER-ID(WS-ASGTAB-SUB) IS EQUAL TO AT-SUBJECT-ID
              MOVE WS-AT-ROLE-NAME(WS-ASGTAB-SUB) TO RT-ROLE-NAME
              MOVE AT-FUNCTION-CODE TO RT-FUNCTION-CODE
              READ ROLTMP-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-ROLTMP-FOUND
                 SET WS-COVERED TO TRUE
              END-IF
           END-IF.

       PRINT-BEYOND-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE AT-SUBJECT-ID    TO DL-USER-ID.
           MOVE AT-FUNCTION-CODE TO DL-FUNCTION.
           IF AT-GRANT-SOURCE IS EQUAL TO SPACES
              MOVE 'DIRECT'                      TO DL-SOURCE
              MOVE '*** GRANTED OUTSIDE ANY ROLE ***' TO DL-NOTE
           ELSE
              MOVE AT-GRANT-SOURCE               TO DL-SOURCE
              MOVE '*** ROLE NO LONGER COVERS IT ***' TO DL-NOTE
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-BEYOND-COUNT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  GRANTS BEYOND ASSIGNED ROLES: ' DELIMITED BY SIZE
                  WS-BEYOND-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-ASGTAB-OVERFLOW
              MOVE WS-OVERFLOW-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'GRANTS BEYOND ROLES FOUND: ' WS-BEYOND-COUNT.
           IF WS-BEYOND-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ASGTAB-OVERFLOW
              DISPLAY 'ASSIGNMENT TABLE OVERFLOW - REPORT INCOMPLETE'
              MOVE 8 TO RETURN-CODE
           END-IF.
