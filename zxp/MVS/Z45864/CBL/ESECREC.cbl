       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESECREC.
      ******************************************************************
      *   NIGHTLY SECURITY-MANAGER / EREGUSR RECONCILIATION.-
      *      - SORTS THE SECURITY MANAGER'S USER LIST (ESMUSERS) BY
      *        USER ID, KEEPING ONLY IDS WHOSE DEFAULT GROUP IS ONE OF
      *        THE ESECGRP APPLICATION GROUPS, AND MATCHES IT AGAINST
      *        EREGUSR IN KEY ORDER.  EVERY DIFFERENCE IS REPORTED:
      *           . ACCOUNT WITH NO SECURITY-MANAGER ID
      *           . SECURITY-MANAGER ID WITH NO ACCOUNT
      *           . ID STILL LIVE FOR AN ACCOUNT SUSPENDED OR PENDING -
      *             THE TERMINATED-STAFF CASE THE AUDITORS LOOK FOR
      *           . ID REVOKED FOR AN ACCOUNT THAT IS IN USE
      *           . DEFAULT GROUP NOT THE ONE FOR RU-USER-TYPE
      *        AN ACCOUNT IS LIVE WHEN ACTIVE OR LOCKED, AS IN ESECXTR.
      *      - READ-ONLY.  RC=4 WHEN ANY MISMATCH IS FOUND.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESMUSR-FILE ASSIGN TO ESMUSERS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ESMUSR-STATUS.

           SELECT EREGUSR-FILE ASSIGN TO EREGUSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RU-USER-ID
                  FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT ESM-SORT-FILE ASSIGN TO SORTWK1.

           SELECT REPORT-FILE ASSIGN TO SECRRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESMUSR-FILE
           RECORDING MODE IS F.
       COPY ESECUSR.

       FD  EREGUSR-FILE
           RECORDING MODE IS F.
       COPY EREGUSR.

       SD  ESM-SORT-FILE.
       01  SD-ESM-RECORD.
           05 SD-USER-ID            PIC X(8).
           05 SD-DEFAULT-GROUP      PIC X(8).
           05 SD-REVOKED-IND        PIC X(1).
              88 SD-IS-REVOKED                VALUE 'Y'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ESMUSR-STATUS         PIC X(2).
           88 WS-ESMUSR-EOF                   VALUE '10'.
       01  WS-EREGUSR-STATUS        PIC X(2).
           88 WS-EREGUSR-EOF                  VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SORT-EOF-IND          PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF                     VALUE 'Y'.
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-MATCHED-COUNT         PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNT        PIC 9(5) VALUE 0.
       COPY ESECGRP.
       01  WS-GROUP-SUB             PIC 9(1) VALUE 0.
       01  WS-GROUP-USER-TYPE       PIC X(3).
       01  WS-GROUP-NAME            PIC X(8).
       01  WS-APP-GROUP-IND         PIC X(1) VALUE 'N'.
           88 WS-IS-APP-GROUP                 VALUE 'Y'.
      *    THE MATCH KEYS - HIGH-VALUES ONCE A SIDE RUNS OUT
       01  WS-ESM-KEY               PIC X(8).
       01  WS-REG-KEY               PIC X(8).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-USER-ID            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-USER-TYPE          PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-STATUS             PIC X(1).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 DL-ESM-GROUP          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-ESM-REVOKED        PIC X(1).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-FINDING            PIC X(50).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  USER-ID   TYP  S   ESM-GRP   REV  FINDING'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ESECREC' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT ESM-SORT-FILE
                ON ASCENDING KEY SD-USER-ID
                INPUT PROCEDURE IS RELEASE-ESM-USERS
                OUTPUT PROCEDURE IS MATCH-ESM-USERS.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-MISMATCH-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       RELEASE-ESM-USERS.
           OPEN INPUT ESMUSR-FILE.
           PERFORM READ-NEXT-ESM-USER.
           PERFORM RELEASE-ONE-ESM-USER
              UNTIL WS-ESMUSR-EOF.
           CLOSE ESMUSR-FILE.

       READ-NEXT-ESM-USER.
           READ ESMUSR-FILE
                AT END SET WS-ESMUSR-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       RELEASE-ONE-ESM-USER.
      *    SYSTEM AND OTHER APPLICATIONS' IDS ARE NOT OURS TO CHECK
           MOVE 'N' TO WS-APP-GROUP-IND.
           PERFORM CHECK-ONE-APP-GROUP
              VARYING WS-GROUP-SUB FROM 1 BY 1
              UNTIL WS-GROUP-SUB IS GREATER THAN WS-ESM-GROUP-COUNT.
           IF WS-IS-APP-GROUP
              MOVE SU-USER-ID       TO SD-USER-ID
              MOVE SU-DEFAULT-GROUP TO SD-DEFAULT-GROUP
              MOVE SU-REVOKED-IND   TO SD-REVOKED-IND
              RELEASE SD-ESM-RECORD
           END-IF.
           PERFORM READ-NEXT-ESM-USER.

       CHECK-ONE-APP-GROUP.
           IF WS-EG-GROUP(WS-GROUP-SUB) IS EQUAL TO SU-DEFAULT-GROUP
              SET WS-IS-APP-GROUP TO TRUE
           END-IF.

       MATCH-ESM-USERS.
           OPEN INPUT EREGUSR-FILE.
           PERFORM RETURN-NEXT-ESM-USER.
           PERFORM READ-NEXT-ACCOUNT.
           PERFORM MATCH-ONE-KEY
              UNTIL WS-ESM-KEY IS EQUAL TO HIGH-VALUES
              AND WS-REG-KEY IS EQUAL TO HIGH-VALUES.
           CLOSE EREGUSR-FILE.

       RETURN-NEXT-ESM-USER.
           RETURN ESM-SORT-FILE
                  AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              MOVE HIGH-VALUES TO WS-ESM-KEY
           ELSE
              MOVE SD-USER-ID  TO WS-ESM-KEY
           END-IF.

       READ-NEXT-ACCOUNT.
           READ EREGUSR-FILE NEXT RECORD
                AT END SET WS-EREGUSR-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.
           IF WS-EREGUSR-EOF
              MOVE HIGH-VALUES TO WS-REG-KEY
           ELSE
              MOVE RU-USER-ID  TO WS-REG-KEY
           END-IF.

       MATCH-ONE-KEY.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
           WHEN WS-REG-KEY IS LESS THAN WS-ESM-KEY
                MOVE RU-USER-ID   TO DL-USER-ID
                MOVE RU-USER-TYPE TO DL-USER-TYPE
                MOVE RU-STATUS    TO DL-STATUS
                MOVE 'ACCOUNT HAS NO SECURITY-MANAGER ID'
                     TO DL-FINDING
                PERFORM PRINT-MISMATCH
                PERFORM READ-NEXT-ACCOUNT
           WHEN WS-ESM-KEY IS LESS THAN WS-REG-KEY
                MOVE SD-USER-ID       TO DL-USER-ID
                MOVE SD-DEFAULT-GROUP TO DL-ESM-GROUP
                MOVE SD-REVOKED-IND   TO DL-ESM-REVOKED
                MOVE 'SECURITY-MANAGER ID HAS NO EREGUSR ACCOUNT'
                     TO DL-FINDING
                PERFORM PRINT-MISMATCH
                PERFORM RETURN-NEXT-ESM-USER
           WHEN OTHER
                PERFORM COMPARE-MATCHED-USER
                PERFORM READ-NEXT-ACCOUNT
                PERFORM RETURN-NEXT-ESM-USER
           END-EVALUATE.

       COMPARE-MATCHED-USER.
           ADD 1 TO WS-MATCHED-COUNT.
           MOVE RU-USER-ID       TO DL-USER-ID.
           MOVE RU-USER-TYPE     TO DL-USER-TYPE.
           MOVE RU-STATUS        TO DL-STATUS.
           MOVE SD-DEFAULT-GROUP TO DL-ESM-GROUP.
           MOVE SD-REVOKED-IND   TO DL-ESM-REVOKED.
           IF (RU-IS-ACTIVE OR RU-IS-LOCKED)
              IF SD-IS-REVOKED
                 MOVE 'ID REVOKED BUT ACCOUNT IS IN USE' TO DL-FINDING
                 PERFORM PRINT-MISMATCH
              END-IF
           ELSE
              IF NOT SD-IS-REVOKED
                 MOVE 'ID STILL LIVE FOR A SUSPENDED/PENDING ACCOUNT'
                      TO DL-FINDING
                 PERFORM PRINT-MISMATCH
              END-IF
           END-IF.
           MOVE RU-USER-TYPE TO WS-GROUP-USER-TYPE.
           PERFORM FIND-ESM-GROUP.
           IF SD-DEFAULT-GROUP IS NOT EQUAL TO WS-GROUP-NAME
              MOVE 'DEFAULT GROUP DOES NOT MATCH USER TYPE'
                   TO DL-FINDING
              PERFORM PRINT-MISMATCH
           END-IF.

       FIND-ESM-GROUP.
      *    A USER TYPE NOT IN THE TABLE GETS THE STANDARD USERS' GROUP
           MOVE 'EMPSTD' TO WS-GROUP-NAME.
           PERFORM CHECK-ONE-ESM-GROUP
              VARYING WS-GROUP-SUB FROM 1 BY 1
              UNTIL WS-GROUP-SUB IS GREATER THAN WS-ESM-GROUP-COUNT.

       CHECK-ONE-ESM-GROUP.
           IF WS-EG-USER-TYPE(WS-GROUP-SUB) IS EQUAL TO
              WS-GROUP-USER-TYPE
              MOVE WS-EG-GROUP(WS-GROUP-SUB) TO WS-GROUP-NAME
           END-IF.

       PRINT-MISMATCH.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-MISMATCH-COUNT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  IDS MATCHED: ' DELIMITED BY SIZE
                  WS-MATCHED-COUNT DELIMITED BY SIZE
                  '  MISMATCHES: ' DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY 'SECURITY-MANAGER MISMATCHES: ' WS-MISMATCH-COUNT.
           IF WS-MISMATCH-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
