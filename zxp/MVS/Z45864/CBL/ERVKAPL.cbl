       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERVKAPL.
      ******************************************************************
      *   BULK REVOKE OF UNUSED ENTITLEMENTS.-
      *      - READS THE EREVKPR PROPOSAL FILE EENTUSE WROTE, AFTER
      *        THE SECURITY ADMINISTRATOR HAS REVIEWED IT, AND
      *        DELETES THE EAUTH USER-ID GRANT FOR EVERY PROPOSAL
      *        STILL FLAGGED TO APPLY.  THE USER FALLS BACK TO THEIR
      *        USER-TYPE AUTHORITY, AS WITH A DELETE IN EAUTP.
      *      - EVERY APPLIED REVOKE IS WRITTEN TO EMNTAUD ('ENTREVK')
      *        WITH THE GRANT AS THE BEFORE IMAGE AND THE APPLYING
      *        ADMINISTRATOR (SYSIN CARD 1) AS THE ACTING USER.  NO
      *        ADMINISTRATOR ID, NOTHING IS APPLIED (RC=8).
      *      - A GRANT ALREADY GONE OR NO LONGER ALLOWED SINCE THE
      *        ANALYSIS RAN IS LISTED AS SKIPPED AND LEFT ALONE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO EREVKPR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT AUTH-FILE ASSIGN TO EAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AT-AUTHORITY-KEY
                  FILE STATUS IS WS-AUTH-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT REPORT-FILE ASSIGN TO RVKRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE
           RECORDING MODE IS F.
       COPY EREVKPR.

       FD  AUTH-FILE
           RECORDING MODE IS F.
       COPY EAUTH.

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROPOSAL-STATUS       PIC X(2).
           88 WS-PROPOSAL-EOF                 VALUE '10'.
       01  WS-AUTH-STATUS           PIC X(2).
       01  WS-MNTAUD-STATUS         PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-ADMIN-ID              PIC X(8) VALUE SPACES.
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT         PIC 9(5) VALUE 0.
       01  WS-KEPT-COUNT            PIC 9(5) VALUE 0.
      *    ONE RUN SHARES ONE TIMESTAMP - THE RUNNING COUNT STANDS IN
      *    FOR THE TASK NUMBER SO TWO REVOKES FOR ONE USER KEEP APART
       01  WS-AUDIT-SEQUENCE        PIC 9(7) VALUE 0.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-USER-ID            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-FUNCTION           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LAST-USED          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-RESULT             PIC X(40).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  USER-ID   FUNCTION  LAST-USED RESULT'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ERVKAPL' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           IF WS-ADMIN-ID IS EQUAL TO SPACES
              DISPLAY 'NO ADMINISTRATOR ID ON SYSIN - NOTHING APPLIED'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM APPLY-PROPOSALS
              PERFORM FINALIZE-JOB
           END-IF.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-APPLIED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-ADMIN-ID FROM SYSIN.

       APPLY-PROPOSALS.
           OPEN INPUT PROPOSAL-FILE.
           OPEN I-O AUTH-FILE.
           OPEN I-O MNTAUD-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-NEXT-PROPOSAL.
           PERFORM APPLY-ONE-PROPOSAL
              UNTIL WS-PROPOSAL-EOF.

       READ-NEXT-PROPOSAL.
           READ PROPOSAL-FILE
                AT END SET WS-PROPOSAL-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       APPLY-ONE-PROPOSAL.
           IF RP-IS-TO-APPLY
              PERFORM REVOKE-ONE-GRANT
           ELSE
              ADD 1 TO WS-KEPT-COUNT
           END-IF.
           PERFORM READ-NEXT-PROPOSAL.

       REVOKE-ONE-GRANT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RP-USER-ID       TO DL-USER-ID.
           MOVE RP-FUNCTION-CODE TO DL-FUNCTION.
           IF RP-LAST-USED-DATE IS EQUAL TO SPACES
              MOVE 'NEVER'           TO DL-LAST-USED
           ELSE
              MOVE RP-LAST-USED-DATE TO DL-LAST-USED
           END-IF.
           MOVE RP-FUNCTION-CODE TO AT-FUNCTION-CODE.
           MOVE RP-USER-ID       TO AT-SUBJECT-ID.
           READ AUTH-FILE
                INVALID KEY MOVE 'N' TO AT-ALLOWED-IND
           END-READ.
           IF NOT AT-IS-ALLOWED
              MOVE 'SKIPPED - GRANT NO LONGER HELD' TO DL-RESULT
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              INITIALIZE MAINT-AUDIT-RECORD
              MOVE AUTHORITY-RECORD TO MA-BEFORE-IMAGE
              DELETE AUTH-FILE RECORD
                   INVALID KEY CONTINUE
              END-DELETE
              MOVE 'REVOKED'  TO DL-RESULT
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM WRITE-MAINT-AUDIT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-MAINT-AUDIT.
           ADD 1 TO WS-AUDIT-SEQUENCE.
           MOVE RP-USER-ID        TO MA-TARGET-ID.
           MOVE WS-CURRENT-DATE   TO MA-AUDIT-TIMESTAMP.
           MOVE WS-AUDIT-SEQUENCE TO MA-TASK-NUMBER.
           MOVE WS-ADMIN-ID       TO MA-ACTING-USER-ID.
           MOVE 'ERVKAPL'         TO MA-PROGRAM-NAME.
           MOVE 'ENTREVK'         TO MA-ACTION-CODE.
           MOVE SPACES            TO MA-AFTER-IMAGE.
           WRITE MAINT-AUDIT-RECORD
                INVALID KEY CONTINUE
           END-WRITE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  REVOKED: ' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  '  SKIPPED: ' DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  '  KEPT ON REVIEW: ' DELIMITED BY SIZE
                  WS-KEPT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE PROPOSAL-FILE.
           CLOSE AUTH-FILE.
           CLOSE MNTAUD-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'GRANTS REVOKED: ' WS-APPLIED-COUNT.
