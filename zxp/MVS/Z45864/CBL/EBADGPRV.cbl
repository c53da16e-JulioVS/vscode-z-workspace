       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBADGPRV.
      ******************************************************************
      *   NIGHTLY DOOR-ACCESS BADGE PROVISIONING EXTRACT.-
      *      - READS THE EBADGMS BADGE MASTER IN BADGE-NUMBER ORDER AND
      *        WRITES EVERY BADGE TO THE BADGPROV PROVISIONING FILE
      *        (EBADGPV) FOR THE DOOR-ACCESS SYSTEM - A GRANT FOR AN
      *        ACTIVE BADGE, A REVOKE FOR ANY OTHER STATUS - THEN A
      *        TRAILER CARRYING THE COUNTS.  A FULL REFRESH EACH NIGHT,
      *        SO A MISSED NIGHT NEEDS NO CATCH-UP.
      *      - THE HOLDER'S NAME COMES FROM EMPMAS, FOR THE DOOR-ACCESS
      *        SYSTEM'S OWN DISPLAYS.  A HOLDER NO LONGER ON EMPMAS
      *        STILL GETS A BADGE LINE, WITH THE NAME BLANK.
      *      - READ-ONLY AGAINST THE CLUSTERS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGMS-FILE ASSIGN TO EBADGMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BM-BADGE-NUMBER
                  FILE STATUS IS WS-BADGMS-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT PROVISION-FILE ASSIGN TO BADGPROV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PROVISION-STATUS.

           SELECT REPORT-FILE ASSIGN TO BDGPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BADGMS-FILE
           RECORDING MODE IS F.
       COPY EBADGMS.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  PROVISION-FILE
           RECORDING MODE IS F.
       COPY EBADGPV.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BADGMS-STATUS         PIC X(2).
           88 WS-BADGMS-EOF                   VALUE '10'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-FOUND                    VALUE '00'.
       01  WS-PROVISION-STATUS      PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
       01  WS-GRANT-COUNT           PIC 9(7) VALUE 0.
       01  WS-REVOKE-COUNT          PIC 9(7) VALUE 0.
       01  WS-NO-HOLDER-COUNT       PIC 9(5) VALUE 0.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-BADGE-NUMBER       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-BADGE-STATUS       PIC X(1).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-NOTE               PIC X(50).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  BADGE     EMPNO   S    NOTE'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EBADGPRV' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM READ-NEXT-BADGE.
           PERFORM PROVISION-ONE-BADGE
              UNTIL WS-BADGMS-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-DETAIL-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           OPEN INPUT BADGMS-FILE.
           OPEN INPUT EMP-FILE.
           OPEN OUTPUT PROVISION-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-NEXT-BADGE.
           READ BADGMS-FILE NEXT RECORD
                AT END SET WS-BADGMS-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       PROVISION-ONE-BADGE.
           MOVE SPACES TO BADGE-PROVISION-RECORD.
           SET BP-IS-DETAIL TO TRUE.
           MOVE BM-BADGE-NUMBER    TO BP-BADGE-NUMBER.
           MOVE BM-EMPLOYEE-NUMBER TO BP-EMPLOYEE-NUMBER.
           MOVE BM-BADGE-STATUS    TO BP-BADGE-STATUS.
           MOVE BM-STATUS-DATE     TO BP-STATUS-DATE.
      *    ONLY AN ACTIVE BADGE OPENS A DOOR
           IF BM-IS-ACTIVE
              SET BP-IS-GRANT TO TRUE
              ADD 1 TO WS-GRANT-COUNT
           ELSE
              SET BP-IS-REVOKE TO TRUE
              ADD 1 TO WS-REVOKE-COUNT
           END-IF.
           MOVE BM-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMP-FILE.
           IF WS-EMP-FOUND
              MOVE EM-EMPLOYEE-NAME TO BP-EMPLOYEE-NAME
           ELSE
              ADD 1 TO WS-NO-HOLDER-COUNT
      *       AN ACTIVE BADGE FOR SOMEONE NOT ON EMPMAS IS STILL
      *       GRANTED, BUT SECURITY NEED TO KNOW ABOUT IT
              IF BM-IS-ACTIVE
                 MOVE SPACES TO WS-DETAIL-LINE
                 MOVE BM-BADGE-NUMBER    TO DL-BADGE-NUMBER
                 MOVE BM-EMPLOYEE-NUMBER TO DL-EMPLOYEE-NUMBER
                 MOVE BM-BADGE-STATUS    TO DL-BADGE-STATUS
                 MOVE 'ACTIVE BADGE - HOLDER NOT ON EMPMAS' TO DL-NOTE
                 MOVE WS-DETAIL-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           WRITE BADGE-PROVISION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           PERFORM READ-NEXT-BADGE.

       FINALIZE-JOB.
           MOVE SPACES TO BADGE-PROVISION-RECORD.
           SET BP-IS-TRAILER TO TRUE.
           MOVE WS-CURRENT-DATE(1:8) TO BP-RUN-DATE.
           MOVE WS-DETAIL-COUNT      TO BP-DETAIL-COUNT.
           MOVE WS-GRANT-COUNT       TO BP-GRANT-COUNT.
           MOVE WS-REVOKE-COUNT      TO BP-REVOKE-COUNT.
           WRITE BADGE-PROVISION-RECORD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  BADGES SENT: ' DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  '  GRANTS: ' DELIMITED BY SIZE
                  WS-GRANT-COUNT DELIMITED BY SIZE
                  '  REVOKES: ' DELIMITED BY SIZE
                  WS-REVOKE-COUNT DELIMITED BY SIZE
                  '  NO HOLDER: ' DELIMITED BY SIZE
                  WS-NO-HOLDER-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE BADGMS-FILE.
           CLOSE EMP-FILE.
           CLOSE PROVISION-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BADGES PROVISIONED: ' WS-DETAIL-COUNT
                   ' GRANTS: ' WS-GRANT-COUNT.
