       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBADGDRC.
      ******************************************************************
      *   NIGHTLY DOOR-ACCESS / EBADGMS BADGE RECONCILIATION.-
      *      - SORTS THE DOOR-ACCESS SYSTEM'S ACTIVE BADGE LIST
      *        (DOORACT) BY BADGE NUMBER AND MATCHES IT AGAINST THE
      *        EBADGMS BADGE MASTER IN KEY ORDER.  EVERY DIFFERENCE IS
      *        REPORTED:
      *           . DOOR BADGE NOT ON THE BADGE MASTER
      *           . DOOR STILL OPENS FOR A BADGE THAT IS NOT ACTIVE -
      *             THE LEAVER AND LOST-BADGE CASE THE AUDITORS LOOK FOR
      *           . ACTIVE BADGE THE DOOR SYSTEM DOES NOT HAVE
      *      - THE DOOR LIST IS UNLOADED BEFORE TONIGHT'S BADGPROV FILE
      *        IS LOADED, SO A BADGE WHOSE STATUS CHANGED TODAY IS
      *        LISTED AS PENDING, NOT COUNTED AS A MISMATCH.
      *      - READ-ONLY.  RC=4 WHEN ANY MISMATCH IS FOUND.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOORACT-FILE ASSIGN TO DOORACT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DOORACT-STATUS.

           SELECT BADGMS-FILE ASSIGN TO EBADGMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BM-BADGE-NUMBER
                  FILE STATUS IS WS-BADGMS-STATUS.

           SELECT DOOR-SORT-FILE ASSIGN TO SORTWK1.

           SELECT REPORT-FILE ASSIGN TO BDGRRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOORACT-FILE
           RECORDING MODE IS F.
       COPY EDOORACT.

       FD  BADGMS-FILE
           RECORDING MODE IS F.
       COPY EBADGMS.

       SD  DOOR-SORT-FILE.
       01  SD-DOOR-RECORD.
           05 SD-BADGE-NUMBER       PIC X(8).
           05 SD-LAST-USED-DATE     PIC X(8).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DOORACT-STATUS        PIC X(2).
           88 WS-DOORACT-EOF                  VALUE '10'.
       01  WS-BADGMS-STATUS         PIC X(2).
           88 WS-BADGMS-EOF                   VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SORT-EOF-IND          PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF                     VALUE 'Y'.
       01  WS-CURRENT-DATE          PIC X(14).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-MATCHED-COUNT         PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(5) VALUE 0.
       01  WS-MISMATCH-COUNT        PIC 9(5) VALUE 0.
      *    THE MATCH KEYS - HIGH-VALUES ONCE A SIDE RUNS OUT
       01  WS-DOOR-KEY              PIC X(8).
       01  WS-BADGE-KEY             PIC X(8).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-BADGE-NUMBER       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-BADGE-STATUS       PIC X(1).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 DL-STATUS-DATE        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LAST-USED-DATE     PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-FINDING            PIC X(50).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  BADGE     EMPNO   S   STS-DATE  LAST-USE  FINDING'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EBADGDRC' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT DOOR-SORT-FILE
                ON ASCENDING KEY SD-BADGE-NUMBER
                INPUT PROCEDURE IS RELEASE-DOOR-BADGES
                OUTPUT PROCEDURE IS MATCH-DOOR-BADGES.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-MISMATCH-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       RELEASE-DOOR-BADGES.
           OPEN INPUT DOORACT-FILE.
           PERFORM READ-NEXT-DOOR-BADGE.
           PERFORM RELEASE-ONE-DOOR-BADGE
              UNTIL WS-DOORACT-EOF.
           CLOSE DOORACT-FILE.

       READ-NEXT-DOOR-BADGE.
           READ DOORACT-FILE
                AT END SET WS-DOORACT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       RELEASE-ONE-DOOR-BADGE.
           MOVE DA-BADGE-NUMBER   TO SD-BADGE-NUMBER.
           MOVE DA-LAST-USED-DATE TO SD-LAST-USED-DATE.
           RELEASE SD-DOOR-RECORD.
           PERFORM READ-NEXT-DOOR-BADGE.

       MATCH-DOOR-BADGES.
           OPEN INPUT BADGMS-FILE.
           PERFORM RETURN-NEXT-DOOR-BADGE.
           PERFORM READ-NEXT-BADGE.
           PERFORM MATCH-ONE-KEY
              UNTIL WS-DOOR-KEY IS EQUAL TO HIGH-VALUES
              AND WS-BADGE-KEY IS EQUAL TO HIGH-VALUES.
           CLOSE BADGMS-FILE.

       RETURN-NEXT-DOOR-BADGE.
           RETURN DOOR-SORT-FILE
                  AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              MOVE HIGH-VALUES     TO WS-DOOR-KEY
           ELSE
              MOVE SD-BADGE-NUMBER TO WS-DOOR-KEY
           END-IF.

       READ-NEXT-BADGE.
           READ BADGMS-FILE NEXT RECORD
                AT END SET WS-BADGMS-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.
           IF WS-BADGMS-EOF
              MOVE HIGH-VALUES     TO WS-BADGE-KEY
           ELSE
              MOVE BM-BADGE-NUMBER TO WS-BADGE-KEY
           END-IF.

       MATCH-ONE-KEY.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
           WHEN WS-BADGE-KEY IS LESS THAN WS-DOOR-KEY
      *         NOT AT THE DOORS - ONLY WRONG IF IT SHOULD BE
                IF BM-IS-ACTIVE
                   PERFORM FORMAT-BADGE-FIELDS
                   MOVE 'ACTIVE BADGE NOT HELD BY DOOR SYSTEM'
                        TO DL-FINDING
                   PERFORM PRINT-FINDING
                END-IF
                PERFORM READ-NEXT-BADGE
           WHEN WS-DOOR-KEY IS LESS THAN WS-BADGE-KEY
                MOVE SD-BADGE-NUMBER   TO DL-BADGE-NUMBER
                MOVE SD-LAST-USED-DATE TO DL-LAST-USED-DATE
                MOVE 'DOOR BADGE NOT ON THE BADGE MASTER'
                     TO DL-FINDING
                PERFORM PRINT-MISMATCH
                PERFORM RETURN-NEXT-DOOR-BADGE
           WHEN OTHER
                ADD 1 TO WS-MATCHED-COUNT
                IF NOT BM-IS-ACTIVE
                   PERFORM FORMAT-BADGE-FIELDS
                   MOVE SD-LAST-USED-DATE TO DL-LAST-USED-DATE
                   MOVE 'DOOR STILL OPENS FOR A BADGE NOT ACTIVE'
                        TO DL-FINDING
                   PERFORM PRINT-FINDING
                END-IF
                PERFORM READ-NEXT-BADGE
                PERFORM RETURN-NEXT-DOOR-BADGE
           END-EVALUATE.

       FORMAT-BADGE-FIELDS.
           MOVE BM-BADGE-NUMBER    TO DL-BADGE-NUMBER.
           MOVE BM-EMPLOYEE-NUMBER TO DL-EMPLOYEE-NUMBER.
           MOVE BM-BADGE-STATUS    TO DL-BADGE-STATUS.
           MOVE BM-STATUS-DATE     TO DL-STATUS-DATE.

       PRINT-FINDING.
      *    TODAY'S CHANGES ARE IN TONIGHT'S BADGPROV FILE, NOT YET IN
      *    THE DOOR LIST
           IF BM-STATUS-DATE IS EQUAL TO WS-CURRENT-DATE(1:8)
              MOVE 'PENDING - CHANGED TODAY, IN TONIGHT''S FEED'
                   TO DL-FINDING
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              ADD 1 TO WS-PENDING-COUNT
           ELSE
              PERFORM PRINT-MISMATCH
           END-IF.

       PRINT-MISMATCH.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-MISMATCH-COUNT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  BADGES MATCHED: ' DELIMITED BY SIZE
                  WS-MATCHED-COUNT DELIMITED BY SIZE
                  '  PENDING: ' DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
                  '  MISMATCHES: ' DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY 'DOOR-ACCESS BADGE MISMATCHES: ' WS-MISMATCH-COUNT.
           IF WS-MISMATCH-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
