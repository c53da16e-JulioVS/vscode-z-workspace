       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECFGSNAP.
      ******************************************************************
      *   NIGHTLY CONFIGURATION SNAPSHOT.-
      *      - READS EVERY RECORD OF THE CONTROL FILES UNDER
      *        CONFIGURATION BASELINE (ECFGFLD ORDER) AND WRITES ONE
      *        ECFGSNP RECORD PER CONTROL RECORD TO THE NEW CFGSNAP
      *        GENERATION, KEYED BY FILE SEQUENCE AND RECORD KEY AND
      *        STAMPED WITH THE TIME OF THE RUN.
      *      - ECFGDRFT COMPARES THE NEW GENERATION WITH THE PREVIOUS
      *        ONE AND WITH THE APPROVED BASELINE (A GENERATION COPIED
      *        TO CFGSNAP.APPROVED BY ECFGAPRV).
      *      - READ-ONLY ON THE CONTROL FILES.  RC=8 WHEN A CONTROL
      *        FILE CANNOT BE OPENED - THE SNAPSHOT IS THEN INCOMPLETE
      *        AND MUST NOT BE COMPARED OR APPROVED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SONRUL-FILE ASSIGN TO ESONRUL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SR-RULE-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT PWDRUL-FILE ASSIGN TO EPWDRUL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PR-RULE-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT SONSCH-FILE ASSIGN TO ESONSCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SS-SCHEDULE-KEY
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT AUTH-FILE ASSIGN TO EAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AT-AUTHORITY-KEY
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT SODRUL-FILE ASSIGN TO ESODRUL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SD-CONFLICT-KEY
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT TRMAUT-FILE ASSIGN TO ETRMAUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TA-TERMINAL-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT RESPTHR-FILE ASSIGN TO ERESPTHR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RT-TRANSACTION-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT SCHED-FILE ASSIGN TO ESCHED
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SC-TRANSACTION-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT TRNCTL-FILE ASSIGN TO ETRNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TC-FUNCTION-CODE
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT POLICY-FILE ASSIGN TO ERETPOLC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RT-FILE-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT PRTDST-FILE ASSIGN TO EPRTDST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PD-QUEUE-ID
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO CFGSNAP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SNAP-STATUS.

           SELECT REPORT-FILE ASSIGN TO SNAPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SONRUL-FILE
           RECORDING MODE IS F.
       COPY ESONRUL.

       FD  PWDRUL-FILE
           RECORDING MODE IS F.
       COPY EPWDRUL.

       FD  SONSCH-FILE
           RECORDING MODE IS F.
       COPY ESONSCH.

       FD  AUTH-FILE
           RECORDING MODE IS F.
       COPY EAUTH.

       FD  SODRUL-FILE
           RECORDING MODE IS F.
       COPY ESODRUL.

       FD  TRMAUT-FILE
           RECORDING MODE IS F.
       COPY ETRMAUT.

       FD  RESPTHR-FILE
           RECORDING MODE IS F.
       COPY ERESPTHR.

       FD  SCHED-FILE
           RECORDING MODE IS F.
       COPY ESCHED.

       FD  TRNCTL-FILE
           RECORDING MODE IS F.
       COPY ETRNCTL.

       FD  POLICY-FILE
           RECORDING MODE IS F.
       COPY ERETPOLC.

       FD  PRTDST-FILE
           RECORDING MODE IS F.
       COPY EPRTDST.

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY ECFGSNP.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VSAM-STATUS           PIC X(2).
           88 WS-VSAM-OK                      VALUE '00'.
           88 WS-VSAM-EOF                     VALUE '10'.
       01  WS-SNAP-STATUS           PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-OPEN-FAILED-IND       PIC X(1) VALUE 'N'.
           88 WS-OPEN-FAILED                  VALUE 'Y'.
       COPY ECFGFLD.
       01  WS-FILE-SEQ              PIC 9(2) VALUE 0.
       01  WS-FILE-COUNT            PIC 9(5) VALUE 0.
       01  WS-RECORD-IMAGE          PIC X(80).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-SNAP-WRITTEN          PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(2) VALUE 0.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-FILE-ID            PIC X(8).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-RECORD-COUNT       PIC Z(4)9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-REMARK             PIC X(40).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  FILE      RECORDS    REMARK'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ECFGSNAP' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM SNAP-SIGN-ON-RULES.
           PERFORM SNAP-PASSWORD-RULES.
           PERFORM SNAP-SIGN-ON-SCHEDULE.
           PERFORM SNAP-AUTHORITY.
           PERFORM SNAP-SOD-RULES.
           PERFORM SNAP-TERMINAL-AUTH.
           PERFORM SNAP-RESPONSE-THRESHOLDS.
           PERFORM SNAP-SCHEDULE.
           PERFORM SNAP-TRANSACTION-CONTROL.
           PERFORM SNAP-RETENTION-POLICY.
           PERFORM SNAP-PRINT-DESTINATIONS.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-SNAP-WRITTEN TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           OPEN OUTPUT SNAPSHOT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  SNAPSHOT TAKEN: ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      ******************************************************************
      *   ONE OPEN / READ / CLOSE PASS PER CONTROL FILE.  WS-FILE-SEQ
      *   IS THE FILE'S POSITION IN ECFGFLD.
      ******************************************************************
       SNAP-SIGN-ON-RULES.
           MOVE 1 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT SONRUL-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-SONRUL
              PERFORM SNAP-ONE-SONRUL
                 UNTIL NOT WS-VSAM-OK
              CLOSE SONRUL-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-SONRUL.
           READ SONRUL-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-SONRUL.
           MOVE SIGN-ON-RULES-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-SONRUL.

       SNAP-PASSWORD-RULES.
           MOVE 2 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT PWDRUL-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-PWDRUL
              PERFORM SNAP-ONE-PWDRUL
                 UNTIL NOT WS-VSAM-OK
              CLOSE PWDRUL-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-PWDRUL.
           READ PWDRUL-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-PWDRUL.
           MOVE PASSWORD-RULES-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-PWDRUL.

       SNAP-SIGN-ON-SCHEDULE.
           MOVE 3 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT SONSCH-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-SONSCH
              PERFORM SNAP-ONE-SONSCH
                 UNTIL NOT WS-VSAM-OK
              CLOSE SONSCH-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-SONSCH.
           READ SONSCH-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-SONSCH.
           MOVE SIGN-ON-SCHEDULE-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-SONSCH.

       SNAP-AUTHORITY.
           MOVE 4 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT AUTH-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-AUTH
              PERFORM SNAP-ONE-AUTH
                 UNTIL NOT WS-VSAM-OK
              CLOSE AUTH-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-AUTH.
           READ AUTH-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-AUTH.
           MOVE AUTHORITY-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-AUTH.

       SNAP-SOD-RULES.
           MOVE 5 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT SODRUL-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-SODRUL
              PERFORM SNAP-ONE-SODRUL
                 UNTIL NOT WS-VSAM-OK
              CLOSE SODRUL-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-SODRUL.
           READ SODRUL-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-SODRUL.
           MOVE SOD-RULE-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-SODRUL.

       SNAP-TERMINAL-AUTH.
           MOVE 6 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT TRMAUT-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-TRMAUT
              PERFORM SNAP-ONE-TRMAUT
                 UNTIL NOT WS-VSAM-OK
              CLOSE TRMAUT-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-TRMAUT.
           READ TRMAUT-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-TRMAUT.
           MOVE TERMINAL-AUTH-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-TRMAUT.

       SNAP-RESPONSE-THRESHOLDS.
           MOVE 7 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT RESPTHR-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-RESPTHR
              PERFORM SNAP-ONE-RESPTHR
                 UNTIL NOT WS-VSAM-OK
              CLOSE RESPTHR-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-RESPTHR.
           READ RESPTHR-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-RESPTHR.
           MOVE RESPONSE-THRESHOLD-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-RESPTHR.

       SNAP-SCHEDULE.
           MOVE 8 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT SCHED-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-SCHED
              PERFORM SNAP-ONE-SCHED
                 UNTIL NOT WS-VSAM-OK
              CLOSE SCHED-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-SCHED.
           READ SCHED-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-SCHED.
           MOVE SCHEDULE-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-SCHED.

       SNAP-TRANSACTION-CONTROL.
           MOVE 9 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT TRNCTL-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-TRNCTL
              PERFORM SNAP-ONE-TRNCTL
                 UNTIL NOT WS-VSAM-OK
              CLOSE TRNCTL-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-TRNCTL.
           READ TRNCTL-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-TRNCTL.
           MOVE TRANSACTION-CONTROL-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-TRNCTL.

       SNAP-RETENTION-POLICY.
           MOVE 10 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT POLICY-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-POLICY
              PERFORM SNAP-ONE-POLICY
                 UNTIL NOT WS-VSAM-OK
              CLOSE POLICY-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-POLICY.
           READ POLICY-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-POLICY.
           MOVE RETENTION-POLICY-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-POLICY.

       SNAP-PRINT-DESTINATIONS.
           MOVE 11 TO WS-FILE-SEQ.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT PRTDST-FILE.
           IF WS-VSAM-OK
              PERFORM READ-NEXT-PRTDST
              PERFORM SNAP-ONE-PRTDST
                 UNTIL NOT WS-VSAM-OK
              CLOSE PRTDST-FILE
           END-IF.
           PERFORM PRINT-FILE-LINE.

       READ-NEXT-PRTDST.
           READ PRTDST-FILE NEXT RECORD
                AT END SET WS-VSAM-EOF TO TRUE
           END-READ.

       SNAP-ONE-PRTDST.
           MOVE PRINT-DEST-RECORD TO WS-RECORD-IMAGE.
           PERFORM WRITE-SNAPSHOT-RECORD.
           PERFORM READ-NEXT-PRTDST.

       WRITE-SNAPSHOT-RECORD.
           ADD 1 TO WS-BL-RECORDS-READ.
           ADD 1 TO WS-FILE-COUNT.
           MOVE SPACES TO CFG-SNAPSHOT-RECORD.
           MOVE WS-FILE-SEQ TO CS-FILE-SEQ.
           MOVE WS-RECORD-IMAGE(1:WS-CF-KEY-LENGTH(WS-FILE-SEQ))
                TO CS-RECORD-KEY.
           MOVE WS-CF-FILE-ID(WS-FILE-SEQ) TO CS-FILE-ID.
           MOVE WS-CURRENT-DATE TO CS-SNAPSHOT-TIMESTAMP.
           MOVE WS-RECORD-IMAGE TO CS-RECORD-IMAGE.
           WRITE CFG-SNAPSHOT-RECORD.
           ADD 1 TO WS-SNAP-WRITTEN.

       PRINT-FILE-LINE.
      *    AN OPEN FAILURE LEAVES WS-VSAM-STATUS AS SET BY THE OPEN;
      *    A CLEAN PASS ENDS ON END OF FILE
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CF-FILE-ID(WS-FILE-SEQ) TO DL-FILE-ID.
           MOVE WS-FILE-COUNT TO DL-RECORD-COUNT.
           IF NOT WS-VSAM-EOF
              SET WS-OPEN-FAILED TO TRUE
              ADD 1 TO WS-FAILED-COUNT
              MOVE '** NOT SNAPPED - FILE STATUS' TO DL-REMARK
              MOVE WS-VSAM-STATUS TO DL-REMARK(30:2)
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  CONTROL FILES: ' DELIMITED BY SIZE
                  WS-CFG-FILE-COUNT DELIMITED BY SIZE
                  '  NOT SNAPPED: ' DELIMITED BY SIZE
                  WS-FAILED-COUNT DELIMITED BY SIZE
                  '  SNAPSHOT RECORDS WRITTEN: ' DELIMITED BY SIZE
                  WS-SNAP-WRITTEN DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE SNAPSHOT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'CONFIGURATION SNAPSHOT RECORDS: ' WS-SNAP-WRITTEN.
           IF WS-OPEN-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF.
