       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESIEMREC.
      ******************************************************************
      *   DAILY SIEM FEED RECONCILIATION.-
      *      - FOR ONE DAY (SYSIN YYYYMMDD, YESTERDAY WHEN BLANK)
      *        COUNTS WHAT EACH SOURCE WROTE THAT DAY AND COMPARES IT
      *        WITH WHAT ESIEMEXP SENT, FROM ESIEMCNT:
      *           . EAUDIT   - CHAINED SIGN-ON RECORDS
      *           . EALERT   - ALERTS RAISED
      *           . EMNTAUD  - MAINTENANCE ACTIONS
      *           . EFIRECAL - FIRECALL CHECKOUTS, COUNTED FROM THE
      *             EMNTAUD 'FIREOUT' ENTRIES (EFIRECAL ONLY HOLDS THE
      *             LATEST CHECKOUT FOR EACH ACCOUNT)
      *           . EERRLOG  - ERRORS AND ABENDS
      *      - A SOURCE WHOSE ESIEMHWM LAST RUN HAS NOT YET PASSED THE
      *        END OF THE DAY IS REPORTED AS NOT YET COMPLETE RATHER
      *        THAN AS A DIFFERENCE.
      *      - READ-ONLY.  RC=4 WHEN ANY SOURCE IS OUT OF BALANCE OR
      *        NOT YET COMPLETE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EAUDIT-FILE ASSIGN TO EAUDIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AU-AUDIT-KEY
                  FILE STATUS IS WS-EAUDIT-STATUS.

           SELECT ALERT-FILE ASSIGN TO EALERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IA-ALERT-KEY
                  FILE STATUS IS WS-ALERT-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT ERRLOG-FILE ASSIGN TO EERRLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EE-LOG-KEY
                  FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT HWM-FILE ASSIGN TO ESIEMHWM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SH-SOURCE-ID
                  FILE STATUS IS WS-HWM-STATUS.

           SELECT COUNT-FILE ASSIGN TO ESIEMCNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SN-COUNT-KEY
                  FILE STATUS IS WS-COUNT-STATUS.

           SELECT REPORT-FILE ASSIGN TO SIEMRRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EAUDIT-FILE
           RECORDING MODE IS F.
       COPY EAUDIT.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       COPY EALERT.

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  ERRLOG-FILE
           RECORDING MODE IS F.
       COPY EERRLOG.

       FD  HWM-FILE
           RECORDING MODE IS F.
       COPY ESIEMHWM.

       FD  COUNT-FILE
           RECORDING MODE IS F.
       COPY ESIEMCNT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EAUDIT-STATUS         PIC X(2).
           88 WS-EAUDIT-EOF                   VALUE '10'.
       01  WS-ALERT-STATUS          PIC X(2).
           88 WS-ALERT-EOF                    VALUE '10'.
       01  WS-MNTAUD-STATUS         PIC X(2).
           88 WS-MNTAUD-EOF                   VALUE '10'.
       01  WS-ERRLOG-STATUS         PIC X(2).
           88 WS-ERRLOG-EOF                   VALUE '10'.
       01  WS-HWM-STATUS            PIC X(2).
           88 WS-HWM-OK                       VALUE '00'.
       01  WS-COUNT-STATUS          PIC X(2).
           88 WS-COUNT-OK                     VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-DATE REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-YYYYMMDD       PIC 9(8).
           05 FILLER                PIC X(6).
       01  WS-RECON-DATE            PIC X(8).
       01  WS-RECON-DATE-N REDEFINES WS-RECON-DATE PIC 9(8).
       01  WS-NEXT-DAY              PIC 9(8).
       01  WS-NEXT-DAY-START        PIC X(14).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-PROBLEM-COUNT         PIC 9(1) VALUE 0.
      *    1=EAUDIT 2=EALERT 3=EMNTAUD 4=EFIRECAL 5=EERRLOG, AS IN
      *    ESIEMEXP
       01  WS-SOURCE-VALUES.
           05 FILLER                PIC X(8) VALUE 'EAUDIT'.
           05 FILLER                PIC X(8) VALUE 'EALERT'.
           05 FILLER                PIC X(8) VALUE 'EMNTAUD'.
           05 FILLER                PIC X(8) VALUE 'EFIRECAL'.
           05 FILLER                PIC X(8) VALUE 'EERRLOG'.
       01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-VALUES.
           05 WS-SOURCE-NAME OCCURS 5 TIMES PIC X(8).
       01  WS-SOURCE-COUNT          PIC 9(1) VALUE 5.
       01  WS-SOURCE-SUB            PIC 9(1) VALUE 0.
       01  WS-WRITTEN-TABLE.
           05 WS-WRITTEN-COUNT OCCURS 5 TIMES PIC 9(7).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SOURCE-ID          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-WRITTEN            PIC Z(6)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SENT               PIC Z(6)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LAST-RUN           PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-RESULT             PIC X(40).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  SOURCE    WRITTEN     SENT  LAST-RUN        RESULT'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ESIEMREC' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM COUNT-SIGNON-AUDIT.
           PERFORM COUNT-ALERTS.
           PERFORM COUNT-MAINT-AUDIT.
           PERFORM COUNT-ERRORS.
           PERFORM RECONCILE-ONE-SOURCE
              VARYING WS-SOURCE-SUB FROM 1 BY 1
              UNTIL WS-SOURCE-SUB IS GREATER THAN WS-SOURCE-COUNT.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-PROBLEM-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-RECON-DATE FROM SYSIN.
           IF WS-RECON-DATE IS NOT NUMERIC
              COMPUTE WS-RECON-DATE-N = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-NOW-YYYYMMDD) - 1)
           END-IF.
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-RECON-DATE-N) + 1).
           MOVE WS-NEXT-DAY TO WS-NEXT-DAY-START.
           MOVE '000000'    TO WS-NEXT-DAY-START(9:6).
           MOVE ZEROES TO WS-WRITTEN-TABLE.
           OPEN INPUT HWM-FILE.
           OPEN INPUT COUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  EVENT DATE: ' DELIMITED BY SIZE
                  WS-RECON-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       COUNT-SIGNON-AUDIT.
           OPEN INPUT EAUDIT-FILE.
           PERFORM READ-NEXT-SIGNON.
           PERFORM COUNT-ONE-SIGNON
              UNTIL WS-EAUDIT-EOF.
           CLOSE EAUDIT-FILE.

       READ-NEXT-SIGNON.
           READ EAUDIT-FILE NEXT RECORD
                AT END SET WS-EAUDIT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       COUNT-ONE-SIGNON.
           IF AU-AUDIT-TIMESTAMP(1:8) IS EQUAL TO WS-RECON-DATE
              AND AU-CHAIN-SEQUENCE IS NUMERIC
              AND AU-CHAIN-SEQUENCE IS GREATER THAN ZERO
              ADD 1 TO WS-WRITTEN-COUNT(1)
           END-IF.
           PERFORM READ-NEXT-SIGNON.

       COUNT-ALERTS.
           OPEN INPUT ALERT-FILE.
           MOVE WS-RECON-DATE TO IA-ALERT-TIMESTAMP.
           MOVE '000000'      TO IA-ALERT-TIMESTAMP(9:6).
           MOVE ZERO          TO IA-TASK-NUMBER.
           START ALERT-FILE KEY IS NOT LESS THAN IA-ALERT-KEY
                 INVALID KEY SET WS-ALERT-EOF TO TRUE
           END-START.
           IF NOT WS-ALERT-EOF
              PERFORM READ-NEXT-ALERT
           END-IF.
           PERFORM COUNT-ONE-ALERT
              UNTIL WS-ALERT-EOF
              OR IA-ALERT-TIMESTAMP(1:8) IS NOT EQUAL TO WS-RECON-DATE.
           CLOSE ALERT-FILE.

       READ-NEXT-ALERT.
           READ ALERT-FILE NEXT RECORD
                AT END SET WS-ALERT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       COUNT-ONE-ALERT.
           ADD 1 TO WS-WRITTEN-COUNT(2).
           PERFORM READ-NEXT-ALERT.

       COUNT-MAINT-AUDIT.
           OPEN INPUT MNTAUD-FILE.
           PERFORM READ-NEXT-MAINT.
           PERFORM COUNT-ONE-MAINT
              UNTIL WS-MNTAUD-EOF.
           CLOSE MNTAUD-FILE.

       READ-NEXT-MAINT.
           READ MNTAUD-FILE NEXT RECORD
                AT END SET WS-MNTAUD-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       COUNT-ONE-MAINT.
           IF MA-AUDIT-TIMESTAMP(1:8) IS EQUAL TO WS-RECON-DATE
              ADD 1 TO WS-WRITTEN-COUNT(3)
              IF MA-ACTION-CODE IS EQUAL TO 'FIREOUT'
                 ADD 1 TO WS-WRITTEN-COUNT(4)
              END-IF
           END-IF.
           PERFORM READ-NEXT-MAINT.

       COUNT-ERRORS.
           OPEN INPUT ERRLOG-FILE.
           MOVE WS-RECON-DATE TO EE-LOG-TIMESTAMP.
           MOVE '000000'      TO EE-LOG-TIMESTAMP(9:6).
           MOVE ZERO          TO EE-TASK-NUMBER.
           START ERRLOG-FILE KEY IS NOT LESS THAN EE-LOG-KEY
                 INVALID KEY SET WS-ERRLOG-EOF TO TRUE
           END-START.
           IF NOT WS-ERRLOG-EOF
              PERFORM READ-NEXT-ERROR
           END-IF.
           PERFORM COUNT-ONE-ERROR
              UNTIL WS-ERRLOG-EOF
              OR EE-LOG-TIMESTAMP(1:8) IS NOT EQUAL TO WS-RECON-DATE.
           CLOSE ERRLOG-FILE.

       READ-NEXT-ERROR.
           READ ERRLOG-FILE NEXT RECORD
                AT END SET WS-ERRLOG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       COUNT-ONE-ERROR.
           ADD 1 TO WS-WRITTEN-COUNT(5).
           PERFORM READ-NEXT-ERROR.

       RECONCILE-ONE-SOURCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-SOURCE-NAME(WS-SOURCE-SUB) TO DL-SOURCE-ID.
           MOVE WS-WRITTEN-COUNT(WS-SOURCE-SUB) TO DL-WRITTEN.
           MOVE WS-SOURCE-NAME(WS-SOURCE-SUB) TO SN-SOURCE-ID.
           MOVE WS-RECON-DATE TO SN-EVENT-DATE.
           READ COUNT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-COUNT-OK
              MOVE ZERO TO SN-SENT-COUNT
           END-IF.
           MOVE SN-SENT-COUNT TO DL-SENT.
           MOVE WS-SOURCE-NAME(WS-SOURCE-SUB) TO SH-SOURCE-ID.
           READ HWM-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-HWM-OK
              MOVE SPACES TO SH-LAST-RUN-TIMESTAMP
           END-IF.
           MOVE SH-LAST-RUN-TIMESTAMP TO DL-LAST-RUN.
           EVALUATE TRUE
           WHEN SH-LAST-RUN-TIMESTAMP IS LESS THAN WS-NEXT-DAY-START
                MOVE 'NOT YET COMPLETE - FEED BEHIND' TO DL-RESULT
                ADD 1 TO WS-PROBLEM-COUNT
           WHEN SN-SENT-COUNT IS EQUAL TO
                WS-WRITTEN-COUNT(WS-SOURCE-SUB)
                MOVE 'IN BALANCE' TO DL-RESULT
           WHEN SN-SENT-COUNT IS LESS THAN
                WS-WRITTEN-COUNT(WS-SOURCE-SUB)
                MOVE 'OUT OF BALANCE - EVENTS NOT SENT' TO DL-RESULT
                ADD 1 TO WS-PROBLEM-COUNT
           WHEN OTHER
                MOVE 'OUT OF BALANCE - MORE SENT THAN WRITTEN'
                     TO DL-RESULT
                ADD 1 TO WS-PROBLEM-COUNT
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           CLOSE HWM-FILE.
           CLOSE COUNT-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  SOURCES NOT IN BALANCE: ' DELIMITED BY SIZE
                  WS-PROBLEM-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY 'SIEM SOURCES NOT IN BALANCE: ' WS-PROBLEM-COUNT.
           IF WS-PROBLEM-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
