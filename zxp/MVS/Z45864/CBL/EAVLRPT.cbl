       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAVLRPT.
      ******************************************************************
      *   MONTHLY SERVICE AVAILABILITY REPORT.-
      *      - READS THE EAVLLOG PROBE LOG WRITTEN BY THE EAVLPRB
      *        AVAILABILITY PROBE AND REPORTS, FOR EACH SERVICE IT
      *        CHECKS (THE KEY FILES AND THE SIGN-ON AND MENU
      *        PROGRAMS), THE PROBES RUN AND FAILED IN THE MONTH, THE
      *        MINUTES IT WAS OUT AND ITS UPTIME PERCENTAGE, WITH ONE
      *        LINE PER OUTAGE WINDOW.
      *      - AN OUTAGE STARTS AT A FAILED PROBE AND ENDS AT THE NEXT
      *        GOOD ONE.  A GAP BETWEEN PROBES LONGER THAN THE LIMIT
      *        (THE REGION, OR THE SCHEDULER, WAS NOT RUNNING) IS ALSO
      *        COUNTED AS AN OUTAGE, FROM THE LAST PROBE SEEN, SINCE
      *        NOTHING WAS ANSWERING FOR THE SERVICE THEN.
      *      - SYSIN CARD 1 = MONTH, YYYYMM (BLANK TAKES THE MONTH JUST
      *        ENDED).  CARD 2 = PROBE GAP LIMIT IN MINUTES, 9(3)
      *        (BLANK OR ZERO TAKES 15).  THE CURRENT MONTH IS
      *        REPORTED UP TO THE TIME OF THE RUN.
      *      - READ-ONLY.  RC=4 WHEN ANY SERVICE HAD AN OUTAGE IN THE
      *        MONTH, RC=8 WHEN THE LOG HELD NO PROBES FOR THE MONTH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVLLOG-FILE ASSIGN TO EAVLLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AV-LOG-KEY
                  FILE STATUS IS WS-AVLLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO AVLRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AVLLOG-FILE
           RECORDING MODE IS F.
       COPY EAVLLOG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       COPY EDATP.
       01  WS-AVLLOG-STATUS         PIC X(2).
           88 WS-AVLLOG-EOF                   VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-STAMP REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-YEAR           PIC 9(4).
           05 WS-NOW-MONTH          PIC 9(2).
           05 FILLER                PIC X(8).
       01  WS-REPORT-MONTH.
           05 WS-RM-YEAR            PIC 9(4).
           05 WS-RM-MONTH           PIC 9(2).
       01  WS-REPORT-MONTH-IN       PIC X(6).
       01  WS-NEXT-MONTH.
           05 WS-NM-YEAR            PIC 9(4).
           05 WS-NM-MONTH           PIC 9(2).
       01  WS-GAP-LIMIT-IN          PIC X(3).
       01  WS-GAP-LIMIT-IN-NUM REDEFINES WS-GAP-LIMIT-IN PIC 9(3).
       01  WS-GAP-LIMIT             PIC 9(3) VALUE 15.
      ******************************************************************
      *   THE REPORTING PERIOD - FIRST SECOND OF THE MONTH UP TO THE
      *   FIRST SECOND OF THE NEXT (OR THE TIME OF THE RUN).
      ******************************************************************
       01  WS-PERIOD-START          PIC X(14).
       01  WS-PERIOD-END            PIC X(14).
       01  WS-PERIOD-MINUTES        PIC S9(8) USAGE IS COMPUTATIONAL.
      ******************************************************************
      *   ONE SERVICE AT A TIME - THE LOG IS KEYED SERVICE THEN TIME.
      ******************************************************************
       01  WS-SERVICE-ID            PIC X(8).
       01  WS-SERVICE-TYPE          PIC X(1).
           88 WS-SERVICE-IS-FILE              VALUE 'F'.
       01  WS-PREVIOUS-PROBE        PIC X(14).
       01  WS-PROBE-COUNT           PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(5) VALUE 0.
       01  WS-DOWN-MINUTES          PIC S9(8) USAGE IS COMPUTATIONAL.
       01  WS-GAP-MINUTES           PIC S9(8) USAGE IS COMPUTATIONAL.
       01  WS-OUTAGE-IND            PIC X(1) VALUE 'N'.
           88 WS-OUTAGE-OPEN                  VALUE 'Y'.
           88 WS-OUTAGE-CLOSED                VALUE 'N'.
       01  WS-OUTAGE-START          PIC X(14).
       01  WS-OUTAGE-END            PIC X(14).
       01  WS-OUTAGE-REASON         PIC X(30).
       01  WS-UPTIME-PERCENT        PIC 9(3)V99.
       01  WS-SERVICE-COUNT         PIC 9(3) VALUE 0.
       01  WS-OUTAGE-SERVICE-COUNT  PIC 9(3) VALUE 0.
       01  WS-OUTAGE-COUNT          PIC 9(5) VALUE 0.
       01  WS-MONTH-PROBE-COUNT     PIC 9(7) VALUE 0.
       01  WS-SERVICE-OUTAGES       PIC 9(5) VALUE 0.
       01  WS-EMPTY-LINE            PIC X(132) VALUE
           '  ** NO PROBE RESULTS ON EAVLLOG FOR THE MONTH - CHECK THE
      -    ' EAVL SCHEDULE RECORD AND THE PROBE TRANSACTION **'.
       01  WS-SERVICE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SL-SERVICE-ID         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SL-SERVICE-TYPE       PIC X(7).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SL-PROBE-COUNT        PIC ZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 SL-FAILED-COUNT       PIC ZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 SL-OUTAGE-COUNT       PIC ZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 SL-DOWN-MINUTES       PIC ZZZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 SL-UPTIME-PERCENT     PIC ZZ9.99.
           05 FILLER                PIC X(1)  VALUE '%'.
       01  WS-OUTAGE-LINE.
           05 FILLER                PIC X(14) VALUE
              '      OUTAGE  '.
           05 OL-OUTAGE-START       PIC X(14).
           05 FILLER                PIC X(4)  VALUE ' TO '.
           05 OL-OUTAGE-END         PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 OL-OUTAGE-MINUTES     PIC ZZZZZZ9.
           05 FILLER                PIC X(6)  VALUE ' MINS '.
           05 OL-OUTAGE-REASON      PIC X(30).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  SERVICE   TYPE    PROBES  FAILED OUTAGES DOWN MINS    UPT
      -    'IME'.
       01  WS-PERIOD-LINE.
           05 FILLER                PIC X(30) VALUE
              '  SERVICE AVAILABILITY - MONTH'.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 PL-REPORT-MONTH       PIC X(6).
           05 FILLER                PIC X(9)  VALUE '  PERIOD '.
           05 PL-PERIOD-START       PIC X(14).
           05 FILLER                PIC X(4)  VALUE ' TO '.
           05 PL-PERIOD-END         PIC X(14).
           05 FILLER                PIC X(17) VALUE
              '  GAP LIMIT MINS '.
           05 PL-GAP-LIMIT          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EAVLRPT' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           OPEN INPUT AVLLOG-FILE.
           PERFORM READ-NEXT-PROBE.
           PERFORM REPORT-ONE-SERVICE
              UNTIL WS-AVLLOG-EOF.
           CLOSE AVLLOG-FILE.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-SERVICE-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
      *    A BLANK MONTH CARD REPORTS THE MONTH JUST ENDED
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-REPORT-MONTH-IN FROM SYSIN.
           IF WS-REPORT-MONTH-IN IS NUMERIC
              AND WS-REPORT-MONTH-IN(5:2) IS GREATER THAN '00'
              AND WS-REPORT-MONTH-IN(5:2) IS LESS THAN '13'
              MOVE WS-REPORT-MONTH-IN TO WS-REPORT-MONTH
           ELSE
              MOVE WS-NOW-YEAR  TO WS-RM-YEAR
              MOVE WS-NOW-MONTH TO WS-RM-MONTH
              IF WS-RM-MONTH IS EQUAL TO 1
                 MOVE 12 TO WS-RM-MONTH
                 SUBTRACT 1 FROM WS-RM-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-RM-MONTH
              END-IF
           END-IF.
           ACCEPT WS-GAP-LIMIT-IN FROM SYSIN.
           IF WS-GAP-LIMIT-IN IS NUMERIC
              AND WS-GAP-LIMIT-IN-NUM IS GREATER THAN ZERO
              MOVE WS-GAP-LIMIT-IN-NUM TO WS-GAP-LIMIT
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-NEXT-MONTH.
           IF WS-NM-MONTH IS EQUAL TO 12
              MOVE 1 TO WS-NM-MONTH
              ADD 1 TO WS-NM-YEAR
           ELSE
              ADD 1 TO WS-NM-MONTH
           END-IF.
           MOVE SPACES TO WS-PERIOD-START.
           STRING WS-REPORT-MONTH DELIMITED BY SIZE
                  '01000000' DELIMITED BY SIZE
                  INTO WS-PERIOD-START
           END-STRING.
           MOVE SPACES TO WS-PERIOD-END.
           STRING WS-NEXT-MONTH DELIMITED BY SIZE
                  '01000000' DELIMITED BY SIZE
                  INTO WS-PERIOD-END
           END-STRING.
           IF WS-PERIOD-END IS GREATER THAN WS-CURRENT-DATE
              MOVE WS-CURRENT-DATE TO WS-PERIOD-END
           END-IF.
           MOVE WS-PERIOD-START TO DAT-OLD-TIMESTAMP.
           MOVE WS-PERIOD-END   TO DAT-NEW-TIMESTAMP.
           PERFORM GET-ELAPSED-MINUTES.
           MOVE DAT-ELAPSED-RESULT TO WS-PERIOD-MINUTES.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-MONTH TO PL-REPORT-MONTH.
           MOVE WS-PERIOD-START TO PL-PERIOD-START.
           MOVE WS-PERIOD-END   TO PL-PERIOD-END.
           MOVE WS-GAP-LIMIT    TO PL-GAP-LIMIT.
           MOVE WS-PERIOD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-NEXT-PROBE.
           READ AVLLOG-FILE NEXT RECORD
                AT END SET WS-AVLLOG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       REPORT-ONE-SERVICE.
      *    THE SERVICE'S HISTORY IS WALKED IN TIME ORDER FROM THE
      *    START OF THE PERIOD - A SERVICE WITH NO PROBE IN THE MONTH
      *    AT ALL COMES OUT AS ONE OUTAGE FOR THE WHOLE PERIOD
           MOVE AV-SERVICE-ID   TO WS-SERVICE-ID.
           MOVE AV-SERVICE-TYPE TO WS-SERVICE-TYPE.
           MOVE WS-PERIOD-START TO WS-PREVIOUS-PROBE.
           MOVE ZERO TO WS-PROBE-COUNT.
           MOVE ZERO TO WS-FAILED-COUNT.
           MOVE ZERO TO WS-DOWN-MINUTES.
           MOVE ZERO TO WS-SERVICE-OUTAGES.
           SET WS-OUTAGE-CLOSED TO TRUE.
           ADD 1 TO WS-SERVICE-COUNT.
           PERFORM CHECK-ONE-PROBE
              UNTIL WS-AVLLOG-EOF
              OR AV-SERVICE-ID IS NOT EQUAL TO WS-SERVICE-ID.
      *    THE TAIL OF THE PERIOD AFTER THE LAST PROBE
           MOVE WS-PREVIOUS-PROBE TO DAT-OLD-TIMESTAMP.
           MOVE WS-PERIOD-END     TO DAT-NEW-TIMESTAMP.
           PERFORM GET-ELAPSED-MINUTES.
           IF WS-OUTAGE-CLOSED
              AND DAT-ELAPSED-RESULT IS GREATER THAN WS-GAP-LIMIT
              MOVE WS-PREVIOUS-PROBE TO WS-OUTAGE-START
              MOVE 'NO PROBE RESULTS' TO WS-OUTAGE-REASON
              SET WS-OUTAGE-OPEN TO TRUE
           END-IF.
           IF WS-OUTAGE-OPEN
              MOVE WS-PERIOD-END TO WS-OUTAGE-END
              PERFORM CLOSE-OUTAGE
           END-IF.
           PERFORM WRITE-SERVICE-LINE.

       CHECK-ONE-PROBE.
           IF AV-PROBE-TIMESTAMP IS NOT LESS THAN WS-PERIOD-START
              AND AV-PROBE-TIMESTAMP IS LESS THAN WS-PERIOD-END
              PERFORM APPLY-ONE-PROBE
           END-IF.
           PERFORM READ-NEXT-PROBE.

       APPLY-ONE-PROBE.
           ADD 1 TO WS-PROBE-COUNT.
           ADD 1 TO WS-MONTH-PROBE-COUNT.
           MOVE AV-SERVICE-TYPE TO WS-SERVICE-TYPE.
           MOVE WS-PREVIOUS-PROBE  TO DAT-OLD-TIMESTAMP.
           MOVE AV-PROBE-TIMESTAMP TO DAT-NEW-TIMESTAMP.
           PERFORM GET-ELAPSED-MINUTES.
           MOVE DAT-ELAPSED-RESULT TO WS-GAP-MINUTES.
           IF WS-OUTAGE-CLOSED
              AND WS-GAP-MINUTES IS GREATER THAN WS-GAP-LIMIT
              MOVE WS-PREVIOUS-PROBE TO WS-OUTAGE-START
              MOVE 'NO PROBE RESULTS' TO WS-OUTAGE-REASON
              SET WS-OUTAGE-OPEN TO TRUE
           END-IF.
           IF AV-IS-DOWN
              ADD 1 TO WS-FAILED-COUNT
              IF WS-OUTAGE-CLOSED
                 MOVE AV-PROBE-TIMESTAMP TO WS-OUTAGE-START
                 MOVE SPACES TO WS-OUTAGE-REASON
                 STRING 'FAILED PROBE RESP ' DELIMITED BY SIZE
                        AV-RESP-CODE DELIMITED BY SIZE
                        INTO WS-OUTAGE-REASON
                 END-STRING
                 SET WS-OUTAGE-OPEN TO TRUE
              END-IF
           ELSE
              IF WS-OUTAGE-OPEN
                 MOVE AV-PROBE-TIMESTAMP TO WS-OUTAGE-END
                 PERFORM CLOSE-OUTAGE
              END-IF
           END-IF.
           MOVE AV-PROBE-TIMESTAMP TO WS-PREVIOUS-PROBE.

       CLOSE-OUTAGE.
           MOVE WS-OUTAGE-START TO DAT-OLD-TIMESTAMP.
           MOVE WS-OUTAGE-END   TO DAT-NEW-TIMESTAMP.
           PERFORM GET-ELAPSED-MINUTES.
           ADD DAT-ELAPSED-RESULT TO WS-DOWN-MINUTES.
           ADD 1 TO WS-SERVICE-OUTAGES.
           ADD 1 TO WS-OUTAGE-COUNT.
           MOVE WS-OUTAGE-START    TO OL-OUTAGE-START.
           MOVE WS-OUTAGE-END      TO OL-OUTAGE-END.
           MOVE DAT-ELAPSED-RESULT TO OL-OUTAGE-MINUTES.
           MOVE WS-OUTAGE-REASON   TO OL-OUTAGE-REASON.
           MOVE WS-OUTAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SET WS-OUTAGE-CLOSED TO TRUE.

       WRITE-SERVICE-LINE.
           IF WS-DOWN-MINUTES IS GREATER THAN WS-PERIOD-MINUTES
              MOVE WS-PERIOD-MINUTES TO WS-DOWN-MINUTES
           END-IF.
           IF WS-PERIOD-MINUTES IS GREATER THAN ZERO
              COMPUTE WS-UPTIME-PERCENT ROUNDED =
                 (WS-PERIOD-MINUTES - WS-DOWN-MINUTES) * 100
                 / WS-PERIOD-MINUTES
           ELSE
              MOVE 100 TO WS-UPTIME-PERCENT
           END-IF.
           IF WS-SERVICE-OUTAGES IS GREATER THAN ZERO
              ADD 1 TO WS-OUTAGE-SERVICE-COUNT
           END-IF.
           MOVE WS-SERVICE-ID TO SL-SERVICE-ID.
           IF WS-SERVICE-IS-FILE
              MOVE 'FILE'    TO SL-SERVICE-TYPE
           ELSE
              MOVE 'PROGRAM' TO SL-SERVICE-TYPE
           END-IF.
           MOVE WS-PROBE-COUNT     TO SL-PROBE-COUNT.
           MOVE WS-FAILED-COUNT    TO SL-FAILED-COUNT.
           MOVE WS-SERVICE-OUTAGES TO SL-OUTAGE-COUNT.
           MOVE WS-DOWN-MINUTES    TO SL-DOWN-MINUTES.
           MOVE WS-UPTIME-PERCENT  TO SL-UPTIME-PERCENT.
           MOVE WS-SERVICE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       GET-ELAPSED-MINUTES.
      *    CALLERS LOAD DAT-OLD/NEW-TIMESTAMP FIRST - A STAMP THE
      *    ROUTINE REJECTS COUNTS AS NO TIME AT ALL
           SET DAT-ELAPSED-MINUTES TO TRUE.
           CALL 'EDATRTE' USING DAT-PARAMETERS.
           IF NOT DAT-OK
              OR DAT-ELAPSED-RESULT IS LESS THAN ZERO
              MOVE ZERO TO DAT-ELAPSED-RESULT
           END-IF.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           STRING '  SERVICES: ' DELIMITED BY SIZE
                  WS-SERVICE-COUNT DELIMITED BY SIZE
                  '  WITH OUTAGES: ' DELIMITED BY SIZE
                  WS-OUTAGE-SERVICE-COUNT DELIMITED BY SIZE
                  '  OUTAGE WINDOWS: ' DELIMITED BY SIZE
                  WS-OUTAGE-COUNT DELIMITED BY SIZE
                  '  PROBES IN MONTH: ' DELIMITED BY SIZE
                  WS-MONTH-PROBE-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-MONTH-PROBE-COUNT IS EQUAL TO ZERO
              MOVE WS-EMPTY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'SERVICES WITH OUTAGES: ' WS-OUTAGE-SERVICE-COUNT.
           IF WS-OUTAGE-SERVICE-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-MONTH-PROBE-COUNT IS EQUAL TO ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
