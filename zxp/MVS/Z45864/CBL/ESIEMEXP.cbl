       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESIEMEXP.
      ******************************************************************
      *   SECURITY EVENT EXPORT TO THE CORPORATE SIEM.-
      *      - RUN HOURLY.  WRITES ONE SYSLOG LINE (RFC 3164 HEADER,
      *        CEF:0 BODY) TO THE SIEMFEED DATASET FOR EVERY EVENT
      *        WRITTEN SINCE THE LAST RUN TO:
      *           . EAUDIT   - SIGN-ON SUCCESSES AND FAILURES,
      *                        AND ONE-TIME PASSCODES SENT
      *           . EALERT   - INTRUSION, LATE-BATCH, HOTLIST AND
      *                        SERVICE-DOWN ALERTS
      *           . EMNTAUD  - PRIVILEGED MAINTENANCE ACTIONS
      *           . EFIRECAL - FIRECALL CHECKOUTS
      *           . EERRLOG  - PROGRAM ERRORS AND ABENDS
      *      - EACH SOURCE HAS ITS OWN ESIEMHWM HIGH-WATER MARK.  THE
      *        WINDOW RUNS FROM THE MARK UP TO (NOT INCLUDING) THE
      *        SECOND THIS RUN STARTED, SO AN EVENT STAMPED WHILE THE
      *        RUN IS READING WAITS FOR THE NEXT ONE.  EAUDIT GOES BY
      *        ITS CHAIN SEQUENCE, WHICH NEVER REPEATS.  A SOURCE
      *        WITH NO MARK YET STARTS FROM MIDNIGHT TODAY.
      *      - THE MARKS AND THE ESIEMCNT SENT COUNTS ARE UPDATED ONLY
      *        AFTER THE FEED IS CLOSED - A FAILED RUN CHANGES NOTHING
      *        AND ITS RERUN SENDS THE SAME EVENTS ONCE.
      *      - ESIEMREC RECONCILES THE SENT COUNTS DAILY.  RC=8 WHEN
      *        THE COUNT TABLE OVERFLOWED (THE MARKS ARE THEN LEFT
      *        ALONE AND THE FEED IS NOT TO BE FORWARDED).
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

           SELECT FIRECALL-FILE ASSIGN TO EFIRECAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FC-ACCOUNT-ID
                  FILE STATUS IS WS-FIRECALL-STATUS.

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

           SELECT FEED-FILE ASSIGN TO SIEMFEED
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FEED-STATUS.

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

       FD  FIRECALL-FILE
           RECORDING MODE IS F.
       COPY EFIRECAL.

       FD  ERRLOG-FILE
           RECORDING MODE IS F.
       COPY EERRLOG.

       FD  HWM-FILE
           RECORDING MODE IS F.
       COPY ESIEMHWM.

       FD  COUNT-FILE
           RECORDING MODE IS F.
       COPY ESIEMCNT.

       FD  FEED-FILE
           RECORDING MODE IS F.
       01  FEED-LINE                PIC X(512).

       WORKING-STORAGE SECTION.
       01  WS-EAUDIT-STATUS         PIC X(2).
           88 WS-EAUDIT-EOF                   VALUE '10'.
       01  WS-ALERT-STATUS          PIC X(2).
           88 WS-ALERT-EOF                    VALUE '10'.
       01  WS-MNTAUD-STATUS         PIC X(2).
           88 WS-MNTAUD-EOF                   VALUE '10'.
       01  WS-FIRECALL-STATUS       PIC X(2).
           88 WS-FIRECALL-EOF                 VALUE '10'.
       01  WS-ERRLOG-STATUS         PIC X(2).
           88 WS-ERRLOG-EOF                   VALUE '10'.
       01  WS-HWM-STATUS            PIC X(2).
           88 WS-HWM-OK                       VALUE '00'.
       01  WS-COUNT-STATUS          PIC X(2).
           88 WS-COUNT-OK                     VALUE '00'.
       01  WS-FEED-STATUS           PIC X(2).
       01  WS-CUTOFF-TIMESTAMP      PIC X(14).
       01  WS-TODAY-MIDNIGHT        PIC X(14).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-SENT-COUNT            PIC 9(7) VALUE 0.
       01  WS-SIEM-HOST             PIC X(8) VALUE 'ZXPEMPAP'.
      ******************************************************************
      *   THE MARK EACH SOURCE STARTS FROM, AND WHERE IT WILL END UP.
      *   1=EAUDIT 2=EALERT 3=EMNTAUD 4=EFIRECAL 5=EERRLOG.
      ******************************************************************
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
       01  WS-MARK-TABLE.
           05 WS-MARK-ENTRY OCCURS 5 TIMES.
              10 WS-MK-FROM-TIMESTAMP  PIC X(14).
              10 WS-MK-FROM-SEQUENCE   PIC 9(9).
              10 WS-MK-TO-SEQUENCE     PIC 9(9).
              10 WS-MK-SENT            PIC 9(7).
              10 WS-MK-NEW-IND         PIC X(1).
                 88 WS-MK-IS-NEW                 VALUE 'Y'.
      ******************************************************************
      *   EVENTS SENT BY SOURCE AND EVENT DATE - POSTED TO ESIEMCNT
      *   ONCE THE FEED IS SAFELY CLOSED.
      ******************************************************************
       01  WS-CNTTAB-LIMIT          PIC 9(3) VALUE 200.
       01  WS-CNTTAB-COUNT          PIC 9(3) VALUE 0.
       01  WS-CNTTAB-SUB            PIC 9(3) VALUE 0.
       01  WS-COUNT-TABLE.
           05 WS-CNTTAB-ENTRY OCCURS 200 TIMES.
              10 WS-CT-SOURCE-ID    PIC X(8).
              10 WS-CT-EVENT-DATE   PIC X(8).
              10 WS-CT-SENT         PIC 9(7).
       01  WS-TABLE-OVFL-IND        PIC X(1) VALUE 'N'.
           88 WS-TABLE-OVERFLOW               VALUE 'Y'.
       01  WS-FOUND-IND             PIC X(1) VALUE 'N'.
           88 WS-FOUND                        VALUE 'Y'.
      ******************************************************************
      *   ONE FEED LINE - HEADER FIELDS THE SOURCE PARAGRAPH FILLS IN
      *   BEFORE START-FEED-LINE, AND THE TIMES IT FORMATS.
      ******************************************************************
       01  WS-LINE-PTR              PIC 9(3) VALUE 1.
       01  WS-EVENT-TIMESTAMP       PIC X(14).
       01  WS-EVENT-STAMP REDEFINES WS-EVENT-TIMESTAMP.
           05 WS-ES-YEAR            PIC X(4).
           05 WS-ES-MONTH           PIC 9(2).
           05 WS-ES-DAY             PIC X(2).
           05 WS-ES-HOUR            PIC X(2).
           05 WS-ES-MINUTE          PIC X(2).
           05 WS-ES-SECOND          PIC X(2).
       01  WS-CEF-SIGNATURE         PIC X(8).
       01  WS-CEF-NAME              PIC X(30).
       01  WS-CEF-SEVERITY          PIC 9(1).
       01  WS-SYSLOG-PRI            PIC 9(2).
       01  WS-SYSLOG-DAY            PIC X(2).
       01  WS-MONTH-VALUES          PIC X(36) VALUE
           'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-VALUES.
           05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(3).
       01  WS-EDIT-NUMBER           PIC Z(8)9.
       01  WS-EDIT-TEXT             PIC X(9).
      *    CEF EXTENSION VALUES ESCAPE '\' AND '='
       01  WS-ESC-IN                PIC X(79).
       01  WS-ESC-OUT               PIC X(160).
       01  WS-ESC-IN-SUB            PIC 9(3) VALUE 0.
       01  WS-ESC-OUT-LEN           PIC 9(3) VALUE 0.
       01  WS-ESC-LAST              PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ESIEMEXP' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM EXPORT-SIGNON-AUDIT.
           PERFORM EXPORT-ALERTS.
           PERFORM EXPORT-MAINT-AUDIT.
           PERFORM EXPORT-FIRECALLS.
           PERFORM EXPORT-ERRORS.
           CLOSE FEED-FILE.
           IF WS-TABLE-OVERFLOW
              DISPLAY 'SENT-COUNT TABLE OVERFLOW - MARKS NOT MOVED, '
                      'DO NOT FORWARD THIS FEED'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM SAVE-MARKS-AND-COUNTS
           END-IF.
           CLOSE HWM-FILE.
           CLOSE COUNT-FILE.
           DISPLAY 'SIEM EVENTS SENT: ' WS-SENT-COUNT.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-SENT-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CUTOFF-TIMESTAMP.
           MOVE WS-CUTOFF-TIMESTAMP(1:8) TO WS-TODAY-MIDNIGHT.
           MOVE '000000' TO WS-TODAY-MIDNIGHT(9:6).
           OPEN I-O HWM-FILE.
           OPEN I-O COUNT-FILE.
           OPEN OUTPUT FEED-FILE.
           PERFORM LOAD-ONE-MARK
              VARYING WS-SOURCE-SUB FROM 1 BY 1
              UNTIL WS-SOURCE-SUB IS GREATER THAN WS-SOURCE-COUNT.

       LOAD-ONE-MARK.
           MOVE WS-SOURCE-NAME(WS-SOURCE-SUB) TO SH-SOURCE-ID.
           READ HWM-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-HWM-OK
              MOVE SH-HWM-TIMESTAMP
                   TO WS-MK-FROM-TIMESTAMP(WS-SOURCE-SUB)
              MOVE SH-HWM-SEQUENCE
                   TO WS-MK-FROM-SEQUENCE(WS-SOURCE-SUB)
              MOVE 'N' TO WS-MK-NEW-IND(WS-SOURCE-SUB)
           ELSE
              MOVE WS-TODAY-MIDNIGHT
                   TO WS-MK-FROM-TIMESTAMP(WS-SOURCE-SUB)
              MOVE ZERO TO WS-MK-FROM-SEQUENCE(WS-SOURCE-SUB)
              MOVE 'Y' TO WS-MK-NEW-IND(WS-SOURCE-SUB)
           END-IF.
           MOVE WS-MK-FROM-SEQUENCE(WS-SOURCE-SUB)
                TO WS-MK-TO-SEQUENCE(WS-SOURCE-SUB).
           MOVE ZERO TO WS-MK-SENT(WS-SOURCE-SUB).

      ******************************************************************
      *   EAUDIT - USER-MAJOR, SO THE WHOLE FILE IS READ AND ONLY
      *   CHAINED RECORDS PAST THE SEQUENCE MARK ARE SENT.
      ******************************************************************
       EXPORT-SIGNON-AUDIT.
           MOVE 1 TO WS-SOURCE-SUB.
           OPEN INPUT EAUDIT-FILE.
           PERFORM READ-NEXT-SIGNON.
           PERFORM EXPORT-ONE-SIGNON
              UNTIL WS-EAUDIT-EOF.
           CLOSE EAUDIT-FILE.

       READ-NEXT-SIGNON.
           READ EAUDIT-FILE NEXT RECORD
                AT END SET WS-EAUDIT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       EXPORT-ONE-SIGNON.
           IF AU-CHAIN-SEQUENCE IS NUMERIC
              AND AU-CHAIN-SEQUENCE IS GREATER THAN
                  WS-MK-FROM-SEQUENCE(1)
              AND AU-AUDIT-TIMESTAMP IS NOT LESS THAN
                  WS-MK-FROM-TIMESTAMP(1)
              MOVE AU-AUDIT-TIMESTAMP TO WS-EVENT-TIMESTAMP
              IF AU-IS-FAILURE
                 MOVE 'SIGNONF'         TO WS-CEF-SIGNATURE
                 MOVE 'Sign-on failure' TO WS-CEF-NAME
                 MOVE 5                 TO WS-CEF-SEVERITY
              END-IF
              IF AU-IS-CHALLENGE
                 MOVE 'SIGNONC'         TO WS-CEF-SIGNATURE
                 MOVE 'Sign-on one-time code sent' TO WS-CEF-NAME
                 MOVE 3                 TO WS-CEF-SEVERITY
              END-IF
              IF NOT AU-IS-FAILURE AND NOT AU-IS-CHALLENGE
                 MOVE 'SIGNONS'         TO WS-CEF-SIGNATURE
                 MOVE 'Sign-on success' TO WS-CEF-NAME
                 MOVE 1                 TO WS-CEF-SEVERITY
              END-IF
              PERFORM START-FEED-LINE
              MOVE AU-MESSAGE-TEXT TO WS-ESC-IN
              PERFORM ESCAPE-CEF-VALUE
              STRING ' suser=' DELIMITED BY SIZE
                     AU-USER-ID DELIMITED BY SPACE
                     ' cs1Label=terminal cs1=' DELIMITED BY SIZE
                     AU-TERMINAL-ID DELIMITED BY SPACE
                     ' cs2Label=userType cs2=' DELIMITED BY SIZE
                     AU-USER-TYPE DELIMITED BY SPACE
                     ' externalId=' DELIMITED BY SIZE
                     AU-TASK-NUMBER DELIMITED BY SIZE
                     ' msg=' DELIMITED BY SIZE
                     WS-ESC-OUT(1:WS-ESC-LAST) DELIMITED BY SIZE
                     INTO FEED-LINE
                     WITH POINTER WS-LINE-PTR
              END-STRING
              PERFORM FINISH-FEED-LINE
              IF AU-CHAIN-SEQUENCE IS GREATER THAN
                 WS-MK-TO-SEQUENCE(1)
                 MOVE AU-CHAIN-SEQUENCE TO WS-MK-TO-SEQUENCE(1)
              END-IF
           END-IF.
           PERFORM READ-NEXT-SIGNON.

      ******************************************************************
      *   EALERT - DATE-MAJOR, SO THE WINDOW IS ONE KEY RANGE.
      ******************************************************************
       EXPORT-ALERTS.
           MOVE 2 TO WS-SOURCE-SUB.
           OPEN INPUT ALERT-FILE.
           MOVE WS-MK-FROM-TIMESTAMP(2) TO IA-ALERT-TIMESTAMP.
           MOVE ZERO                    TO IA-TASK-NUMBER.
           START ALERT-FILE KEY IS NOT LESS THAN IA-ALERT-KEY
                 INVALID KEY SET WS-ALERT-EOF TO TRUE
           END-START.
           IF NOT WS-ALERT-EOF
              PERFORM READ-NEXT-ALERT
           END-IF.
           PERFORM EXPORT-ONE-ALERT
              UNTIL WS-ALERT-EOF
              OR IA-ALERT-TIMESTAMP IS NOT LESS THAN
                 WS-CUTOFF-TIMESTAMP.
           CLOSE ALERT-FILE.

       READ-NEXT-ALERT.
           READ ALERT-FILE NEXT RECORD
                AT END SET WS-ALERT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       EXPORT-ONE-ALERT.
           MOVE IA-ALERT-TIMESTAMP TO WS-EVENT-TIMESTAMP.
           EVALUATE TRUE
           WHEN IA-TERMINAL-SPRAY
                MOVE 'ALERTT'                TO WS-CEF-SIGNATURE
                MOVE 'Sign-on spray from terminal'
                                             TO WS-CEF-NAME
                MOVE 8                       TO WS-CEF-SEVERITY
           WHEN IA-USER-TARGETED
                MOVE 'ALERTU'                TO WS-CEF-SIGNATURE
                MOVE 'User ID targeted'      TO WS-CEF-NAME
                MOVE 8                       TO WS-CEF-SEVERITY
           WHEN IA-BATCH-LATE
                MOVE 'ALERTB'                TO WS-CEF-SIGNATURE
                MOVE 'Batch job late'        TO WS-CEF-NAME
                MOVE 4                       TO WS-CEF-SEVERITY
           WHEN IA-HOTLIST-PLATE
                MOVE 'ALERTP'                TO WS-CEF-SIGNATURE
                MOVE 'Hotlist plate match'   TO WS-CEF-NAME
                MOVE 6                       TO WS-CEF-SEVERITY
           WHEN IA-SERVICE-DOWN
                MOVE 'ALERTA'                TO WS-CEF-SIGNATURE
                MOVE 'Service unavailable'   TO WS-CEF-NAME
                MOVE 7                       TO WS-CEF-SEVERITY
           WHEN OTHER
                MOVE 'ALERT'                 TO WS-CEF-SIGNATURE
                MOVE 'Alert'                 TO WS-CEF-NAME
                MOVE 5                       TO WS-CEF-SEVERITY
           END-EVALUATE.
           PERFORM START-FEED-LINE.
           STRING ' duser=' DELIMITED BY SIZE
                  IA-USER-ID DELIMITED BY SPACE
                  ' cs1Label=terminal cs1=' DELIMITED BY SIZE
                  IA-TERMINAL-ID DELIMITED BY SPACE
                  ' cnt=' DELIMITED BY SIZE
                  IA-FAILURE-COUNT DELIMITED BY SIZE
                  ' cn1Label=distinct cn1=' DELIMITED BY SIZE
                  IA-DISTINCT-COUNT DELIMITED BY SIZE
                  ' cn2Label=windowMinutes cn2=' DELIMITED BY SIZE
                  IA-WINDOW-MINUTES DELIMITED BY SIZE
                  ' externalId=' DELIMITED BY SIZE
                  IA-TASK-NUMBER DELIMITED BY SIZE
                  INTO FEED-LINE
                  WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM FINISH-FEED-LINE.
           PERFORM READ-NEXT-ALERT.

      ******************************************************************
      *   EMNTAUD - TARGET-MAJOR, SO THE WHOLE FILE IS READ AND THE
      *   WINDOW APPLIED TO EACH RECORD'S OWN TIMESTAMP.
      ******************************************************************
       EXPORT-MAINT-AUDIT.
           MOVE 3 TO WS-SOURCE-SUB.
           OPEN INPUT MNTAUD-FILE.
           PERFORM READ-NEXT-MAINT.
           PERFORM EXPORT-ONE-MAINT
              UNTIL WS-MNTAUD-EOF.
           CLOSE MNTAUD-FILE.

       READ-NEXT-MAINT.
           READ MNTAUD-FILE NEXT RECORD
                AT END SET WS-MNTAUD-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       EXPORT-ONE-MAINT.
           IF MA-AUDIT-TIMESTAMP IS NOT LESS THAN
              WS-MK-FROM-TIMESTAMP(3)
              AND MA-AUDIT-TIMESTAMP IS LESS THAN WS-CUTOFF-TIMESTAMP
              MOVE MA-AUDIT-TIMESTAMP   TO WS-EVENT-TIMESTAMP
              MOVE MA-ACTION-CODE       TO WS-CEF-SIGNATURE
              MOVE 'Maintenance action' TO WS-CEF-NAME
              MOVE 5                    TO WS-CEF-SEVERITY
              PERFORM START-FEED-LINE
              STRING ' suser=' DELIMITED BY SIZE
                     MA-ACTING-USER-ID DELIMITED BY SPACE
                     ' duser=' DELIMITED BY SIZE
                     MA-TARGET-ID DELIMITED BY SPACE
                     ' act=' DELIMITED BY SIZE
                     MA-ACTION-CODE DELIMITED BY SPACE
                     ' cs1Label=program cs1=' DELIMITED BY SIZE
                     MA-PROGRAM-NAME DELIMITED BY SPACE
                     ' externalId=' DELIMITED BY SIZE
                     MA-TASK-NUMBER DELIMITED BY SIZE
                     INTO FEED-LINE
                     WITH POINTER WS-LINE-PTR
              END-STRING
              PERFORM FINISH-FEED-LINE
           END-IF.
           PERFORM READ-NEXT-MAINT.

      ******************************************************************
      *   EFIRECAL - ONE RECORD PER ACCOUNT, CARRYING ITS LATEST
      *   CHECKOUT.  A CHECKOUT IN THE WINDOW IS SENT WHETHER OR NOT
      *   IT HAS BEEN CHECKED IN SINCE.
      ******************************************************************
       EXPORT-FIRECALLS.
           MOVE 4 TO WS-SOURCE-SUB.
           OPEN INPUT FIRECALL-FILE.
           PERFORM READ-NEXT-FIRECALL.
           PERFORM EXPORT-ONE-FIRECALL
              UNTIL WS-FIRECALL-EOF.
           CLOSE FIRECALL-FILE.

       READ-NEXT-FIRECALL.
           READ FIRECALL-FILE NEXT RECORD
                AT END SET WS-FIRECALL-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       EXPORT-ONE-FIRECALL.
           IF FC-CHECKOUT-TIMESTAMP IS NOT LESS THAN
              WS-MK-FROM-TIMESTAMP(4)
              AND FC-CHECKOUT-TIMESTAMP IS LESS THAN
                  WS-CUTOFF-TIMESTAMP
              MOVE FC-CHECKOUT-TIMESTAMP TO WS-EVENT-TIMESTAMP
              MOVE 'FIRECALL'            TO WS-CEF-SIGNATURE
              MOVE 'Firecall checkout'   TO WS-CEF-NAME
              MOVE 9                     TO WS-CEF-SEVERITY
              PERFORM START-FEED-LINE
              MOVE FC-DURATION-MINUTES TO WS-EDIT-NUMBER
              MOVE WS-EDIT-NUMBER      TO WS-EDIT-TEXT
              STRING ' suser=' DELIMITED BY SIZE
                     FC-CHECKED-OUT-BY DELIMITED BY SPACE
                     ' duser=' DELIMITED BY SIZE
                     FC-ACCOUNT-ID DELIMITED BY SPACE
                     ' reason=' DELIMITED BY SIZE
                     FC-REASON-CODE DELIMITED BY SPACE
                     ' cs1Label=expires cs1=' DELIMITED BY SIZE
                     FC-EXPIRY-TIMESTAMP DELIMITED BY SIZE
                     ' cn1Label=durationMinutes cn1=' DELIMITED BY SIZE
                     WS-EDIT-TEXT DELIMITED BY SIZE
                     INTO FEED-LINE
                     WITH POINTER WS-LINE-PTR
              END-STRING
              PERFORM FINISH-FEED-LINE
           END-IF.
           PERFORM READ-NEXT-FIRECALL.

      ******************************************************************
      *   EERRLOG - DATE-MAJOR, SO THE WINDOW IS ONE KEY RANGE.
      ******************************************************************
       EXPORT-ERRORS.
           MOVE 5 TO WS-SOURCE-SUB.
           OPEN INPUT ERRLOG-FILE.
           MOVE WS-MK-FROM-TIMESTAMP(5) TO EE-LOG-TIMESTAMP.
           MOVE ZERO                    TO EE-TASK-NUMBER.
           START ERRLOG-FILE KEY IS NOT LESS THAN EE-LOG-KEY
                 INVALID KEY SET WS-ERRLOG-EOF TO TRUE
           END-START.
           IF NOT WS-ERRLOG-EOF
              PERFORM READ-NEXT-ERROR
           END-IF.
           PERFORM EXPORT-ONE-ERROR
              UNTIL WS-ERRLOG-EOF
              OR EE-LOG-TIMESTAMP IS NOT LESS THAN
                 WS-CUTOFF-TIMESTAMP.
           CLOSE ERRLOG-FILE.

       READ-NEXT-ERROR.
           READ ERRLOG-FILE NEXT RECORD
                AT END SET WS-ERRLOG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       EXPORT-ONE-ERROR.
           MOVE EE-LOG-TIMESTAMP         TO WS-EVENT-TIMESTAMP.
           MOVE 'ERRLOG'                 TO WS-CEF-SIGNATURE.
           MOVE 'Program error or abend' TO WS-CEF-NAME.
           MOVE 7                        TO WS-CEF-SEVERITY.
           PERFORM START-FEED-LINE.
           STRING ' cs1Label=program cs1=' DELIMITED BY SIZE
                  EE-PROGRAM-NAME DELIMITED BY SPACE
                  ' cs2Label=paragraph cs2=' DELIMITED BY SIZE
                  EE-PARAGRAPH-NAME DELIMITED BY SPACE
                  ' cs3Label=transaction cs3=' DELIMITED BY SIZE
                  EE-TRANSACTION-ID DELIMITED BY SPACE
                  ' cs4Label=terminal cs4=' DELIMITED BY SIZE
                  EE-TERMINAL-ID DELIMITED BY SPACE
                  ' cn1Label=resp cn1=' DELIMITED BY SIZE
                  EE-RESP-CODE DELIMITED BY SIZE
                  ' cn2Label=resp2 cn2=' DELIMITED BY SIZE
                  EE-RESP2-CODE DELIMITED BY SIZE
                  ' externalId=' DELIMITED BY SIZE
                  EE-TASK-NUMBER DELIMITED BY SIZE
                  INTO FEED-LINE
                  WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM FINISH-FEED-LINE.
           PERFORM READ-NEXT-ERROR.

      ******************************************************************
      *   SHARED FEED-LINE BUILDING - SYSLOG HEADER (FACILITY 10,
      *   AUTHPRIV), CEF HEADER AND THE rt= EVENT TIME.
      ******************************************************************
       START-FEED-LINE.
           EVALUATE WS-CEF-SEVERITY
           WHEN 8 THRU 9
                MOVE 82 TO WS-SYSLOG-PRI
           WHEN 7
                MOVE 83 TO WS-SYSLOG-PRI
           WHEN 4 THRU 6
                MOVE 84 TO WS-SYSLOG-PRI
           WHEN OTHER
                MOVE 86 TO WS-SYSLOG-PRI
           END-EVALUATE.
           MOVE WS-ES-DAY TO WS-SYSLOG-DAY.
           IF WS-SYSLOG-DAY(1:1) IS EQUAL TO '0'
              MOVE SPACE TO WS-SYSLOG-DAY(1:1)
           END-IF.
           IF WS-ES-MONTH IS LESS THAN 1 OR WS-ES-MONTH IS GREATER
              THAN 12
              MOVE 1 TO WS-ES-MONTH
           END-IF.
           MOVE SPACES TO FEED-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING '<' DELIMITED BY SIZE
                  WS-SYSLOG-PRI DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
                  WS-MONTH-NAME(WS-ES-MONTH) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SYSLOG-DAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ES-HOUR DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-ES-MINUTE DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-ES-SECOND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SIEM-HOST DELIMITED BY SPACE
                  ' CEF:0|ZXP|EMPLOYEE APP|1.0|' DELIMITED BY SIZE
                  WS-CEF-SIGNATURE DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-CEF-NAME DELIMITED BY '  '
                  '|' DELIMITED BY SIZE
                  WS-CEF-SEVERITY DELIMITED BY SIZE
                  '|rt=' DELIMITED BY SIZE
                  WS-MONTH-NAME(WS-ES-MONTH) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ES-DAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ES-YEAR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ES-HOUR DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-ES-MINUTE DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-ES-SECOND DELIMITED BY SIZE
                  ' dvchost=' DELIMITED BY SIZE
                  WS-SIEM-HOST DELIMITED BY SPACE
                  INTO FEED-LINE
                  WITH POINTER WS-LINE-PTR
           END-STRING.

       FINISH-FEED-LINE.
           WRITE FEED-LINE.
           ADD 1 TO WS-SENT-COUNT.
           ADD 1 TO WS-MK-SENT(WS-SOURCE-SUB).
           PERFORM COUNT-ONE-SENT.

       COUNT-ONE-SENT.
           MOVE 'N' TO WS-FOUND-IND.
           PERFORM FIND-COUNT-ENTRY
              VARYING WS-CNTTAB-SUB FROM 1 BY 1
              UNTIL WS-CNTTAB-SUB IS GREATER THAN WS-CNTTAB-COUNT
              OR WS-FOUND.
           EVALUATE TRUE
           WHEN WS-FOUND
                ADD 1 TO WS-CT-SENT(WS-CNTTAB-SUB)
           WHEN WS-CNTTAB-COUNT IS LESS THAN WS-CNTTAB-LIMIT
                ADD 1 TO WS-CNTTAB-COUNT
                MOVE WS-SOURCE-NAME(WS-SOURCE-SUB)
                     TO WS-CT-SOURCE-ID(WS-CNTTAB-COUNT)
                MOVE WS-EVENT-TIMESTAMP(1:8)
                     TO WS-CT-EVENT-DATE(WS-CNTTAB-COUNT)
                MOVE 1 TO WS-CT-SENT(WS-CNTTAB-COUNT)
           WHEN OTHER
                SET WS-TABLE-OVERFLOW TO TRUE
           END-EVALUATE.

       FIND-COUNT-ENTRY.
           IF WS-CT-SOURCE-ID(WS-CNTTAB-SUB) IS EQUAL TO
              WS-SOURCE-NAME(WS-SOURCE-SUB)
              AND WS-CT-EVENT-DATE(WS-CNTTAB-SUB) IS EQUAL TO
                  WS-EVENT-TIMESTAMP(1:8)
              SET WS-FOUND TO TRUE
              SUBTRACT 1 FROM WS-CNTTAB-SUB
           END-IF.

       ESCAPE-CEF-VALUE.
           MOVE SPACES TO WS-ESC-OUT.
           MOVE ZERO   TO WS-ESC-OUT-LEN.
           MOVE 1      TO WS-ESC-LAST.
           PERFORM ESCAPE-ONE-CHARACTER
              VARYING WS-ESC-IN-SUB FROM 1 BY 1
              UNTIL WS-ESC-IN-SUB IS GREATER THAN 79.

       ESCAPE-ONE-CHARACTER.
           IF WS-ESC-IN(WS-ESC-IN-SUB:1) IS EQUAL TO '\'
              OR WS-ESC-IN(WS-ESC-IN-SUB:1) IS EQUAL TO '='
              ADD 1 TO WS-ESC-OUT-LEN
              MOVE '\' TO WS-ESC-OUT(WS-ESC-OUT-LEN:1)
           END-IF.
           ADD 1 TO WS-ESC-OUT-LEN.
           MOVE WS-ESC-IN(WS-ESC-IN-SUB:1)
                TO WS-ESC-OUT(WS-ESC-OUT-LEN:1).
           IF WS-ESC-IN(WS-ESC-IN-SUB:1) IS NOT EQUAL TO SPACE
              MOVE WS-ESC-OUT-LEN TO WS-ESC-LAST
           END-IF.

      ******************************************************************
      *   THE FEED IS CLOSED - MOVE EVERY MARK AND POST THE COUNTS.
      ******************************************************************
       SAVE-MARKS-AND-COUNTS.
           PERFORM SAVE-ONE-MARK
              VARYING WS-SOURCE-SUB FROM 1 BY 1
              UNTIL WS-SOURCE-SUB IS GREATER THAN WS-SOURCE-COUNT.
           PERFORM POST-ONE-COUNT
              VARYING WS-CNTTAB-SUB FROM 1 BY 1
              UNTIL WS-CNTTAB-SUB IS GREATER THAN WS-CNTTAB-COUNT.

       SAVE-ONE-MARK.
           MOVE WS-SOURCE-NAME(WS-SOURCE-SUB) TO SH-SOURCE-ID.
           IF NOT WS-MK-IS-NEW(WS-SOURCE-SUB)
              READ HWM-FILE
                   INVALID KEY CONTINUE
              END-READ
           END-IF.
      *    EAUDIT KEEPS ITS STARTING DAY AS A FLOOR AND MOVES ONLY
      *    ITS SEQUENCE - THE OTHERS MOVE UP TO THIS RUN'S CUTOFF
           IF WS-SOURCE-SUB IS EQUAL TO 1
              MOVE WS-MK-FROM-TIMESTAMP(1) TO SH-HWM-TIMESTAMP
           ELSE
              MOVE WS-CUTOFF-TIMESTAMP     TO SH-HWM-TIMESTAMP
           END-IF.
           MOVE WS-MK-TO-SEQUENCE(WS-SOURCE-SUB) TO SH-HWM-SEQUENCE.
           MOVE WS-CUTOFF-TIMESTAMP TO SH-LAST-RUN-TIMESTAMP.
           MOVE WS-MK-SENT(WS-SOURCE-SUB) TO SH-LAST-RUN-SENT.
           IF WS-MK-IS-NEW(WS-SOURCE-SUB)
              WRITE SIEM-HWM-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE SIEM-HWM-RECORD
                    INVALID KEY CONTINUE
              END-REWRITE
           END-IF.

       POST-ONE-COUNT.
           MOVE WS-CT-SOURCE-ID(WS-CNTTAB-SUB)  TO SN-SOURCE-ID.
           MOVE WS-CT-EVENT-DATE(WS-CNTTAB-SUB) TO SN-EVENT-DATE.
           READ COUNT-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-COUNT-OK
              ADD WS-CT-SENT(WS-CNTTAB-SUB) TO SN-SENT-COUNT
              MOVE WS-CUTOFF-TIMESTAMP TO SN-LAST-SENT-TIMESTAMP
              REWRITE SIEM-COUNT-RECORD
                    INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              INITIALIZE SIEM-COUNT-RECORD
              MOVE WS-CT-SOURCE-ID(WS-CNTTAB-SUB)  TO SN-SOURCE-ID
              MOVE WS-CT-EVENT-DATE(WS-CNTTAB-SUB) TO SN-EVENT-DATE
              MOVE WS-CT-SENT(WS-CNTTAB-SUB)       TO SN-SENT-COUNT
              MOVE WS-CUTOFF-TIMESTAMP TO SN-LAST-SENT-TIMESTAMP
              WRITE SIEM-COUNT-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-IF.
