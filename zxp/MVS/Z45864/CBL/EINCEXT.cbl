       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINCEXT.
      ******************************************************************
      *   ITSM INCIDENT EXTRACT.-
      *      - RUN HOURLY.  RAISES SERVICE-DESK INCIDENTS FOR:
      *           . EVERY NEW EERRLOG ERROR OR ABEND LOGGED THROUGH
      *             EERRRTE
      *           . EVERY BATCHLOG END RECORD WHOSE RETURN CODE IS
      *             ABOVE THE JOB'S BS-MAX-RETURN-CODE ON EBATSCHD
      *             (4 WHEN THE JOB IS NOT THERE OR THE FIELD IS
      *             BLANK OR ZERO)
      *        SO NOBODY HAS TO READ THE MORNING REPORTS AND OPEN THE
      *        TICKETS BY HAND.
      *      - REPEATS OF THE SAME PROGRAM (JOB), PARAGRAPH AND
      *        RESPONSE CODE (RETURN CODE) WITHIN THE GROUPING WINDOW
      *        OF THE FIRST ONE ARE COUNTED ON THE SAME EINCID
      *        INCIDENT INSTEAD OF OPENING ANOTHER.  SYSIN CARD 1 =
      *        WINDOW MINUTES (BLANK OR ZERO TAKES 60, MOST 1440).
      *      - WRITES A NEW GENERATION OF THE ITSM EXTRACT: ACTION 'N'
      *        FOR EACH NEW INCIDENT, ACTION 'U' FOR AN INCIDENT SENT
      *        BY AN EARLIER RUN THAT HAS HAD MORE OCCURRENCES SINCE.
      *        EINCTKL LOADS THE TICKET NUMBERS THAT COME BACK.
      *      - EACH SOURCE HAS ITS OWN EINCHWM HIGH-WATER MARK.  THE
      *        WINDOW RUNS FROM THE MARK UP TO (NOT INCLUDING) THE
      *        SECOND THIS RUN STARTED.  A SOURCE WITH NO MARK YET
      *        STARTS FROM MIDNIGHT TODAY.
      *      - EINCID AND THE MARKS ARE UPDATED ONLY AFTER THE EXTRACT
      *        IS CLOSED - A FAILED RUN CHANGES NOTHING AND ITS RERUN
      *        SENDS THE SAME INCIDENTS ONCE.  RC=8 WHEN THE INCIDENT
      *        TABLE OVERFLOWED (NOTHING IS THEN SAVED AND THE
      *        EXTRACT IS NOT TO BE FORWARDED).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRLOG-FILE ASSIGN TO EERRLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EE-LOG-KEY
                  FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT BATCHLOG-FILE ASSIGN TO BATCHLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BATCHLOG-STATUS.

           SELECT SCHED-FILE ASSIGN TO EBATSCHD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BS-JOB-NAME
                  FILE STATUS IS WS-SCHED-STATUS.

           SELECT INCID-FILE ASSIGN TO EINCID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IN-INCIDENT-ID
                  FILE STATUS IS WS-INCID-STATUS.

           SELECT HWM-FILE ASSIGN TO EINCHWM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IH-SOURCE-ID
                  FILE STATUS IS WS-HWM-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO ITSMOUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRLOG-FILE
           RECORDING MODE IS F.
       COPY EERRLOG.

       FD  BATCHLOG-FILE
           RECORDING MODE IS F.
       COPY EBATLOG.

       FD  SCHED-FILE
           RECORDING MODE IS F.
       COPY EBATSCHD.

       FD  INCID-FILE
           RECORDING MODE IS F.
       COPY EINCID.

       FD  HWM-FILE
           RECORDING MODE IS F.
       COPY EINCHWM.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EINCXTR.

       WORKING-STORAGE SECTION.
       01  WS-ERRLOG-STATUS         PIC X(2).
           88 WS-ERRLOG-EOF                   VALUE '10'.
       01  WS-BATCHLOG-STATUS       PIC X(2).
           88 WS-BATCHLOG-EOF                 VALUE '10'.
       01  WS-SCHED-STATUS          PIC X(2).
           88 WS-SCHED-OK                     VALUE '00'.
       01  WS-INCID-STATUS          PIC X(2).
           88 WS-INCID-OK                     VALUE '00'.
           88 WS-INCID-EOF                    VALUE '10'.
       01  WS-HWM-STATUS            PIC X(2).
           88 WS-HWM-OK                       VALUE '00'.
       01  WS-EXTRACT-STATUS        PIC X(2).
       COPY EBATP.
       COPY EDATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CUTOFF-TIMESTAMP      PIC X(14).
       01  WS-TODAY-MIDNIGHT        PIC X(14).
       01  WS-LOAD-FROM-TIMESTAMP   PIC X(14).
       01  WS-EARLIEST-MARK         PIC X(14).
       01  WS-WINDOW-MINUTES        PIC 9(4) VALUE 60.
       01  WS-WINDOW-LIMIT          PIC 9(4) VALUE 1440.
       01  WS-DEFAULT-MAX-RC        PIC 9(4) VALUE 4.
       01  WS-ALLOWED-RC            PIC 9(4) VALUE 0.
       01  WS-URGENT-RC             PIC 9(4) VALUE 12.
       01  WS-URGENT-OCCURRENCES    PIC 9(5) VALUE 10.
       01  WS-RAISED-COUNT          PIC 9(5) VALUE 0.
       01  WS-UPDATED-COUNT         PIC 9(5) VALUE 0.
       01  WS-EXTRACT-COUNT         PIC 9(7) VALUE 0.
       01  WS-EDIT-RESP             PIC Z(7)9.
       01  WS-EDIT-RC               PIC ZZZ9.
       01  WS-EDIT-ALLOWED          PIC ZZZ9.
       01  WS-TEXT-PTR              PIC 9(3) VALUE 1.
      ******************************************************************
      *   THE MARK EACH SOURCE STARTS FROM.  1=EERRLOG 2=BATCHLOG.
      ******************************************************************
       01  WS-SOURCE-VALUES.
           05 FILLER                PIC X(8) VALUE 'EERRLOG'.
           05 FILLER                PIC X(8) VALUE 'BATCHLOG'.
       01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-VALUES.
           05 WS-SOURCE-NAME OCCURS 2 TIMES PIC X(8).
       01  WS-SOURCE-COUNT          PIC 9(1) VALUE 2.
       01  WS-SOURCE-SUB            PIC 9(1) VALUE 0.
       01  WS-MARK-TABLE.
           05 WS-MARK-ENTRY OCCURS 2 TIMES.
              10 WS-MK-FROM-TIMESTAMP  PIC X(14).
              10 WS-MK-OCCURRENCES     PIC 9(7).
              10 WS-MK-NEW-IND         PIC X(1).
                 88 WS-MK-IS-NEW                 VALUE 'Y'.
      ******************************************************************
      *   ONE OCCURRENCE BEING GROUPED - FILLED IN BY THE SOURCE
      *   PARAGRAPH BEFORE COUNT-ONE-OCCURRENCE.
      ******************************************************************
       01  WS-OCCURRENCE.
           05 WS-OC-SOURCE-TYPE     PIC X(1).
           05 WS-OC-PROGRAM-NAME    PIC X(8).
           05 WS-OC-PARAGRAPH-NAME  PIC X(30).
           05 WS-OC-RESP-CODE       PIC 9(8).
           05 WS-OC-TIMESTAMP       PIC X(14).
       01  WS-BATCH-PARAGRAPH       PIC X(30) VALUE
           'BATCH STEP RETURN CODE'.
      ******************************************************************
      *   INCIDENTS STILL OPEN FOR GROUPING AT THE START OF THE RUN,
      *   PLUS THOSE THIS RUN OPENS.  STATE 'N' = NEW THIS RUN,
      *   'C' = MORE OCCURRENCES THIS RUN, BLANK = UNTOUCHED.
      ******************************************************************
       01  WS-INCTAB-LIMIT          PIC 9(3) VALUE 500.
       01  WS-INCTAB-COUNT          PIC 9(3) VALUE 0.
       01  WS-INCTAB-SUB            PIC 9(3) VALUE 0.
       01  WS-INCIDENT-TABLE.
           05 WS-INCTAB-ENTRY OCCURS 500 TIMES.
              10 WS-IT-INCIDENT-ID.
                 15 WS-IT-OPENED-TIMESTAMP PIC X(14).
                 15 WS-IT-INCIDENT-SEQ     PIC 9(4).
              10 WS-IT-SOURCE-TYPE     PIC X(1).
              10 WS-IT-PROGRAM-NAME    PIC X(8).
              10 WS-IT-PARAGRAPH-NAME  PIC X(30).
              10 WS-IT-RESP-CODE       PIC 9(8).
              10 WS-IT-WINDOW-END      PIC X(14).
              10 WS-IT-LAST-TIMESTAMP  PIC X(14).
              10 WS-IT-OCCURRENCES     PIC 9(5).
              10 WS-IT-SENT-COUNT      PIC 9(5).
              10 WS-IT-TICKET-NUMBER   PIC X(15).
              10 WS-IT-ALLOWED-RC      PIC 9(4).
              10 WS-IT-STATE           PIC X(1).
                 88 WS-IT-IS-NEW                 VALUE 'N'.
                 88 WS-IT-IS-CHANGED             VALUE 'C'.
       01  WS-TABLE-OVFL-IND        PIC X(1) VALUE 'N'.
           88 WS-TABLE-OVERFLOW               VALUE 'Y'.
       01  WS-FOUND-IND             PIC X(1) VALUE 'N'.
           88 WS-FOUND                        VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EINCEXT' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM LOAD-OPEN-INCIDENTS.
           PERFORM GROUP-ERRORS.
           PERFORM GROUP-FAILED-STEPS.
           PERFORM WRITE-EXTRACT.
           CLOSE EXTRACT-FILE.
           IF WS-TABLE-OVERFLOW
              DISPLAY 'INCIDENT TABLE OVERFLOW - NOTHING SAVED, '
                      'DO NOT FORWARD THIS EXTRACT'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM SAVE-INCIDENTS-AND-MARKS
           END-IF.
           CLOSE INCID-FILE.
           CLOSE HWM-FILE.
           DISPLAY 'INCIDENTS RAISED: ' WS-RAISED-COUNT
                   '  UPDATED: ' WS-UPDATED-COUNT.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-EXTRACT-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CUTOFF-TIMESTAMP.
           MOVE WS-CUTOFF-TIMESTAMP(1:8) TO WS-TODAY-MIDNIGHT.
           MOVE '000000' TO WS-TODAY-MIDNIGHT(9:6).
           ACCEPT WS-WINDOW-MINUTES FROM SYSIN.
           IF WS-WINDOW-MINUTES IS NOT NUMERIC
              OR WS-WINDOW-MINUTES IS EQUAL TO ZERO
              MOVE 60 TO WS-WINDOW-MINUTES
           END-IF.
           IF WS-WINDOW-MINUTES IS GREATER THAN WS-WINDOW-LIMIT
              MOVE WS-WINDOW-LIMIT TO WS-WINDOW-MINUTES
           END-IF.
           OPEN I-O INCID-FILE.
           OPEN I-O HWM-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           PERFORM LOAD-ONE-MARK
              VARYING WS-SOURCE-SUB FROM 1 BY 1
              UNTIL WS-SOURCE-SUB IS GREATER THAN WS-SOURCE-COUNT.
           MOVE WS-MK-FROM-TIMESTAMP(1) TO WS-EARLIEST-MARK.
           IF WS-MK-FROM-TIMESTAMP(2) IS LESS THAN WS-EARLIEST-MARK
              MOVE WS-MK-FROM-TIMESTAMP(2) TO WS-EARLIEST-MARK
           END-IF.

       LOAD-ONE-MARK.
           MOVE WS-SOURCE-NAME(WS-SOURCE-SUB) TO IH-SOURCE-ID.
           READ HWM-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-HWM-OK
              MOVE IH-HWM-TIMESTAMP
                   TO WS-MK-FROM-TIMESTAMP(WS-SOURCE-SUB)
              MOVE 'N' TO WS-MK-NEW-IND(WS-SOURCE-SUB)
           ELSE
              MOVE WS-TODAY-MIDNIGHT
                   TO WS-MK-FROM-TIMESTAMP(WS-SOURCE-SUB)
              MOVE 'Y' TO WS-MK-NEW-IND(WS-SOURCE-SUB)
           END-IF.
           MOVE ZERO TO WS-MK-OCCURRENCES(WS-SOURCE-SUB).

      ******************************************************************
      *   AN INCIDENT CAN STILL TAKE OCCURRENCES WHILE ITS WINDOW IS
      *   OPEN PAST THE EARLIER MARK.  NO WINDOW IS LONGER THAN
      *   WS-WINDOW-LIMIT, SO NOTHING OPENED BEFORE THAT FAR AHEAD
      *   OF THE MARK NEEDS READING.
      ******************************************************************
       LOAD-OPEN-INCIDENTS.
           MOVE WS-EARLIEST-MARK TO DAT-OLD-TIMESTAMP.
           COMPUTE DAT-INTERVAL-MINUTES = ZERO - WS-WINDOW-LIMIT.
           SET DAT-ADD-MINUTES TO TRUE.
           CALL 'EDATRTE' USING DAT-PARAMETERS.
           IF DAT-OK
              MOVE DAT-NEW-TIMESTAMP TO WS-LOAD-FROM-TIMESTAMP
           ELSE
              MOVE WS-EARLIEST-MARK  TO WS-LOAD-FROM-TIMESTAMP
           END-IF.
           MOVE WS-LOAD-FROM-TIMESTAMP TO IN-OPENED-TIMESTAMP.
           MOVE ZERO                   TO IN-INCIDENT-SEQ.
           START INCID-FILE KEY IS NOT LESS THAN IN-INCIDENT-ID
                 INVALID KEY SET WS-INCID-EOF TO TRUE
           END-START.
           IF NOT WS-INCID-EOF
              PERFORM READ-NEXT-INCIDENT
           END-IF.
           PERFORM LOAD-ONE-INCIDENT
              UNTIL WS-INCID-EOF.

       READ-NEXT-INCIDENT.
           READ INCID-FILE NEXT RECORD
                AT END SET WS-INCID-EOF TO TRUE
           END-READ.

       LOAD-ONE-INCIDENT.
           IF IN-WINDOW-END-TIMESTAMP IS GREATER THAN WS-EARLIEST-MARK
              IF WS-INCTAB-COUNT IS LESS THAN WS-INCTAB-LIMIT
                 ADD 1 TO WS-INCTAB-COUNT
                 MOVE WS-INCTAB-COUNT TO WS-INCTAB-SUB
                 MOVE IN-INCIDENT-ID
                      TO WS-IT-INCIDENT-ID(WS-INCTAB-SUB)
                 MOVE IN-SOURCE-TYPE
                      TO WS-IT-SOURCE-TYPE(WS-INCTAB-SUB)
                 MOVE IN-PROGRAM-NAME
                      TO WS-IT-PROGRAM-NAME(WS-INCTAB-SUB)
                 MOVE IN-PARAGRAPH-NAME
                      TO WS-IT-PARAGRAPH-NAME(WS-INCTAB-SUB)
                 MOVE IN-RESP-CODE
                      TO WS-IT-RESP-CODE(WS-INCTAB-SUB)
                 MOVE IN-WINDOW-END-TIMESTAMP
                      TO WS-IT-WINDOW-END(WS-INCTAB-SUB)
                 MOVE IN-LAST-TIMESTAMP
                      TO WS-IT-LAST-TIMESTAMP(WS-INCTAB-SUB)
                 MOVE IN-OCCURRENCE-COUNT
                      TO WS-IT-OCCURRENCES(WS-INCTAB-SUB)
                 MOVE IN-SENT-COUNT
                      TO WS-IT-SENT-COUNT(WS-INCTAB-SUB)
                 MOVE IN-TICKET-NUMBER
                      TO WS-IT-TICKET-NUMBER(WS-INCTAB-SUB)
                 MOVE ZERO TO WS-IT-ALLOWED-RC(WS-INCTAB-SUB)
                 MOVE SPACE TO WS-IT-STATE(WS-INCTAB-SUB)
              ELSE
                 SET WS-TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF.
           PERFORM READ-NEXT-INCIDENT.

      ******************************************************************
      *   EERRLOG - DATE-MAJOR, SO THE WINDOW IS ONE KEY RANGE.
      ******************************************************************
       GROUP-ERRORS.
           MOVE 1 TO WS-SOURCE-SUB.
           OPEN INPUT ERRLOG-FILE.
           MOVE WS-MK-FROM-TIMESTAMP(1) TO EE-LOG-TIMESTAMP.
           MOVE ZERO                    TO EE-TASK-NUMBER.
           START ERRLOG-FILE KEY IS NOT LESS THAN EE-LOG-KEY
                 INVALID KEY SET WS-ERRLOG-EOF TO TRUE
           END-START.
           IF NOT WS-ERRLOG-EOF
              PERFORM READ-NEXT-ERROR
           END-IF.
           PERFORM GROUP-ONE-ERROR
              UNTIL WS-ERRLOG-EOF
              OR EE-LOG-TIMESTAMP IS NOT LESS THAN
                 WS-CUTOFF-TIMESTAMP.
           CLOSE ERRLOG-FILE.

       READ-NEXT-ERROR.
           READ ERRLOG-FILE NEXT RECORD
                AT END SET WS-ERRLOG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       GROUP-ONE-ERROR.
           MOVE 'E'                TO WS-OC-SOURCE-TYPE.
           MOVE EE-PROGRAM-NAME    TO WS-OC-PROGRAM-NAME.
           MOVE EE-PARAGRAPH-NAME  TO WS-OC-PARAGRAPH-NAME.
           MOVE EE-RESP-CODE       TO WS-OC-RESP-CODE.
           MOVE EE-LOG-TIMESTAMP   TO WS-OC-TIMESTAMP.
           MOVE ZERO               TO WS-ALLOWED-RC.
           PERFORM COUNT-ONE-OCCURRENCE.
           PERFORM READ-NEXT-ERROR.

      ******************************************************************
      *   BATCHLOG - SEQUENTIAL, SO THE WHOLE FILE IS READ AND THE
      *   WINDOW APPLIED TO EACH END RECORD'S OWN TIMESTAMP.
      ******************************************************************
       GROUP-FAILED-STEPS.
           MOVE 2 TO WS-SOURCE-SUB.
           OPEN INPUT SCHED-FILE.
           OPEN INPUT BATCHLOG-FILE.
           PERFORM READ-NEXT-BATCHLOG.
           PERFORM GROUP-ONE-STEP
              UNTIL WS-BATCHLOG-EOF.
           CLOSE BATCHLOG-FILE.
           CLOSE SCHED-FILE.

       READ-NEXT-BATCHLOG.
           READ BATCHLOG-FILE
                AT END SET WS-BATCHLOG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       GROUP-ONE-STEP.
           IF BL-IS-END
              AND BL-EVENT-TIMESTAMP IS NOT LESS THAN
                  WS-MK-FROM-TIMESTAMP(2)
              AND BL-EVENT-TIMESTAMP IS LESS THAN WS-CUTOFF-TIMESTAMP
              PERFORM FIND-ALLOWED-RC
              IF BL-RETURN-CODE IS NUMERIC
                 AND BL-RETURN-CODE IS GREATER THAN WS-ALLOWED-RC
                 MOVE 'B'                TO WS-OC-SOURCE-TYPE
                 MOVE BL-JOB-NAME        TO WS-OC-PROGRAM-NAME
                 MOVE WS-BATCH-PARAGRAPH TO WS-OC-PARAGRAPH-NAME
                 MOVE BL-RETURN-CODE     TO WS-OC-RESP-CODE
                 MOVE BL-EVENT-TIMESTAMP TO WS-OC-TIMESTAMP
                 PERFORM COUNT-ONE-OCCURRENCE
              END-IF
           END-IF.
           PERFORM READ-NEXT-BATCHLOG.

       FIND-ALLOWED-RC.
           MOVE BL-JOB-NAME TO BS-JOB-NAME.
           READ SCHED-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-SCHED-OK
              AND BS-MAX-RETURN-CODE IS NUMERIC
              AND BS-MAX-RETURN-CODE IS GREATER THAN ZERO
              MOVE BS-MAX-RETURN-CODE TO WS-ALLOWED-RC
           ELSE
              MOVE WS-DEFAULT-MAX-RC  TO WS-ALLOWED-RC
           END-IF.

      ******************************************************************
      *   ADD ONE OCCURRENCE TO THE OPEN INCIDENT IT REPEATS, OR OPEN
      *   A NEW ONE WHOSE WINDOW STARTS AT THIS OCCURRENCE.
      ******************************************************************
       COUNT-ONE-OCCURRENCE.
           ADD 1 TO WS-MK-OCCURRENCES(WS-SOURCE-SUB).
           MOVE 'N' TO WS-FOUND-IND.
           PERFORM FIND-OPEN-INCIDENT
              VARYING WS-INCTAB-SUB FROM 1 BY 1
              UNTIL WS-INCTAB-SUB IS GREATER THAN WS-INCTAB-COUNT
              OR WS-FOUND.
           EVALUATE TRUE
           WHEN WS-FOUND
                ADD 1 TO WS-IT-OCCURRENCES(WS-INCTAB-SUB)
                MOVE WS-OC-TIMESTAMP
                     TO WS-IT-LAST-TIMESTAMP(WS-INCTAB-SUB)
                IF NOT WS-IT-IS-NEW(WS-INCTAB-SUB)
                   SET WS-IT-IS-CHANGED(WS-INCTAB-SUB) TO TRUE
                END-IF
           WHEN WS-INCTAB-COUNT IS LESS THAN WS-INCTAB-LIMIT
                PERFORM OPEN-NEW-INCIDENT
           WHEN OTHER
                SET WS-TABLE-OVERFLOW TO TRUE
           END-EVALUATE.

       FIND-OPEN-INCIDENT.
           IF WS-IT-SOURCE-TYPE(WS-INCTAB-SUB) IS EQUAL TO
              WS-OC-SOURCE-TYPE
              AND WS-IT-PROGRAM-NAME(WS-INCTAB-SUB) IS EQUAL TO
                  WS-OC-PROGRAM-NAME
              AND WS-IT-PARAGRAPH-NAME(WS-INCTAB-SUB) IS EQUAL TO
                  WS-OC-PARAGRAPH-NAME
              AND WS-IT-RESP-CODE(WS-INCTAB-SUB) IS EQUAL TO
                  WS-OC-RESP-CODE
              AND WS-IT-OPENED-TIMESTAMP(WS-INCTAB-SUB) IS NOT
                  GREATER THAN WS-OC-TIMESTAMP
              AND WS-IT-WINDOW-END(WS-INCTAB-SUB) IS GREATER THAN
                  WS-OC-TIMESTAMP
              SET WS-FOUND TO TRUE
              SUBTRACT 1 FROM WS-INCTAB-SUB
           END-IF.

       OPEN-NEW-INCIDENT.
      *    EVERY INCIDENT OPENED BY AN EARLIER RUN PREDATES BOTH
      *    MARKS, SO THE TABLE POSITION KEEPS THIS RUN'S KEYS UNIQUE
           ADD 1 TO WS-INCTAB-COUNT.
           MOVE WS-INCTAB-COUNT TO WS-INCTAB-SUB.
           MOVE WS-OC-TIMESTAMP
                TO WS-IT-OPENED-TIMESTAMP(WS-INCTAB-SUB).
           MOVE WS-INCTAB-COUNT
                TO WS-IT-INCIDENT-SEQ(WS-INCTAB-SUB).
           MOVE WS-OC-SOURCE-TYPE
                TO WS-IT-SOURCE-TYPE(WS-INCTAB-SUB).
           MOVE WS-OC-PROGRAM-NAME
                TO WS-IT-PROGRAM-NAME(WS-INCTAB-SUB).
           MOVE WS-OC-PARAGRAPH-NAME
                TO WS-IT-PARAGRAPH-NAME(WS-INCTAB-SUB).
           MOVE WS-OC-RESP-CODE
                TO WS-IT-RESP-CODE(WS-INCTAB-SUB).
           MOVE WS-OC-TIMESTAMP TO DAT-OLD-TIMESTAMP.
           MOVE WS-WINDOW-MINUTES TO DAT-INTERVAL-MINUTES.
           SET DAT-ADD-MINUTES TO TRUE.
           CALL 'EDATRTE' USING DAT-PARAMETERS.
           IF DAT-OK
              MOVE DAT-NEW-TIMESTAMP
                   TO WS-IT-WINDOW-END(WS-INCTAB-SUB)
           ELSE
              MOVE WS-OC-TIMESTAMP
                   TO WS-IT-WINDOW-END(WS-INCTAB-SUB)
           END-IF.
           MOVE WS-OC-TIMESTAMP
                TO WS-IT-LAST-TIMESTAMP(WS-INCTAB-SUB).
           MOVE 1     TO WS-IT-OCCURRENCES(WS-INCTAB-SUB).
           MOVE ZERO  TO WS-IT-SENT-COUNT(WS-INCTAB-SUB).
           MOVE SPACES TO WS-IT-TICKET-NUMBER(WS-INCTAB-SUB).
           MOVE WS-ALLOWED-RC TO WS-IT-ALLOWED-RC(WS-INCTAB-SUB).
           SET WS-IT-IS-NEW(WS-INCTAB-SUB) TO TRUE.

      ******************************************************************
      *   ONE EXTRACT RECORD PER INCIDENT OPENED OR ADDED TO.
      ******************************************************************
       WRITE-EXTRACT.
           PERFORM EXTRACT-ONE-INCIDENT
              VARYING WS-INCTAB-SUB FROM 1 BY 1
              UNTIL WS-INCTAB-SUB IS GREATER THAN WS-INCTAB-COUNT.

       EXTRACT-ONE-INCIDENT.
           IF WS-IT-IS-NEW(WS-INCTAB-SUB)
              OR WS-IT-IS-CHANGED(WS-INCTAB-SUB)
              MOVE SPACES TO INCIDENT-EXTRACT-RECORD
              IF WS-IT-IS-NEW(WS-INCTAB-SUB)
                 SET IX-NEW-INCIDENT TO TRUE
                 ADD 1 TO WS-RAISED-COUNT
              ELSE
                 SET IX-UPDATE-INCIDENT TO TRUE
                 ADD 1 TO WS-UPDATED-COUNT
              END-IF
              MOVE WS-IT-INCIDENT-ID(WS-INCTAB-SUB)
                   TO IX-INCIDENT-ID
              MOVE WS-IT-TICKET-NUMBER(WS-INCTAB-SUB)
                   TO IX-TICKET-NUMBER
              MOVE WS-IT-SOURCE-TYPE(WS-INCTAB-SUB)
                   TO IX-SOURCE-TYPE
              MOVE WS-IT-PROGRAM-NAME(WS-INCTAB-SUB)
                   TO IX-PROGRAM-NAME
              MOVE WS-IT-PARAGRAPH-NAME(WS-INCTAB-SUB)
                   TO IX-PARAGRAPH-NAME
              MOVE WS-IT-RESP-CODE(WS-INCTAB-SUB)
                   TO IX-RESP-CODE
              MOVE WS-IT-OPENED-TIMESTAMP(WS-INCTAB-SUB)
                   TO IX-FIRST-TIMESTAMP
              MOVE WS-IT-LAST-TIMESTAMP(WS-INCTAB-SUB)
                   TO IX-LAST-TIMESTAMP
              MOVE WS-IT-OCCURRENCES(WS-INCTAB-SUB)
                   TO IX-OCCURRENCE-COUNT
              PERFORM SET-PRIORITY-AND-TEXT
              WRITE INCIDENT-EXTRACT-RECORD
              ADD 1 TO WS-EXTRACT-COUNT
           END-IF.

       SET-PRIORITY-AND-TEXT.
      *    PRIORITY 2 FOR A STEP THAT ENDED IN FAILURE OR A FAULT
      *    THAT KEEPS REPEATING, OTHERWISE PRIORITY 3
           IF WS-IT-OCCURRENCES(WS-INCTAB-SUB) IS NOT LESS THAN
              WS-URGENT-OCCURRENCES
              OR (WS-IT-SOURCE-TYPE(WS-INCTAB-SUB) IS EQUAL TO 'B'
                  AND WS-IT-RESP-CODE(WS-INCTAB-SUB) IS NOT LESS THAN
                      WS-URGENT-RC)
              MOVE '2' TO IX-PRIORITY
           ELSE
              MOVE '3' TO IX-PRIORITY
           END-IF.
           MOVE 1 TO WS-TEXT-PTR.
           IF WS-IT-SOURCE-TYPE(WS-INCTAB-SUB) IS EQUAL TO 'B'
              MOVE WS-IT-RESP-CODE(WS-INCTAB-SUB) TO WS-EDIT-RC
              STRING 'BATCH JOB ' DELIMITED BY SIZE
                     WS-IT-PROGRAM-NAME(WS-INCTAB-SUB)
                        DELIMITED BY SPACE
                     ' ENDED RC=' DELIMITED BY SIZE
                     WS-EDIT-RC DELIMITED BY SIZE
                     INTO IX-SHORT-DESCRIPTION
                     WITH POINTER WS-TEXT-PTR
              END-STRING
      *       THE LIMIT IS ONLY KNOWN IN THE RUN THAT OPENED IT
              IF WS-IT-ALLOWED-RC(WS-INCTAB-SUB) IS GREATER THAN
                 ZERO
                 MOVE WS-IT-ALLOWED-RC(WS-INCTAB-SUB)
                      TO WS-EDIT-ALLOWED
                 STRING ' (ALLOWED ' DELIMITED BY SIZE
                        WS-EDIT-ALLOWED DELIMITED BY SIZE
                        ')' DELIMITED BY SIZE
                        INTO IX-SHORT-DESCRIPTION
                        WITH POINTER WS-TEXT-PTR
                 END-STRING
              END-IF
           ELSE
              MOVE WS-IT-RESP-CODE(WS-INCTAB-SUB) TO WS-EDIT-RESP
              STRING 'ONLINE ERROR IN ' DELIMITED BY SIZE
                     WS-IT-PROGRAM-NAME(WS-INCTAB-SUB)
                        DELIMITED BY SPACE
                     ' AT ' DELIMITED BY SIZE
                     WS-IT-PARAGRAPH-NAME(WS-INCTAB-SUB)
                        DELIMITED BY SPACE
                     ' RESP ' DELIMITED BY SIZE
                     WS-EDIT-RESP DELIMITED BY SIZE
                     INTO IX-SHORT-DESCRIPTION
                     WITH POINTER WS-TEXT-PTR
              END-STRING
           END-IF.

      ******************************************************************
      *   THE EXTRACT IS CLOSED - WRITE THE NEW INCIDENTS, REWRITE THE
      *   ONES ADDED TO, AND MOVE BOTH MARKS TO THIS RUN'S CUTOFF.
      ******************************************************************
       SAVE-INCIDENTS-AND-MARKS.
           PERFORM SAVE-ONE-INCIDENT
              VARYING WS-INCTAB-SUB FROM 1 BY 1
              UNTIL WS-INCTAB-SUB IS GREATER THAN WS-INCTAB-COUNT.
           PERFORM SAVE-ONE-MARK
              VARYING WS-SOURCE-SUB FROM 1 BY 1
              UNTIL WS-SOURCE-SUB IS GREATER THAN WS-SOURCE-COUNT.

       SAVE-ONE-INCIDENT.
           EVALUATE TRUE
           WHEN WS-IT-IS-NEW(WS-INCTAB-SUB)
                INITIALIZE INCIDENT-RECORD
                MOVE WS-IT-INCIDENT-ID(WS-INCTAB-SUB)
                     TO IN-INCIDENT-ID
                MOVE WS-IT-SOURCE-TYPE(WS-INCTAB-SUB)
                     TO IN-SOURCE-TYPE
                MOVE WS-IT-PROGRAM-NAME(WS-INCTAB-SUB)
                     TO IN-PROGRAM-NAME
                MOVE WS-IT-PARAGRAPH-NAME(WS-INCTAB-SUB)
                     TO IN-PARAGRAPH-NAME
                MOVE WS-IT-RESP-CODE(WS-INCTAB-SUB)
                     TO IN-RESP-CODE
                MOVE WS-IT-WINDOW-END(WS-INCTAB-SUB)
                     TO IN-WINDOW-END-TIMESTAMP
                PERFORM MOVE-COUNTS-TO-RECORD
                MOVE SPACES TO IN-TICKET-NUMBER
                MOVE SPACES TO IN-TICKET-TIMESTAMP
                WRITE INCIDENT-RECORD
                      INVALID KEY CONTINUE
                END-WRITE
           WHEN WS-IT-IS-CHANGED(WS-INCTAB-SUB)
                MOVE WS-IT-INCIDENT-ID(WS-INCTAB-SUB)
                     TO IN-INCIDENT-ID
                READ INCID-FILE
                     INVALID KEY CONTINUE
                END-READ
                IF WS-INCID-OK
                   PERFORM MOVE-COUNTS-TO-RECORD
                   REWRITE INCIDENT-RECORD
                         INVALID KEY CONTINUE
                   END-REWRITE
                END-IF
           END-EVALUATE.

       MOVE-COUNTS-TO-RECORD.
           MOVE WS-IT-LAST-TIMESTAMP(WS-INCTAB-SUB)
                TO IN-LAST-TIMESTAMP.
           MOVE WS-IT-OCCURRENCES(WS-INCTAB-SUB)
                TO IN-OCCURRENCE-COUNT.
           MOVE WS-IT-OCCURRENCES(WS-INCTAB-SUB)
                TO IN-SENT-COUNT.
           MOVE WS-CUTOFF-TIMESTAMP TO IN-LAST-SENT-TIMESTAMP.

       SAVE-ONE-MARK.
           MOVE WS-SOURCE-NAME(WS-SOURCE-SUB) TO IH-SOURCE-ID.
           IF NOT WS-MK-IS-NEW(WS-SOURCE-SUB)
              READ HWM-FILE
                   INVALID KEY CONTINUE
              END-READ
           END-IF.
           MOVE WS-CUTOFF-TIMESTAMP TO IH-HWM-TIMESTAMP.
           MOVE WS-CUTOFF-TIMESTAMP TO IH-LAST-RUN-TIMESTAMP.
           MOVE WS-MK-OCCURRENCES(WS-SOURCE-SUB) TO IH-LAST-RUN-COUNT.
           IF WS-MK-IS-NEW(WS-SOURCE-SUB)
              WRITE INCIDENT-HWM-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE INCIDENT-HWM-RECORD
                    INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
