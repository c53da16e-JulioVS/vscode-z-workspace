       IDENTIFICATION DIVISION.
       PROGRAM-ID. EACREXP.
      ******************************************************************
      *   NIGHTLY ACCESS-REQUEST EXPIRY.-
      *      - WALKS EACCREQ AND EXPIRES EVERY REQUEST STILL WAITING
      *        ON A MANAGER OR ON SECURITY WHOSE REQUESTED DATE IS
      *        MORE THAN THE WINDOW (SYSIN CARD 1, DAYS, BLANK OR
      *        ZERO TAKES 14) BEHIND TODAY.  NOTHING IS GRANTED OR
      *        DELETED - THE REQUESTER RAISES A NEW REQUEST ON EACRP
      *        IF THE ACCESS IS STILL WANTED.
      *      - LISTS EVERY REQUEST EXPIRED, WITH WHO IT WAS WAITING
      *        ON, SO SLOW APPROVERS CAN BE CHASED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCREQ-FILE ASSIGN TO EACCREQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AQ-REQUEST-KEY
                  FILE STATUS IS WS-ACCREQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO ACRXRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCREQ-FILE
           RECORDING MODE IS F.
       COPY EACCREQ.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCREQ-STATUS         PIC X(2).
           88 WS-ACCREQ-EOF                   VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-STAMP REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-DATE           PIC 9(8).
           05 FILLER                PIC X(6).
       01  WS-WINDOW-DAYS           PIC 9(3) VALUE 14.
       01  WS-CUTOFF-DATE           PIC 9(8).
       01  WS-REQUEST-DATE          PIC X(8).
       01  WS-REQUEST-DATE-NUM REDEFINES WS-REQUEST-DATE PIC 9(8).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-REQUESTER-ID       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-FUNCTION-CODE      PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-REQUESTED-TIMESTAMP PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-WAITING-ON         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-STATUS             PIC X(1).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  USER-ID   FUNCTION  REQUESTED       WAITING   S  EXPIRED'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EACREXP' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM READ-NEXT-REQUEST.
           PERFORM CHECK-ONE-REQUEST
              UNTIL WS-ACCREQ-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-EXPIRED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-WINDOW-DAYS FROM SYSIN.
           IF WS-WINDOW-DAYS IS NOT NUMERIC
              OR WS-WINDOW-DAYS IS EQUAL TO ZERO
              MOVE 14 TO WS-WINDOW-DAYS
           END-IF.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) - WS-WINDOW-DAYS).
           OPEN I-O ACCREQ-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-NEXT-REQUEST.
           READ ACCREQ-FILE NEXT RECORD
                AT END SET WS-ACCREQ-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-REQUEST.
      *    A REQUEST DATE THAT IS NOT A DATE AT ALL IS LEFT FOR A
      *    HUMAN - IT WAS NOT RAISED THROUGH EACRP
           IF AQ-IS-OPEN
              MOVE AQ-REQUESTED-TIMESTAMP(1:8) TO WS-REQUEST-DATE
              IF WS-REQUEST-DATE IS NUMERIC
                 AND WS-REQUEST-DATE-NUM IS LESS THAN WS-CUTOFF-DATE
                 PERFORM EXPIRE-ONE-REQUEST
              END-IF
           END-IF.
           PERFORM READ-NEXT-REQUEST.

       EXPIRE-ONE-REQUEST.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE AQ-REQUESTER-ID        TO DL-REQUESTER-ID.
           MOVE AQ-FUNCTION-CODE       TO DL-FUNCTION-CODE.
           MOVE AQ-REQUESTED-TIMESTAMP TO DL-REQUESTED-TIMESTAMP.
           MOVE AQ-APPROVER-ID         TO DL-WAITING-ON.
           MOVE AQ-REQUEST-STATUS      TO DL-STATUS.
           SET AQ-IS-EXPIRED           TO TRUE.
           MOVE 'EACREXP'              TO AQ-DECIDED-BY.
           MOVE WS-CURRENT-DATE        TO AQ-DECISION-TIMESTAMP.
           REWRITE ACCESS-REQUEST-RECORD.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-EXPIRED-COUNT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  TOTAL ACCESS REQUESTS EXPIRED: ' DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE ACCREQ-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'ACCESS REQUESTS EXPIRED: ' WS-EXPIRED-COUNT.
