       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTFDSP.
      ******************************************************************
      *   OUTBOUND NOTIFICATION DISPATCHER.-
      *      - FIRST APPLIES THE MAIL/SMS GATEWAY'S STATUS RETURN
      *        (GWSTAT) TO THE NOTICES SENT ON EARLIER RUNS:
      *           . DELIVERED - THE NOTICE IS CLOSED OFF
      *           . BOUNCED   - THE ADDRESS OR NUMBER IS FLAGGED
      *             BOUNCED ON ENTFCON AND THE NOTICE GOES BACK ON
      *             THE QUEUE FOR THE NEXT CHANNEL
      *           . FAILED    - A TEMPORARY GATEWAY FAILURE, THE
      *             NOTICE GOES BACK ON THE QUEUE AS IT IS
      *      - THEN WALKS THE ENTFQUE OUTBOUND QUEUE AND, FOR EVERY
      *        NOTICE STILL QUEUED, LOOKS UP THE EMPLOYEE'S ENTFCON
      *        CONTACT (A NOTICE ADDRESSED TO A USER ID IS RESOLVED
      *        TO ITS EMPLOYEE THROUGH EMPMAS) AND WRITES IT TO THE
      *        GATEWAY FILE (GWOUT) BY THE PREFERRED CHANNEL, OR THE
      *        OTHER CHANNEL WHEN THE PREFERRED ONE HAS NO ADDRESS OR
      *        HAS BOUNCED.
      *      - NO CONTACT ON FILE, A PRINT-ONLY PREFERENCE, NO
      *        USABLE CHANNEL LEFT, OR THE RETRIES USED UP - THE
      *        NOTICE IS PRINTED TO ITS FALLBACK PRINT QUEUE VIA
      *        EPRTRTE INSTEAD, AS IT WOULD HAVE BEEN BEFORE.
      *      - ENDS RC=4 WHEN A BOUNCE, AN UNMATCHED STATUS LINE OR
      *        A PRINT FAILURE IS REPORTED, RC=8 WHEN EMPMAS HOLDS
      *        MORE USER IDS THAN THE LOOKUP TABLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GWSTAT-FILE ASSIGN TO GWSTAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GWSTAT-STATUS.

           SELECT NTFQUE-FILE ASSIGN TO ENTFQUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NQ-NOTICE-KEY
                  FILE STATUS IS WS-NTFQUE-STATUS.

           SELECT NTFCON-FILE ASSIGN TO ENTFCON
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NC-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-NTFCON-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT GWOUT-FILE ASSIGN TO GWOUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GWOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO NTFRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GWSTAT-FILE
           RECORDING MODE IS F.
       01  GATEWAY-STATUS-RECORD.
           05 GS-MESSAGE-ID         PIC X(29).
           05 FILLER                PIC X(1).
           05 GS-STATUS             PIC X(1).
              88 GS-DELIVERED                 VALUE 'D'.
              88 GS-BOUNCED                   VALUE 'B'.
              88 GS-FAILED                    VALUE 'F'.
           05 FILLER                PIC X(1).
           05 GS-STATUS-TIMESTAMP   PIC X(14).
           05 FILLER                PIC X(1).
           05 GS-REASON             PIC X(20).
           05 FILLER                PIC X(13).

       FD  NTFQUE-FILE
           RECORDING MODE IS F.
       COPY ENTFQUE.

       FD  NTFCON-FILE
           RECORDING MODE IS F.
       COPY ENTFCON.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  GWOUT-FILE
           RECORDING MODE IS F.
       01  GATEWAY-OUT-RECORD.
           05 GO-MESSAGE-ID         PIC X(29).
           05 GO-CHANNEL            PIC X(1).
           05 GO-ADDRESS            PIC X(60).
           05 GO-SUBJECT            PIC X(40).
           05 GO-MESSAGE-TEXT       PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EPRTQ.
       COPY EBATP.
       01  WS-GWSTAT-STATUS         PIC X(2).
           88 WS-GWSTAT-EOF                   VALUE '10'.
       01  WS-NTFQUE-STATUS         PIC X(2).
           88 WS-NTFQUE-OK                    VALUE '00'.
           88 WS-NTFQUE-EOF                   VALUE '10'.
       01  WS-NTFCON-STATUS         PIC X(2).
           88 WS-NTFCON-OK                    VALUE '00'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-EOF                      VALUE '10'.
       01  WS-GWOUT-STATUS          PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-MAX-ATTEMPTS          PIC 9(1) VALUE 3.
       01  WS-EMAIL-COUNT           PIC 9(5) VALUE 0.
       01  WS-SMS-COUNT             PIC 9(5) VALUE 0.
       01  WS-PRINTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-PRINT-FAIL-COUNT      PIC 9(5) VALUE 0.
       01  WS-DELIVERED-COUNT       PIC 9(5) VALUE 0.
       01  WS-BOUNCED-COUNT         PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT       PIC 9(5) VALUE 0.
      ******************************************************************
      *   CHANNEL SELECTION FOR THE NOTICE IN HAND.
      ******************************************************************
       01  WS-RECIPIENT-EMPLOYEE    PIC X(6).
       01  WS-CHOSEN-CHANNEL        PIC X(1).
           88 WS-SEND-EMAIL                   VALUE 'E'.
           88 WS-SEND-SMS                     VALUE 'S'.
           88 WS-SEND-PRINT                   VALUE 'P'.
       01  WS-EMAIL-USABLE-IND      PIC X(1) VALUE 'N'.
           88 WS-EMAIL-USABLE                 VALUE 'Y'.
       01  WS-SMS-USABLE-IND        PIC X(1) VALUE 'N'.
           88 WS-SMS-USABLE                   VALUE 'Y'.
       01  WS-ACTION-NOTE           PIC X(30).
       01  WS-OPEN-PRINT-QUEUE      PIC X(8) VALUE SPACES.
      ******************************************************************
      *   USER ID -> EMPLOYEE TABLE, FOR NOTICES ADDRESSED TO A USER
      *   ID (THE ON-CALL ALERT ESCALATIONS).
      ******************************************************************
       01  WS-EMPTAB-LIMIT          PIC 9(4) VALUE 2000.
       01  WS-EMPTAB-OVFL-IND       PIC X(1) VALUE 'N'.
           88 WS-EMPTAB-OVERFLOW              VALUE 'Y'.
       01  WS-EMPTAB-OVFL-LINE      PIC X(132) VALUE
           '  ** MORE USER IDS ON EMPMAS THAN THE TABLE HOLDS - SOME
      -    'NOTICES PRINTED, RAISE WS-EMPTAB-LIMIT **'.
       01  WS-EMPTAB-COUNT          PIC 9(4) VALUE 0.
       01  WS-EMPTAB-SUB            PIC 9(4) VALUE 0.
       01  WS-EMP-TABLE.
           05 WS-EMPTAB-ENTRY OCCURS 2000 TIMES.
              10 WS-ET-USER-ID      PIC X(8).
              10 WS-ET-EMPLOYEE-NBR PIC X(6).
       01  WS-LOOKUP-FOUND-IND      PIC X(1) VALUE 'N'.
           88 WS-LOOKUP-FOUND                 VALUE 'Y'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-QUEUED-TIMESTAMP   PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SOURCE-PROGRAM     PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTICE-TYPE        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-USER-ID            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-REASON             PIC X(20).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  QUEUED          SOURCE    TYPE      EMP-NO  USER-ID   AC
      -    'TION                           GATEWAY REASON'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ENTFDSP' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM APPLY-GATEWAY-STATUS.
           PERFORM DISPATCH-QUEUED-NOTICES.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           COMPUTE BAT-RECORDS-WRITTEN =
              WS-EMAIL-COUNT + WS-SMS-COUNT + WS-PRINTED-COUNT.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           OPEN I-O NTFQUE-FILE.
           OPEN I-O NTFCON-FILE.
           OPEN OUTPUT GWOUT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM LOAD-EMPLOYEE-TABLE.

       LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMP-FILE.
           PERFORM READ-NEXT-EMPLOYEE.
           PERFORM LOAD-ONE-EMPLOYEE
              UNTIL WS-EMP-EOF.
           CLOSE EMP-FILE.

       READ-NEXT-EMPLOYEE.
           READ EMP-FILE NEXT RECORD
                AT END SET WS-EMP-EOF TO TRUE
           END-READ.

       LOAD-ONE-EMPLOYEE.
           IF EM-USER-ID IS NOT EQUAL TO SPACES
              IF WS-EMPTAB-COUNT IS LESS THAN WS-EMPTAB-LIMIT
                 ADD 1 TO WS-EMPTAB-COUNT
                 MOVE EM-USER-ID
                      TO WS-ET-USER-ID(WS-EMPTAB-COUNT)
                 MOVE EM-EMPLOYEE-NUMBER
                      TO WS-ET-EMPLOYEE-NBR(WS-EMPTAB-COUNT)
              ELSE
                 SET WS-EMPTAB-OVERFLOW TO TRUE
              END-IF
           END-IF.
           PERFORM READ-NEXT-EMPLOYEE.

      ******************************************************************
      *   GATEWAY STATUS RETURN - ONE LINE PER MESSAGE THE GATEWAY
      *   HAS FINISHED WITH, KEYED BY THE NOTICE KEY IT WAS SENT
      *   UNDER.  NO FILE (OR AN EMPTY ONE) IS NORMAL.
      ******************************************************************
       APPLY-GATEWAY-STATUS.
           OPEN INPUT GWSTAT-FILE.
           PERFORM READ-NEXT-GATEWAY-STATUS.
           PERFORM APPLY-ONE-GATEWAY-STATUS
              UNTIL WS-GWSTAT-EOF.
           CLOSE GWSTAT-FILE.

       READ-NEXT-GATEWAY-STATUS.
           READ GWSTAT-FILE
                AT END SET WS-GWSTAT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       APPLY-ONE-GATEWAY-STATUS.
           MOVE GS-MESSAGE-ID TO NQ-NOTICE-KEY.
           READ NTFQUE-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-NTFQUE-OK
              OR NOT NQ-IS-SENT
              PERFORM REPORT-UNMATCHED-STATUS
           ELSE
              EVALUATE TRUE
              WHEN GS-DELIVERED
                   SET NQ-IS-DELIVERED TO TRUE
                   ADD 1 TO WS-DELIVERED-COUNT
              WHEN GS-BOUNCED
                   PERFORM FLAG-CONTACT-BOUNCED
                   SET NQ-IS-QUEUED TO TRUE
                   MOVE 'BOUNCED - REQUEUED' TO WS-ACTION-NOTE
                   PERFORM PRINT-NOTICE-LINE
                   ADD 1 TO WS-BOUNCED-COUNT
              WHEN GS-FAILED
                   SET NQ-IS-QUEUED TO TRUE
                   MOVE 'GATEWAY FAILED - REQUEUED' TO WS-ACTION-NOTE
                   PERFORM PRINT-NOTICE-LINE
                   ADD 1 TO WS-FAILED-COUNT
              WHEN OTHER
                   PERFORM REPORT-UNMATCHED-STATUS
              END-EVALUATE
              IF GS-DELIVERED OR GS-BOUNCED OR GS-FAILED
                 IF GS-STATUS-TIMESTAMP IS EQUAL TO SPACES
                    MOVE WS-CURRENT-DATE TO NQ-STATUS-TIMESTAMP
                 ELSE
                    MOVE GS-STATUS-TIMESTAMP TO NQ-STATUS-TIMESTAMP
                 END-IF
                 MOVE GS-REASON TO NQ-GATEWAY-REASON
                 REWRITE NOTIFICATION-QUEUE-RECORD
              END-IF
           END-IF.
           PERFORM READ-NEXT-GATEWAY-STATUS.

       FLAG-CONTACT-BOUNCED.
      *    ONLY THE CHANNEL THE NOTICE WENT OUT ON IS FLAGGED - THE
      *    OTHER ONE STAYS IN PLAY FOR THE RETRY
           MOVE NQ-EMPLOYEE-NUMBER TO NC-EMPLOYEE-NUMBER.
           IF NQ-EMPLOYEE-NUMBER IS EQUAL TO SPACES
              MOVE NQ-USER-ID TO WS-RECIPIENT-EMPLOYEE
              PERFORM RESOLVE-USER-ID
              MOVE WS-RECIPIENT-EMPLOYEE TO NC-EMPLOYEE-NUMBER
           END-IF.
           READ NTFCON-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-NTFCON-OK
              IF NQ-BY-SMS
                 SET NC-SMS-BOUNCED TO TRUE
              ELSE
                 SET NC-EMAIL-BOUNCED TO TRUE
              END-IF
              MOVE WS-CURRENT-DATE TO NC-LAST-UPDATED
              REWRITE NOTIFY-CONTACT-RECORD
           END-IF.

       REPORT-UNMATCHED-STATUS.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE GS-MESSAGE-ID(1:14)  TO DL-QUEUED-TIMESTAMP.
           MOVE GS-MESSAGE-ID(15:8)  TO DL-SOURCE-PROGRAM.
           MOVE 'STATUS NOT MATCHED - IGNORED' TO DL-NOTE.
           MOVE GS-REASON            TO DL-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-UNMATCHED-COUNT.

      ******************************************************************
      *   OUTBOUND QUEUE - EVERYTHING STILL QUEUED, OLDEST FIRST.
      ******************************************************************
       DISPATCH-QUEUED-NOTICES.
           MOVE LOW-VALUES TO NQ-NOTICE-KEY.
           START NTFQUE-FILE KEY IS GREATER THAN OR EQUAL TO
                 NQ-NOTICE-KEY
                 INVALID KEY SET WS-NTFQUE-EOF TO TRUE
           END-START.
           IF NOT WS-NTFQUE-EOF
              PERFORM READ-NEXT-NOTICE
           END-IF.
           PERFORM DISPATCH-ONE-NOTICE
              UNTIL WS-NTFQUE-EOF.

       READ-NEXT-NOTICE.
           READ NTFQUE-FILE NEXT RECORD
                AT END SET WS-NTFQUE-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       DISPATCH-ONE-NOTICE.
           IF NQ-IS-QUEUED
              PERFORM SELECT-CHANNEL
              EVALUATE TRUE
              WHEN WS-SEND-EMAIL
                   PERFORM SEND-TO-GATEWAY
                   ADD 1 TO WS-EMAIL-COUNT
              WHEN WS-SEND-SMS
                   PERFORM SEND-TO-GATEWAY
                   ADD 1 TO WS-SMS-COUNT
              WHEN OTHER
                   PERFORM PRINT-ONE-NOTICE
              END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-NOTICE.

       SELECT-CHANNEL.
      *    A NOTICE THAT HAS USED UP ITS SENDS, OR WHOSE RECIPIENT
      *    CANNOT BE RESOLVED TO AN EMPLOYEE, FALLS BACK TO PRINT
           SET WS-SEND-PRINT TO TRUE.
           MOVE NQ-EMPLOYEE-NUMBER TO WS-RECIPIENT-EMPLOYEE.
           IF NQ-EMPLOYEE-NUMBER IS EQUAL TO SPACES
              PERFORM RESOLVE-USER-ID
           END-IF.
           EVALUATE TRUE
           WHEN NQ-ATTEMPT-COUNT IS NOT LESS THAN WS-MAX-ATTEMPTS
                MOVE 'PRINTED - SENDS USED UP' TO WS-ACTION-NOTE
           WHEN WS-RECIPIENT-EMPLOYEE IS EQUAL TO SPACES
                MOVE 'PRINTED - NO EMPLOYEE' TO WS-ACTION-NOTE
           WHEN OTHER
                PERFORM SELECT-CONTACT-CHANNEL
           END-EVALUATE.

       SELECT-CONTACT-CHANNEL.
      *    PREFERRED CHANNEL FIRST, THE OTHER ONE NEXT - A CHANNEL
      *    IS USABLE WHEN IT HAS AN ADDRESS THAT HAS NOT BOUNCED
           MOVE WS-RECIPIENT-EMPLOYEE TO NC-EMPLOYEE-NUMBER.
           READ NTFCON-FILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE 'N' TO WS-EMAIL-USABLE-IND.
           MOVE 'N' TO WS-SMS-USABLE-IND.
           IF WS-NTFCON-OK
              IF NC-EMAIL-ADDRESS IS NOT EQUAL TO SPACES
                 AND NOT NC-EMAIL-BOUNCED
                 SET WS-EMAIL-USABLE TO TRUE
              END-IF
              IF NC-MOBILE-NUMBER IS NOT EQUAL TO SPACES
                 AND NOT NC-SMS-BOUNCED
                 SET WS-SMS-USABLE TO TRUE
              END-IF
           END-IF.
           EVALUATE TRUE
           WHEN NOT WS-NTFCON-OK
                MOVE 'PRINTED - NO CONTACT ON FILE' TO WS-ACTION-NOTE
           WHEN NC-PREFERS-PRINT
                MOVE 'PRINTED - PRINT PREFERRED' TO WS-ACTION-NOTE
           WHEN NC-PREFERS-SMS AND WS-SMS-USABLE
                SET WS-SEND-SMS TO TRUE
           WHEN WS-EMAIL-USABLE
                SET WS-SEND-EMAIL TO TRUE
           WHEN WS-SMS-USABLE
                SET WS-SEND-SMS TO TRUE
           WHEN OTHER
                MOVE 'PRINTED - NO USABLE CHANNEL' TO WS-ACTION-NOTE
           END-EVALUATE.

       RESOLVE-USER-ID.
           MOVE SPACES TO WS-RECIPIENT-EMPLOYEE.
           MOVE 'N' TO WS-LOOKUP-FOUND-IND.
           PERFORM FIND-EMPLOYEE-BY-USER-ID
              VARYING WS-EMPTAB-SUB FROM 1 BY 1
              UNTIL WS-EMPTAB-SUB IS GREATER THAN WS-EMPTAB-COUNT
              OR WS-LOOKUP-FOUND.

       FIND-EMPLOYEE-BY-USER-ID.
           IF WS-ET-USER-ID(WS-EMPTAB-SUB) IS EQUAL TO NQ-USER-ID
              MOVE WS-ET-EMPLOYEE-NBR(WS-EMPTAB-SUB)
                   TO WS-RECIPIENT-EMPLOYEE
              SET WS-LOOKUP-FOUND TO TRUE
           END-IF.

       SEND-TO-GATEWAY.
           INITIALIZE GATEWAY-OUT-RECORD.
           MOVE NQ-NOTICE-KEY   TO GO-MESSAGE-ID.
           MOVE WS-CHOSEN-CHANNEL TO GO-CHANNEL.
           IF WS-SEND-SMS
              MOVE NC-MOBILE-NUMBER TO GO-ADDRESS
              MOVE 'SMS SENT'       TO WS-ACTION-NOTE
           ELSE
              MOVE NC-EMAIL-ADDRESS TO GO-ADDRESS
              MOVE 'E-MAIL SENT'    TO WS-ACTION-NOTE
           END-IF.
           MOVE NQ-SUBJECT      TO GO-SUBJECT.
           MOVE NQ-MESSAGE-TEXT TO GO-MESSAGE-TEXT.
           WRITE GATEWAY-OUT-RECORD.
           SET NQ-IS-SENT TO TRUE.
           MOVE WS-CHOSEN-CHANNEL TO NQ-CHANNEL.
           ADD 1 TO NQ-ATTEMPT-COUNT.
           MOVE WS-CURRENT-DATE TO NQ-STATUS-TIMESTAMP.
           MOVE SPACES TO NQ-GATEWAY-REASON.
           REWRITE NOTIFICATION-QUEUE-RECORD.
           PERFORM PRINT-NOTICE-LINE.

       PRINT-ONE-NOTICE.
      *    ONE PRINT QUEUE IS OPEN AT A TIME - A NOTICE FOR ANOTHER
      *    QUEUE CLOSES THE CURRENT ONE FIRST.  A QUEUE EPRTRTE
      *    REJECTS LEAVES THE NOTICE QUEUED FOR THE NEXT RUN
           IF NQ-PRINT-QUEUE-ID IS NOT EQUAL TO WS-OPEN-PRINT-QUEUE
              IF WS-OPEN-PRINT-QUEUE IS NOT EQUAL TO SPACES
                 SET PRTQ-CLOSE TO TRUE
                 CALL 'EPRTRTE' USING PRTQ-PARAMETERS
                 MOVE SPACES TO WS-OPEN-PRINT-QUEUE
              END-IF
              MOVE NQ-PRINT-QUEUE-ID TO PRTQ-QUEUE-ID
              MOVE 'ENTFDSP' TO PRTQ-REPORT-ID
              SET PRTQ-OPEN TO TRUE
              CALL 'EPRTRTE' USING PRTQ-PARAMETERS
              IF PRTQ-OK
                 MOVE NQ-PRINT-QUEUE-ID TO WS-OPEN-PRINT-QUEUE
              END-IF
           END-IF.
           IF NQ-PRINT-QUEUE-ID IS NOT EQUAL TO WS-OPEN-PRINT-QUEUE
              MOVE 'PRINT QUEUE REJECTED' TO WS-ACTION-NOTE
              ADD 1 TO WS-PRINT-FAIL-COUNT
           ELSE
              MOVE NQ-MESSAGE-TEXT TO PRTQ-REPORT-LINE
              SET PRTQ-WRITE TO TRUE
              CALL 'EPRTRTE' USING PRTQ-PARAMETERS
              SET NQ-IS-PRINTED TO TRUE
              SET NQ-BY-PRINT TO TRUE
              MOVE WS-CURRENT-DATE TO NQ-STATUS-TIMESTAMP
              REWRITE NOTIFICATION-QUEUE-RECORD
              ADD 1 TO WS-PRINTED-COUNT
           END-IF.
           PERFORM PRINT-NOTICE-LINE.

       PRINT-NOTICE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE NQ-QUEUED-TIMESTAMP TO DL-QUEUED-TIMESTAMP.
           MOVE NQ-SOURCE-PROGRAM   TO DL-SOURCE-PROGRAM.
           MOVE NQ-NOTICE-TYPE      TO DL-NOTICE-TYPE.
           MOVE NQ-EMPLOYEE-NUMBER  TO DL-EMPLOYEE-NUMBER.
           MOVE NQ-USER-ID          TO DL-USER-ID.
           MOVE WS-ACTION-NOTE      TO DL-NOTE.
           MOVE NQ-GATEWAY-REASON   TO DL-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           IF WS-OPEN-PRINT-QUEUE IS NOT EQUAL TO SPACES
              SET PRTQ-CLOSE TO TRUE
              CALL 'EPRTRTE' USING PRTQ-PARAMETERS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  E-MAIL SENT: ' DELIMITED BY SIZE
                  WS-EMAIL-COUNT DELIMITED BY SIZE
                  '  SMS SENT: ' DELIMITED BY SIZE
                  WS-SMS-COUNT DELIMITED BY SIZE
                  '  PRINTED: ' DELIMITED BY SIZE
                  WS-PRINTED-COUNT DELIMITED BY SIZE
                  '  PRINT FAILURES: ' DELIMITED BY SIZE
                  WS-PRINT-FAIL-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  DELIVERED: ' DELIMITED BY SIZE
                  WS-DELIVERED-COUNT DELIMITED BY SIZE
                  '  BOUNCED: ' DELIMITED BY SIZE
                  WS-BOUNCED-COUNT DELIMITED BY SIZE
                  '  GATEWAY FAILURES: ' DELIMITED BY SIZE
                  WS-FAILED-COUNT DELIMITED BY SIZE
                  '  UNMATCHED STATUS: ' DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-EMPTAB-OVERFLOW
              MOVE WS-EMPTAB-OVFL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE NTFQUE-FILE.
           CLOSE NTFCON-FILE.
           CLOSE GWOUT-FILE.
           CLOSE REPORT-FILE.
           IF WS-BOUNCED-COUNT IS GREATER THAN ZERO
              OR WS-UNMATCHED-COUNT IS GREATER THAN ZERO
              OR WS-PRINT-FAIL-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-EMPTAB-OVERFLOW
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'NOTICES E-MAILED: ' WS-EMAIL-COUNT
                   ' SMS: ' WS-SMS-COUNT
                   ' PRINTED: ' WS-PRINTED-COUNT.
