       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTFRTE.
      ******************************************************************
      *   OUTBOUND NOTIFICATION QUEUEING ROUTINE.-
      *      - ONE CALLABLE PLACE FOR A BATCH PROGRAM TO RAISE A
      *        NOTICE FOR AN EMPLOYEE (RENEWAL, DOCUMENT EXPIRY,
      *        VIOLATION ...) - THE NOTICE IS WRITTEN TO THE ENTFQUE
      *        OUTBOUND QUEUE AND ENTFDSP DECIDES LATER WHETHER IT
      *        GOES BY E-MAIL, BY SMS OR TO PRINT.
      *      - CALLED WITH NTF-PARAMETERS (COPY ENTFP).  THE QUEUE
      *        IS OPENED ON THE FIRST CALL AND STAYS OPEN UNTIL THE
      *        CALLER'S CLOSE AT END OF JOB.  A NOTICE WITH NEITHER
      *        AN EMPLOYEE NOR A USER ID IS REFUSED (RC 97) SO THE
      *        CALLER CAN PRINT IT ITSELF.
      *      - NATIVE FILE I-O - FOR BATCH CALLERS ONLY.  CICS
      *        PROGRAMS WRITE THE ENTFQUE RECORD DIRECTLY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTFQUE-FILE ASSIGN TO ENTFQUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NQ-NOTICE-KEY
                  FILE STATUS IS WS-NTFQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NTFQUE-FILE
           RECORDING MODE IS F.
       COPY ENTFQUE.

       WORKING-STORAGE SECTION.
       01  WS-NTFQUE-STATUS         PIC X(2).
           88 WS-NTFQUE-OK                    VALUE '00'.
       01  WS-NTFQUE-OPEN-IND       PIC X(1) VALUE 'N'.
           88 WS-NTFQUE-OPEN                  VALUE 'Y'.
       01  WS-NOTICE-SEQUENCE       PIC 9(7) VALUE 0.
       01  WS-QUEUE-TRIES           PIC 9(2) VALUE 0.
       01  WS-QUEUED-IND            PIC X(1) VALUE 'N'.
           88 WS-QUEUED                       VALUE 'Y'.

       LINKAGE SECTION.
       COPY ENTFP.

       PROCEDURE DIVISION USING NTF-PARAMETERS.
       MAIN-PROCESS.
           MOVE 00 TO NTF-RETURN-CODE.
           EVALUATE TRUE
              WHEN NTF-QUEUE
                   PERFORM QUEUE-ONE-NOTICE
              WHEN NTF-CLOSE
                   PERFORM CLOSE-QUEUE
              WHEN OTHER
                   SET NTF-ERROR TO TRUE
           END-EVALUATE.
           GOBACK.

       OPEN-QUEUE-ONCE.
      *    THE QUEUE STAYS OPEN ACROSS CALLS WITHIN ONE RUN
           IF NOT WS-NTFQUE-OPEN
              OPEN I-O NTFQUE-FILE
              IF WS-NTFQUE-OK
                 SET WS-NTFQUE-OPEN TO TRUE
              END-IF
           END-IF.

       QUEUE-ONE-NOTICE.
           IF NTF-EMPLOYEE-NUMBER IS EQUAL TO SPACES
              AND NTF-USER-ID IS EQUAL TO SPACES
              SET NTF-NO-RECIPIENT TO TRUE
           ELSE
              PERFORM OPEN-QUEUE-ONCE
              IF NOT WS-NTFQUE-OPEN
                 SET NTF-ERROR TO TRUE
              ELSE
                 PERFORM BUILD-QUEUE-RECORD
                 MOVE 'N'  TO WS-QUEUED-IND
                 MOVE ZERO TO WS-QUEUE-TRIES
                 PERFORM WRITE-QUEUE-RECORD
                    UNTIL WS-QUEUED
                    OR WS-QUEUE-TRIES IS GREATER THAN 9
                 IF NOT WS-QUEUED
                    SET NTF-ERROR TO TRUE
                 END-IF
              END-IF
           END-IF.

       BUILD-QUEUE-RECORD.
           INITIALIZE NOTIFICATION-QUEUE-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NQ-QUEUED-TIMESTAMP.
           MOVE NTF-SOURCE-PROGRAM  TO NQ-SOURCE-PROGRAM.
           MOVE NTF-EMPLOYEE-NUMBER TO NQ-EMPLOYEE-NUMBER.
           MOVE NTF-USER-ID         TO NQ-USER-ID.
           MOVE NTF-NOTICE-TYPE     TO NQ-NOTICE-TYPE.
           MOVE NTF-SUBJECT         TO NQ-SUBJECT.
           MOVE NTF-MESSAGE-TEXT    TO NQ-MESSAGE-TEXT.
           IF NTF-PRINT-QUEUE-ID IS EQUAL TO SPACES
              MOVE 'FACILITY' TO NQ-PRINT-QUEUE-ID
           ELSE
              MOVE NTF-PRINT-QUEUE-ID TO NQ-PRINT-QUEUE-ID
           END-IF.
           SET NQ-IS-QUEUED TO TRUE.
           MOVE SPACES TO NQ-CHANNEL.
           MOVE ZERO   TO NQ-ATTEMPT-COUNT.
           MOVE NQ-QUEUED-TIMESTAMP TO NQ-STATUS-TIMESTAMP.

       WRITE-QUEUE-RECORD.
      *    A KEY ALREADY TAKEN (A RERUN OF THE SAME JOB IN THE SAME
      *    SECOND) STEPS THE SEQUENCE ON
           ADD 1 TO WS-QUEUE-TRIES.
           ADD 1 TO WS-NOTICE-SEQUENCE.
           MOVE WS-NOTICE-SEQUENCE TO NQ-SEQUENCE-NUMBER.
           WRITE NOTIFICATION-QUEUE-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           IF WS-NTFQUE-OK
              SET WS-QUEUED TO TRUE
           END-IF.

       CLOSE-QUEUE.
           IF WS-NTFQUE-OPEN
              CLOSE NTFQUE-FILE
              MOVE 'N' TO WS-NTFQUE-OPEN-IND
           END-IF.
