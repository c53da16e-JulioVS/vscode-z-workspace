       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJOBSTS.
      ******************************************************************
      *   ON-DEMAND JOB RUN STATUS STEP.-
      *      - ADDED BY THE EJOBP SCREEN AS THE LAST STEP (COND=EVEN)
      *        OF EVERY JOB IT SUBMITS.  THE SYSIN CARD CARRIES THE
      *        EJOBREQ REQUEST KEY (JOB NAME COLS 1-8, REQUEST
      *        TIMESTAMP COLS 9-22) AND THE PROGRAM WHOSE BATCHLOG
      *        RECORDS REPORT THE RUN (COLS 24-31).
      *      - THE FIRST START RECORD OF THAT PROGRAM AT OR AFTER THE
      *        REQUEST TIME, AND THE FIRST END RECORD AFTER IT, ARE
      *        COPIED ONTO THE REQUEST - COMPLETED WITH ITS RETURN
      *        CODE, STARTED WITH NO END RECORD (THE STEP ABENDED), OR
      *        NOT RUN AT ALL (THE STEP WAS BYPASSED OR THE JOB FAILED
      *        BEFORE IT).
      *      - ENDS RC=8 WHEN THE CARD IS BLANK OR THE REQUEST IS NOT
      *        ON EJOBREQ.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCHLOG-FILE ASSIGN TO BATCHLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BATCHLOG-STATUS.

           SELECT JOBREQ-FILE ASSIGN TO EJOBREQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS JQ-REQUEST-KEY
                  FILE STATUS IS WS-JOBREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCHLOG-FILE
           RECORDING MODE IS F.
       COPY EBATLOG.

       FD  JOBREQ-FILE
           RECORDING MODE IS F.
       COPY EJOBREQ.

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-BATCHLOG-STATUS       PIC X(2).
           88 WS-BATCHLOG-EOF                 VALUE '10'.
       01  WS-JOBREQ-STATUS         PIC X(2).
           88 WS-JOBREQ-OK                    VALUE '00'.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-UPDATED-COUNT         PIC 9(7) VALUE 0.
       01  WS-SYSIN-CARD.
           05 WS-SC-REQUEST-KEY.
              10 WS-SC-JOB-NAME     PIC X(8).
              10 WS-SC-REQUEST-TS   PIC X(14).
           05 FILLER                PIC X(1).
           05 WS-SC-BATLOG-NAME     PIC X(8).
           05 FILLER                PIC X(49).
       01  WS-RUN-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-END-TS            PIC X(14) VALUE SPACES.
       01  WS-RUN-RETURN-CODE       PIC 9(4)  VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EJOBSTS' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           MOVE SPACES TO WS-SYSIN-CARD.
           ACCEPT WS-SYSIN-CARD FROM SYSIN.
           IF WS-SC-BATLOG-NAME IS EQUAL TO SPACES
              MOVE WS-SC-JOB-NAME TO WS-SC-BATLOG-NAME
           END-IF.
           IF WS-SC-JOB-NAME IS EQUAL TO SPACES
              OR WS-SC-REQUEST-TS IS EQUAL TO SPACES
              DISPLAY 'EJOBSTS - NO REQUEST KEY ON THE SYSIN CARD'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM SCAN-BATCHLOG
              PERFORM UPDATE-REQUEST
           END-IF.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-UPDATED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       SCAN-BATCHLOG.
           OPEN INPUT BATCHLOG-FILE.
           PERFORM READ-NEXT-BATCHLOG.
           PERFORM CHECK-ONE-EVENT
              UNTIL WS-BATCHLOG-EOF.
           CLOSE BATCHLOG-FILE.

       READ-NEXT-BATCHLOG.
           READ BATCHLOG-FILE
                AT END SET WS-BATCHLOG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-EVENT.
           IF BL-JOB-NAME IS EQUAL TO WS-SC-BATLOG-NAME
              AND BL-EVENT-TIMESTAMP IS NOT LESS THAN WS-SC-REQUEST-TS
              EVALUATE TRUE
              WHEN BL-IS-START
                   AND WS-RUN-START-TS IS EQUAL TO SPACES
                   MOVE BL-EVENT-TIMESTAMP TO WS-RUN-START-TS
              WHEN BL-IS-END
                   AND WS-RUN-START-TS IS NOT EQUAL TO SPACES
                   AND WS-RUN-END-TS IS EQUAL TO SPACES
                   MOVE BL-EVENT-TIMESTAMP TO WS-RUN-END-TS
                   MOVE BL-RETURN-CODE     TO WS-RUN-RETURN-CODE
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-BATCHLOG.

       UPDATE-REQUEST.
           OPEN I-O JOBREQ-FILE.
           MOVE WS-SC-REQUEST-KEY TO JQ-REQUEST-KEY.
           READ JOBREQ-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-JOBREQ-OK
              DISPLAY 'EJOBSTS - REQUEST NOT ON EJOBREQ: '
                      WS-SC-REQUEST-KEY
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-RUN-START-TS    TO JQ-RUN-START-TS
              MOVE WS-RUN-END-TS      TO JQ-RUN-END-TS
              MOVE WS-RUN-RETURN-CODE TO JQ-RETURN-CODE
              EVALUATE TRUE
              WHEN WS-RUN-END-TS IS NOT EQUAL TO SPACES
                   SET JQ-IS-COMPLETED TO TRUE
              WHEN WS-RUN-START-TS IS NOT EQUAL TO SPACES
                   SET JQ-IS-INCOMPLETE TO TRUE
              WHEN OTHER
                   SET JQ-IS-NOT-RUN TO TRUE
              END-EVALUATE
              REWRITE JOB-REQUEST-RECORD
                    INVALID KEY CONTINUE
              END-REWRITE
              ADD 1 TO WS-UPDATED-COUNT
              DISPLAY 'EJOBSTS - ' WS-SC-REQUEST-KEY
                      ' STATUS ' JQ-STATUS ' RC ' JQ-RETURN-CODE
           END-IF.
           CLOSE JOBREQ-FILE.
