       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARREDAP.
      ******************************************************************
      *   ANNUAL PARKING SPACE RE-DRAW - APPLY RUN.-
      *      - APPLIES THE REVIEWED REDRWPRP PROPOSAL FILE FROM
      *        CARREDRW: EACH PERMIT'S CARFILE RECORD GETS ITS NEW LOT
      *        AND SPACE (OR LOSES ITS SPACE WHEN UNPLACED), AND EVERY
      *        EMPLOYEE GETS A TARGETED EUSRMSG NOTICE SHOWING THE
      *        LOT AND SPACE THEY HELD BEFORE AND THE ONE THEY HOLD
      *        NOW.
      *      - EVERY UNPLACED PERMIT IS PUT ON THE CARWAIT LIST FOR
      *        ITS FIRST-CHOICE LOT, IN DRAW ORDER, SO CARWAITB HANDS
      *        OUT THE NEXT FREED SPACES BY SENIORITY.
      *      - A PERMIT WHOSE CARFILE LOT OR SPACE CHANGED BETWEEN THE
      *        DRAW AND THIS RUN IS LEFT ALONE AND REPORTED (RC=4) -
      *        FACILITIES SETTLES IT BY HAND.
      *      - LT-ASSIGNED-COUNT IS THEN RECOUNTED FOR EVERY LOT FROM
      *        CARFILE.
      *      - SAFE TO RERUN - A PERMIT ALREADY HOLDING ITS PROPOSED
      *        LOT AND SPACE IS SKIPPED, AND THE NOTICE AND WAITLIST
      *        KEYS COME FROM THE DRAW DATE AND RANK, SO NOTHING IS
      *        SENT OR WAITLISTED TWICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO REDRWPRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT CARFILE-FILE ASSIGN TO CARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CF-CARFILE-KEY
                  FILE STATUS IS WS-CARFILE-STATUS.

           SELECT CARLOT-FILE ASSIGN TO CARLOT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LT-LOT-NUMBER
                  FILE STATUS IS WS-CARLOT-STATUS.

           SELECT CARWAIT-FILE ASSIGN TO CARWAIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WL-WAIT-KEY
                  FILE STATUS IS WS-CARWAIT-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT USRMSG-FILE ASSIGN TO EUSRMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MS-MESSAGE-KEY
                  FILE STATUS IS WS-USRMSG-STATUS.

           SELECT REPORT-FILE ASSIGN TO REDAPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE
           RECORDING MODE IS F.
       COPY CARREDRW.

       FD  CARFILE-FILE
           RECORDING MODE IS F.
       COPY CARFILE.

       FD  CARLOT-FILE
           RECORDING MODE IS F.
       COPY CARLOT.

       FD  CARWAIT-FILE
           RECORDING MODE IS F.
       COPY CARWAIT.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  USRMSG-FILE
           RECORDING MODE IS F.
       COPY EUSRMSG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-PROPOSAL-STATUS       PIC X(2).
           88 WS-PROPOSAL-EOF                 VALUE '10'.
       01  WS-CARFILE-STATUS        PIC X(2).
           88 WS-CARFILE-OK                   VALUE '00'.
           88 WS-CARFILE-EOF                  VALUE '10'.
       01  WS-CARLOT-STATUS         PIC X(2).
           88 WS-CARLOT-EOF                   VALUE '10'.
       01  WS-CARWAIT-STATUS        PIC X(2).
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-OK                       VALUE '00'.
       01  WS-USRMSG-STATUS         PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
       01  WS-WAITLISTED-COUNT      PIC 9(5) VALUE 0.
       01  WS-ALREADY-COUNT         PIC 9(5) VALUE 0.
       01  WS-CONFLICT-COUNT        PIC 9(5) VALUE 0.
       01  WS-CURRENT-LOT           PIC X(2).
       01  WS-CURRENT-SPACE         PIC X(4).
      *    ONE PERMIT'S WAITLIST AND NOTICE KEYS - THE DRAW DATE WITH
      *    THE DRAW RANK IN THE TIME POSITIONS, SO THE DRAW ORDER
      *    SURVIVES ON CARWAIT, TWO VEHICLES OF ONE EMPLOYEE DO NOT
      *    COLLIDE ON EUSRMSG, AND A RERUN CANNOT FILE EITHER TWICE
       01  WS-DRAW-STAMP.
           05 WS-DS-DATE            PIC X(8).
           05 WS-DS-ZERO            PIC X(1) VALUE '0'.
           05 WS-DS-RANK            PIC 9(5).
       01  WS-OLD-PLACE             PIC X(20).
       01  WS-NEW-PLACE             PIC X(20).
      ******************************************************************
      *   LOT ASSIGNED-COUNT RECOUNT.
      ******************************************************************
       01  WS-LOTTAB-LIMIT          PIC 9(3) VALUE 100.
       01  WS-LOTTAB-COUNT          PIC 9(3) VALUE 0.
       01  WS-LOTTAB-SUB            PIC 9(3) VALUE 0.
       01  WS-LOTTAB-FOUND-IND      PIC X(1) VALUE 'N'.
           88 WS-LOTTAB-FOUND                 VALUE 'Y'.
       01  WS-LOT-TABLE.
           05 WS-LOTTAB-ENTRY OCCURS 100 TIMES.
              10 WS-LC-LOT-NUMBER   PIC X(2).
              10 WS-LC-COUNT        PIC 9(4).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DRAW-RANK          PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-VEHICLE-SEQUENCE   PIC 9(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-OLD-PLACE          PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NEW-PLACE          PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-ACTION             PIC X(34).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '   RANK  EMP-NO  VS  BEFORE                AFTER        ACTI
      -    'ON'.
       01  WS-LOT-LINE.
           05 FILLER                PIC X(6)  VALUE '  LOT '.
           05 LL-LOT-NUMBER         PIC X(2).
           05 FILLER                PIC X(18) VALUE
              '  ASSIGNED COUNT '.
           05 LL-COUNT              PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CARREDAP' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM READ-NEXT-PROPOSAL.
           PERFORM APPLY-ONE-PROPOSAL
              UNTIL WS-PROPOSAL-EOF.
           PERFORM RECOUNT-LOT-ASSIGNMENTS.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-APPLIED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           OPEN INPUT PROPOSAL-FILE.
           OPEN I-O CARFILE-FILE.
           OPEN I-O CARWAIT-FILE.
           OPEN INPUT EMP-FILE.
           OPEN I-O USRMSG-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-NEXT-PROPOSAL.
           READ PROPOSAL-FILE
                AT END SET WS-PROPOSAL-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       APPLY-ONE-PROPOSAL.
           MOVE RD-DRAW-DATE TO WS-DS-DATE.
           MOVE RD-DRAW-RANK TO WS-DS-RANK.
           MOVE RD-CARFILE-KEY TO CF-CARFILE-KEY.
           READ CARFILE-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-CARFILE-OK
              ADD 1 TO WS-CONFLICT-COUNT
              MOVE 'SKIPPED - VEHICLE NO LONGER ON FILE' TO DL-ACTION
           ELSE
              MOVE CF-LOT-NUMBER   TO WS-CURRENT-LOT
              MOVE CF-SPACE-NUMBER TO WS-CURRENT-SPACE
              IF WS-CURRENT-LOT IS EQUAL TO LOW-VALUES
                 MOVE SPACES TO WS-CURRENT-LOT
              END-IF
              IF WS-CURRENT-SPACE IS EQUAL TO LOW-VALUES
                 MOVE SPACES TO WS-CURRENT-SPACE
              END-IF
              PERFORM DECIDE-ONE-PROPOSAL
           END-IF.
           PERFORM FORMAT-PLACES.
           PERFORM PRINT-ACTION-LINE.
           PERFORM READ-NEXT-PROPOSAL.

       DECIDE-ONE-PROPOSAL.
      *    STILL WHERE THE DRAW FOUND IT - APPLY.  ALREADY WHERE THE
      *    DRAW PUT IT - AN EARLIER RUN GOT HERE FIRST.  ANYWHERE ELSE
      *    - SOMEONE MOVED IT SINCE THE REVIEW
           IF WS-CURRENT-LOT IS EQUAL TO RD-OLD-LOT-NUMBER
              AND WS-CURRENT-SPACE IS EQUAL TO RD-OLD-SPACE-NUMBER
              PERFORM APPLY-NEW-PLACE
           ELSE
              IF WS-CURRENT-LOT IS EQUAL TO RD-NEW-LOT-NUMBER
                 AND WS-CURRENT-SPACE IS EQUAL TO RD-NEW-SPACE-NUMBER
                 ADD 1 TO WS-ALREADY-COUNT
                 MOVE 'ALREADY APPLIED' TO DL-ACTION
              ELSE
                 ADD 1 TO WS-CONFLICT-COUNT
                 MOVE 'SKIPPED - CHANGED SINCE THE DRAW' TO DL-ACTION
              END-IF
           END-IF.

       APPLY-NEW-PLACE.
           MOVE RD-NEW-LOT-NUMBER   TO CF-LOT-NUMBER.
           MOVE RD-NEW-SPACE-NUMBER TO CF-SPACE-NUMBER.
           REWRITE CAR-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           IF RD-IS-AWARDED
              MOVE 'APPLIED - EMPLOYEE TOLD' TO DL-ACTION
           ELSE
              PERFORM WAITLIST-UNPLACED-PERMIT
           END-IF.
           PERFORM QUEUE-REDRAW-NOTICE.

       WAITLIST-UNPLACED-PERMIT.
           IF RD-WAITLIST-LOT IS EQUAL TO SPACES
              MOVE 'NO SPACE - NO LOT TO WAITLIST' TO DL-ACTION
           ELSE
              INITIALIZE WAIT-LIST-RECORD
              MOVE RD-WAITLIST-LOT     TO WL-LOT-NUMBER
              MOVE WS-DRAW-STAMP       TO WL-QUEUED-TIMESTAMP
              MOVE RD-EMPLOYEE-NUMBER  TO WL-EMPLOYEE-NUMBER
              MOVE RD-VEHICLE-SEQUENCE TO WL-VEHICLE-SEQUENCE
              SET WL-IS-WAITING TO TRUE
              WRITE WAIT-LIST-RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO WS-WAITLISTED-COUNT
              END-WRITE
              MOVE SPACES TO DL-ACTION
              STRING 'NO SPACE - WAITLISTED LOT ' DELIMITED BY SIZE
                     RD-WAITLIST-LOT DELIMITED BY SIZE
                     INTO DL-ACTION
              END-STRING
           END-IF.

       QUEUE-REDRAW-NOTICE.
      *    THE BEFORE/AFTER NOTICE - SEEN AT THE EMPLOYEE'S NEXT
      *    SIGN-ON
           MOVE RD-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMP-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-EMP-OK
              AND EM-USER-ID IS NOT EQUAL TO SPACES
              PERFORM FORMAT-PLACES
              INITIALIZE USER-MESSAGE-RECORD
              MOVE EM-USER-ID      TO MS-USER-ID
              MOVE WS-DRAW-STAMP   TO MS-MESSAGE-TIMESTAMP
              MOVE WS-CURRENT-DATE TO MS-EFFECTIVE-TIMESTAMP
              MOVE SPACES          TO MS-EXPIRY-TIMESTAMP
              MOVE 'N'             TO MS-DELIVERED-IND
              STRING 'Parking re-draw: was ' DELIMITED BY SIZE
                     WS-OLD-PLACE DELIMITED BY '  '
                     ', now ' DELIMITED BY SIZE
                     WS-NEW-PLACE DELIMITED BY '  '
                     '.' DELIMITED BY SIZE
                     INTO MS-MESSAGE-TEXT
              END-STRING
              WRITE USER-MESSAGE-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-IF.

       FORMAT-PLACES.
           MOVE SPACES TO WS-OLD-PLACE.
           IF RD-OLD-LOT-NUMBER IS EQUAL TO SPACES
              MOVE 'no space' TO WS-OLD-PLACE
           ELSE
              STRING 'lot ' DELIMITED BY SIZE
                     RD-OLD-LOT-NUMBER DELIMITED BY SIZE
                     ' space ' DELIMITED BY SIZE
                     RD-OLD-SPACE-NUMBER DELIMITED BY SIZE
                     INTO WS-OLD-PLACE
              END-STRING
           END-IF.
           MOVE SPACES TO WS-NEW-PLACE.
           IF RD-IS-AWARDED
              STRING 'lot ' DELIMITED BY SIZE
                     RD-NEW-LOT-NUMBER DELIMITED BY SIZE
                     ' space ' DELIMITED BY SIZE
                     RD-NEW-SPACE-NUMBER DELIMITED BY SIZE
                     INTO WS-NEW-PLACE
              END-STRING
           ELSE
              IF RD-WAITLIST-LOT IS EQUAL TO SPACES
                 MOVE 'no space' TO WS-NEW-PLACE
              ELSE
                 STRING 'waitlisted lot ' DELIMITED BY SIZE
                        RD-WAITLIST-LOT DELIMITED BY SIZE
                        INTO WS-NEW-PLACE
                 END-STRING
              END-IF
           END-IF.

       PRINT-ACTION-LINE.
           MOVE RD-DRAW-RANK        TO DL-DRAW-RANK.
           MOVE RD-EMPLOYEE-NUMBER  TO DL-EMPLOYEE-NUMBER.
           MOVE RD-VEHICLE-SEQUENCE TO DL-VEHICLE-SEQUENCE.
           MOVE WS-OLD-PLACE        TO DL-OLD-PLACE.
           MOVE WS-NEW-PLACE        TO DL-NEW-PLACE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       RECOUNT-LOT-ASSIGNMENTS.
      *    COUNT WHAT CARFILE NOW HOLDS RATHER THAN ADJUSTING THE OLD
      *    COUNTS - A RE-DRAW MOVES TOO MANY PERMITS TO TRUST DELTAS
           MOVE LOW-VALUES TO CF-CARFILE-KEY.
           START CARFILE-FILE KEY IS GREATER THAN OR EQUAL TO
                 CF-CARFILE-KEY
                 INVALID KEY SET WS-CARFILE-EOF TO TRUE
           END-START.
           IF NOT WS-CARFILE-EOF
              PERFORM READ-NEXT-CARFILE
           END-IF.
           PERFORM COUNT-ONE-CARFILE
              UNTIL WS-CARFILE-EOF.
           OPEN I-O CARLOT-FILE.
           PERFORM READ-NEXT-LOT.
           PERFORM RESET-ONE-LOT-COUNT
              UNTIL WS-CARLOT-EOF.
           CLOSE CARLOT-FILE.

       READ-NEXT-CARFILE.
           READ CARFILE-FILE NEXT RECORD
                AT END SET WS-CARFILE-EOF TO TRUE
           END-READ.

       COUNT-ONE-CARFILE.
           IF CF-LOT-NUMBER IS NOT EQUAL TO SPACES
              AND CF-LOT-NUMBER IS NOT EQUAL TO LOW-VALUES
              MOVE 'N' TO WS-LOTTAB-FOUND-IND
              PERFORM MATCH-ONE-LOT
                 VARYING WS-LOTTAB-SUB FROM 1 BY 1
                 UNTIL WS-LOTTAB-SUB IS GREATER THAN WS-LOTTAB-COUNT
                 OR WS-LOTTAB-FOUND
              IF WS-LOTTAB-FOUND
                 SUBTRACT 1 FROM WS-LOTTAB-SUB
                 ADD 1 TO WS-LC-COUNT(WS-LOTTAB-SUB)
              ELSE
                 IF WS-LOTTAB-COUNT IS LESS THAN WS-LOTTAB-LIMIT
                    ADD 1 TO WS-LOTTAB-COUNT
                    MOVE CF-LOT-NUMBER
                         TO WS-LC-LOT-NUMBER(WS-LOTTAB-COUNT)
                    MOVE 1 TO WS-LC-COUNT(WS-LOTTAB-COUNT)
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-CARFILE.

       MATCH-ONE-LOT.
           IF WS-LC-LOT-NUMBER(WS-LOTTAB-SUB) IS EQUAL TO
              CF-LOT-NUMBER
              SET WS-LOTTAB-FOUND TO TRUE
           END-IF.

       READ-NEXT-LOT.
           READ CARLOT-FILE NEXT RECORD
                AT END SET WS-CARLOT-EOF TO TRUE
           END-READ.

       RESET-ONE-LOT-COUNT.
           MOVE LT-LOT-NUMBER TO CF-LOT-NUMBER.
           MOVE 'N' TO WS-LOTTAB-FOUND-IND.
           PERFORM MATCH-ONE-LOT
              VARYING WS-LOTTAB-SUB FROM 1 BY 1
              UNTIL WS-LOTTAB-SUB IS GREATER THAN WS-LOTTAB-COUNT
              OR WS-LOTTAB-FOUND.
           IF WS-LOTTAB-FOUND
              SUBTRACT 1 FROM WS-LOTTAB-SUB
              MOVE WS-LC-COUNT(WS-LOTTAB-SUB) TO LT-ASSIGNED-COUNT
           ELSE
              MOVE ZERO TO LT-ASSIGNED-COUNT
           END-IF.
           REWRITE PARKING-LOT-RECORD.
           MOVE LT-LOT-NUMBER       TO LL-LOT-NUMBER.
           MOVE LT-ASSIGNED-COUNT   TO LL-COUNT.
           MOVE WS-LOT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-NEXT-LOT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  APPLIED: ' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  '  WAITLISTED: ' DELIMITED BY SIZE
                  WS-WAITLISTED-COUNT DELIMITED BY SIZE
                  '  ALREADY APPLIED: ' DELIMITED BY SIZE
                  WS-ALREADY-COUNT DELIMITED BY SIZE
                  '  SKIPPED: ' DELIMITED BY SIZE
                  WS-CONFLICT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE PROPOSAL-FILE.
           CLOSE CARFILE-FILE.
           CLOSE CARWAIT-FILE.
           CLOSE EMP-FILE.
           CLOSE USRMSG-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RE-DRAW PERMITS APPLIED: ' WS-APPLIED-COUNT.
           IF WS-CONFLICT-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
