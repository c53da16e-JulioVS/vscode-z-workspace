       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARREDRW.
      ******************************************************************
      *   ANNUAL PARKING SPACE RE-DRAW - PROPOSAL RUN.-
      *      - EVERY CURRENT PERMIT ON CARFILE (STATUS 'C' OR 'R')
      *        GOES INTO THE DRAW.  HOLDERS LIST UP TO THREE PREFERRED
      *        LOTS ON THE REDRWPRF PREFERENCE FILE (EMPLOYEE COLS
      *        1-6, VEHICLE SEQUENCE 7-8, LOT CHOICES 10-11, 13-14
      *        AND 16-17); A HOLDER WITH NO CARD IS TREATED AS ASKING
      *        FOR THE LOT THEY HOLD TODAY.
      *      - DRAW ORDER: HANDICAP (CLASS 'H') PERMITS FIRST, THEN BY
      *        SENIORITY (EM-HIRE-DATE, BLANK RANKS LAST), TIES BROKEN
      *        BY LOTTERY NUMBER.  EACH HOLDER GETS THEIR FIRST
      *        PREFERENCE THAT STILL HAS ROOM (LT-CAPACITY LESS
      *        LT-RESERVED-SPACES); SPACES WITHIN A LOT ARE NUMBERED
      *        IN DRAW ORDER.
      *      - NOTHING IS UPDATED HERE.  THE PROPOSED ASSIGNMENTS GO
      *        TO THE REDRWPRP FILE (CARREDRW LAYOUT) AND THE REVIEW
      *        REPORT FOR FACILITIES; CARREDAP APPLIES THEM.
      *      - SYSIN CARD 1 = LOTTERY SEED, 9 DIGITS (BLANK TAKES ONE
      *        FROM THE CLOCK).  THE SEED IS PRINTED SO A DISPUTED
      *        DRAW CAN BE RERUN AND SHOWN TO COME OUT THE SAME.
      *      - RC=4 WHEN ANY HOLDER IS UNPLACED, RC=8 WHEN A TABLE
      *        OVERFLOWS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARFILE-FILE ASSIGN TO CARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CF-CARFILE-KEY
                  FILE STATUS IS WS-CARFILE-STATUS.

           SELECT CARLOT-FILE ASSIGN TO CARLOT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LT-LOT-NUMBER
                  FILE STATUS IS WS-CARLOT-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT PREF-FILE ASSIGN TO REDRWPRF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PREF-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT PROPOSAL-FILE ASSIGN TO REDRWPRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO REDRWRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARFILE-FILE
           RECORDING MODE IS F.
       COPY CARFILE.

       FD  CARLOT-FILE
           RECORDING MODE IS F.
       COPY CARLOT.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  PREF-FILE
           RECORDING MODE IS F.
       01  PREF-LINE.
           05 PF-EMPLOYEE-NUMBER    PIC X(6).
           05 PF-VEHICLE-SEQUENCE   PIC 9(2).
           05 FILLER                PIC X(1).
           05 PF-LOT-CHOICE-1       PIC X(2).
           05 FILLER                PIC X(1).
           05 PF-LOT-CHOICE-2       PIC X(2).
           05 FILLER                PIC X(1).
           05 PF-LOT-CHOICE-3       PIC X(2).
           05 FILLER                PIC X(63).

       SD  SORT-WORK-FILE.
       01  SD-DRAW-RECORD.
           05 SD-PRIORITY           PIC X(1).
           05 SD-HIRE-DATE          PIC X(8).
           05 SD-LOTTERY-NUMBER     PIC 9(9).
           05 SD-EMPLOYEE-NUMBER    PIC X(6).
           05 SD-VEHICLE-SEQUENCE   PIC 9(2).
           05 SD-OLD-LOT-NUMBER     PIC X(2).
           05 SD-OLD-SPACE-NUMBER   PIC X(4).
           05 SD-LOT-CHOICES.
              10 SD-LOT-CHOICE      PIC X(2) OCCURS 3 TIMES.

       FD  PROPOSAL-FILE
           RECORDING MODE IS F.
       COPY CARREDRW.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-CARFILE-STATUS        PIC X(2).
           88 WS-CARFILE-EOF                  VALUE '10'.
       01  WS-CARLOT-STATUS         PIC X(2).
           88 WS-CARLOT-EOF                   VALUE '10'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-OK                       VALUE '00'.
       01  WS-PREF-STATUS           PIC X(2).
           88 WS-PREF-EOF                     VALUE '10'.
       01  WS-PROPOSAL-STATUS       PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SORT-EOF-IND          PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF                     VALUE 'Y'.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CURRENT-DATE          PIC X(14).
      ******************************************************************
      *   LOTTERY SEED AND DRAW.
      ******************************************************************
       01  WS-SEED-IN               PIC X(9).
       01  WS-SEED-IN-NUM REDEFINES WS-SEED-IN PIC 9(9).
       01  WS-LOTTERY-SEED          PIC 9(9) VALUE 0.
       01  WS-LOTTERY-FRACTION      PIC V9(9).
       01  WS-DRAW-RANK             PIC 9(5) VALUE 0.
       01  WS-CHOICE-SUB            PIC 9(1) VALUE 0.
       01  WS-AWARDED-IND           PIC X(1) VALUE 'N'.
           88 WS-AWARDED                      VALUE 'Y'.
       01  WS-ELIGIBLE-COUNT        PIC 9(5) VALUE 0.
       01  WS-AWARDED-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNPLACED-COUNT        PIC 9(5) VALUE 0.
       01  WS-MOVED-COUNT           PIC 9(5) VALUE 0.
      ******************************************************************
      *   PREFERENCE CARDS, HELD FOR LOOKUP AS CARFILE IS READ.
      ******************************************************************
       01  WS-PREFTAB-LIMIT         PIC 9(4) VALUE 2000.
       01  WS-PREFTAB-COUNT         PIC 9(4) VALUE 0.
       01  WS-PREFTAB-SUB           PIC 9(4) VALUE 0.
       01  WS-PREFTAB-FOUND-IND     PIC X(1) VALUE 'N'.
           88 WS-PREFTAB-FOUND                VALUE 'Y'.
       01  WS-PREFTAB-OVFL-IND      PIC X(1) VALUE 'N'.
           88 WS-PREFTAB-OVERFLOW             VALUE 'Y'.
       01  WS-PREF-TABLE.
           05 WS-PREFTAB-ENTRY OCCURS 2000 TIMES.
              10 WS-PT-EMPLOYEE-NUMBER  PIC X(6).
              10 WS-PT-VEHICLE-SEQUENCE PIC 9(2).
              10 WS-PT-LOT-CHOICES      PIC X(6).
      ******************************************************************
      *   LOT ROOM - UNRESERVED CAPACITY AND THE SPACES HANDED OUT.
      ******************************************************************
       01  WS-LOTTAB-LIMIT          PIC 9(3) VALUE 100.
       01  WS-LOTTAB-COUNT          PIC 9(3) VALUE 0.
       01  WS-LOTTAB-SUB            PIC 9(3) VALUE 0.
       01  WS-LOTTAB-FOUND-IND      PIC X(1) VALUE 'N'.
           88 WS-LOTTAB-FOUND                 VALUE 'Y'.
       01  WS-LOTTAB-OVFL-IND       PIC X(1) VALUE 'N'.
           88 WS-LOTTAB-OVERFLOW              VALUE 'Y'.
       01  WS-LOT-TABLE.
           05 WS-LOTTAB-ENTRY OCCURS 100 TIMES.
              10 WS-LT-LOT-NUMBER   PIC X(2).
              10 WS-LT-ROOM         PIC 9(4).
              10 WS-LT-AWARDED      PIC 9(4).
       01  WS-TARGET-LOT            PIC X(2).
       01  WS-NEW-SPACE             PIC 9(4).
       01  WS-OVFL-LINE             PIC X(132) VALUE
            '  ** PREFERENCE OR LOT TABLE FULL - DRAW INCOMPLETE, DO NOT
      -    ' APPLY **'.
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(37) VALUE
              'ANNUAL PARKING RE-DRAW - PROPOSAL OF '.
           05 HL-RUN-DATE           PIC X(8).
           05 FILLER                PIC X(17) VALUE '   LOTTERY SEED '.
           05 HL-LOTTERY-SEED       PIC 9(9).
       01  WS-COLUMN-HEADING        PIC X(132) VALUE
            '  RANK   EMP-NO  VS  P HIRED     LOTTERY    OLD LT/SP   NEW
      -    ' LT/SP CH OUTCOME'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DRAW-RANK          PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-VEHICLE-SEQUENCE   PIC 9(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-PRIORITY           PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 DL-HIRE-DATE          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LOTTERY-NUMBER     PIC 9(9).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-OLD-LOT-NUMBER     PIC X(2).
           05 FILLER                PIC X(1)  VALUE '/'.
           05 DL-OLD-SPACE-NUMBER   PIC X(4).
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 DL-NEW-LOT-NUMBER     PIC X(2).
           05 FILLER                PIC X(1)  VALUE '/'.
           05 DL-NEW-SPACE-NUMBER   PIC X(4).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 DL-CHOICE-GRANTED     PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-OUTCOME            PIC X(30).
       01  WS-LOT-LINE.
           05 FILLER                PIC X(6)  VALUE '  LOT '.
           05 LL-LOT-NUMBER         PIC X(2).
           05 FILLER                PIC X(8)  VALUE '  ROOM '.
           05 LL-ROOM               PIC ZZZ9.
           05 FILLER                PIC X(11) VALUE '  AWARDED '.
           05 LL-AWARDED            PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CARREDRW' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM LOAD-LOT-TABLE.
           PERFORM LOAD-PREFERENCE-TABLE.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SD-PRIORITY SD-HIRE-DATE
                                 SD-LOTTERY-NUMBER
                INPUT PROCEDURE IS RELEASE-ELIGIBLE-PERMITS
                OUTPUT PROCEDURE IS AWARD-IN-DRAW-ORDER.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-ELIGIBLE-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-SEED-IN FROM SYSIN.
           IF WS-SEED-IN IS NUMERIC
              AND WS-SEED-IN-NUM IS GREATER THAN ZERO
              MOVE WS-SEED-IN-NUM TO WS-LOTTERY-SEED
           ELSE
              MOVE FUNCTION CURRENT-DATE(8:9) TO WS-LOTTERY-SEED
           END-IF.
      *    SEEDING ONCE FIXES THE WHOLE SEQUENCE THAT FOLLOWS
           COMPUTE WS-LOTTERY-FRACTION =
              FUNCTION RANDOM(WS-LOTTERY-SEED).
           OPEN INPUT EMP-FILE.
           OPEN OUTPUT PROPOSAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CURRENT-DATE(1:8) TO HL-RUN-DATE.
           MOVE WS-LOTTERY-SEED      TO HL-LOTTERY-SEED.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-LOT-TABLE.
           OPEN INPUT CARLOT-FILE.
           PERFORM READ-NEXT-LOT.
           PERFORM LOAD-ONE-LOT
              UNTIL WS-CARLOT-EOF.
           CLOSE CARLOT-FILE.

       READ-NEXT-LOT.
           READ CARLOT-FILE NEXT RECORD
                AT END SET WS-CARLOT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-LOT.
           IF WS-LOTTAB-COUNT IS LESS THAN WS-LOTTAB-LIMIT
              ADD 1 TO WS-LOTTAB-COUNT
              MOVE LT-LOT-NUMBER TO WS-LT-LOT-NUMBER(WS-LOTTAB-COUNT)
              MOVE ZERO TO WS-LT-ROOM(WS-LOTTAB-COUNT)
              IF LT-CAPACITY IS GREATER THAN LT-RESERVED-SPACES
                 COMPUTE WS-LT-ROOM(WS-LOTTAB-COUNT) =
                    LT-CAPACITY - LT-RESERVED-SPACES
              END-IF
              MOVE ZERO TO WS-LT-AWARDED(WS-LOTTAB-COUNT)
           ELSE
              SET WS-LOTTAB-OVERFLOW TO TRUE
           END-IF.
           PERFORM READ-NEXT-LOT.

       LOAD-PREFERENCE-TABLE.
           OPEN INPUT PREF-FILE.
           PERFORM READ-NEXT-PREFERENCE.
           PERFORM LOAD-ONE-PREFERENCE
              UNTIL WS-PREF-EOF.
           CLOSE PREF-FILE.

       READ-NEXT-PREFERENCE.
           READ PREF-FILE
                AT END SET WS-PREF-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-PREFERENCE.
           IF PF-EMPLOYEE-NUMBER IS NOT EQUAL TO SPACES
              IF WS-PREFTAB-COUNT IS LESS THAN WS-PREFTAB-LIMIT
                 ADD 1 TO WS-PREFTAB-COUNT
                 MOVE PF-EMPLOYEE-NUMBER
                      TO WS-PT-EMPLOYEE-NUMBER(WS-PREFTAB-COUNT)
                 MOVE PF-VEHICLE-SEQUENCE
                      TO WS-PT-VEHICLE-SEQUENCE(WS-PREFTAB-COUNT)
                 STRING PF-LOT-CHOICE-1 DELIMITED BY SIZE
                        PF-LOT-CHOICE-2 DELIMITED BY SIZE
                        PF-LOT-CHOICE-3 DELIMITED BY SIZE
                        INTO WS-PT-LOT-CHOICES(WS-PREFTAB-COUNT)
                 END-STRING
              ELSE
                 SET WS-PREFTAB-OVERFLOW TO TRUE
              END-IF
           END-IF.
           PERFORM READ-NEXT-PREFERENCE.

       RELEASE-ELIGIBLE-PERMITS.
           OPEN INPUT CARFILE-FILE.
           PERFORM READ-NEXT-CARFILE.
           PERFORM RELEASE-ONE-PERMIT
              UNTIL WS-CARFILE-EOF.
           CLOSE CARFILE-FILE.

       READ-NEXT-CARFILE.
           READ CARFILE-FILE NEXT RECORD
                AT END SET WS-CARFILE-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       RELEASE-ONE-PERMIT.
           IF CF-PERMIT-CURRENT
              OR CF-RENEWAL-NOTICE-SENT
              PERFORM BUILD-DRAW-ENTRY
              RELEASE SD-DRAW-RECORD
              ADD 1 TO WS-ELIGIBLE-COUNT
           END-IF.
           PERFORM READ-NEXT-CARFILE.

       BUILD-DRAW-ENTRY.
           IF CF-CLASS-HANDICAP
              MOVE '1' TO SD-PRIORITY
           ELSE
              MOVE '2' TO SD-PRIORITY
           END-IF.
      *    NO KNOWN HIRE DATE RANKS BEHIND EVERYONE WHO HAS ONE
           MOVE CF-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMP-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-EMP-OK
              AND EM-HIRE-DATE IS NUMERIC
              MOVE EM-HIRE-DATE TO SD-HIRE-DATE
           ELSE
              MOVE '99999999' TO SD-HIRE-DATE
           END-IF.
           COMPUTE WS-LOTTERY-FRACTION = FUNCTION RANDOM.
           COMPUTE SD-LOTTERY-NUMBER =
              WS-LOTTERY-FRACTION * 1000000000.
           MOVE CF-EMPLOYEE-NUMBER  TO SD-EMPLOYEE-NUMBER.
           MOVE CF-VEHICLE-SEQUENCE TO SD-VEHICLE-SEQUENCE.
           MOVE CF-LOT-NUMBER       TO SD-OLD-LOT-NUMBER.
           MOVE CF-SPACE-NUMBER     TO SD-OLD-SPACE-NUMBER.
           IF SD-OLD-LOT-NUMBER IS EQUAL TO LOW-VALUES
              MOVE SPACES TO SD-OLD-LOT-NUMBER
           END-IF.
           IF SD-OLD-SPACE-NUMBER IS EQUAL TO LOW-VALUES
              MOVE SPACES TO SD-OLD-SPACE-NUMBER
           END-IF.
      *    NO PREFERENCE CARD - THE HOLDER IS ASKING TO KEEP THEIR LOT
           MOVE SPACES TO SD-LOT-CHOICES.
           MOVE 'N' TO WS-PREFTAB-FOUND-IND.
           PERFORM MATCH-ONE-PREFERENCE
              VARYING WS-PREFTAB-SUB FROM 1 BY 1
              UNTIL WS-PREFTAB-SUB IS GREATER THAN WS-PREFTAB-COUNT
              OR WS-PREFTAB-FOUND.
           IF NOT WS-PREFTAB-FOUND
              MOVE SD-OLD-LOT-NUMBER TO SD-LOT-CHOICE(1)
           END-IF.

       MATCH-ONE-PREFERENCE.
           IF WS-PT-EMPLOYEE-NUMBER(WS-PREFTAB-SUB) IS EQUAL TO
              CF-EMPLOYEE-NUMBER
              AND WS-PT-VEHICLE-SEQUENCE(WS-PREFTAB-SUB) IS EQUAL TO
              CF-VEHICLE-SEQUENCE
              MOVE WS-PT-LOT-CHOICES(WS-PREFTAB-SUB) TO SD-LOT-CHOICES
              SET WS-PREFTAB-FOUND TO TRUE
           END-IF.

       AWARD-IN-DRAW-ORDER.
           PERFORM RETURN-NEXT-DRAW-ENTRY.
           PERFORM AWARD-ONE-ENTRY
              UNTIL WS-SORT-EOF.

       RETURN-NEXT-DRAW-ENTRY.
           RETURN SORT-WORK-FILE
                  AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       AWARD-ONE-ENTRY.
           ADD 1 TO WS-DRAW-RANK.
           INITIALIZE REDRAW-PROPOSAL-RECORD.
           MOVE SD-EMPLOYEE-NUMBER  TO RD-EMPLOYEE-NUMBER.
           MOVE SD-VEHICLE-SEQUENCE TO RD-VEHICLE-SEQUENCE.
           MOVE WS-DRAW-RANK        TO RD-DRAW-RANK.
           MOVE WS-CURRENT-DATE(1:8) TO RD-DRAW-DATE.
           MOVE SD-PRIORITY         TO RD-PRIORITY.
           MOVE SD-HIRE-DATE        TO RD-HIRE-DATE.
           MOVE SD-LOTTERY-NUMBER   TO RD-LOTTERY-NUMBER.
           MOVE SD-OLD-LOT-NUMBER   TO RD-OLD-LOT-NUMBER.
           MOVE SD-OLD-SPACE-NUMBER TO RD-OLD-SPACE-NUMBER.
           MOVE SPACES              TO RD-NEW-LOT-NUMBER.
           MOVE SPACES              TO RD-NEW-SPACE-NUMBER.
           MOVE 'N' TO WS-AWARDED-IND.
           PERFORM TRY-ONE-CHOICE
              VARYING WS-CHOICE-SUB FROM 1 BY 1
              UNTIL WS-CHOICE-SUB IS GREATER THAN 3
              OR WS-AWARDED.
           IF WS-AWARDED
              SET RD-IS-AWARDED TO TRUE
              ADD 1 TO WS-AWARDED-COUNT
              IF RD-NEW-LOT-NUMBER IS NOT EQUAL TO RD-OLD-LOT-NUMBER
                 OR RD-NEW-SPACE-NUMBER IS NOT EQUAL TO
                    RD-OLD-SPACE-NUMBER
                 ADD 1 TO WS-MOVED-COUNT
              END-IF
           ELSE
              SET RD-IS-UNPLACED TO TRUE
              MOVE ZERO TO RD-CHOICE-GRANTED
              MOVE SD-LOT-CHOICE(1) TO RD-WAITLIST-LOT
              ADD 1 TO WS-UNPLACED-COUNT
           END-IF.
           WRITE REDRAW-PROPOSAL-RECORD.
           PERFORM PRINT-DRAW-LINE.
           PERFORM RETURN-NEXT-DRAW-ENTRY.

       TRY-ONE-CHOICE.
           MOVE SD-LOT-CHOICE(WS-CHOICE-SUB) TO WS-TARGET-LOT.
           IF WS-TARGET-LOT IS NOT EQUAL TO SPACES
              MOVE 'N' TO WS-LOTTAB-FOUND-IND
              PERFORM MATCH-ONE-LOT
                 VARYING WS-LOTTAB-SUB FROM 1 BY 1
                 UNTIL WS-LOTTAB-SUB IS GREATER THAN WS-LOTTAB-COUNT
                 OR WS-LOTTAB-FOUND
              IF WS-LOTTAB-FOUND
                 SUBTRACT 1 FROM WS-LOTTAB-SUB
                 IF WS-LT-AWARDED(WS-LOTTAB-SUB) IS LESS THAN
                    WS-LT-ROOM(WS-LOTTAB-SUB)
                    ADD 1 TO WS-LT-AWARDED(WS-LOTTAB-SUB)
                    MOVE WS-LT-AWARDED(WS-LOTTAB-SUB) TO WS-NEW-SPACE
                    MOVE WS-TARGET-LOT TO RD-NEW-LOT-NUMBER
                    MOVE WS-NEW-SPACE  TO RD-NEW-SPACE-NUMBER
                    MOVE WS-CHOICE-SUB TO RD-CHOICE-GRANTED
                    SET WS-AWARDED TO TRUE
                 END-IF
              END-IF
           END-IF.

       MATCH-ONE-LOT.
           IF WS-LT-LOT-NUMBER(WS-LOTTAB-SUB) IS EQUAL TO WS-TARGET-LOT
              SET WS-LOTTAB-FOUND TO TRUE
           END-IF.

       PRINT-DRAW-LINE.
           MOVE RD-DRAW-RANK        TO DL-DRAW-RANK.
           MOVE RD-EMPLOYEE-NUMBER  TO DL-EMPLOYEE-NUMBER.
           MOVE RD-VEHICLE-SEQUENCE TO DL-VEHICLE-SEQUENCE.
           MOVE RD-PRIORITY         TO DL-PRIORITY.
           MOVE RD-HIRE-DATE        TO DL-HIRE-DATE.
           MOVE RD-LOTTERY-NUMBER   TO DL-LOTTERY-NUMBER.
           MOVE RD-OLD-LOT-NUMBER   TO DL-OLD-LOT-NUMBER.
           MOVE RD-OLD-SPACE-NUMBER TO DL-OLD-SPACE-NUMBER.
           MOVE RD-NEW-LOT-NUMBER   TO DL-NEW-LOT-NUMBER.
           MOVE RD-NEW-SPACE-NUMBER TO DL-NEW-SPACE-NUMBER.
           IF RD-IS-AWARDED
              MOVE RD-CHOICE-GRANTED TO DL-CHOICE-GRANTED
              MOVE 'AWARDED' TO DL-OUTCOME
           ELSE
              MOVE '-' TO DL-CHOICE-GRANTED
              IF RD-WAITLIST-LOT IS EQUAL TO SPACES
                 MOVE 'UNPLACED - NO LOT ASKED FOR' TO DL-OUTCOME
              ELSE
                 MOVE SPACES TO DL-OUTCOME
                 STRING 'UNPLACED - WAITLIST LOT ' DELIMITED BY SIZE
                        RD-WAITLIST-LOT DELIMITED BY SIZE
                        INTO DL-OUTCOME
                 END-STRING
              END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-ONE-LOT-LINE
              VARYING WS-LOTTAB-SUB FROM 1 BY 1
              UNTIL WS-LOTTAB-SUB IS GREATER THAN WS-LOTTAB-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  ELIGIBLE: ' DELIMITED BY SIZE
                  WS-ELIGIBLE-COUNT DELIMITED BY SIZE
                  '  AWARDED: ' DELIMITED BY SIZE
                  WS-AWARDED-COUNT DELIMITED BY SIZE
                  '  MOVED: ' DELIMITED BY SIZE
                  WS-MOVED-COUNT DELIMITED BY SIZE
                  '  UNPLACED: ' DELIMITED BY SIZE
                  WS-UNPLACED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-PREFTAB-OVERFLOW
              OR WS-LOTTAB-OVERFLOW
              MOVE WS-OVFL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE EMP-FILE.
           CLOSE PROPOSAL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RE-DRAW PERMITS AWARDED:  ' WS-AWARDED-COUNT.
           DISPLAY 'RE-DRAW PERMITS UNPLACED: ' WS-UNPLACED-COUNT.
           IF WS-PREFTAB-OVERFLOW
              OR WS-LOTTAB-OVERFLOW
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-UNPLACED-COUNT IS GREATER THAN ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       PRINT-ONE-LOT-LINE.
           MOVE WS-LT-LOT-NUMBER(WS-LOTTAB-SUB) TO LL-LOT-NUMBER.
           MOVE WS-LT-ROOM(WS-LOTTAB-SUB)       TO LL-ROOM.
           MOVE WS-LT-AWARDED(WS-LOTTAB-SUB)    TO LL-AWARDED.
           MOVE WS-LOT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
