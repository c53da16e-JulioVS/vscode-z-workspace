       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJOBLOAD.
      ******************************************************************
      *   RERUNNABLE JOB REGISTRATION LOADER.-
      *      - REGISTERS (OR RE-REGISTERS) ONE JOB FOR ON-DEMAND
      *        SUBMISSION FROM THE EJOBP SCREEN AND STORES ITS JCL,
      *        READ FROM THE JCLIN MEMBER, ON EJOBJCL - ANY LINES HELD
      *        FROM AN EARLIER LOAD ARE REPLACED.
      *      - SYSIN CARD 1 - JOB NAME COLS 1-8, BATCHLOG PROGRAM NAME
      *        COLS 10-17 (BLANK = THE JOB NAME), DESCRIPTION COLS
      *        19-58.  UP TO FOUR MORE CARDS, ONE PER SYSIN PARAMETER
      *        IN CARD ORDER - PROMPT COLS 1-20, TYPE COL 22 (D, M, N
      *        OR X), LENGTH COLS 24-25, BLANK ALLOWED COL 27 (Y/N).
      *        A BLANK CARD ENDS THE DEFINITIONS.
      *      - A JOB WITH PARAMETERS MUST HAVE A '//SYSIN    DD *'
      *        CARD IN ITS JCL; ITS IN-STREAM CARDS ARE THE ONES THE
      *        SCREEN REPLACES.  A CLOSING NULL STATEMENT IS NOT KEPT.
      *      - A BAD DEFINITION OR UNUSABLE JCL LOADS NOTHING AND
      *        ENDS RC=8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JCLIN-FILE ASSIGN TO JCLIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JCLIN-STATUS.

           SELECT JOBREG-FILE ASSIGN TO EJOBREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS JB-JOB-NAME
                  FILE STATUS IS WS-JOBREG-STATUS.

           SELECT JOBJCL-FILE ASSIGN TO EJOBJCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JJ-JCL-KEY
                  FILE STATUS IS WS-JOBJCL-STATUS.

           SELECT REPORT-FILE ASSIGN TO JOBLRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JCLIN-FILE
           RECORDING MODE IS F.
       01  JCLIN-CARD               PIC X(80).

       FD  JOBREG-FILE
           RECORDING MODE IS F.
       COPY EJOBREG.

       FD  JOBJCL-FILE
           RECORDING MODE IS F.
       COPY EJOBJCL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-JCLIN-STATUS          PIC X(2).
           88 WS-JCLIN-EOF                    VALUE '10'.
       01  WS-JOBREG-STATUS         PIC X(2).
           88 WS-JOBREG-OK                    VALUE '00'.
       01  WS-JOBJCL-STATUS         PIC X(2).
           88 WS-JOBJCL-OK                    VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-JC-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-LOADED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REPLACED-COUNT        PIC 9(5) VALUE 0.
       01  WS-SYSIN-CARD-COUNT      PIC 9(5) VALUE 0.
       01  WS-DD-STAR-COUNT         PIC 9(2) VALUE 0.
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-FIRST-JCL-CARD        PIC X(2)  VALUE SPACES.
       01  WS-REJECT-IND            PIC X(1) VALUE 'N'.
           88 WS-LOAD-REJECTED                VALUE 'Y'.
       01  WS-REJECT-REASON         PIC X(60).
       01  WS-DEFS-DONE-IND         PIC X(1) VALUE 'N'.
           88 WS-DEFS-DONE                    VALUE 'Y'.
       01  WS-DELETE-DONE-IND       PIC X(1) VALUE 'N'.
           88 WS-DELETE-DONE                  VALUE 'Y'.
       01  WS-PARM-SUB              PIC 9(1) VALUE 0.
       01  WS-REGISTRATION-CARD.
           05 WS-RC-JOB-NAME        PIC X(8).
           05 FILLER                PIC X(1).
           05 WS-RC-BATLOG-NAME     PIC X(8).
           05 FILLER                PIC X(1).
           05 WS-RC-DESCRIPTION     PIC X(40).
           05 FILLER                PIC X(22).
       01  WS-DEFINITION-CARD.
           05 WS-DC-LABEL           PIC X(20).
           05 FILLER                PIC X(1).
           05 WS-DC-TYPE            PIC X(1).
           05 FILLER                PIC X(1).
           05 WS-DC-LENGTH-X        PIC X(2).
           05 WS-DC-LENGTH REDEFINES WS-DC-LENGTH-X
                                    PIC 9(2).
           05 FILLER                PIC X(1).
           05 WS-DC-BLANK-IND       PIC X(1).
           05 FILLER                PIC X(53).
       01  WS-NEW-REGISTRY.
           05 WS-NR-PARM-COUNT      PIC 9(1) VALUE 0.
           05 WS-NR-PARM-DEFINITION OCCURS 4 TIMES.
              10 WS-NR-LABEL        PIC X(20).
              10 WS-NR-TYPE         PIC X(1).
              10 WS-NR-LENGTH       PIC 9(2).
              10 WS-NR-BLANK-IND    PIC X(1).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-PARM-NUMBER        PIC 9(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LABEL              PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TYPE               PIC X(1).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-LENGTH             PIC X(2).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-BLANK-IND          PIC X(1).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  NO PROMPT                TYPE LEN   BLANK  RERUNNABLE JOB 
      -    'REGISTRATION'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EJOBLOAD' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM READ-REGISTRATION.
           IF NOT WS-LOAD-REJECTED
              PERFORM PRESCAN-JCL
           END-IF.
           IF NOT WS-LOAD-REJECTED
              PERFORM STORE-REGISTRATION
           END-IF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-JC-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-LOADED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-REGISTRATION.
           INITIALIZE WS-NEW-REGISTRY.
           MOVE SPACES TO WS-REGISTRATION-CARD.
           ACCEPT WS-REGISTRATION-CARD FROM SYSIN.
           IF WS-RC-BATLOG-NAME IS EQUAL TO SPACES
              MOVE WS-RC-JOB-NAME TO WS-RC-BATLOG-NAME
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING '  JOB ' DELIMITED BY SIZE
                  WS-RC-JOB-NAME DELIMITED BY SIZE
                  '  BATCHLOG NAME ' DELIMITED BY SIZE
                  WS-RC-BATLOG-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RC-DESCRIPTION DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RC-JOB-NAME IS EQUAL TO SPACES
              MOVE 'REJECTED - NO JOB NAME ON THE REGISTRATION CARD'
                   TO WS-REJECT-REASON
              PERFORM REJECT-LOAD
           END-IF.
           PERFORM READ-ONE-DEFINITION
              VARYING WS-PARM-SUB FROM 1 BY 1
              UNTIL WS-PARM-SUB IS GREATER THAN 4
              OR WS-DEFS-DONE.

       READ-ONE-DEFINITION.
      *    DATES AND MONTHS HAVE A FIXED LENGTH; NUMERIC AND TEXT
      *    VALUES NEED ONE FROM 1 TO 20
           MOVE SPACES TO WS-DEFINITION-CARD.
           ACCEPT WS-DEFINITION-CARD FROM SYSIN.
           IF WS-DEFINITION-CARD IS EQUAL TO SPACES
              SET WS-DEFS-DONE TO TRUE
           ELSE
              IF WS-DC-BLANK-IND IS EQUAL TO SPACE
                 MOVE 'N' TO WS-DC-BLANK-IND
              END-IF
              EVALUATE WS-DC-TYPE
              WHEN 'D'
                   MOVE '08' TO WS-DC-LENGTH-X
              WHEN 'M'
                   MOVE '06' TO WS-DC-LENGTH-X
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
              MOVE SPACES          TO WS-DETAIL-LINE
              MOVE WS-PARM-SUB     TO DL-PARM-NUMBER
              MOVE WS-DC-LABEL     TO DL-LABEL
              MOVE WS-DC-TYPE      TO DL-TYPE
              MOVE WS-DC-LENGTH-X  TO DL-LENGTH
              MOVE WS-DC-BLANK-IND TO DL-BLANK-IND
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              EVALUATE TRUE
              WHEN WS-DC-LABEL IS EQUAL TO SPACES
                   MOVE 'REJECTED - PARAMETER WITH NO PROMPT'
                        TO WS-REJECT-REASON
                   PERFORM REJECT-LOAD
              WHEN WS-DC-TYPE IS NOT EQUAL TO 'D'
                   AND WS-DC-TYPE IS NOT EQUAL TO 'M'
                   AND WS-DC-TYPE IS NOT EQUAL TO 'N'
                   AND WS-DC-TYPE IS NOT EQUAL TO 'X'
                   MOVE 'REJECTED - PARAMETER TYPE NOT D, M, N OR X'
                        TO WS-REJECT-REASON
                   PERFORM REJECT-LOAD
              WHEN WS-DC-LENGTH-X IS NOT NUMERIC
              WHEN WS-DC-LENGTH IS EQUAL TO ZERO
              WHEN WS-DC-LENGTH IS GREATER THAN 20
                   MOVE 'REJECTED - PARAMETER LENGTH NOT 01 TO 20'
                        TO WS-REJECT-REASON
                   PERFORM REJECT-LOAD
              WHEN WS-DC-BLANK-IND IS NOT EQUAL TO 'Y'
                   AND WS-DC-BLANK-IND IS NOT EQUAL TO 'N'
                   MOVE 'REJECTED - BLANK ALLOWED NOT Y OR N'
                        TO WS-REJECT-REASON
                   PERFORM REJECT-LOAD
              WHEN OTHER
                   MOVE WS-PARM-SUB     TO WS-NR-PARM-COUNT
                   MOVE WS-DC-LABEL     TO WS-NR-LABEL(WS-PARM-SUB)
                   MOVE WS-DC-TYPE      TO WS-NR-TYPE(WS-PARM-SUB)
                   MOVE WS-DC-LENGTH    TO WS-NR-LENGTH(WS-PARM-SUB)
                   MOVE WS-DC-BLANK-IND TO WS-NR-BLANK-IND(WS-PARM-SUB)
              END-EVALUATE
           END-IF.

       PRESCAN-JCL.
      *    THE WHOLE MEMBER IS CHECKED BEFORE ANYTHING IS REPLACED
           OPEN INPUT JCLIN-FILE.
           PERFORM READ-NEXT-JCLIN.
           PERFORM PRESCAN-ONE-CARD
              UNTIL WS-JCLIN-EOF.
           CLOSE JCLIN-FILE.
           EVALUATE TRUE
           WHEN WS-JC-RECORDS-READ IS EQUAL TO ZERO
                MOVE 'REJECTED - JCLIN MEMBER IS EMPTY'
                     TO WS-REJECT-REASON
                PERFORM REJECT-LOAD
           WHEN WS-JC-RECORDS-READ IS GREATER THAN 9999
                MOVE 'REJECTED - JCLIN MEMBER OVER 9999 CARDS'
                     TO WS-REJECT-REASON
                PERFORM REJECT-LOAD
           WHEN WS-FIRST-JCL-CARD IS NOT EQUAL TO '//'
                MOVE 'REJECTED - JCLIN DOES NOT START WITH A JOB CARD'
                     TO WS-REJECT-REASON
                PERFORM REJECT-LOAD
           WHEN WS-NR-PARM-COUNT IS GREATER THAN ZERO
                AND WS-SYSIN-CARD-COUNT IS EQUAL TO ZERO
                MOVE 'REJECTED - PARAMETERS BUT NO //SYSIN    DD * CARD'
                     TO WS-REJECT-REASON
                PERFORM REJECT-LOAD
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       READ-NEXT-JCLIN.
           READ JCLIN-FILE
                AT END SET WS-JCLIN-EOF TO TRUE
                NOT AT END ADD 1 TO WS-JC-RECORDS-READ
           END-READ.

       PRESCAN-ONE-CARD.
           IF WS-JC-RECORDS-READ IS EQUAL TO 1
              MOVE JCLIN-CARD(1:2) TO WS-FIRST-JCL-CARD
           END-IF.
           MOVE ZERO TO WS-DD-STAR-COUNT.
           IF JCLIN-CARD(1:8) IS EQUAL TO '//SYSIN '
              INSPECT JCLIN-CARD TALLYING WS-DD-STAR-COUNT
                      FOR ALL ' DD *'
           END-IF.
           IF WS-DD-STAR-COUNT IS GREATER THAN ZERO
              ADD 1 TO WS-SYSIN-CARD-COUNT
           END-IF.
           PERFORM READ-NEXT-JCLIN.

       STORE-REGISTRATION.
      *    AN EXISTING REGISTRATION KEEPS ITS LAST-REQUEST POINTER SO
      *    THE SCREEN STILL SHOWS THE LATEST RUN AFTER A RELOAD
           OPEN I-O JOBREG-FILE.
           OPEN I-O JOBJCL-FILE.
           MOVE WS-RC-JOB-NAME TO JB-JOB-NAME.
           READ JOBREG-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-JOBREG-OK
              INITIALIZE JOB-REGISTRY-RECORD
              MOVE WS-RC-JOB-NAME TO JB-JOB-NAME
              MOVE SPACES         TO JB-LAST-REQUEST-TS
           END-IF.
           MOVE WS-RC-BATLOG-NAME TO JB-BATLOG-NAME.
           MOVE WS-RC-DESCRIPTION TO JB-DESCRIPTION.
           MOVE WS-NR-PARM-COUNT  TO JB-PARM-COUNT.
           PERFORM COPY-ONE-DEFINITION
              VARYING WS-PARM-SUB FROM 1 BY 1
              UNTIL WS-PARM-SUB IS GREATER THAN 4.
           MOVE WS-CURRENT-DATE   TO JB-LOADED-TIMESTAMP.
           IF WS-JOBREG-OK
              REWRITE JOB-REGISTRY-RECORD
                    INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE JOB-REGISTRY-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-IF.
           PERFORM DELETE-OLD-JCL.
           MOVE '00' TO WS-JCLIN-STATUS.
           MOVE ZERO TO WS-JC-RECORDS-READ.
           OPEN INPUT JCLIN-FILE.
           PERFORM READ-NEXT-JCLIN.
           PERFORM STORE-ONE-CARD
              UNTIL WS-JCLIN-EOF.
           CLOSE JCLIN-FILE.
           CLOSE JOBREG-FILE.
           CLOSE JOBJCL-FILE.

       COPY-ONE-DEFINITION.
           MOVE WS-NR-PARM-DEFINITION(WS-PARM-SUB)
             TO JB-PARM-DEFINITION(WS-PARM-SUB).

       DELETE-OLD-JCL.
           MOVE WS-RC-JOB-NAME TO JJ-JOB-NAME.
           MOVE ZERO           TO JJ-LINE-NUMBER.
           START JOBJCL-FILE KEY IS NOT LESS THAN JJ-JCL-KEY
                 INVALID KEY SET WS-DELETE-DONE TO TRUE
           END-START.
           PERFORM DELETE-ONE-OLD-CARD
              UNTIL WS-DELETE-DONE.

       DELETE-ONE-OLD-CARD.
           READ JOBJCL-FILE NEXT RECORD
                AT END SET WS-DELETE-DONE TO TRUE
           END-READ.
           IF NOT WS-DELETE-DONE
              IF JJ-JOB-NAME IS NOT EQUAL TO WS-RC-JOB-NAME
                 SET WS-DELETE-DONE TO TRUE
              ELSE
                 DELETE JOBJCL-FILE RECORD
                        INVALID KEY CONTINUE
                 END-DELETE
                 ADD 1 TO WS-REPLACED-COUNT
              END-IF
           END-IF.

       STORE-ONE-CARD.
      *    THE CLOSING NULL STATEMENT WOULD END THE JOB BEFORE THE
      *    STATUS STEP THE SCREEN ADDS, SO IT IS NOT STORED
           IF JCLIN-CARD IS NOT EQUAL TO '//'
              ADD 1 TO WS-LOADED-COUNT
              MOVE WS-RC-JOB-NAME  TO JJ-JOB-NAME
              MOVE WS-LOADED-COUNT TO JJ-LINE-NUMBER
              MOVE JCLIN-CARD      TO JJ-CARD-IMAGE
              WRITE JOB-JCL-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-IF.
           PERFORM READ-NEXT-JCLIN.

       REJECT-LOAD.
           SET WS-LOAD-REJECTED TO TRUE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REJECT-REASON TO REPORT-LINE(3:60).
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  JCL CARDS LOADED: ' DELIMITED BY SIZE
                  WS-LOADED-COUNT DELIMITED BY SIZE
                  '  REPLACED: ' DELIMITED BY SIZE
                  WS-REPLACED-COUNT DELIMITED BY SIZE
                  '  PARAMETERS: ' DELIMITED BY SIZE
                  WS-NR-PARM-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY 'RERUNNABLE JOB ' WS-RC-JOB-NAME
                   ' JCL CARDS LOADED: ' WS-LOADED-COUNT.
           IF WS-LOAD-REJECTED
              MOVE 8 TO RETURN-CODE
           END-IF.
