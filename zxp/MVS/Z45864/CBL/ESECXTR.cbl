       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESECXTR.
      ******************************************************************
      *   NIGHTLY SECURITY-MANAGER COMMAND EXTRACT.-
      *      - READS THE EMNTAUD MAINTENANCE AUDIT TRAIL FOR THE RUN
      *        DATE'S EREGUSR ACCOUNT CHANGES - EUSRP ADDS, SUSPENDS
      *        AND REACTIVATIONS, EUNLKP NEW ACCOUNTS, EHRFEED HIRES,
      *        EOFFBRD AND ERECERTB SUSPENDS, ELOASWP LEAVE SUSPENDS
      *        AND RETURNS, ERCTP REVOKES AND FIRECALL CHECKOUTS - AND
      *        WRITES THE MATCHING SECURITY-MANAGER (RACF) COMMANDS TO
      *        THE ESECCMD CARD-IMAGE FILE, READY TO RUN AS TSO BATCH
      *        ONCE SECURITY ADMINISTRATION HAS LOOKED THEM OVER.
      *      - THE COMMANDS COME FROM COMPARING THE BEFORE AND AFTER
      *        ACCOUNT IMAGES, NOT FROM THE ACTION CODE ALONE:
      *           . NO BEFORE IMAGE    - ADDUSER, CONNECT TO THE GROUP
      *                                  FOR RU-USER-TYPE (ESECGRP),
      *                                  AND REVOKE IF NOT YET ACTIVE
      *           . NO AFTER IMAGE     - DELUSER
      *           . LIVE TO NOT LIVE   - ALTUSER REVOKE
      *           . NOT LIVE TO LIVE   - ALTUSER RESUME
      *           . USER TYPE CHANGED  - CONNECT NEW, REMOVE OLD GROUP
      *        AN ACCOUNT IS LIVE WHEN ACTIVE OR LOCKED - A SIGN-ON
      *        LOCKOUT IS THE APPLICATION'S OWN, NOT A REVOKE.
      *      - SYSIN CARD 1 = RUN DATE, YYYYMMDD (BLANK TAKES TODAY),
      *        SO A MISSED NIGHT CAN BE EXTRACTED AFTERWARDS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT COMMAND-FILE ASSIGN TO ESECCMD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COMMAND-STATUS.

           SELECT REPORT-FILE ASSIGN TO SECXRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  COMMAND-FILE
           RECORDING MODE IS F.
       01  COMMAND-RECORD           PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MNTAUD-STATUS         PIC X(2).
           88 WS-MNTAUD-EOF                   VALUE '10'.
       01  WS-COMMAND-STATUS        PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-RUN-DATE              PIC X(8) VALUE SPACES.
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CHANGE-COUNT          PIC 9(5) VALUE 0.
       01  WS-COMMAND-COUNT         PIC 9(5) VALUE 0.
       COPY ESECGRP.
       01  WS-GROUP-SUB             PIC 9(1) VALUE 0.
       01  WS-GROUP-USER-TYPE       PIC X(3).
       01  WS-GROUP-NAME            PIC X(8).
       01  WS-OLD-GROUP-NAME        PIC X(8).
      ******************************************************************
      *   THE ACCOUNT IMAGES FROM THE AUDIT RECORD - THE AFTER IMAGE
      *   IN THE EREGUSR LAYOUT ITSELF, THE BEFORE IMAGE IN JUST THE
      *   FIELDS THE COMPARISON NEEDS.
      ******************************************************************
       COPY EREGUSR.
       01  WS-BEFORE-ACCOUNT.
           05 WS-BA-USER-ID         PIC X(8).
           05 FILLER                PIC X(8).
           05 WS-BA-USER-TYPE       PIC X(3).
           05 WS-BA-STATUS          PIC X(1).
              88 WS-BA-IS-LIVE                VALUE 'A' 'L'.
           05 FILLER                PIC X(180).
       01  WS-AFTER-LIVE-IND        PIC X(1).
           88 WS-AFTER-IS-LIVE                VALUE 'Y'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-USER-ID            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-ACTION             PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-PROGRAM            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-COMMAND            PIC X(80).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  USER-ID   ACTION    PROGRAM   COMMAND'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ESECXTR' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM READ-NEXT-AUDIT.
           PERFORM EXTRACT-ONE-AUDIT
              UNTIL WS-MNTAUD-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-COMMAND-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-RUN-DATE FROM SYSIN.
           IF WS-RUN-DATE IS NOT NUMERIC
              MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           OPEN INPUT MNTAUD-FILE.
           OPEN OUTPUT COMMAND-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-NEXT-AUDIT.
           READ MNTAUD-FILE NEXT RECORD
                AT END SET WS-MNTAUD-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       EXTRACT-ONE-AUDIT.
      *    ONLY THE ACTIONS WHOSE IMAGES ARE EREGUSR RECORDS - THE
      *    REST OF THE TRAIL CARRIES OTHER FILES' RECORDS
           IF MA-AUDIT-TIMESTAMP(1:8) IS EQUAL TO WS-RUN-DATE
              EVALUATE MA-ACTION-CODE
              WHEN 'ADD'
              WHEN 'HRADD'
              WHEN 'NEWACCT'
              WHEN 'SUSPEND'
              WHEN 'REACTIVE'
              WHEN 'LOASUSP'
              WHEN 'LOABACK'
              WHEN 'OFFBSUSP'
              WHEN 'RECSUSP'
              WHEN 'FIREOUT'
              WHEN 'FIREIN'
              WHEN 'FIRESWP'
                   PERFORM EXTRACT-ACCOUNT-CHANGE
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-AUDIT.

       EXTRACT-ACCOUNT-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE MA-BEFORE-IMAGE TO WS-BEFORE-ACCOUNT.
           MOVE MA-AFTER-IMAGE  TO REG-USER-RECORD.
           MOVE 'N' TO WS-AFTER-LIVE-IND.
           IF RU-IS-ACTIVE OR RU-IS-LOCKED
              SET WS-AFTER-IS-LIVE TO TRUE
           END-IF.
           EVALUATE TRUE
           WHEN MA-BEFORE-IMAGE IS EQUAL TO SPACES
                AND MA-AFTER-IMAGE IS EQUAL TO SPACES
                CONTINUE
           WHEN MA-BEFORE-IMAGE IS EQUAL TO SPACES
                PERFORM EXTRACT-ADD-USER
           WHEN MA-AFTER-IMAGE IS EQUAL TO SPACES
                MOVE SPACES TO COMMAND-RECORD
                STRING 'DELUSER ' DELIMITED BY SIZE
                       WS-BA-USER-ID DELIMITED BY SPACE
                       INTO COMMAND-RECORD
                END-STRING
                PERFORM WRITE-COMMAND
           WHEN OTHER
                PERFORM EXTRACT-CHANGE-USER
           END-EVALUATE.

       EXTRACT-ADD-USER.
           MOVE RU-USER-TYPE TO WS-GROUP-USER-TYPE.
           PERFORM FIND-ESM-GROUP.
           MOVE SPACES TO COMMAND-RECORD.
           STRING 'ADDUSER ' DELIMITED BY SIZE
                  RU-USER-ID DELIMITED BY SPACE
                  ' DFLTGRP(' DELIMITED BY SIZE
                  WS-GROUP-NAME DELIMITED BY SPACE
                  ') OWNER(' DELIMITED BY SIZE
                  WS-GROUP-NAME DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO COMMAND-RECORD
           END-STRING.
           PERFORM WRITE-COMMAND.
           PERFORM EXTRACT-CONNECT.
           IF NOT WS-AFTER-IS-LIVE
              PERFORM EXTRACT-REVOKE
           END-IF.

       EXTRACT-CHANGE-USER.
           IF RU-USER-TYPE IS NOT EQUAL TO WS-BA-USER-TYPE
              MOVE WS-BA-USER-TYPE TO WS-GROUP-USER-TYPE
              PERFORM FIND-ESM-GROUP
              MOVE WS-GROUP-NAME TO WS-OLD-GROUP-NAME
              MOVE RU-USER-TYPE TO WS-GROUP-USER-TYPE
              PERFORM FIND-ESM-GROUP
              PERFORM EXTRACT-CONNECT
              IF WS-OLD-GROUP-NAME IS NOT EQUAL TO WS-GROUP-NAME
                 MOVE SPACES TO COMMAND-RECORD
                 STRING 'REMOVE ' DELIMITED BY SIZE
                        RU-USER-ID DELIMITED BY SPACE
                        ' GROUP(' DELIMITED BY SIZE
                        WS-OLD-GROUP-NAME DELIMITED BY SPACE
                        ')' DELIMITED BY SIZE
                        INTO COMMAND-RECORD
                 END-STRING
                 PERFORM WRITE-COMMAND
              END-IF
           END-IF.
           IF WS-BA-IS-LIVE AND NOT WS-AFTER-IS-LIVE
              PERFORM EXTRACT-REVOKE
           END-IF.
           IF WS-AFTER-IS-LIVE AND NOT WS-BA-IS-LIVE
              MOVE SPACES TO COMMAND-RECORD
              STRING 'ALTUSER ' DELIMITED BY SIZE
                     RU-USER-ID DELIMITED BY SPACE
                     ' RESUME' DELIMITED BY SIZE
                     INTO COMMAND-RECORD
              END-STRING
              PERFORM WRITE-COMMAND
           END-IF.

       EXTRACT-CONNECT.
           MOVE SPACES TO COMMAND-RECORD.
           STRING 'CONNECT ' DELIMITED BY SIZE
                  RU-USER-ID DELIMITED BY SPACE
                  ' GROUP(' DELIMITED BY SIZE
                  WS-GROUP-NAME DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO COMMAND-RECORD
           END-STRING.
           PERFORM WRITE-COMMAND.

       EXTRACT-REVOKE.
           MOVE SPACES TO COMMAND-RECORD.
           STRING 'ALTUSER ' DELIMITED BY SIZE
                  RU-USER-ID DELIMITED BY SPACE
                  ' REVOKE' DELIMITED BY SIZE
                  INTO COMMAND-RECORD
           END-STRING.
           PERFORM WRITE-COMMAND.

       FIND-ESM-GROUP.
      *    A USER TYPE NOT IN THE TABLE GETS THE STANDARD USERS' GROUP
           MOVE 'EMPSTD' TO WS-GROUP-NAME.
           PERFORM CHECK-ONE-ESM-GROUP
              VARYING WS-GROUP-SUB FROM 1 BY 1
              UNTIL WS-GROUP-SUB IS GREATER THAN WS-ESM-GROUP-COUNT.

       CHECK-ONE-ESM-GROUP.
           IF WS-EG-USER-TYPE(WS-GROUP-SUB) IS EQUAL TO
              WS-GROUP-USER-TYPE
              MOVE WS-EG-GROUP(WS-GROUP-SUB) TO WS-GROUP-NAME
           END-IF.

       WRITE-COMMAND.
           WRITE COMMAND-RECORD.
           ADD 1 TO WS-COMMAND-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE MA-TARGET-ID    TO DL-USER-ID.
           MOVE MA-ACTION-CODE  TO DL-ACTION.
           MOVE MA-PROGRAM-NAME TO DL-PROGRAM.
           MOVE COMMAND-RECORD  TO DL-COMMAND.
           MOVE WS-DETAIL-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  ACCOUNT CHANGES ON ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-CHANGE-COUNT DELIMITED BY SIZE
                  '  COMMANDS WRITTEN: ' DELIMITED BY SIZE
                  WS-COMMAND-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE MNTAUD-FILE.
           CLOSE COMMAND-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'SECURITY COMMANDS WRITTEN: ' WS-COMMAND-COUNT.
