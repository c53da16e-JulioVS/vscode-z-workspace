       IDENTIFICATION DIVISION.
       PROGRAM-ID. EENTUSE.
      ******************************************************************
      *   MONTHLY ENTITLEMENT USAGE ANALYSIS.-
      *      - LOADS EVERY ALLOWED ROUTING DECISION FROM THE ESESLOG
      *        SESSION TRANSCRIPT (LAST DATE PER USER AND FUNCTION,
      *        AND PER USER OVERALL), THEN READS EAUTH AND LISTS
      *        EVERY ALLOWED USER-ID GRANT NOT USED INSIDE THE WINDOW
      *        (SYSIN CARD 1, DAYS, BLANK OR ZERO TAKES 90) WITH THE
      *        GRANT'S AND THE USER'S LAST-USED DATES - THE USAGE
      *        EVIDENCE THE RECERTIFICATION CAMPAIGN LACKS.
      *      - EVERY GRANT LISTED IS ALSO WRITTEN TO THE EREVKPR
      *        REVOKE-PROPOSAL FILE FOR ERVKAPL TO APPLY AFTER REVIEW.
      *      - TYPE-LEVEL RECORDS ('ADM'/'MGR'/'STD') AND EXPLICIT
      *        DENIES ARE NOT PROPOSED - NEITHER IS A GRANT TO ONE
      *        PERSON.
      *      - READ-ONLY AGAINST THE CLUSTERS.  RC=4 WHEN ANY GRANT IS
      *        PROPOSED, RC=8 WHEN A TABLE OVERFLOWED (THE PROPOSALS
      *        ARE THEN NOT TO BE TRUSTED).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESLOG-FILE ASSIGN TO ESESLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TS-TRANSCRIPT-KEY
                  FILE STATUS IS WS-SESLOG-STATUS.

           SELECT AUTH-FILE ASSIGN TO EAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AT-AUTHORITY-KEY
                  FILE STATUS IS WS-AUTH-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO EREVKPR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO ENTRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESLOG-FILE
           RECORDING MODE IS F.
       COPY ESESLOG.

       FD  AUTH-FILE
           RECORDING MODE IS F.
       COPY EAUTH.

       FD  PROPOSAL-FILE
           RECORDING MODE IS F.
       COPY EREVKPR.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SESLOG-STATUS         PIC X(2).
           88 WS-SESLOG-EOF                   VALUE '10'.
       01  WS-AUTH-STATUS           PIC X(2).
           88 WS-AUTH-EOF                     VALUE '10'.
       01  WS-PROPOSAL-STATUS       PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-STAMP REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-DATE           PIC 9(8).
           05 FILLER                PIC X(6).
       01  WS-WINDOW-DAYS           PIC 9(3) VALUE 90.
       01  WS-CUTOFF-DATE           PIC 9(8).
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE PIC X(8).
       01  WS-EVENT-DATE            PIC X(8).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-PROPOSED-COUNT        PIC 9(5) VALUE 0.
      ******************************************************************
      *   ESESLOG IS USER-MAJOR, SO EACH USER'S FUNCTIONS LAND AS ONE
      *   CONTIGUOUS RUN OF THE USAGE TABLE - THE USER TABLE HOLDS
      *   WHERE THAT RUN STARTS AND ENDS, AND THE USER'S LAST USE OF
      *   ANYTHING AT ALL.
      ******************************************************************
       01  WS-USERTAB-LIMIT         PIC 9(4) VALUE 1000.
       01  WS-USERTAB-COUNT         PIC 9(4) VALUE 0.
       01  WS-USERTAB-SUB           PIC 9(4) VALUE 0.
       01  WS-USER-TABLE.
           05 WS-USERTAB-ENTRY OCCURS 1000 TIMES.
              10 WS-UT-USER-ID      PIC X(8).
              10 WS-UT-LAST-DATE    PIC X(8).
              10 WS-UT-FIRST-SUB    PIC 9(5).
              10 WS-UT-LAST-SUB     PIC 9(5).
       01  WS-USETAB-LIMIT          PIC 9(5) VALUE 5000.
       01  WS-USETAB-COUNT          PIC 9(5) VALUE 0.
       01  WS-USETAB-SUB            PIC 9(5) VALUE 0.
       01  WS-USAGE-TABLE.
           05 WS-USETAB-ENTRY OCCURS 5000 TIMES.
              10 WS-UU-FUNCTION     PIC X(8).
              10 WS-UU-LAST-DATE    PIC X(8).
       01  WS-TABLE-OVFL-IND        PIC X(1) VALUE 'N'.
           88 WS-TABLE-OVERFLOW               VALUE 'Y'.
       01  WS-OVERFLOW-LINE         PIC X(132) VALUE
           '  ** MORE TRANSCRIPT USAGE THAN THE TABLES HOLD - DO NOT APP
      -    'LY THESE PROPOSALS, RAISE THE LIMITS AND RERUN **'.
       01  WS-FOUND-IND             PIC X(1) VALUE 'N'.
           88 WS-FOUND                        VALUE 'Y'.
       01  WS-GRANT-LAST-DATE       PIC X(8).
       01  WS-USER-LAST-DATE        PIC X(8).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-USER-ID            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-FUNCTION           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SOURCE             PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-GRANT-LAST-USED    PIC X(8).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-USER-LAST-USED     PIC X(8).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  USER-ID   FUNCTION  SOURCE    FN-USED     USER-USED'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EENTUSE' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM LOAD-USAGE-TABLES.
           PERFORM CHECK-GRANTS.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-PROPOSED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-WINDOW-DAYS FROM SYSIN.
           IF WS-WINDOW-DAYS IS NOT NUMERIC
              OR WS-WINDOW-DAYS IS EQUAL TO ZERO
              MOVE 90 TO WS-WINDOW-DAYS
           END-IF.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) - WS-WINDOW-DAYS).
           OPEN OUTPUT PROPOSAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-USAGE-TABLES.
           OPEN INPUT SESLOG-FILE.
           PERFORM READ-NEXT-EVENT.
           PERFORM LOAD-ONE-EVENT
              UNTIL WS-SESLOG-EOF.
           CLOSE SESLOG-FILE.

       READ-NEXT-EVENT.
           READ SESLOG-FILE NEXT RECORD
                AT END SET WS-SESLOG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-EVENT.
      *    A DENIED ROUTING ATTEMPT IS NOT USE OF A GRANT
           IF TS-WAS-ALLOWED
              MOVE TS-EVENT-TIMESTAMP(1:8) TO WS-EVENT-DATE
              IF WS-USERTAB-COUNT IS EQUAL TO ZERO
                 OR TS-USER-ID IS NOT EQUAL TO
                    WS-UT-USER-ID(WS-USERTAB-COUNT)
                 PERFORM START-NEW-USER
              END-IF
              IF NOT WS-TABLE-OVERFLOW
                 PERFORM RECORD-ONE-USE
              END-IF
           END-IF.
           PERFORM READ-NEXT-EVENT.

       START-NEW-USER.
           IF WS-USERTAB-COUNT IS LESS THAN WS-USERTAB-LIMIT
              ADD 1 TO WS-USERTAB-COUNT
              MOVE TS-USER-ID TO WS-UT-USER-ID(WS-USERTAB-COUNT)
              MOVE SPACES     TO WS-UT-LAST-DATE(WS-USERTAB-COUNT)
              COMPUTE WS-UT-FIRST-SUB(WS-USERTAB-COUNT) =
                 WS-USETAB-COUNT + 1
              MOVE WS-USETAB-COUNT
                   TO WS-UT-LAST-SUB(WS-USERTAB-COUNT)
           ELSE
              SET WS-TABLE-OVERFLOW TO TRUE
           END-IF.

       RECORD-ONE-USE.
           IF WS-EVENT-DATE IS GREATER THAN
              WS-UT-LAST-DATE(WS-USERTAB-COUNT)
              MOVE WS-EVENT-DATE TO WS-UT-LAST-DATE(WS-USERTAB-COUNT)
           END-IF.
           MOVE 'N' TO WS-FOUND-IND.
           PERFORM FIND-USER-FUNCTION
              VARYING WS-USETAB-SUB
              FROM WS-UT-FIRST-SUB(WS-USERTAB-COUNT) BY 1
              UNTIL WS-USETAB-SUB IS GREATER THAN WS-USETAB-COUNT
              OR WS-FOUND.
           EVALUATE TRUE
           WHEN WS-FOUND
                IF WS-EVENT-DATE IS GREATER THAN
                   WS-UU-LAST-DATE(WS-USETAB-SUB)
                   MOVE WS-EVENT-DATE TO WS-UU-LAST-DATE(WS-USETAB-SUB)
                END-IF
           WHEN WS-USETAB-COUNT IS LESS THAN WS-USETAB-LIMIT
                ADD 1 TO WS-USETAB-COUNT
                MOVE TS-FUNCTION-CODE
                     TO WS-UU-FUNCTION(WS-USETAB-COUNT)
                MOVE WS-EVENT-DATE TO WS-UU-LAST-DATE(WS-USETAB-COUNT)
                MOVE WS-USETAB-COUNT
                     TO WS-UT-LAST-SUB(WS-USERTAB-COUNT)
           WHEN OTHER
                SET WS-TABLE-OVERFLOW TO TRUE
           END-EVALUATE.

       FIND-USER-FUNCTION.
      *    THE VARYING STEP RUNS ONCE MORE AFTER THE MATCH, SO THE
      *    MATCH IS TAKEN BACK ONE WHEN IT IS SEEN
           IF WS-UU-FUNCTION(WS-USETAB-SUB) IS EQUAL TO
              TS-FUNCTION-CODE
              SET WS-FOUND TO TRUE
              SUBTRACT 1 FROM WS-USETAB-SUB
           END-IF.

       CHECK-GRANTS.
           OPEN INPUT AUTH-FILE.
           PERFORM READ-NEXT-AUTHORITY.
           PERFORM CHECK-ONE-AUTHORITY
              UNTIL WS-AUTH-EOF.
           CLOSE AUTH-FILE.

       READ-NEXT-AUTHORITY.
           READ AUTH-FILE NEXT RECORD
                AT END SET WS-AUTH-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-AUTHORITY.
           IF AT-IS-ALLOWED
              AND AT-SUBJECT-ID IS NOT EQUAL TO 'ADM'
              AND AT-SUBJECT-ID IS NOT EQUAL TO 'MGR'
              AND AT-SUBJECT-ID IS NOT EQUAL TO 'STD'
              PERFORM FIND-GRANT-USAGE
              IF WS-GRANT-LAST-DATE IS LESS THAN WS-CUTOFF-DATE-X
                 PERFORM PROPOSE-ONE-REVOKE
              END-IF
           END-IF.
           PERFORM READ-NEXT-AUTHORITY.

       FIND-GRANT-USAGE.
      *    NO USE ON THE TRANSCRIPT LEAVES BOTH DATES BLANK, WHICH
      *    SORTS BELOW ANY CUTOFF
           MOVE SPACES TO WS-GRANT-LAST-DATE.
           MOVE SPACES TO WS-USER-LAST-DATE.
           MOVE 'N' TO WS-FOUND-IND.
           PERFORM FIND-ONE-USER
              VARYING WS-USERTAB-SUB FROM 1 BY 1
              UNTIL WS-USERTAB-SUB IS GREATER THAN WS-USERTAB-COUNT
              OR WS-FOUND.
           IF WS-FOUND
              MOVE 'N' TO WS-FOUND-IND
              PERFORM FIND-ONE-GRANT-USE
                 VARYING WS-USETAB-SUB
                 FROM WS-UT-FIRST-SUB(WS-USERTAB-SUB) BY 1
                 UNTIL WS-USETAB-SUB IS GREATER THAN
                       WS-UT-LAST-SUB(WS-USERTAB-SUB)
                 OR WS-FOUND
           END-IF.

       FIND-ONE-USER.
           IF WS-UT-USER-ID(WS-USERTAB-SUB) IS EQUAL TO AT-SUBJECT-ID
              SET WS-FOUND TO TRUE
              MOVE WS-UT-LAST-DATE(WS-USERTAB-SUB)
                   TO WS-USER-LAST-DATE
              SUBTRACT 1 FROM WS-USERTAB-SUB
           END-IF.

       FIND-ONE-GRANT-USE.
           IF WS-UU-FUNCTION(WS-USETAB-SUB) IS EQUAL TO
              AT-FUNCTION-CODE
              SET WS-FOUND TO TRUE
              MOVE WS-UU-LAST-DATE(WS-USETAB-SUB)
                   TO WS-GRANT-LAST-DATE
           END-IF.

       PROPOSE-ONE-REVOKE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE AT-SUBJECT-ID    TO DL-USER-ID.
           MOVE AT-FUNCTION-CODE TO DL-FUNCTION.
           IF AT-GRANT-SOURCE IS EQUAL TO SPACES
              MOVE 'DIRECT'        TO DL-SOURCE
           ELSE
              MOVE AT-GRANT-SOURCE TO DL-SOURCE
           END-IF.
           IF WS-GRANT-LAST-DATE IS EQUAL TO SPACES
              MOVE 'NEVER'            TO DL-GRANT-LAST-USED
           ELSE
              MOVE WS-GRANT-LAST-DATE TO DL-GRANT-LAST-USED
           END-IF.
           IF WS-USER-LAST-DATE IS EQUAL TO SPACES
              MOVE 'NEVER'            TO DL-USER-LAST-USED
           ELSE
              MOVE WS-USER-LAST-DATE  TO DL-USER-LAST-USED
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           INITIALIZE REVOKE-PROPOSAL-RECORD.
           MOVE AT-FUNCTION-CODE   TO RP-FUNCTION-CODE.
           MOVE AT-SUBJECT-ID      TO RP-USER-ID.
           MOVE WS-GRANT-LAST-DATE TO RP-LAST-USED-DATE.
           MOVE WS-USER-LAST-DATE  TO RP-USER-LAST-USED-DATE.
           MOVE AT-GRANT-SOURCE    TO RP-GRANT-SOURCE.
           MOVE WS-NOW-DATE        TO RP-PROPOSED-DATE.
           SET RP-IS-TO-APPLY      TO TRUE.
           WRITE REVOKE-PROPOSAL-RECORD.
           ADD 1 TO WS-PROPOSED-COUNT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  GRANTS UNUSED FOR ' DELIMITED BY SIZE
                  WS-WINDOW-DAYS DELIMITED BY SIZE
                  ' DAYS - PROPOSED FOR REVOKE: ' DELIMITED BY SIZE
                  WS-PROPOSED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-TABLE-OVERFLOW
              MOVE WS-OVERFLOW-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE PROPOSAL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'GRANTS PROPOSED FOR REVOKE: ' WS-PROPOSED-COUNT.
           IF WS-PROPOSED-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TABLE-OVERFLOW
              DISPLAY 'USAGE TABLE OVERFLOW - PROPOSALS INCOMPLETE'
              MOVE 8 TO RETURN-CODE
           END-IF.
