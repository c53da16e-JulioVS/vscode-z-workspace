       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJOBP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'ON-DEMAND BATCH JOB SUBMISSION' PROGRAM
      *      - REACHED FROM EMENU (FASTPATH 'JOBSUB'), 'JOBSUB'
      *        AUTHORITY - ADMINISTRATORS BY DEFAULT, OPERATIONS IS
      *        GRANTED IT ON EAUTH.
      *      - ACTION L LISTS THE RERUNNABLE JOBS REGISTERED ON
      *        EJOBREG (PF8 = MORE, PF3 = BACK TO THE SCREEN).
      *        ACTION D SHOWS A JOB'S PARAMETER PROMPTS, THE VALUES OF
      *        ITS LAST REQUEST AND HOW THAT RUN ENDED ON BATCHLOG.
      *        ACTION S VALIDATES THE PARAMETERS AGAINST THE JOB'S
      *        REGISTERED TYPES AND SUBMITS ITS STORED EJOBJCL THROUGH
      *        THE INTERNAL READER, THE KEYED VALUES REPLACING THE
      *        STORED SYSIN CARDS.
      *      - EVERY SUBMISSION IS RECORDED ON EJOBREQ WITH THE
      *        REQUESTER AND THE PARAMETERS.  A CLOSING EJOBSTS STEP IS
      *        ADDED TO THE JOB (COND=EVEN) THAT COPIES THE RUN'S
      *        BATCHLOG STATUS BACK ONTO THE REQUEST.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY EJBMAP.
       COPY EJOBREG.
       COPY EJOBJCL.
       COPY EJOBREQ.
       COPY EERRCOM.
       COPY DFHAID.
      ******************************************************************
      *   STATE CARRIED ACROSS THE SCROLLABLE JOB LIST - ONE BYTE OR
      *   MORE LONGER THAN THE FIRST-INTERACTION USER ID, SO THE TWO
      *   CASES CAN BE TOLD APART ON THE NEXT EIBCALEN TEST.
      ******************************************************************
       01 WS-EJOBP-STATE.
          05 WS-JS-USER-ID         PIC X(8).
          05 WS-LIST-ACTIVE-IND    PIC X(1).
             88 WS-LIST-ACTIVE              VALUE 'Y'.
          05 WS-LIST-NEXT-JOB      PIC X(8).
       01 WS-CICS-RESPONSE         PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE       PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE       PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-LIST-PAGE-SIZE        PIC 9(2) VALUE 20.
       01 WS-LIST-DONE-IND         PIC X(1) VALUE 'N'.
          88 WS-LIST-DONE                   VALUE 'Y'.
       01 WS-LIST-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-LIST-SUB              PIC 9(2) VALUE ZERO.
       01 WS-LIST-HEADING          PIC X(79).
       01 WS-NO-LINES-MSG          PIC X(79) VALUE
           'No more registered jobs.'.
       01 WS-LIST-LINES.
           05 WS-LIST-LINE OCCURS 20 TIMES
                            PIC X(79).
       01 WS-JOB-LIST-LINE.
          05 WS-JL-JOB-NAME        PIC X(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-JL-DESCRIPTION     PIC X(40).
          05 FILLER                PIC X(9) VALUE '  PARMS: '.
          05 WS-JL-PARM-COUNT      PIC 9(1).
      ******************************************************************
      *   PARAMETER VALUES AS KEYED, AND THE WORK AREAS THEY ARE
      *   CHECKED IN AGAINST THE JOB'S REGISTERED DEFINITIONS.
      ******************************************************************
       01 WS-PARM-VALUES.
          05 WS-PARM-VALUE OCCURS 4 TIMES
                                   PIC X(20).
       01 WS-PARM-SUB              PIC 9(1) VALUE ZERO.
       01 WS-PARM-LENGTH           PIC 9(2) VALUE ZERO.
       01 WS-PARM-ERROR-IND        PIC X(1) VALUE 'N'.
          88 WS-PARM-IN-ERROR               VALUE 'Y'.
       01 WS-CHECK-VALUE           PIC X(20).
       01 WS-CHECK-DATE REDEFINES WS-CHECK-VALUE.
          05 WS-CHECK-YYYY         PIC 9(4).
          05 WS-CHECK-MM           PIC 9(2).
          05 WS-CHECK-DD           PIC 9(2).
          05 FILLER                PIC X(12).
      *   QUOTES AND AMPERSANDS COUNTED IN A KEYED VALUE - NONE ARE
      *   ALLOWED, WHATEVER THE PARAMETER'S TYPE.
       01 WS-UNSAFE-CHAR-COUNT     PIC 9(2) VALUE ZERO.
      ******************************************************************
      *   INTERNAL READER OUTPUT - THE STORED CARDS, THE SUBSTITUTED
      *   SYSIN CARDS AND THE CLOSING EJOBSTS STEP.
      ******************************************************************
       01 WS-SPOOL-TOKEN           PIC X(8).
       01 WS-SPOOL-LENGTH          PIC S9(8) USAGE IS COMPUTATIONAL
                                   VALUE 80.
       01 WS-SPOOL-CARD            PIC X(80).
       01 WS-SPOOL-OK-IND          PIC X(1) VALUE 'Y'.
          88 WS-SPOOL-OK                    VALUE 'Y'.
       01 WS-SKIP-INSTREAM-IND     PIC X(1) VALUE 'N'.
          88 WS-SKIPPING-INSTREAM           VALUE 'Y'.
       01 WS-DD-STAR-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-CARD-SUB              PIC 9(1) VALUE ZERO.
       01 WS-STATUS-STEP-CARDS.
          05 FILLER                PIC X(80) VALUE
             '//JOBSTS   EXEC PGM=EJOBSTS,COND=EVEN'.
          05 FILLER                PIC X(80) VALUE
             '//STEPLIB  DD DSN=ZXP.Z45864.LOADLIB,DISP=SHR'.
          05 FILLER                PIC X(80) VALUE
             '//BATCHLOG DD DSN=ZXP.Z45864.BATCHLOG,DISP=SHR'.
          05 FILLER                PIC X(80) VALUE
             '//EJOBREQ  DD DSN=ZXP.Z45864.PSVS.EJOBREQ,DISP=SHR'.
          05 FILLER                PIC X(80) VALUE
             '//SYSOUT   DD SYSOUT=*'.
          05 FILLER                PIC X(80) VALUE
             '//SYSIN    DD *'.
       01 WS-STATUS-STEP-TABLE REDEFINES WS-STATUS-STEP-CARDS.
          05 WS-STATUS-STEP-CARD OCCURS 6 TIMES
                                   PIC X(80).
       01 WS-STATUS-KEY-CARD.
          05 WS-SK-REQUEST-KEY     PIC X(22).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-SK-BATLOG-NAME     PIC X(8).
          05 FILLER                PIC X(49) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP     PIC X(14).
       01 WS-REQUEST-STATUS-TEXT   PIC X(40).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(17).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO LENGTH OF WS-JS-USER-ID
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              MOVE DFHCOMMAREA TO WS-EJOBP-STATE
              IF WS-LIST-ACTIVE
                 PERFORM 3000-PROCESS-LIST-INPUT
              ELSE
                 PERFORM 2000-PROCESS-USER-INPUT
              END-IF
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
      *    THE FIRST INTERACTION ARRIVES VIA XCTL FROM EMENU, SO THE
      *    COMM-AREA HOLDS THE USER ID OF THE SIGNED-ON USER
           INITIALIZE WS-EJOBP-STATE.
           INITIALIZE EJBMO.
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA(1:8) TO WS-JS-USER-ID
           END-IF.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-JOBSUB-MAP-NAME)
                MAPSET(AC-JOBSUB-MAPSET-NAME)
                FROM (EJBMO)
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           EXEC CICS RETURN
                COMMAREA(WS-EJOBP-STATE)
                LENGTH(LENGTH OF WS-EJOBP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           PERFORM 2100-RECEIVE-MAP.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2200-PROCESS-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2900-RETURN-TO-SIGNON
           WHEN OTHER
                INITIALIZE MESSO
                MOVE "Invalid key pressed!" TO MESSO
                PERFORM 1200-SEND-MAP
                PERFORM 1300-RETURN-STATEFULLY
           END-EVALUATE.

       2100-RECEIVE-MAP.
      *    GET INPUT FROM THE USER
           EXEC CICS RECEIVE
                MAP(AC-JOBSUB-MAP-NAME)
                MAPSET(AC-JOBSUB-MAPSET-NAME)
                INTO (EJBMI)
                END-EXEC.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           EVALUATE ACTIONI
           WHEN 'L'
                PERFORM 2300-LIST-JOBS
           WHEN 'D'
                PERFORM 2400-DISPLAY-JOB
           WHEN 'S'
                PERFORM 2500-SUBMIT-JOB
           WHEN OTHER
                MOVE "Action must be L, D or S!" TO MESSO
                PERFORM 1200-SEND-MAP
                PERFORM 1300-RETURN-STATEFULLY
           END-EVALUATE.

       2300-LIST-JOBS.
      *    THE REGISTERED JOBS FROM THE FIRST ONE ON - THE USER KEYS
      *    ONE BACK INTO THE JOB FIELD FOR D OR S
           SET WS-LIST-ACTIVE TO TRUE.
           MOVE LOW-VALUES TO WS-LIST-NEXT-JOB.
           PERFORM 2750-BUILD-AND-SEND-PAGE.

       2400-DISPLAY-JOB.
           PERFORM 2410-READ-REGISTRY.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM 1200-SEND-MAP
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.
           PERFORM 2420-SHOW-DEFINITION.
           PERFORM 2430-SHOW-LAST-REQUEST.
           IF JB-PARM-COUNT IS EQUAL TO ZERO
              MOVE "No parameters - action S submits the job."
                TO MESSO
           ELSE
              MOVE "Key the parameters, then action S to submit."
                TO MESSO
           END-IF.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2410-READ-REGISTRY.
           MOVE JOBNMI TO JB-JOB-NAME.
           EXEC CICS READ
                FILE(AC-JOBREG-FILENAME)
                INTO (JOB-REGISTRY-RECORD)
                RIDFLD(JB-JOB-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE "Job is not registered for submission!" TO MESSO
           WHEN OTHER
                MOVE "Error reading the job registry!" TO MESSO
                MOVE '2410-READ-REGISTRY' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
           END-EVALUATE.

       2420-SHOW-DEFINITION.
      *    DESCRIPTION AND ONE PROMPT PER REGISTERED PARAMETER - THE
      *    PROMPTS OF UNUSED PARAMETER SLOTS ARE LEFT BLANK
           IF JB-PARM-COUNT IS GREATER THAN 4
              MOVE 4 TO JB-PARM-COUNT
           END-IF.
           MOVE JB-DESCRIPTION TO DESCO.
           MOVE SPACES TO LBL1O LBL2O LBL3O LBL4O.
           IF JB-PARM-COUNT IS GREATER THAN OR EQUAL TO 1
              MOVE JB-PARM-LABEL(1) TO LBL1O
           END-IF.
           IF JB-PARM-COUNT IS GREATER THAN OR EQUAL TO 2
              MOVE JB-PARM-LABEL(2) TO LBL2O
           END-IF.
           IF JB-PARM-COUNT IS GREATER THAN OR EQUAL TO 3
              MOVE JB-PARM-LABEL(3) TO LBL3O
           END-IF.
           IF JB-PARM-COUNT IS GREATER THAN OR EQUAL TO 4
              MOVE JB-PARM-LABEL(4) TO LBL4O
           END-IF.

       2430-SHOW-LAST-REQUEST.
      *    THE LATEST REQUEST FOR THE JOB - ITS VALUES PRIME THE
      *    PARAMETER FIELDS AND ITS BATCHLOG OUTCOME IS SHOWN
           MOVE SPACES TO LASTRNO.
           MOVE SPACES TO PRM1O PRM2O PRM3O PRM4O.
           IF JB-LAST-REQUEST-TS IS EQUAL TO SPACES
              MOVE 'NO REQUEST RECORDED FOR THIS JOB YET' TO LASTRNO
           ELSE
              MOVE JB-JOB-NAME        TO JQ-JOB-NAME
              MOVE JB-LAST-REQUEST-TS TO JQ-REQUEST-TIMESTAMP
              EXEC CICS READ
                   FILE(AC-JOBREQ-FILENAME)
                   INTO (JOB-REQUEST-RECORD)
                   RIDFLD(JQ-REQUEST-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 PERFORM 2440-FORMAT-REQUEST-STATUS
              ELSE
                 MOVE 'LAST REQUEST NOT FOUND ON EJOBREQ' TO LASTRNO
              END-IF
           END-IF.

       2440-FORMAT-REQUEST-STATUS.
           MOVE JQ-PARM-VALUE(1) TO PRM1O.
           MOVE JQ-PARM-VALUE(2) TO PRM2O.
           MOVE JQ-PARM-VALUE(3) TO PRM3O.
           MOVE JQ-PARM-VALUE(4) TO PRM4O.
           MOVE SPACES TO WS-REQUEST-STATUS-TEXT.
           EVALUATE TRUE
           WHEN JQ-IS-COMPLETED
                STRING 'COMPLETED RC '   DELIMITED BY SIZE
                       JQ-RETURN-CODE    DELIMITED BY SIZE
                       ' AT '            DELIMITED BY SIZE
                       JQ-RUN-END-TS     DELIMITED BY SIZE
                       INTO WS-REQUEST-STATUS-TEXT
                END-STRING
           WHEN JQ-IS-INCOMPLETE
                STRING 'STARTED '        DELIMITED BY SIZE
                       JQ-RUN-START-TS   DELIMITED BY SIZE
                       ', NO END RECORD' DELIMITED BY SIZE
                       INTO WS-REQUEST-STATUS-TEXT
                END-STRING
           WHEN JQ-IS-NOT-RUN
                MOVE 'NO RUN FOUND ON BATCHLOG'
                  TO WS-REQUEST-STATUS-TEXT
           WHEN OTHER
                MOVE 'SUBMITTED, NOT YET FINISHED'
                  TO WS-REQUEST-STATUS-TEXT
           END-EVALUATE.
           STRING 'LAST REQUEST '        DELIMITED BY SIZE
                  JQ-REQUEST-TIMESTAMP   DELIMITED BY SIZE
                  ' BY '                 DELIMITED BY SIZE
                  JQ-REQUESTED-BY        DELIMITED BY SPACE
                  ' - '                  DELIMITED BY SIZE
                  WS-REQUEST-STATUS-TEXT DELIMITED BY SIZE
                  INTO LASTRNO
           END-STRING.

       2500-SUBMIT-JOB.
           PERFORM 2410-READ-REGISTRY.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM 1200-SEND-MAP
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.
           PERFORM 2420-SHOW-DEFINITION.
           MOVE PRM1I TO WS-PARM-VALUE(1).
           MOVE PRM2I TO WS-PARM-VALUE(2).
           MOVE PRM3I TO WS-PARM-VALUE(3).
           MOVE PRM4I TO WS-PARM-VALUE(4).
           MOVE 'N' TO WS-PARM-ERROR-IND.
           PERFORM 2510-VALIDATE-ONE-PARM
              VARYING WS-PARM-SUB FROM 1 BY 1
              UNTIL WS-PARM-SUB IS GREATER THAN JB-PARM-COUNT
              OR WS-PARM-IN-ERROR.
           IF WS-PARM-IN-ERROR
              PERFORM 1200-SEND-MAP
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP.
           PERFORM 2600-SPOOL-JOB.
           IF WS-SPOOL-OK
              PERFORM 2700-RECORD-REQUEST
              PERFORM 2430-SHOW-LAST-REQUEST
           END-IF.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2510-VALIDATE-ONE-PARM.
      *    A BLANK VALUE ONLY WHERE THE JOB ALLOWS ONE (THE PROGRAM
      *    THEN TAKES ITS OWN DEFAULT), OTHERWISE THE REGISTERED TYPE
      *    AND LENGTH.  THE FIRST BAD VALUE STOPS THE SUBMISSION.
      *    THE VALUE GOES OUT AS AN INSTREAM SYSIN CARD, SO ONE THAT
      *    COULD END THE SYSIN DATA ('//' OR '/*' IN COLUMNS 1-2) OR
      *    CARRY A QUOTE OR AMPERSAND INTO THE JOB IS NEVER VALID
           MOVE WS-PARM-VALUE(WS-PARM-SUB) TO WS-CHECK-VALUE.
           MOVE JB-PARM-LENGTH(WS-PARM-SUB) TO WS-PARM-LENGTH.
           IF WS-PARM-LENGTH IS NOT NUMERIC
              OR WS-PARM-LENGTH IS EQUAL TO ZERO
              OR WS-PARM-LENGTH IS GREATER THAN 20
              MOVE 20 TO WS-PARM-LENGTH
           END-IF.
           EVALUATE TRUE
           WHEN WS-CHECK-VALUE IS EQUAL TO SPACES
                IF NOT JB-PARM-MAY-BE-BLANK(WS-PARM-SUB)
                   SET WS-PARM-IN-ERROR TO TRUE
                END-IF
           WHEN JB-PARM-IS-DATE(WS-PARM-SUB)
                IF WS-CHECK-VALUE(1:8) IS NOT NUMERIC
                   OR WS-CHECK-VALUE(9:12) IS NOT EQUAL TO SPACES
                   SET WS-PARM-IN-ERROR TO TRUE
                ELSE
                IF WS-CHECK-MM IS LESS THAN 1
                   OR WS-CHECK-MM IS GREATER THAN 12
                   OR WS-CHECK-DD IS LESS THAN 1
                   OR WS-CHECK-DD IS GREATER THAN 31
                   SET WS-PARM-IN-ERROR TO TRUE
                END-IF
                END-IF
           WHEN JB-PARM-IS-MONTH(WS-PARM-SUB)
                IF WS-CHECK-VALUE(1:6) IS NOT NUMERIC
                   OR WS-CHECK-VALUE(7:14) IS NOT EQUAL TO SPACES
                   SET WS-PARM-IN-ERROR TO TRUE
                ELSE
                IF WS-CHECK-MM IS LESS THAN 1
                   OR WS-CHECK-MM IS GREATER THAN 12
                   SET WS-PARM-IN-ERROR TO TRUE
                END-IF
                END-IF
           WHEN JB-PARM-IS-NUMERIC(WS-PARM-SUB)
                IF WS-CHECK-VALUE(1:WS-PARM-LENGTH) IS NOT NUMERIC
                   SET WS-PARM-IN-ERROR TO TRUE
                END-IF
                PERFORM 2520-CHECK-PARM-LENGTH
           WHEN OTHER
                PERFORM 2520-CHECK-PARM-LENGTH
           END-EVALUATE.
           MOVE ZERO TO WS-UNSAFE-CHAR-COUNT.
           INSPECT WS-CHECK-VALUE TALLYING WS-UNSAFE-CHAR-COUNT
                   FOR ALL QUOTE
                       ALL "'"
                       ALL '&'.
           IF WS-CHECK-VALUE(1:2) IS EQUAL TO '//'
              OR WS-CHECK-VALUE(1:2) IS EQUAL TO '/*'
              OR WS-UNSAFE-CHAR-COUNT IS GREATER THAN ZERO
              SET WS-PARM-IN-ERROR TO TRUE
           END-IF.
           IF WS-PARM-IN-ERROR
              MOVE SPACES TO MESSO
              STRING JB-PARM-LABEL(WS-PARM-SUB) DELIMITED BY '  '
                     ' is not valid for this job!' DELIMITED BY SIZE
                     INTO MESSO
              END-STRING
           END-IF.

       2520-CHECK-PARM-LENGTH.
           IF WS-PARM-LENGTH IS LESS THAN 20
              IF WS-CHECK-VALUE(WS-PARM-LENGTH + 1:) IS NOT EQUAL TO
                 SPACES
                 SET WS-PARM-IN-ERROR TO TRUE
              END-IF
           END-IF.

       2600-SPOOL-JOB.
      *    THE STORED JCL GOES TO THE INTERNAL READER CARD BY CARD -
      *    THE JOB IS ONLY RELEASED TO JES AT THE CLOSE, SO A FAILURE
      *    ANYWHERE BEFORE THAT DISCARDS IT
           MOVE 'Y' TO WS-SPOOL-OK-IND.
           MOVE 'N' TO WS-SKIP-INSTREAM-IND.
           EXEC CICS SPOOLOPEN OUTPUT
                NODE('*')
                USERID('INTRDR')
                TOKEN(WS-SPOOL-TOKEN)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'N' TO WS-SPOOL-OK-IND
              MOVE "Internal reader not available!" TO MESSO
              MOVE '2600-SPOOL-JOB' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           ELSE
              PERFORM 2610-SPOOL-STORED-JCL
              PERFORM 2650-SPOOL-STATUS-STEP
           END-IF.

       2610-SPOOL-STORED-JCL.
           MOVE 'N' TO WS-LIST-DONE-IND.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE JB-JOB-NAME TO JJ-JOB-NAME.
           MOVE ZERO        TO JJ-LINE-NUMBER.
           EXEC CICS STARTBR
                FILE(AC-JOBJCL-FILENAME)
                RIDFLD(JJ-JCL-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2620-SPOOL-ONE-STORED-CARD
                 UNTIL WS-LIST-DONE
                 OR NOT WS-SPOOL-OK
              EXEC CICS ENDBR
                   FILE(AC-JOBJCL-FILENAME)
                   END-EXEC
           END-IF.
           IF WS-LIST-COUNT IS EQUAL TO ZERO
              AND WS-SPOOL-OK
              MOVE 'N' TO WS-SPOOL-OK-IND
              MOVE "No JCL stored for this job!" TO MESSO
           END-IF.

       2620-SPOOL-ONE-STORED-CARD.
      *    THE STORED SYSIN DATA IS DROPPED IN FAVOUR OF THE KEYED
      *    CARDS, AND SO IS A CLOSING NULL STATEMENT, WHICH WOULD END
      *    THE JOB BEFORE THE EJOBSTS STEP
           EXEC CICS READNEXT
                FILE(AC-JOBJCL-FILENAME)
                INTO (JOB-JCL-RECORD)
                RIDFLD(JJ-JCL-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR JJ-JOB-NAME IS NOT EQUAL TO JB-JOB-NAME
              SET WS-LIST-DONE TO TRUE
           ELSE
              ADD 1 TO WS-LIST-COUNT
              EVALUATE TRUE
              WHEN WS-SKIPPING-INSTREAM
                   AND JJ-CARD-IMAGE(1:2) IS NOT EQUAL TO '/*'
                   AND JJ-CARD-IMAGE(1:2) IS NOT EQUAL TO '//'
                   CONTINUE
              WHEN JJ-CARD-IMAGE IS EQUAL TO '//'
                   MOVE 'N' TO WS-SKIP-INSTREAM-IND
              WHEN OTHER
                   MOVE 'N' TO WS-SKIP-INSTREAM-IND
                   MOVE JJ-CARD-IMAGE TO WS-SPOOL-CARD
                   PERFORM 2690-WRITE-SPOOL-CARD
                   PERFORM 2630-CHECK-SYSIN-CARD
              END-EVALUATE
           END-IF.

       2630-CHECK-SYSIN-CARD.
           MOVE ZERO TO WS-DD-STAR-COUNT.
           IF JJ-CARD-IMAGE(1:8) IS EQUAL TO '//SYSIN '
              INSPECT JJ-CARD-IMAGE TALLYING WS-DD-STAR-COUNT
                      FOR ALL ' DD *'
           END-IF.
           IF WS-DD-STAR-COUNT IS GREATER THAN ZERO
              AND JB-PARM-COUNT IS GREATER THAN ZERO
              PERFORM 2640-SPOOL-ONE-PARM-CARD
                 VARYING WS-PARM-SUB FROM 1 BY 1
                 UNTIL WS-PARM-SUB IS GREATER THAN JB-PARM-COUNT
              SET WS-SKIPPING-INSTREAM TO TRUE
           END-IF.

       2640-SPOOL-ONE-PARM-CARD.
           MOVE SPACES TO WS-SPOOL-CARD.
           MOVE WS-PARM-VALUE(WS-PARM-SUB) TO WS-SPOOL-CARD(1:20).
           PERFORM 2690-WRITE-SPOOL-CARD.

       2650-SPOOL-STATUS-STEP.
      *    THE CLOSING STEP THAT COPIES THE RUN'S BATCHLOG OUTCOME
      *    BACK ONTO THE REQUEST, THEN THE CLOSE THAT RELEASES THE JOB
           IF WS-SPOOL-OK
              PERFORM 2660-SPOOL-ONE-STATUS-CARD
                 VARYING WS-CARD-SUB FROM 1 BY 1
                 UNTIL WS-CARD-SUB IS GREATER THAN 6
              MOVE JB-JOB-NAME          TO WS-SK-REQUEST-KEY(1:8)
              MOVE WS-CURRENT-TIMESTAMP TO WS-SK-REQUEST-KEY(9:14)
              MOVE JB-BATLOG-NAME       TO WS-SK-BATLOG-NAME
              IF WS-SK-BATLOG-NAME IS EQUAL TO SPACES
                 MOVE JB-JOB-NAME TO WS-SK-BATLOG-NAME
              END-IF
              MOVE WS-STATUS-KEY-CARD TO WS-SPOOL-CARD
              PERFORM 2690-WRITE-SPOOL-CARD
              MOVE '/*' TO WS-SPOOL-CARD
              PERFORM 2690-WRITE-SPOOL-CARD
           END-IF.
           IF WS-SPOOL-OK
              EXEC CICS SPOOLCLOSE
                   TOKEN(WS-SPOOL-TOKEN)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'N' TO WS-SPOOL-OK-IND
                 MOVE "Error releasing the job to JES!" TO MESSO
                 MOVE '2650-SPOOL-STATUS-STEP' TO ER-PARAGRAPH-NAME
                 PERFORM 9300-LOG-ERROR
              END-IF
           ELSE
              EXEC CICS SPOOLCLOSE
                   TOKEN(WS-SPOOL-TOKEN)
                   DELETE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2660-SPOOL-ONE-STATUS-CARD.
           MOVE WS-STATUS-STEP-CARD(WS-CARD-SUB) TO WS-SPOOL-CARD.
           PERFORM 2690-WRITE-SPOOL-CARD.

       2690-WRITE-SPOOL-CARD.
           IF WS-SPOOL-OK
              EXEC CICS SPOOLWRITE
                   TOKEN(WS-SPOOL-TOKEN)
                   FROM (WS-SPOOL-CARD)
                   FLENGTH(WS-SPOOL-LENGTH)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'N' TO WS-SPOOL-OK-IND
                 MOVE "Error writing to the internal reader!" TO MESSO
                 MOVE '2690-WRITE-SPOOL-CARD' TO ER-PARAGRAPH-NAME
                 PERFORM 9300-LOG-ERROR
              END-IF
           END-IF.

       2700-RECORD-REQUEST.
      *    WHO SUBMITTED WHAT - THEN THE REGISTRY POINTS AT IT AS THE
      *    JOB'S LATEST REQUEST
           INITIALIZE JOB-REQUEST-RECORD.
           MOVE JB-JOB-NAME          TO JQ-JOB-NAME.
           MOVE WS-CURRENT-TIMESTAMP TO JQ-REQUEST-TIMESTAMP.
           MOVE WS-JS-USER-ID        TO JQ-REQUESTED-BY.
           MOVE SPACES               TO JQ-RUN-START-TS.
           MOVE SPACES               TO JQ-RUN-END-TS.
           PERFORM 2710-COPY-ONE-PARM
              VARYING WS-PARM-SUB FROM 1 BY 1
              UNTIL WS-PARM-SUB IS GREATER THAN JB-PARM-COUNT.
           SET JQ-IS-SUBMITTED TO TRUE.
           EXEC CICS WRITE
                FILE(AC-JOBREQ-FILENAME)
                FROM (JOB-REQUEST-RECORD)
                RIDFLD(JQ-REQUEST-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "Job submitted, but the request was not recorded!"
                TO MESSO
              MOVE '2700-RECORD-REQUEST' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           ELSE
              PERFORM 2720-UPDATE-LAST-REQUEST
              MOVE SPACES TO MESSO
              STRING 'Job '               DELIMITED BY SIZE
                     JB-JOB-NAME          DELIMITED BY SPACE
                     ' submitted, request ' DELIMITED BY SIZE
                     WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
                     INTO MESSO
              END-STRING
           END-IF.

       2710-COPY-ONE-PARM.
           MOVE WS-PARM-VALUE(WS-PARM-SUB)
             TO JQ-PARM-VALUE(WS-PARM-SUB).

       2720-UPDATE-LAST-REQUEST.
           EXEC CICS READ
                FILE(AC-JOBREG-FILENAME)
                INTO (JOB-REGISTRY-RECORD)
                RIDFLD(JB-JOB-NAME)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE WS-CURRENT-TIMESTAMP TO JB-LAST-REQUEST-TS
              EXEC CICS REWRITE
                   FILE(AC-JOBREG-FILENAME)
                   FROM (JOB-REGISTRY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE '2720-UPDATE-LAST-REQUEST' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       2750-BUILD-AND-SEND-PAGE.
      *    A PAGE OF REGISTERED JOBS FROM THE SAVED POSITION - ONE
      *    RECORD PAST A FULL PAGE IS READ TO FIND WHERE THE NEXT
      *    PAGE STARTS
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-DONE-IND.
           MOVE WS-LIST-NEXT-JOB TO JB-JOB-NAME.
           MOVE HIGH-VALUES TO WS-LIST-NEXT-JOB.
           EXEC CICS STARTBR
                FILE(AC-JOBREG-FILENAME)
                RIDFLD(JB-JOB-NAME)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2760-READ-NEXT-JOB
                 UNTIL WS-LIST-DONE
              EXEC CICS ENDBR
                   FILE(AC-JOBREG-FILENAME)
                   END-EXEC
           END-IF.
           MOVE SPACES TO WS-LIST-HEADING.
           STRING 'REGISTERED JOBS - KEY ONE INTO JOB FIELD FOR D OR S'
                  DELIMITED BY SIZE
                  '  PF8=MORE PF3=BACK' DELIMITED BY SIZE
                  INTO WS-LIST-HEADING
           END-STRING.
           PERFORM 2770-SEND-LIST-TEXT.
           PERFORM 1300-RETURN-STATEFULLY.

       2760-READ-NEXT-JOB.
           EXEC CICS READNEXT
                FILE(AC-JOBREG-FILENAME)
                INTO (JOB-REGISTRY-RECORD)
                RIDFLD(JB-JOB-NAME)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-LIST-DONE TO TRUE
           ELSE
              IF WS-LIST-COUNT IS EQUAL TO WS-LIST-PAGE-SIZE
                 MOVE JB-JOB-NAME TO WS-LIST-NEXT-JOB
                 SET WS-LIST-DONE TO TRUE
              ELSE
                 ADD 1 TO WS-LIST-COUNT
                 MOVE JB-JOB-NAME    TO WS-JL-JOB-NAME
                 MOVE JB-DESCRIPTION TO WS-JL-DESCRIPTION
                 MOVE JB-PARM-COUNT  TO WS-JL-PARM-COUNT
                 MOVE WS-JOB-LIST-LINE
                   TO WS-LIST-LINE(WS-LIST-COUNT)
              END-IF
           END-IF.

       2770-SEND-LIST-TEXT.
           EXEC CICS SEND TEXT
                FROM (WS-LIST-HEADING)
                ERASE
                END-EXEC.
           IF WS-LIST-COUNT IS EQUAL TO ZERO
              EXEC CICS SEND TEXT
                   FROM (WS-NO-LINES-MSG)
                   ACCUM
                   END-EXEC
           ELSE
              PERFORM 2780-SEND-ONE-LIST-LINE
                 VARYING WS-LIST-SUB FROM 1 BY 1
                 UNTIL WS-LIST-SUB IS GREATER THAN WS-LIST-COUNT
           END-IF.

       2780-SEND-ONE-LIST-LINE.
           EXEC CICS SEND TEXT
                FROM (WS-LIST-LINE(WS-LIST-SUB))
                ACCUM
                END-EXEC.

       3000-PROCESS-LIST-INPUT.
      *    HANDLES PF8 PAGING AND PF3/PF12 BACK TO THE SUBMISSION
      *    SCREEN WHILE THE JOB LIST IS ON SCREEN
           EXEC CICS RECEIVE
                LENGTH(LENGTH OF EIBAID)
                END-EXEC.
           EVALUATE EIBAID
           WHEN DFHPF3
           WHEN DFHPF12
                MOVE 'N' TO WS-LIST-ACTIVE-IND
                INITIALIZE EJBMO
                PERFORM 1200-SEND-MAP
                PERFORM 1300-RETURN-STATEFULLY
           WHEN OTHER
                PERFORM 2750-BUILD-AND-SEND-PAGE
           END-EVALUATE.

       2900-RETURN-TO-SIGNON.
      *    BACK OUT TO THE SIGN-ON TRANSACTION
           EXEC CICS XCTL
                PROGRAM(AC-SIGNON-PROGRAM-NAME)
                END-EXEC.

       9300-LOG-ERROR.
      *    HAND THE NON-NORMAL RESP JUST SEEN TO THE CENTRAL ERROR
      *    LOGGER - CALLERS SET ER-PARAGRAPH-NAME FIRST
           MOVE AC-JOBSUB-PROGRAM-NAME TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.
