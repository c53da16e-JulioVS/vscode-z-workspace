       IDENTIFICATION DIVISION.
       PROGRAM-ID. EASGVW.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'EMPLOYEE ASSIGNMENT AS-OF INQUIRY' PROGRAM
      *      - REACHED FROM EMENU (FASTPATH 'ASGHIST'), 'ASGHIST'
      *        AUTHORITY.
      *      - KEY AN EMPLOYEE NUMBER AND A DATE (BLANK = TODAY) AND
      *        THE SCREEN SHOWS THE EMPLOYEE RECORD AS IT STOOD THAT
      *        DAY - NAME, DEPARTMENT, USER ID, LEAVE STATUS AND
      *        POSITION - FROM THE LAST EASGHST ASSIGNMENT-HISTORY
      *        RECORD EFFECTIVE ON OR BEFORE IT, WITH THE CHANGE THAT
      *        PUT IT THERE.
      *      - "WHICH DEPARTMENT WAS THIS PERSON IN LAST MARCH" IS
      *        ANSWERED HERE INSTEAD OF FROM A RESTORED BACKUP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY EASGMAP.
       COPY EASGHST.
       COPY EMPMAS.
       COPY EERRCOM.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-USER-ID        PIC X(8).
      ******************************************************************
      *   CONTINUATION SHAPE RETURNED BY 1300-RETURN-STATEFULLY - A
      *   DIFFERENT LENGTH THAN THE FIRST-INTERACTION COMM-AREA ABOVE,
      *   SO THE TWO CASES CAN BE TOLD APART ON THE NEXT EIBCALEN TEST.
      ******************************************************************
       01 WS-EASGVW-STATE.
          05 WS-AV-USER-ID     PIC X(8).
          05 FILLER            PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-SCAN-DONE-IND     PIC X(1) VALUE 'N'.
          88 WS-SCAN-DONE               VALUE 'Y'.
       01 WS-AS-OF-FOUND-IND   PIC X(1) VALUE 'N'.
          88 WS-AS-OF-FOUND             VALUE 'Y'.
       01 WS-TERMINATED-IND    PIC X(1) VALUE 'N'.
          88 WS-WAS-TERMINATED          VALUE 'Y'.
       01 WS-TARGET-EMPNO      PIC X(6).
       01 WS-AS-OF-DATE        PIC X(8).
       01 WS-IN-EFFECT-DATE    PIC X(8).
       01 WS-FIRST-LATER-DATE  PIC X(8).
       01 WS-RESULT-MESSAGE    PIC X(79).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
      *    THE FIRST INTERACTION ALWAYS ARRIVES VIA XCTL CARRYING
      *    WS-USER-ID'S LENGTH (SEE EMENU) - EVERY CONTINUATION
      *    ARRIVES SIZED AS THE LARGER WS-EASGVW-STATE THIS PROGRAM
      *    RETURNS ITSELF, SO THE TWO ARE DISTINGUISHED BY LENGTH
      *    RATHER THAN BY TESTING FOR A ZERO-LENGTH COMM-AREA.
           IF EIBCALEN IS EQUAL TO LENGTH OF WS-USER-ID
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              PERFORM 2000-PROCESS-USER-INPUT
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
      *    THE FIRST INTERACTION ARRIVES VIA XCTL FROM EMENU, SO THE
      *    COMM-AREA HOLDS THE USER ID OF THE SIGNED-ON INQUIRER
           INITIALIZE WS-SESSION-STATE.
           INITIALIZE EASGMO.
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA TO WS-USER-ID
           END-IF.
           MOVE "Key employee number + as-of date (blank=today)."
                TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-ASGVW-MAP-NAME)
                MAPSET(AC-ASGVW-MAPSET-NAME)
                FROM (EASGMO)
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           MOVE WS-USER-ID TO WS-AV-USER-ID.
           EXEC CICS RETURN
                COMMAREA(WS-EASGVW-STATE)
                LENGTH(LENGTH OF WS-EASGVW-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           MOVE DFHCOMMAREA TO WS-EASGVW-STATE.
           MOVE WS-AV-USER-ID TO WS-USER-ID.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-RECEIVE-MAP
                PERFORM 2200-INQUIRE-AS-OF
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2900-RETURN-TO-MENU
           WHEN OTHER
                INITIALIZE EASGMO
                MOVE "Invalid key pressed!" TO MESSO
                PERFORM 1200-SEND-MAP
                PERFORM 1300-RETURN-STATEFULLY
           END-EVALUATE.

       2100-RECEIVE-MAP.
      *    GET INPUT FROM THE USER
           EXEC CICS RECEIVE
                MAP(AC-ASGVW-MAP-NAME)
                MAPSET(AC-ASGVW-MAPSET-NAME)
                INTO (EASGMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2200-INQUIRE-AS-OF.
      *    A BLANK DATE MEANS TODAY - ANYTHING ELSE MUST BE A WHOLE
      *    YYYYMMDD, SINCE IT IS COMPARED AGAINST THE HISTORY KEYS
           MOVE EMPNOI TO WS-TARGET-EMPNO.
           IF ASOFDTI IS EQUAL TO SPACES
              OR ASOFDTI IS EQUAL TO LOW-VALUES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
              MOVE ASOFDTI TO WS-AS-OF-DATE
           END-IF.
           INITIALIZE EASGMO.
           MOVE WS-TARGET-EMPNO TO EMPNOO.
           MOVE WS-AS-OF-DATE   TO ASOFDTO.
           EVALUATE TRUE
           WHEN WS-TARGET-EMPNO IS EQUAL TO SPACES
           WHEN WS-TARGET-EMPNO IS EQUAL TO LOW-VALUES
                MOVE "Employee number is required!" TO MESSO
           WHEN WS-AS-OF-DATE IS NOT NUMERIC
                MOVE "As-of date must be YYYYMMDD!" TO MESSO
           WHEN OTHER
                PERFORM 2300-FIND-AS-OF-RECORD
                PERFORM 2400-SHOW-AS-OF-RECORD
           END-EVALUATE.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2300-FIND-AS-OF-RECORD.
      *    WALK THE EMPLOYEE'S HISTORY IN EFFECTIVE-DATE ORDER - THE
      *    LAST RECORD EFFECTIVE ON OR BEFORE THE AS-OF DATE IS THE
      *    ONE THAT WAS IN FORCE THAT DAY
           MOVE 'N'    TO WS-SCAN-DONE-IND.
           MOVE 'N'    TO WS-AS-OF-FOUND-IND.
           MOVE 'N'    TO WS-TERMINATED-IND.
           MOVE SPACES TO WS-IN-EFFECT-DATE.
           MOVE SPACES TO WS-FIRST-LATER-DATE.
           MOVE WS-TARGET-EMPNO TO AH-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES      TO AH-EFFECTIVE-DATE.
           MOVE LOW-VALUES      TO AH-RECORDED-TIMESTAMP.
           EXEC CICS STARTBR
                FILE(AC-ASGHST-FILENAME)
                RIDFLD(AH-HIST-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           EVALUATE WS-BROWSE-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2310-SCAN-ONE-CHANGE
                   UNTIL WS-SCAN-DONE
                EXEC CICS ENDBR
                     FILE(AC-ASGHST-FILENAME)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE WS-BROWSE-RESPONSE TO WS-CICS-RESPONSE
                MOVE '2300-FIND-AS-OF-RECORD' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
           END-EVALUATE.

       2310-SCAN-ONE-CHANGE.
           EXEC CICS READNEXT
                FILE(AC-ASGHST-FILENAME)
                INTO (ASSIGNMENT-HISTORY-RECORD)
                RIDFLD(AH-HIST-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN AH-EMPLOYEE-NUMBER IS NOT EQUAL TO WS-TARGET-EMPNO
                SET WS-SCAN-DONE TO TRUE
           WHEN AH-EFFECTIVE-DATE IS GREATER THAN WS-AS-OF-DATE
                MOVE AH-EFFECTIVE-DATE TO WS-FIRST-LATER-DATE
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                PERFORM 2320-HOLD-ONE-CHANGE
           END-EVALUATE.

       2320-HOLD-ONE-CHANGE.
      *    EACH QUALIFYING RECORD OVERLAYS THE ONE BEFORE IT, SO WHAT
      *    IS LEFT ON THE SCREEN WHEN THE SCAN STOPS IS THE AS-OF VIEW
           SET WS-AS-OF-FOUND TO TRUE.
           MOVE AH-EFFECTIVE-DATE     TO WS-IN-EFFECT-DATE.
           MOVE AH-EFFECTIVE-DATE     TO EFFDTO.
           MOVE AH-EMPLOYEE-NAME      TO EMPNAMO.
           MOVE AH-DEPT-NBR           TO DEPTNOO.
           MOVE AH-USER-ID            TO USRIDO.
           MOVE AH-LEAVE-STATUS       TO LEAVEO.
           MOVE AH-POSITION-NUMBER    TO POSNOO.
           MOVE AH-SOURCE             TO SOURCEO.
           MOVE AH-SOURCE-TRANSACTION TO TRANO.
           MOVE AH-ACTING-USER        TO ACTUSRO.
           IF AH-IS-TERMINATION
              SET WS-WAS-TERMINATED TO TRUE
           ELSE
              MOVE 'N' TO WS-TERMINATED-IND
           END-IF.

       2400-SHOW-AS-OF-RECORD.
      *    NO HISTORY AT ALL MEANS NOTHING HAS CHANGED SINCE THE
      *    HISTORY STARTED - THE CURRENT EMPMAS RECORD IS THE ANSWER
           MOVE SPACES TO WS-RESULT-MESSAGE.
           EVALUATE TRUE
           WHEN WS-AS-OF-FOUND AND WS-WAS-TERMINATED
                STRING 'Employee had left - terminated effective '
                       DELIMITED BY SIZE
                       WS-IN-EFFECT-DATE DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       INTO WS-RESULT-MESSAGE
                END-STRING
           WHEN WS-AS-OF-FOUND
                STRING 'Record as of ' DELIMITED BY SIZE
                       WS-AS-OF-DATE DELIMITED BY SIZE
                       ' - in effect since ' DELIMITED BY SIZE
                       WS-IN-EFFECT-DATE DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       INTO WS-RESULT-MESSAGE
                END-STRING
           WHEN WS-FIRST-LATER-DATE IS NOT EQUAL TO SPACES
                STRING 'No history on or before that date - first '
                       DELIMITED BY SIZE
                       'change ' DELIMITED BY SIZE
                       WS-FIRST-LATER-DATE DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       INTO WS-RESULT-MESSAGE
                END-STRING
           WHEN OTHER
                PERFORM 2450-SHOW-CURRENT-RECORD
           END-EVALUATE.
           MOVE WS-RESULT-MESSAGE TO MESSO.

       2450-SHOW-CURRENT-RECORD.
           MOVE WS-TARGET-EMPNO TO EM-EMPLOYEE-NUMBER.
           EXEC CICS READ
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EM-EMPLOYEE-NAME   TO EMPNAMO
              MOVE EM-DEPT-NBR        TO DEPTNOO
              MOVE EM-USER-ID         TO USRIDO
              MOVE EM-LEAVE-STATUS    TO LEAVEO
              MOVE EM-POSITION-NUMBER TO POSNOO
              MOVE "No changes recorded - current record shown."
                   TO WS-RESULT-MESSAGE
           ELSE
              MOVE "Employee not found!" TO WS-RESULT-MESSAGE
           END-IF.

       2900-RETURN-TO-MENU.
      *    BACK OUT TO THE SIGN-ON TRANSACTION
           EXEC CICS XCTL
                PROGRAM(AC-SIGNON-PROGRAM-NAME)
                END-EXEC.

       9300-LOG-ERROR.
      *    HAND THE NON-NORMAL RESP JUST SEEN TO THE CENTRAL ERROR
      *    LOGGER - CALLERS SET ER-PARAGRAPH-NAME FIRST
           MOVE AC-ASGVW-PROGRAM-NAME  TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.
