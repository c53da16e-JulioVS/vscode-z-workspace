       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGLMP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'GL ACCOUNT MAPPING MAINTENANCE' PROGRAM
      *      - REACHED FROM EMENU (FASTPATH 'GLMAP'), 'GLMAP'
      *        AUTHORITY, ADMINISTRATORS ONLY BY DEFAULT (FINANCE IS
      *        GRANTED IT ON EAUTH).
      *      - MAINTAINS THE EFFECTIVE-DATED GLACCMAP ROWS THAT
      *        DEPTPAY, DEPTPREC, DEPTYEC, ECHGBACK, CARFLCHG AND
      *        EHRFEED POST THROUGH.  KEY A DEPARTMENT ('****' FOR THE
      *        DEFAULT ROW) AND A DATE (BLANK = TODAY):
      *          'I' SHOWS THE ROW IN FORCE THAT DAY.
      *          'A' ADDS A MAPPING FROM THAT DATE - THE ROW IN FORCE
      *              IS END-DATED THE DAY BEFORE AND THE NEW ONE RUNS
      *              TO WHERE IT RAN (OR UP TO THE NEXT ROW ALREADY
      *              SET UP), SO A REORGANIZATION CAN BE KEYED AHEAD.
      *          'C' CHANGES THE ACCOUNTS ON THE ROW IN FORCE.
      *          'D' WITHDRAWS THE ROW STARTING ON THAT DATE - THE ROW
      *              BEFORE IT IS EXTENDED OVER ITS DATES.
      *      - NOTHING THAT STARTED BEFORE THE FIRST OF THE CURRENT
      *        MONTH CAN BE ADDED, CHANGED OR DELETED, SO A PERIOD
      *        ALREADY POSTED (OR A RETRO JOURNAL FOR IT) ALWAYS SEES
      *        THE ACCOUNTS IT WAS POSTED WITH.
      *      - EVERY CHANGE LANDS IN EMNTAUD.  EACH IMAGE HOLDS TWO
      *        GLACCMAP ROWS: THE ONE KEYED AND THE NEIGHBOUR WHOSE
      *        DATES MOVED WITH IT (BLANK WHEN NONE DID).
      *      - ON AN ECALENDR CHANGE-FREEZE DAY 'A', 'C' AND 'D' NEED
      *        AN EAUTH GRANT OF THE EMERGENCY-CHANGE FUNCTION, AND
      *        EACH SUCH CHANGE IS FLAGGED ON EMNTAUD.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY EGLMMAP.
       COPY GLACCMAP.
       COPY EMNTAUD.
       COPY EAUTH.
       COPY ECALENDR.
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
       01 WS-EGLMP-STATE.
          05 WS-GM-USER-ID     PIC X(8).
          05 FILLER            PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-PERIOD-START-DATE PIC X(8).
       01 WS-TARGET-DEPT       PIC X(4).
       01 WS-TARGET-DATE       PIC X(8).
       01 WS-NEW-END-DATE      PIC X(8).
       01 WS-RESULT-MESSAGE    PIC X(79).
      ******************************************************************
      *   CHANGE-FREEZE CHECK - ON AN ECALENDR FREEZE DAY ONLY A USER
      *   GRANTED THE EMERGENCY-CHANGE FUNCTION ON EAUTH MAY CHANGE A
      *   MAPPING, AND EACH CHANGE IS FLAGGED ON EMNTAUD.
      ******************************************************************
       01 WS-FREEZE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-FREEZE-BLOCKED-IND PIC X(1) VALUE 'N'.
          88 WS-FREEZE-BLOCKED          VALUE 'Y'.
       01 WS-FREEZE-OVERRIDE-IND PIC X(1) VALUE 'N'.
          88 WS-FREEZE-OVERRIDE         VALUE 'Y'.
       01 WS-SAVED-AUTHORITY-RECORD PIC X(25).
      ******************************************************************
      *   THE ROW IN FORCE ON THE DATE KEYED (OR, FAILING THAT, WHEN
      *   THE DEPARTMENT'S NEXT ROW STARTS) - SET BY 2250.
      ******************************************************************
       01 WS-IN-FORCE-IND      PIC X(1) VALUE 'N'.
          88 WS-IN-FORCE                VALUE 'Y'.
       01 WS-LATER-ROW-IND     PIC X(1) VALUE 'N'.
          88 WS-LATER-ROW-FOUND         VALUE 'Y'.
       01 WS-IN-FORCE-ROW      PIC X(76).
       01 WS-IN-FORCE-FROM     PIC X(8).
       01 WS-IN-FORCE-TO       PIC X(8).
       01 WS-LATER-FROM-DATE   PIC X(8).
      ******************************************************************
      *   EMNTAUD IMAGES - THE ROW KEYED, THEN ITS NEIGHBOUR.
      ******************************************************************
       01 WS-BEFORE-PAIR.
          05 WS-BEFORE-KEYED   PIC X(76).
          05 WS-BEFORE-OTHER   PIC X(76).
       01 WS-AFTER-PAIR.
          05 WS-AFTER-KEYED    PIC X(76).
          05 WS-AFTER-OTHER    PIC X(76).
      ******************************************************************
      *   DATE ARITHMETIC - WS-DATE-ALPHA IN, THE DAY BEFORE OUT.
      ******************************************************************
       01 WS-DATE-NUMERIC      PIC 9(8).
       01 WS-DATE-ALPHA REDEFINES WS-DATE-NUMERIC
                               PIC X(8).
       01 WS-DATE-CHECK        PIC 9(8).
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
      *    ARRIVES SIZED AS THE LARGER WS-EGLMP-STATE THIS PROGRAM
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
      *    COMM-AREA HOLDS THE USER ID OF THE SIGNED-ON USER
           INITIALIZE WS-SESSION-STATE.
           INITIALIZE EGLMMO.
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA TO WS-USER-ID
           END-IF.
           MOVE "A=add from date, C=change, D=delete, I=inquire as of da
      -         "te." TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-GLMAP-MAP-NAME)
                MAPSET(AC-GLMAP-MAPSET-NAME)
                FROM (EGLMMO)
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           MOVE WS-USER-ID TO WS-GM-USER-ID.
           EXEC CICS RETURN
                COMMAREA(WS-EGLMP-STATE)
                LENGTH(LENGTH OF WS-EGLMP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           MOVE DFHCOMMAREA TO WS-EGLMP-STATE.
           MOVE WS-GM-USER-ID TO WS-USER-ID.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-RECEIVE-MAP
                PERFORM 2200-PROCESS-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2900-RETURN-TO-MENU
           WHEN OTHER
                INITIALIZE EGLMMO
                MOVE "Invalid key pressed!" TO MESSO
                PERFORM 1200-SEND-MAP
                PERFORM 1300-RETURN-STATEFULLY
           END-EVALUATE.

       2100-RECEIVE-MAP.
      *    GET INPUT FROM THE USER - UNKEYED ACCOUNT FIELDS COME BACK
      *    AS LOW-VALUES AND ARE STORED AS BLANKS
           EXEC CICS RECEIVE
                MAP(AC-GLMAP-MAP-NAME)
                MAPSET(AC-GLMAP-MAPSET-NAME)
                INTO (EGLMMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF EXPACTI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO EXPACTI
           END-IF.
           IF CLRACTI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO CLRACTI
           END-IF.
           IF OTACTI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO OTACTI
           END-IF.

       2200-PROCESS-ACTION.
      *    A BLANK DATE MEANS TODAY - ANYTHING ELSE MUST BE A REAL
      *    YYYYMMDD, SINCE IT IS COMPARED AGAINST THE MAPPING KEYS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:6) '01' DELIMITED BY SIZE
                  INTO WS-PERIOD-START-DATE
           END-STRING.
           MOVE SPACES  TO WS-RESULT-MESSAGE.
           MOVE DEPTNOI TO WS-TARGET-DEPT.
           MOVE 'N'     TO WS-FREEZE-BLOCKED-IND.
           MOVE 'N'     TO WS-FREEZE-OVERRIDE-IND.
           IF ACTIONI IS EQUAL TO 'A' OR 'C' OR 'D'
              PERFORM 9160-CHECK-CHANGE-FREEZE
           END-IF.
           IF EFFDTI IS EQUAL TO SPACES
              OR EFFDTI IS EQUAL TO LOW-VALUES
              MOVE WS-CURRENT-DATE(1:8) TO WS-TARGET-DATE
           ELSE
              MOVE EFFDTI TO WS-TARGET-DATE
           END-IF.
           PERFORM 2210-CHECK-TARGET-DATE.
           EVALUATE TRUE
           WHEN WS-TARGET-DEPT IS EQUAL TO SPACES
           WHEN WS-TARGET-DEPT IS EQUAL TO LOW-VALUES
                MOVE "Department is required ('****' = default row)!"
                     TO WS-RESULT-MESSAGE
           WHEN WS-RESULT-MESSAGE IS NOT EQUAL TO SPACES
                CONTINUE
           WHEN WS-FREEZE-BLOCKED
                MOVE "Change freeze in effect - emergency role only!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                PERFORM 2250-FIND-IN-FORCE
                IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
                   EVALUATE ACTIONI
                   WHEN 'A'
                        PERFORM 2300-ADD-MAPPING
                   WHEN 'C'
                        PERFORM 2400-CHANGE-MAPPING
                   WHEN 'D'
                        PERFORM 2500-DELETE-MAPPING
                   WHEN 'I'
                        PERFORM 2600-INQUIRE-MAPPING
                   WHEN OTHER
                        MOVE "Action must be A, C, D or I!"
                             TO WS-RESULT-MESSAGE
                   END-EVALUATE
                END-IF
           END-EVALUATE.
           MOVE WS-RESULT-MESSAGE TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2210-CHECK-TARGET-DATE.
      *    A DATE THAT DOES NOT SURVIVE THE TRIP TO AN INTEGER DATE
      *    AND BACK (31 APRIL, 29 FEBRUARY IN A SHORT YEAR) IS REFUSED
           IF WS-TARGET-DATE IS NOT NUMERIC
              OR WS-TARGET-DATE(1:4) IS LESS THAN '1601'
              OR WS-TARGET-DATE(5:2) IS LESS THAN '01'
              OR WS-TARGET-DATE(5:2) IS GREATER THAN '12'
              OR WS-TARGET-DATE(7:2) IS LESS THAN '01'
              OR WS-TARGET-DATE(7:2) IS GREATER THAN '31'
              MOVE "Date must be a valid YYYYMMDD!"
                   TO WS-RESULT-MESSAGE
           ELSE
              MOVE WS-TARGET-DATE TO WS-DATE-ALPHA
              COMPUTE WS-DATE-CHECK = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC))
              IF WS-DATE-CHECK IS NOT EQUAL TO WS-DATE-NUMERIC
                 MOVE "Date must be a valid YYYYMMDD!"
                      TO WS-RESULT-MESSAGE
              END-IF
           END-IF.

       2250-FIND-IN-FORCE.
      *    ROWS ARE KEYED ON THE DATE THEY STOP APPLYING, SO THE FIRST
      *    ROW AT OR AFTER DEPARTMENT + DATE IS EITHER THE ONE IN
      *    FORCE THAT DAY OR, IF IT HAS NOT STARTED YET, THE NEXT ONE
           MOVE 'N'    TO WS-IN-FORCE-IND.
           MOVE 'N'    TO WS-LATER-ROW-IND.
           MOVE SPACES TO WS-IN-FORCE-ROW.
           MOVE SPACES TO WS-IN-FORCE-FROM.
           MOVE SPACES TO WS-IN-FORCE-TO.
           MOVE SPACES TO WS-LATER-FROM-DATE.
           MOVE WS-TARGET-DEPT TO GA-DEPT-NBR.
           MOVE WS-TARGET-DATE TO GA-EFFECTIVE-TO.
           EXEC CICS READ
                FILE(AC-GLMAP-FILENAME)
                INTO (GL-ACCOUNT-MAP-RECORD)
                RIDFLD(GA-MAP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
                CONTINUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE '2250-FIND-IN-FORCE' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
                MOVE "GLACCMAP read failed - see the error log!"
                     TO WS-RESULT-MESSAGE
           WHEN GA-DEPT-NBR IS NOT EQUAL TO WS-TARGET-DEPT
                CONTINUE
           WHEN GA-EFFECTIVE-FROM IS GREATER THAN WS-TARGET-DATE
                SET WS-LATER-ROW-FOUND TO TRUE
                MOVE GA-EFFECTIVE-FROM TO WS-LATER-FROM-DATE
           WHEN OTHER
                SET WS-IN-FORCE TO TRUE
                MOVE GL-ACCOUNT-MAP-RECORD TO WS-IN-FORCE-ROW
                MOVE GA-EFFECTIVE-FROM     TO WS-IN-FORCE-FROM
                MOVE GA-EFFECTIVE-TO       TO WS-IN-FORCE-TO
           END-EVALUATE.

       2300-ADD-MAPPING.
           EVALUATE TRUE
           WHEN WS-TARGET-DATE IS LESS THAN WS-PERIOD-START-DATE
                MOVE "Effective date is in a period already posted!"
                     TO WS-RESULT-MESSAGE
           WHEN EXPACTI IS EQUAL TO SPACES
           WHEN CLRACTI IS EQUAL TO SPACES
                MOVE "Expense and clearing accounts are required!"
                     TO WS-RESULT-MESSAGE
           WHEN WS-IN-FORCE
                AND WS-IN-FORCE-FROM IS EQUAL TO WS-TARGET-DATE
                MOVE "A mapping already starts that day - use C!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                PERFORM 2310-INSERT-MAPPING
           END-EVALUATE.

       2310-INSERT-MAPPING.
      *    THE NEW ROW TAKES OVER THE REST OF THE IN-FORCE ROW'S
      *    RUN, OR FILLS THE GAP UP TO THE NEXT ROW, OR RUNS OPEN
      *    ENDED WHEN THE DEPARTMENT HAS NOTHING LATER
           MOVE SPACES TO WS-BEFORE-PAIR.
           MOVE SPACES TO WS-AFTER-PAIR.
           EVALUATE TRUE
           WHEN WS-IN-FORCE
                MOVE WS-IN-FORCE-TO TO WS-NEW-END-DATE
                PERFORM 2320-END-DATE-IN-FORCE
           WHEN WS-LATER-ROW-FOUND
                MOVE WS-LATER-FROM-DATE TO WS-DATE-ALPHA
                PERFORM 2700-BACK-UP-ONE-DAY
                MOVE WS-DATE-ALPHA TO WS-NEW-END-DATE
           WHEN OTHER
                MOVE '99991231' TO WS-NEW-END-DATE
           END-EVALUATE.
           IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
              INITIALIZE GL-ACCOUNT-MAP-RECORD
              MOVE WS-TARGET-DEPT  TO GA-DEPT-NBR
              MOVE WS-NEW-END-DATE TO GA-EFFECTIVE-TO
              MOVE WS-TARGET-DATE  TO GA-EFFECTIVE-FROM
              MOVE EXPACTI         TO GA-EXPENSE-ACCOUNT
              MOVE CLRACTI         TO GA-CLEARING-ACCOUNT
              MOVE OTACTI          TO GA-OVERTIME-ACCOUNT
              MOVE WS-USER-ID      TO GA-CHANGED-BY
              MOVE WS-CURRENT-DATE TO GA-CHANGED-TIMESTAMP
              PERFORM 2800-WRITE-MAP-ROW
           END-IF.
           IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
              MOVE GL-ACCOUNT-MAP-RECORD TO WS-AFTER-KEYED
              MOVE WS-IN-FORCE-ROW       TO WS-BEFORE-OTHER
              MOVE WS-TARGET-DEPT        TO MA-TARGET-ID
              MOVE 'GLMAPADD'            TO MA-ACTION-CODE
              PERFORM 9200-WRITE-MAINT-AUDIT
              PERFORM 2650-SHOW-ROW
              STRING 'Mapping added, in force ' DELIMITED BY SIZE
                     GA-EFFECTIVE-FROM DELIMITED BY SIZE
                     ' to ' DELIMITED BY SIZE
                     GA-EFFECTIVE-TO DELIMITED BY SIZE
                     '.' DELIMITED BY SIZE
                     INTO WS-RESULT-MESSAGE
              END-STRING
           END-IF.

       2320-END-DATE-IN-FORCE.
      *    THE ROW IN FORCE NOW STOPS THE DAY BEFORE THE NEW ONE
      *    STARTS - ITS KEY CHANGES, SO IT IS DELETED AND WRITTEN
      *    BACK UNDER THE NEW END DATE
           MOVE WS-IN-FORCE-ROW TO GL-ACCOUNT-MAP-RECORD.
           PERFORM 2810-DELETE-MAP-ROW.
           IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
              MOVE WS-TARGET-DATE TO WS-DATE-ALPHA
              PERFORM 2700-BACK-UP-ONE-DAY
              MOVE WS-DATE-ALPHA   TO GA-EFFECTIVE-TO
              MOVE WS-USER-ID      TO GA-CHANGED-BY
              MOVE WS-CURRENT-DATE TO GA-CHANGED-TIMESTAMP
              PERFORM 2800-WRITE-MAP-ROW
              MOVE GL-ACCOUNT-MAP-RECORD TO WS-AFTER-OTHER
           END-IF.

       2400-CHANGE-MAPPING.
           EVALUATE TRUE
           WHEN NOT WS-IN-FORCE
                MOVE "No mapping in force that day - use A to add one!"
                     TO WS-RESULT-MESSAGE
           WHEN WS-IN-FORCE-FROM IS LESS THAN WS-PERIOD-START-DATE
                MOVE "Mapping used by a posted period - add a new one wi
      -              "th A!" TO WS-RESULT-MESSAGE
           WHEN EXPACTI IS EQUAL TO SPACES
           WHEN CLRACTI IS EQUAL TO SPACES
                MOVE "Expense and clearing accounts are required!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                PERFORM 2410-REWRITE-MAPPING
           END-EVALUATE.

       2410-REWRITE-MAPPING.
           MOVE SPACES TO WS-BEFORE-PAIR.
           MOVE SPACES TO WS-AFTER-PAIR.
           MOVE WS-IN-FORCE-ROW TO GL-ACCOUNT-MAP-RECORD.
           EXEC CICS READ
                FILE(AC-GLMAP-FILENAME)
                INTO (GL-ACCOUNT-MAP-RECORD)
                RIDFLD(GA-MAP-KEY)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE GL-ACCOUNT-MAP-RECORD TO WS-BEFORE-KEYED
              MOVE EXPACTI         TO GA-EXPENSE-ACCOUNT
              MOVE CLRACTI         TO GA-CLEARING-ACCOUNT
              MOVE OTACTI          TO GA-OVERTIME-ACCOUNT
              MOVE WS-USER-ID      TO GA-CHANGED-BY
              MOVE WS-CURRENT-DATE TO GA-CHANGED-TIMESTAMP
              EXEC CICS REWRITE
                   FILE(AC-GLMAP-FILENAME)
                   FROM (GL-ACCOUNT-MAP-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE GL-ACCOUNT-MAP-RECORD TO WS-AFTER-KEYED
              MOVE WS-TARGET-DEPT        TO MA-TARGET-ID
              MOVE 'GLMAPCHG'            TO MA-ACTION-CODE
              PERFORM 9200-WRITE-MAINT-AUDIT
              PERFORM 2650-SHOW-ROW
              MOVE "Mapping changed!" TO WS-RESULT-MESSAGE
           ELSE
              MOVE '2410-REWRITE-MAPPING' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
              MOVE "GLACCMAP update failed - see the error log!"
                   TO WS-RESULT-MESSAGE
           END-IF.

       2500-DELETE-MAPPING.
           EVALUATE TRUE
           WHEN NOT WS-IN-FORCE
           WHEN WS-IN-FORCE-FROM IS NOT EQUAL TO WS-TARGET-DATE
                MOVE "No mapping starts that day - key its start date!"
                     TO WS-RESULT-MESSAGE
           WHEN WS-IN-FORCE-FROM IS LESS THAN WS-PERIOD-START-DATE
                MOVE "Mapping used by a posted period - cannot delete!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                PERFORM 2510-REMOVE-MAPPING
           END-EVALUATE.

       2510-REMOVE-MAPPING.
      *    THE ROW ENDING THE DAY BEFORE THE DELETED ONE STARTED (IF
      *    ANY) IS EXTENDED TO WHERE THE DELETED ONE RAN, SO NO GAP
      *    OPENS IN THE DEPARTMENT'S DATES
           MOVE SPACES TO WS-BEFORE-PAIR.
           MOVE SPACES TO WS-AFTER-PAIR.
           MOVE WS-IN-FORCE-ROW TO WS-BEFORE-KEYED.
           MOVE WS-IN-FORCE-ROW TO GL-ACCOUNT-MAP-RECORD.
           PERFORM 2810-DELETE-MAP-ROW.
           IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
              PERFORM 2520-EXTEND-PREVIOUS-ROW
              MOVE WS-TARGET-DEPT TO MA-TARGET-ID
              MOVE 'GLMAPDEL'     TO MA-ACTION-CODE
              PERFORM 9200-WRITE-MAINT-AUDIT
              INITIALIZE EGLMMO
              MOVE WS-TARGET-DEPT TO DEPTNOO
              IF WS-AFTER-OTHER IS EQUAL TO SPACES
                 MOVE "Mapping deleted - nothing earlier to extend."
                      TO WS-RESULT-MESSAGE
              ELSE
                 MOVE "Mapping deleted - the one before now runs on."
                      TO WS-RESULT-MESSAGE
              END-IF
           END-IF.

       2520-EXTEND-PREVIOUS-ROW.
           MOVE WS-TARGET-DEPT TO GA-DEPT-NBR.
           MOVE WS-TARGET-DATE TO WS-DATE-ALPHA.
           PERFORM 2700-BACK-UP-ONE-DAY.
           MOVE WS-DATE-ALPHA  TO GA-EFFECTIVE-TO.
           EXEC CICS READ
                FILE(AC-GLMAP-FILENAME)
                INTO (GL-ACCOUNT-MAP-RECORD)
                RIDFLD(GA-MAP-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE GL-ACCOUNT-MAP-RECORD TO WS-BEFORE-OTHER
              PERFORM 2810-DELETE-MAP-ROW
              IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
                 MOVE WS-IN-FORCE-TO  TO GA-EFFECTIVE-TO
                 MOVE WS-USER-ID      TO GA-CHANGED-BY
                 MOVE WS-CURRENT-DATE TO GA-CHANGED-TIMESTAMP
                 PERFORM 2800-WRITE-MAP-ROW
                 MOVE GL-ACCOUNT-MAP-RECORD TO WS-AFTER-OTHER
              END-IF
           END-IF.

       2600-INQUIRE-MAPPING.
           EVALUATE TRUE
           WHEN WS-IN-FORCE
                MOVE WS-IN-FORCE-ROW TO GL-ACCOUNT-MAP-RECORD
                PERFORM 2650-SHOW-ROW
                STRING 'Mapping in force on ' DELIMITED BY SIZE
                       WS-TARGET-DATE DELIMITED BY SIZE
                       ' - runs ' DELIMITED BY SIZE
                       GA-EFFECTIVE-FROM DELIMITED BY SIZE
                       ' to ' DELIMITED BY SIZE
                       GA-EFFECTIVE-TO DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       INTO WS-RESULT-MESSAGE
                END-STRING
           WHEN WS-LATER-ROW-FOUND
                INITIALIZE EGLMMO
                MOVE WS-TARGET-DEPT TO DEPTNOO
                STRING 'No mapping in force that day - the next one '
                       DELIMITED BY SIZE
                       'starts ' DELIMITED BY SIZE
                       WS-LATER-FROM-DATE DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       INTO WS-RESULT-MESSAGE
                END-STRING
           WHEN OTHER
                INITIALIZE EGLMMO
                MOVE WS-TARGET-DEPT TO DEPTNOO
                MOVE "No mapping in force that day - '****' applies."
                     TO WS-RESULT-MESSAGE
           END-EVALUATE.

       2650-SHOW-ROW.
      *    THE ROW IN GL-ACCOUNT-MAP-RECORD ONTO THE SCREEN - THE
      *    DATE FIELD SHOWS WHERE IT STARTS
           INITIALIZE EGLMMO.
           MOVE GA-DEPT-NBR          TO DEPTNOO.
           MOVE GA-EFFECTIVE-FROM    TO EFFDTO.
           MOVE GA-EFFECTIVE-TO      TO ENDDTO.
           MOVE GA-EXPENSE-ACCOUNT   TO EXPACTO.
           MOVE GA-CLEARING-ACCOUNT  TO CLRACTO.
           MOVE GA-OVERTIME-ACCOUNT  TO OTACTO.
           MOVE GA-CHANGED-BY        TO CHGBYO.
           MOVE GA-CHANGED-TIMESTAMP TO CHGTSO.

       2700-BACK-UP-ONE-DAY.
           COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) - 1).

       2800-WRITE-MAP-ROW.
           EXEC CICS WRITE
                FILE(AC-GLMAP-FILENAME)
                FROM (GL-ACCOUNT-MAP-RECORD)
                RIDFLD(GA-MAP-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE '2800-WRITE-MAP-ROW' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
              MOVE "GLACCMAP update failed - see the error log!"
                   TO WS-RESULT-MESSAGE
           END-IF.

       2810-DELETE-MAP-ROW.
           EXEC CICS DELETE
                FILE(AC-GLMAP-FILENAME)
                RIDFLD(GA-MAP-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE '2810-DELETE-MAP-ROW' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
              MOVE "GLACCMAP update failed - see the error log!"
                   TO WS-RESULT-MESSAGE
           END-IF.

       2900-RETURN-TO-MENU.
      *    BACK OUT TO THE SIGN-ON TRANSACTION
           EXEC CICS XCTL
                PROGRAM(AC-SIGNON-PROGRAM-NAME)
                END-EXEC.

       9160-CHECK-CHANGE-FREEZE.
      *    TODAY'S ECALENDR ROW DECIDES - NO ROW (OR ANY READ FAILURE)
      *    MEANS NO FREEZE.  INSIDE A FREEZE ONLY A USER-ID GRANT OF
      *    THE EMERGENCY-CHANGE FUNCTION LETS THE CHANGE THROUGH -
      *    THERE IS NO USER-TYPE OR ADMINISTRATOR DEFAULT FOR IT
           MOVE 'N' TO WS-FREEZE-BLOCKED-IND.
           MOVE 'N' TO WS-FREEZE-OVERRIDE-IND.
           MOVE WS-CURRENT-DATE(1:8) TO CA-CALENDAR-DATE.
           EXEC CICS READ
                FILE(AC-CALNDR-FILENAME)
                INTO (CALENDAR-RECORD)
                RIDFLD(CA-CALENDAR-DATE)
                RESP(WS-FREEZE-RESPONSE)
                END-EXEC.
           IF WS-FREEZE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND CA-IS-FREEZE-DAY
              MOVE AUTHORITY-RECORD TO WS-SAVED-AUTHORITY-RECORD
              MOVE AC-EMERGENCY-ROLE-FUNCTION TO AT-FUNCTION-CODE
              MOVE WS-USER-ID TO AT-SUBJECT-ID
              EXEC CICS READ
                   FILE(AC-AUTHORITY-FILENAME)
                   INTO (AUTHORITY-RECORD)
                   RIDFLD(AT-AUTHORITY-KEY)
                   RESP(WS-FREEZE-RESPONSE)
                   END-EXEC
              IF WS-FREEZE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 AND AT-IS-ALLOWED
                 SET WS-FREEZE-OVERRIDE TO TRUE
              ELSE
                 SET WS-FREEZE-BLOCKED TO TRUE
              END-IF
              MOVE WS-SAVED-AUTHORITY-RECORD TO AUTHORITY-RECORD
           END-IF.

       9200-WRITE-MAINT-AUDIT.
      *    PERMANENT BEFORE/AFTER RECORD OF THE MAPPING CHANGE JUST
      *    MADE - CALLERS SET THE TARGET, ACTION CODE AND IMAGE PAIRS
      *    BEFORE PERFORMING THIS
           MOVE WS-BEFORE-PAIR        TO MA-BEFORE-IMAGE.
           MOVE WS-AFTER-PAIR         TO MA-AFTER-IMAGE.
           MOVE WS-CURRENT-DATE       TO MA-AUDIT-TIMESTAMP.
           MOVE EIBTASKN              TO MA-TASK-NUMBER.
           MOVE WS-USER-ID            TO MA-ACTING-USER-ID.
           MOVE AC-GLMAP-PROGRAM-NAME TO MA-PROGRAM-NAME.
           MOVE SPACES                TO MA-CHANGE-TICKET.
           MOVE WS-FREEZE-OVERRIDE-IND TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
                RIDFLD(MA-AUDIT-KEY)
                RESP(WS-AUDIT-RESPONSE)
                END-EXEC.

       9300-LOG-ERROR.
      *    HAND THE NON-NORMAL RESP JUST SEEN TO THE CENTRAL ERROR
      *    LOGGER - CALLERS SET ER-PARAGRAPH-NAME FIRST
           MOVE AC-GLMAP-PROGRAM-NAME  TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.
