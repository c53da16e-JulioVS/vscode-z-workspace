          88 WS-FUNCTION-DISABLED          VALUE 'Y'.
       01 WS-DISABLED-LINE      PIC X(79).
      ******************************************************************
      *   FUNCTION-AUTHORITY CACHE WORK AREAS - WHAT 1410 AND 1720
      *   DECIDE FOR EVERY FUNCTION ON THE MENU IS WORKED OUT ONCE
      *   AFTER SIGN-ON AND KEPT ON THE USER'S EAUTHCSH QUEUE, SO A
      *   KEYSTROKE READS ONE TS ITEM INSTEAD OF EAUTH, EDELEG,
      *   ETRNCTL AND EREGUSR.  EAUCRTE DROPS OR OUTDATES THE CACHE
      *   WHEN THE ONLINE SCREENS CHANGE WHAT IT WAS BUILT FROM; THE
      *   MAXIMUM AGE BOUNDS HOW LONG A CHANGE MADE BY A BATCH JOB
      *   (RECERTIFICATION REVOKES, DELEGATION EXPIRY) CAN GO UNSEEN.
      ******************************************************************
       COPY EAUTHCSH.
       01 WS-CACHE-QUEUE-NAME.
          05 WS-CQ-PREFIX          PIC X(8).
          05 WS-CQ-USER-ID         PIC X(8).
       01 WS-CACHE-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CACHE-LENGTH       PIC S9(4) USAGE IS COMPUTATIONAL.
       01 WS-CACHE-ITEM         PIC S9(4) USAGE IS COMPUTATIONAL.
       01 WS-CACHE-GENERATION   PIC X(14).
       01 WS-GENERATION-LENGTH  PIC S9(4) USAGE IS COMPUTATIONAL
                                 VALUE 14.
       01 WS-AUTHCACHE-MAX-MINUTES
                                PIC S9(8) USAGE IS COMPUTATIONAL
                                 VALUE 15.
       01 WS-CACHE-LOADED-IND   PIC X(1)  VALUE 'N'.
          88 WS-CACHE-LOADED               VALUE 'Y'.
       01 WS-CACHE-VALID-IND    PIC X(1)  VALUE 'N'.
          88 WS-CACHE-VALID                VALUE 'Y'.
       01 WS-CACHE-FOUND-IND    PIC X(1)  VALUE 'N'.
          88 WS-CACHE-FOUND                VALUE 'Y'.
       01 WS-CACHE-SUB          PIC 9(3)  VALUE ZERO.
       01 WS-CACHE-HIT          PIC 9(3)  VALUE ZERO.
      *    EVERY FUNCTION CODE THE MENU CHECKS THROUGH 1400 - A CODE
      *    ADDED TO THE MENU BUT NOT HERE STILL WORKS, IT IS JUST
      *    DECIDED FROM THE FILES EACH TIME
       01 WS-FUNCTION-LIST.
          05 FILLER                PIC X(64) VALUE
             'ACCREQ  ACTVIEW APPEAL  ASGHIST AUDIT   AUTH    BADGES  BR
      -      'OWSE  '.
          05 FILLER                PIC X(64) VALUE
             'CALNDR  CASEMGT DASH    DELEG   DEPTMNT EMPMNT  GLMAP   HD
      -      'RESET '.
          05 FILLER                PIC X(64) VALUE
             'JOBSUB  MESSAGE MNTAUD  MUSTER  NAMSRCH PRTDST  PWDCHG  QU
      -      'IESCE '.
          05 FILLER                PIC X(64) VALUE
             'RECERT  REVIEW  ROLES   RPTVIEW RULES   SCHED   SELFSVC SE
      -      'SSVW  '.
          05 FILLER                PIC X(64) VALUE
             'SUBSCR  TAGLOOK TERMAUT TRNCTL  UNLOCK  USRMNT  VCHREQ  VI
      -      'SITOR '.
       01 WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-LIST.
          05 WS-FUNCTION-ENTRY OCCURS 40 TIMES
                                   PIC X(8).
       01 WS-FUNCTION-COUNT     PIC 9(3)  VALUE 40.
      ******************************************************************
      *   FASTPATH / FAVORITES WORK AREAS - THE RECEIVE NOW TAKES
      *   WHATEVER WAS TYPED ON THE TEXT SCREEN: A FUNCTION CODE
      *   ROUTES STRAIGHT THERE (STILL THROUGH THE SAME AUTHORITY,
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
           END-IF.
           PERFORM 1520-LOAD-AUTHORITY-CACHE.
           PERFORM 1200-SEND-MENU.
           PERFORM 1300-RETURN-STATEFULLY.

              END-IF
           END-IF.

       1520-LOAD-AUTHORITY-CACHE.
      *    PICK UP THIS USER'S CACHED AUTHORITIES - A MISSING CACHE,
      *    ONE BUILT BEFORE THE LAST SYSTEM-WIDE CHANGE, ONE BUILT ON
      *    AN EARLIER DAY (DELEGATION DATES MOVE AT MIDNIGHT) OR ONE
      *    PAST ITS MAXIMUM AGE IS REBUILT FROM THE FILES.  THE
      *    SESSION ALWAYS RUNS UNDER THE CACHED EFFECTIVE TYPE, SO AN
      *    ENDED DELEGATION DROPS BACK TO THE BASE TYPE ON REBUILD
           MOVE 'N' TO WS-CACHE-LOADED-IND.
           MOVE 'N' TO WS-CACHE-VALID-IND.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           PERFORM 1525-READ-CACHE-GENERATION.
           MOVE AC-AUTHCACHE-QUEUE-PREFIX TO WS-CQ-PREFIX.
           MOVE WS-USER-ID                TO WS-CQ-USER-ID.
           MOVE LENGTH OF AUTHORITY-CACHE-RECORD TO WS-CACHE-LENGTH.
           MOVE 1 TO WS-CACHE-ITEM.
           EXEC CICS READQ TS
                QUEUE(WS-CACHE-QUEUE-NAME)
                INTO (AUTHORITY-CACHE-RECORD)
                LENGTH(WS-CACHE-LENGTH)
                ITEM(WS-CACHE-ITEM)
                RESP(WS-CACHE-RESPONSE)
                END-EXEC.
           IF WS-CACHE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1530-CHECK-CACHE-AGE
           END-IF.
           IF NOT WS-CACHE-VALID
              PERFORM 1540-BUILD-AUTHORITY-CACHE
           END-IF.
           MOVE AK-EFFECTIVE-TYPE TO WS-USER-TYPE.
           SET WS-CACHE-LOADED TO TRUE.

       1525-READ-CACHE-GENERATION.
      *    EAUCRTE STAMPS THIS QUEUE WHENEVER A CHANGE REACHES EVERY
      *    USER (A USER-TYPE GRANT, A FUNCTION DISABLED) - NO QUEUE
      *    MEANS NO SUCH CHANGE SINCE THE REGION CAME UP
           MOVE 14 TO WS-GENERATION-LENGTH.
           MOVE 1  TO WS-CACHE-ITEM.
           EXEC CICS READQ TS
                QUEUE(AC-AUTHCACHE-GEN-QUEUE)
                INTO (WS-CACHE-GENERATION)
                LENGTH(WS-GENERATION-LENGTH)
                ITEM(WS-CACHE-ITEM)
                RESP(WS-CACHE-RESPONSE)
                END-EXEC.
           IF WS-CACHE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE SPACES TO WS-CACHE-GENERATION
           END-IF.

       1530-CHECK-CACHE-AGE.
           IF AK-GENERATION IS EQUAL TO WS-CACHE-GENERATION
              AND AK-BUILT-TIMESTAMP(1:8) IS EQUAL TO
                  WS-CURRENT-DATE(1:8)
              INITIALIZE DAT-PARAMETERS
              SET DAT-ELAPSED-MINUTES TO TRUE
              MOVE AK-BUILT-TIMESTAMP TO DAT-OLD-TIMESTAMP
              MOVE WS-CURRENT-DATE    TO DAT-NEW-TIMESTAMP
              CALL 'EDATRTE' USING DAT-PARAMETERS
              IF DAT-OK
                 AND DAT-ELAPSED-RESULT IS LESS THAN
                     WS-AUTHCACHE-MAX-MINUTES
                 SET WS-CACHE-VALID TO TRUE
              END-IF
           END-IF.

       1540-BUILD-AUTHORITY-CACHE.
      *    START AGAIN FROM THE BASE TYPE ON EREGUSR (THE COMM-AREA
      *    MAY CARRY AN ELEVATED TYPE FROM A DELEGATION SINCE ENDED),
      *    APPLY ANY CURRENT DELEGATION, THEN ASK THE FILES ABOUT
      *    EVERY FUNCTION ON THE MENU.  A CACHE THAT CANNOT BE
      *    WRITTEN IS STILL USED FOR THIS INTERACTION, AND THE NEXT
      *    ONE SIMPLY BUILDS IT AGAIN
           INITIALIZE AUTHORITY-CACHE-RECORD.
           MOVE WS-CURRENT-DATE     TO AK-BUILT-TIMESTAMP.
           MOVE WS-CACHE-GENERATION TO AK-GENERATION.
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(WS-USER-ID)
                RESP(WS-REGUSR-RESPONSE)
                END-EXEC.
           IF WS-REGUSR-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE RU-USER-TYPE            TO WS-USER-TYPE
              MOVE RU-LAST-LOGIN-TIMESTAMP TO AK-SIGNON-TIMESTAMP
           END-IF.
           MOVE WS-USER-TYPE TO AK-BASE-USER-TYPE.
           PERFORM 1500-APPLY-DELEGATION.
           MOVE WS-USER-TYPE TO AK-EFFECTIVE-TYPE.
           PERFORM 1545-CACHE-ONE-FUNCTION
              VARYING WS-CACHE-SUB FROM 1 BY 1
              UNTIL WS-CACHE-SUB IS GREATER THAN WS-FUNCTION-COUNT.
           MOVE WS-FUNCTION-COUNT TO AK-ENTRY-COUNT.
           EXEC CICS DELETEQ TS
                QUEUE(WS-CACHE-QUEUE-NAME)
                RESP(WS-CACHE-RESPONSE)
                END-EXEC.
           MOVE LENGTH OF AUTHORITY-CACHE-RECORD TO WS-CACHE-LENGTH.
           EXEC CICS WRITEQ TS
                QUEUE(WS-CACHE-QUEUE-NAME)
                FROM (AUTHORITY-CACHE-RECORD)
                LENGTH(WS-CACHE-LENGTH)
                MAIN
                RESP(WS-CACHE-RESPONSE)
                END-EXEC.

       1545-CACHE-ONE-FUNCTION.
           MOVE WS-FUNCTION-ENTRY(WS-CACHE-SUB) TO WS-AUTH-FUNCTION.
           MOVE WS-AUTH-FUNCTION TO AK-FUNCTION-CODE(WS-CACHE-SUB).
           PERFORM 1410-READ-AUTHORITY.
           MOVE WS-AUTH-ALLOWED-IND TO AK-ALLOWED-IND(WS-CACHE-SUB).
           PERFORM 1720-READ-FUNCTION-CONTROL.
           MOVE WS-FUNCTION-DISABLED-IND
                TO AK-DISABLED-IND(WS-CACHE-SUB).
           IF WS-FUNCTION-DISABLED
              MOVE TC-REASON-TEXT TO AK-REASON-TEXT(WS-CACHE-SUB)
           END-IF.

       1200-SEND-MENU.
      *    BUILD AND SEND THE GREETING/MENU TEXT - EACH OPTION LINE IS
      *    SHOWN ONLY WHEN THE EAUTH AUTHORITY TABLE (OR ITS LEGACY
           END-IF.

       1400-CHECK-AUTHORITY.
      *    DECIDE WHETHER THIS USER MAY DRIVE WS-AUTH-FUNCTION FROM THE
      *    SESSION'S AUTHORITY CACHE - A FUNCTION THE CACHE DOES NOT
      *    HOLD IS DECIDED FROM THE FILES
           PERFORM 1420-FIND-CACHED-FUNCTION.
           IF WS-CACHE-FOUND
              MOVE AK-ALLOWED-IND(WS-CACHE-HIT) TO WS-AUTH-ALLOWED-IND
           ELSE
              PERFORM 1410-READ-AUTHORITY
           END-IF.

       1410-READ-AUTHORITY.
      *    DECIDE WHETHER THIS USER MAY DRIVE WS-AUTH-FUNCTION - THE
      *    USER-ID RECORD WINS OVER THE USER-TYPE RECORD, AND WITH
      *    NEITHER ON FILE THE LEGACY ROLE DEFAULTS STILL APPLY SO AN
              END-IF
           END-IF.

       1420-FIND-CACHED-FUNCTION.
           MOVE 'N' TO WS-CACHE-FOUND-IND.
           IF WS-CACHE-LOADED
              PERFORM 1425-TEST-CACHED-FUNCTION
                 VARYING WS-CACHE-SUB FROM 1 BY 1
                 UNTIL WS-CACHE-SUB IS GREATER THAN AK-ENTRY-COUNT
                    OR WS-CACHE-FOUND
           END-IF.

       1425-TEST-CACHED-FUNCTION.
           IF AK-FUNCTION-CODE(WS-CACHE-SUB) IS EQUAL TO
              WS-AUTH-FUNCTION
              MOVE WS-CACHE-SUB TO WS-CACHE-HIT
              SET WS-CACHE-FOUND TO TRUE
           END-IF.

       1450-DEFAULT-AUTHORITY.
      *    THE ROLE RULES THAT WERE HARDCODED HERE BEFORE THE EAUTH
      *    FILE EXISTED - STILL THE ANSWER WHEN NO RECORD IS ON FILE
           WHEN 'TAGLOOK'
           WHEN 'VISITOR'
           WHEN 'SELFSVC'
           WHEN 'APPEAL'
           WHEN 'ACCREQ'
           WHEN 'VCHREQ'
                SET WS-AUTH-ALLOWED TO TRUE
           WHEN 'UNLOCK'
           WHEN 'DELEG'
           END-IF.

       1710-CHECK-FUNCTION-DISABLED.
      *    THE CACHED DISABLE SWITCH AND REASON ARE USED WHEN THE
      *    CACHE HOLDS THE FUNCTION - OTHERWISE ETRNCTL IS READ
           MOVE 'N' TO WS-FUNCTION-DISABLED-IND.
           IF WS-AUTH-ALLOWED
              PERFORM 1420-FIND-CACHED-FUNCTION
              IF WS-CACHE-FOUND
                 MOVE AK-DISABLED-IND(WS-CACHE-HIT)
                      TO WS-FUNCTION-DISABLED-IND
                 MOVE AK-REASON-TEXT(WS-CACHE-HIT) TO TC-REASON-TEXT
              ELSE
                 PERFORM 1720-READ-FUNCTION-CONTROL
              END-IF
           END-IF.

       1720-READ-FUNCTION-CONTROL.
      *    OPERATIONS CAN TAKE ONE FUNCTION OUT OF SERVICE ON THE
      *    ETRNCTL FILE - NO RECORD (OR AN ENABLED ONE) MEANS NORMAL
      *    ROUTING
       2000-PROCESS-USER-INPUT.
           MOVE DFHCOMMAREA TO WS-EMENU-STATE.
           MOVE WS-EM-SESSION-STATE TO WS-SESSION-STATE.
           PERFORM 1520-LOAD-AUTHORITY-CACHE.
           MOVE SPACES TO WS-TERMINAL-INPUT.
           MOVE 20 TO WS-RECEIVE-LENGTH.
           EXEC CICS RECEIVE
                PERFORM 2916-OPERATIONS-DASHBOARD
           WHEN 'SUBSCR'
                PERFORM 2917-REPORT-SUBSCRIPTIONS
           WHEN 'APPEAL'
                PERFORM 2918-CITATION-APPEALS
           WHEN 'ASGHIST'
                PERFORM 2919-ASSIGNMENT-HISTORY
           WHEN 'GLMAP'
                PERFORM 2920-GL-ACCOUNT-MAPPING
           WHEN 'ROLES'
                PERFORM 2921-ROLE-TEMPLATES
           WHEN 'ACCREQ'
                PERFORM 2922-ACCESS-REQUEST
           WHEN 'HDRESET'
                PERFORM 2923-HELP-DESK-RESET
           WHEN 'MUSTER'
                PERFORM 2924-EVACUATION-MUSTER
           WHEN 'BADGES'
                PERFORM 2925-BADGE-MAINTENANCE
           WHEN 'JOBSUB'
                PERFORM 2926-JOB-SUBMISSION
           WHEN 'VCHREQ'
                PERFORM 2927-VOUCHER-ACCESS-REQUEST
           WHEN OTHER
                PERFORM 1200-SEND-MENU
                EXEC CICS SEND TEXT
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2922-ACCESS-REQUEST.
      *    FUNCTION ACCESS REQUESTS AND THEIR APPROVAL - 'ACCREQ'
      *    AUTHORITY, EVERY USER BY DEFAULT, FASTPATH ONLY
           MOVE 'ACCREQ' TO WS-AUTH-FUNCTION.
           PERFORM 1400-CHECK-AUTHORITY.
           PERFORM 1710-CHECK-FUNCTION-DISABLED.
           PERFORM 1800-LOG-ROUTING.
           IF WS-FUNCTION-DISABLED
              PERFORM 1770-SHOW-DISABLED-REASON
           END-IF.
           PERFORM 1700-CHECK-STEP-UP.
           IF WS-AUTH-ALLOWED AND WS-STEPUP-REQUIRED
              PERFORM 1750-ROUTE-TO-STEP-UP
           END-IF.
           IF WS-AUTH-ALLOWED
              EXEC CICS XCTL
                   PROGRAM(AC-ACCREQ-PROGRAM-NAME)
                   COMMAREA(WS-SESSION-STATE)
                   LENGTH(LENGTH OF WS-SESSION-STATE)
                   END-EXEC
           ELSE
              PERFORM 1200-SEND-MENU
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2926-JOB-SUBMISSION.
      *    ON-DEMAND SUBMISSION OF THE REGISTERED RERUNNABLE BATCH
      *    JOBS - 'JOBSUB' AUTHORITY, ADMINISTRATORS ONLY BY DEFAULT
      *    (OPERATIONS IS GRANTED IT ON EAUTH), FASTPATH ONLY
           MOVE 'JOBSUB' TO WS-AUTH-FUNCTION.
           PERFORM 1400-CHECK-AUTHORITY.
           PERFORM 1710-CHECK-FUNCTION-DISABLED.
           PERFORM 1800-LOG-ROUTING.
           IF WS-FUNCTION-DISABLED
              PERFORM 1770-SHOW-DISABLED-REASON
           END-IF.
           PERFORM 1700-CHECK-STEP-UP.
           IF WS-AUTH-ALLOWED AND WS-STEPUP-REQUIRED
              PERFORM 1750-ROUTE-TO-STEP-UP
           END-IF.
           IF WS-AUTH-ALLOWED
              EXEC CICS XCTL
                   PROGRAM(AC-JOBSUB-PROGRAM-NAME)
                   COMMAREA(WS-USER-ID)
                   LENGTH(LENGTH OF WS-USER-ID)
                   END-EXEC
           ELSE
              PERFORM 1200-SEND-MENU
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2927-VOUCHER-ACCESS-REQUEST.
      *    ONE-TIME ZECRETS VOUCHER DECRYPTION REQUESTS AND THEIR
      *    APPROVAL - 'VCHREQ' AUTHORITY, EVERY USER BY DEFAULT,
      *    FASTPATH ONLY
           MOVE 'VCHREQ' TO WS-AUTH-FUNCTION.
           PERFORM 1400-CHECK-AUTHORITY.
           PERFORM 1710-CHECK-FUNCTION-DISABLED.
           PERFORM 1800-LOG-ROUTING.
           IF WS-FUNCTION-DISABLED
              PERFORM 1770-SHOW-DISABLED-REASON
           END-IF.
           PERFORM 1700-CHECK-STEP-UP.
           IF WS-AUTH-ALLOWED AND WS-STEPUP-REQUIRED
              PERFORM 1750-ROUTE-TO-STEP-UP
           END-IF.
           IF WS-AUTH-ALLOWED
              EXEC CICS XCTL
                   PROGRAM(AC-VCHREQ-PROGRAM-NAME)
                   COMMAREA(WS-SESSION-STATE)
                   LENGTH(LENGTH OF WS-SESSION-STATE)
                   END-EXEC
           ELSE
              PERFORM 1200-SEND-MENU
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2925-BADGE-MAINTENANCE.
      *    BUILDING BADGE ISSUE, LOSS, REPLACEMENT AND DEACTIVATION -
      *    'BADGES' AUTHORITY, ADMINISTRATORS ONLY BY DEFAULT
      *    (PHYSICAL SECURITY IS GRANTED IT ON EAUTH), FASTPATH ONLY
           MOVE 'BADGES' TO WS-AUTH-FUNCTION.
           PERFORM 1400-CHECK-AUTHORITY.
           PERFORM 1710-CHECK-FUNCTION-DISABLED.
           PERFORM 1800-LOG-ROUTING.
           IF WS-FUNCTION-DISABLED
              PERFORM 1770-SHOW-DISABLED-REASON
           END-IF.
           PERFORM 1700-CHECK-STEP-UP.
           IF WS-AUTH-ALLOWED AND WS-STEPUP-REQUIRED
              PERFORM 1750-ROUTE-TO-STEP-UP
           END-IF.
           IF WS-AUTH-ALLOWED
              EXEC CICS XCTL
                   PROGRAM(AC-BADGMS-PROGRAM-NAME)
                   COMMAREA(WS-USER-ID)
                   LENGTH(LENGTH OF WS-USER-ID)
                   END-EXEC
           ELSE
              PERFORM 1200-SEND-MENU
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2924-EVACUATION-MUSTER.
      *    BUILDING EVACUATION MUSTER FOR THE FIRE WARDENS - 'MUSTER'
      *    AUTHORITY, ADMINISTRATORS ONLY BY DEFAULT (THE WARDENS ARE
      *    GRANTED IT ON EAUTH), FASTPATH ONLY
           MOVE 'MUSTER' TO WS-AUTH-FUNCTION.
           PERFORM 1400-CHECK-AUTHORITY.
           PERFORM 1710-CHECK-FUNCTION-DISABLED.
           PERFORM 1800-LOG-ROUTING.
           IF WS-FUNCTION-DISABLED
              PERFORM 1770-SHOW-DISABLED-REASON
           END-IF.
           PERFORM 1700-CHECK-STEP-UP.
           IF WS-AUTH-ALLOWED AND WS-STEPUP-REQUIRED
              PERFORM 1750-ROUTE-TO-STEP-UP
           END-IF.
           IF WS-AUTH-ALLOWED
              EXEC CICS XCTL
                   PROGRAM(AC-MUSTER-PROGRAM-NAME)
                   COMMAREA(WS-USER-ID)
                   LENGTH(LENGTH OF WS-USER-ID)
                   END-EXEC
           ELSE
              PERFORM 1200-SEND-MENU
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2923-HELP-DESK-RESET.
      *    HELP-DESK PASSWORD RESET WITH CALLER IDENTITY PROOFING -
      *    'HDRESET' AUTHORITY, ADMINISTRATORS ONLY BY DEFAULT (THE
      *    HELP DESK IS GRANTED IT ON EAUTH), FASTPATH ONLY
           MOVE 'HDRESET' TO WS-AUTH-FUNCTION.
           PERFORM 1400-CHECK-AUTHORITY.
           PERFORM 1710-CHECK-FUNCTION-DISABLED.
           PERFORM 1800-LOG-ROUTING.
           IF WS-FUNCTION-DISABLED
              PERFORM 1770-SHOW-DISABLED-REASON
           END-IF.
           PERFORM 1700-CHECK-STEP-UP.
           IF WS-AUTH-ALLOWED AND WS-STEPUP-REQUIRED
              PERFORM 1750-ROUTE-TO-STEP-UP
           END-IF.
           IF WS-AUTH-ALLOWED
              EXEC CICS XCTL
                   PROGRAM(AC-HDRESET-PROGRAM-NAME)
                   COMMAREA(WS-SESSION-STATE)
                   LENGTH(LENGTH OF WS-SESSION-STATE)
                   END-EXEC
           ELSE
              PERFORM 1200-SEND-MENU
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2921-ROLE-TEMPLATES.
      *    JOB-ROLE TEMPLATES AND ROLE ASSIGNMENTS - 'ROLES' AUTHORITY,
      *    ADMINISTRATORS ONLY BY DEFAULT, FASTPATH ONLY
           MOVE 'ROLES' TO WS-AUTH-FUNCTION.
           PERFORM 1400-CHECK-AUTHORITY.
           PERFORM 1710-CHECK-FUNCTION-DISABLED.
           PERFORM 1800-LOG-ROUTING.
           IF WS-FUNCTION-DISABLED
              PERFORM 1770-SHOW-DISABLED-REASON
           END-IF.
           PERFORM 1700-CHECK-STEP-UP.
           IF WS-AUTH-ALLOWED AND WS-STEPUP-REQUIRED
              PERFORM 1750-ROUTE-TO-STEP-UP
           END-IF.
           IF WS-AUTH-ALLOWED
              EXEC CICS XCTL
                   PROGRAM(AC-ROLE-PROGRAM-NAME)
                   COMMAREA(WS-USER-ID)
                   LENGTH(LENGTH OF WS-USER-ID)
                   END-EXEC
           ELSE
              PERFORM 1200-SEND-MENU
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2920-GL-ACCOUNT-MAPPING.
      *    EFFECTIVE-DATED GLACCMAP MAINTENANCE - 'GLMAP' AUTHORITY,
      *    ADMINISTRATORS ONLY BY DEFAULT (FINANCE IS GRANTED IT ON
      *    EAUTH), FASTPATH ONLY
           MOVE 'GLMAP' TO WS-AUTH-FUNCTION.
           PERFORM 1400-CHECK-AUTHORITY.
           PERFORM 1710-CHECK-FUNCTION-DISABLED.
           PERFORM 1800-LOG-ROUTING.
           IF WS-FUNCTION-DISABLED
              PERFORM 1770-SHOW-DISABLED-REASON
           END-IF.
           PERFORM 1700-CHECK-STEP-UP.
           IF WS-AUTH-ALLOWED AND WS-STEPUP-REQUIRED
              PERFORM 1750-ROUTE-TO-STEP-UP
           END-IF.
           IF WS-AUTH-ALLOWED
              EXEC CICS XCTL
                   PROGRAM(AC-GLMAP-PROGRAM-NAME)
                   COMMAREA(WS-USER-ID)
                   LENGTH(LENGTH OF WS-USER-ID)
                   END-EXEC
           ELSE
              PERFORM 1200-SEND-MENU
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2919-ASSIGNMENT-HISTORY.
      *    EMPLOYEE RECORD AS OF A PAST DATE - 'ASGHIST' AUTHORITY,
      *    ADMINISTRATORS ONLY BY DEFAULT (HR AND AUDIT ARE GRANTED
      *    IT ON EAUTH), FASTPATH ONLY
           MOVE 'ASGHIST' TO WS-AUTH-FUNCTION.
           PERFORM 1400-CHECK-AUTHORITY.
           PERFORM 1710-CHECK-FUNCTION-DISABLED.
           PERFORM 1800-LOG-ROUTING.
           IF WS-FUNCTION-DISABLED
              PERFORM 1770-SHOW-DISABLED-REASON
           END-IF.
           PERFORM 1700-CHECK-STEP-UP.
           IF WS-AUTH-ALLOWED AND WS-STEPUP-REQUIRED
              PERFORM 1750-ROUTE-TO-STEP-UP
           END-IF.
           IF WS-AUTH-ALLOWED
              EXEC CICS XCTL
                   PROGRAM(AC-ASGVW-PROGRAM-NAME)
                   COMMAREA(WS-USER-ID)
                   LENGTH(LENGTH OF WS-USER-ID)
                   END-EXEC
           ELSE
              PERFORM 1200-SEND-MENU
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2918-CITATION-APPEALS.
      *    FILE / DECIDE PARKING CITATION APPEALS - 'APPEAL'
      *    AUTHORITY, EVERY SIGNED-ON USER BY DEFAULT, FASTPATH ONLY
           MOVE 'APPEAL' TO WS-AUTH-FUNCTION.
           PERFORM 1400-CHECK-AUTHORITY.
           PERFORM 1710-CHECK-FUNCTION-DISABLED.
           PERFORM 1800-LOG-ROUTING.
           IF WS-FUNCTION-DISABLED
              PERFORM 1770-SHOW-DISABLED-REASON
           END-IF.
           PERFORM 1700-CHECK-STEP-UP.
           IF WS-AUTH-ALLOWED AND WS-STEPUP-REQUIRED
              PERFORM 1750-ROUTE-TO-STEP-UP
           END-IF.
           IF WS-AUTH-ALLOWED
              EXEC CICS XCTL
                   PROGRAM(AC-APPEAL-PROGRAM-NAME)
                   COMMAREA(WS-SESSION-STATE)
                   LENGTH(LENGTH OF WS-SESSION-STATE)
                   END-EXEC
           ELSE
              PERFORM 1200-SEND-MENU
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2917-REPORT-SUBSCRIPTIONS.
      *    REGISTER FOR REPORT-READY NOTIFICATIONS - 'SUBSCR'
      *    AUTHORITY, EVERY SIGNED-ON USER BY DEFAULT, FASTPATH ONLY
      *    MADE - INCLUDING A DENIED ONE, WHICH IS OFTEN WHAT AN
      *    INVESTIGATION IS LOOKING FOR.  THE SIGN-ON TIMESTAMP THAT
      *    KEYS THE SESSION IS THE ONE ESONP STAMPED ON EREGUSR AT
      *    SIGN-ON TIME, CARRIED ON THE AUTHORITY CACHE ONCE LOADED
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           INITIALIZE SESSION-TRANSCRIPT-RECORD.
           MOVE WS-USER-ID TO TS-USER-ID.
           IF WS-CACHE-LOADED
              MOVE AK-SIGNON-TIMESTAMP TO TS-SIGNON-TIMESTAMP
           ELSE
              PERFORM 1810-READ-SIGNON-TIMESTAMP
           END-IF.
           MOVE WS-CURRENT-DATE     TO TS-EVENT-TIMESTAMP.
           MOVE EIBTASKN            TO TS-TASK-NUMBER.
                RESP(WS-SESLOG-RESPONSE)
                END-EXEC.

       1810-READ-SIGNON-TIMESTAMP.
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(WS-USER-ID)
                RESP(WS-REGUSR-RESPONSE)
                END-EXEC.
           IF WS-REGUSR-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE RU-LAST-LOGIN-TIMESTAMP TO TS-SIGNON-TIMESTAMP
           ELSE
              MOVE SPACES TO TS-SIGNON-TIMESTAMP
           END-IF.

       2900-SIGN-OFF.
      *    BACK OUT TO THE SIGN-ON TRANSACTION - BUT FIRST TELL
      *    EACTMON THE SESSION IS OVER SO THE USER'S EUACTTS ENTRY
