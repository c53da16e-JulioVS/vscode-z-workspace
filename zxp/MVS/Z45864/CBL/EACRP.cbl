       IDENTIFICATION DIVISION.
       PROGRAM-ID. EACRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'FUNCTION ACCESS REQUEST' PROGRAM
      *      - REACHED FROM EMENU (FASTPATH 'ACCREQ'), EVERY USER.
      *      - 'R' RAISES A REQUEST FOR AN EAUTH FUNCTION WITH A
      *        BUSINESS JUSTIFICATION.  IT IS ROUTED TO THE
      *        REQUESTER'S DEPARTMENT MANAGER - EMPMAS GIVES THE
      *        DEPARTMENT, DEPTMAS THE MANAGER'S NAME, AND EMPMAS
      *        AGAIN THE MANAGER'S USER ID (THE LINKAGE EREVBLD
      *        WALKS).  NO RESOLVABLE MANAGER SENDS IT TO SECURITY.
      *      - 'N' SHOWS THE NEXT REQUEST WAITING ON THE SIGNED-ON
      *        MANAGER - AN ADMINISTRATOR FALLS THROUGH TO THE
      *        SECURITY QUEUE.  'A' APPROVES AND 'D' DENIES IT.
      *      - A MANAGER'S APPROVAL GRANTS THE FUNCTION ON EAUTH
      *        STRAIGHT AWAY, UNLESS THE GRANT WOULD COMPLETE AN ACTIVE
      *        ESODRUL PAIR - THEN THE REQUEST GOES TO SECURITY, AND
      *        ONLY AN ADMINISTRATOR'S APPROVAL THERE GRANTS IT.
      *      - 'I' SHOWS THE LATEST REQUEST FOR A FUNCTION - YOUR OWN,
      *        OR (ADMINISTRATORS) ANY USER'S.
      *      - REQUESTS LEFT OPEN ARE EXPIRED BY THE EACREXP BATCH.
      *      - EVERY REQUEST AND DECISION LANDS IN EMNTAUD.
      *      - A GRANT DROPS THE REQUESTER'S EMENU AUTHORITY CACHE
      *        THROUGH EAUCRTE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY EACRMAP.
       COPY EACCREQ.
       COPY EAUTH.
       COPY ESODRUL.
       COPY EMPMAS.
       COPY DEPTMAS.
       COPY EMNTAUD.
       COPY EERRCOM.
       COPY EAUCCOM.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA RECEIVED FROM EMENU'S COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-USER-ID         PIC X(8).
          05 WS-USER-PASSWORD   PIC X(8).
          05 WS-SIGNED-ON-IND   PIC X(1).
             88 WS-IS-SIGNED-ON            VALUE 'Y'.
          05 WS-USER-TYPE       PIC X(3).
             88 WS-IS-ADMINISTRATOR        VALUE 'ADM'.
             88 WS-IS-MANAGER              VALUE 'MGR'.
      ******************************************************************
      *   CONTINUATION SHAPE RETURNED BY 1300-RETURN-STATEFULLY - A
      *   DIFFERENT LENGTH THAN THE FIRST-INTERACTION COMM-AREA ABOVE,
      *   SO THE TWO CASES CAN BE TOLD APART ON THE NEXT EIBCALEN TEST.
      ******************************************************************
       01 WS-EACRP-STATE.
          05 WS-AR-SESSION-STATE.
             10 WS-AR-USER-ID        PIC X(8).
             10 WS-AR-USER-PASSWORD  PIC X(8).
             10 WS-AR-SIGNED-ON-IND  PIC X(1).
             10 WS-AR-USER-TYPE      PIC X(3).
          05 FILLER                  PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-READ-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-SCAN-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-SOD-BROWSE-RESP   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-SOD-READ-RESP     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUTHCACHE-RESPONSE PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-SECURITY-QUEUE-ID PIC X(8) VALUE '*SECURTY'.
       01 WS-TARGET-REQUESTER  PIC X(8).
       01 WS-TARGET-FUNCTION   PIC X(8).
       01 WS-SAVED-REQUEST     PIC X(149).
      ******************************************************************
      *   WORKLIST SCAN - THE APPROVER ID AND STATUS BEING LOOKED FOR.
      ******************************************************************
       01 WS-WORKLIST-ID       PIC X(8).
       01 WS-WORKLIST-STATUS   PIC X(1).
       01 WS-ENTRY-FOUND-IND   PIC X(1) VALUE 'N'.
          88 WS-ENTRY-FOUND             VALUE 'Y'.
       01 WS-SCAN-DONE-IND     PIC X(1) VALUE 'N'.
          88 WS-SCAN-DONE               VALUE 'Y'.
       01 WS-ALREADY-HELD-IND  PIC X(1) VALUE 'N'.
          88 WS-ALREADY-HELD            VALUE 'Y'.
       01 WS-OPEN-FOUND-IND    PIC X(1) VALUE 'N'.
          88 WS-OPEN-FOUND              VALUE 'Y'.
       01 WS-MAY-DECIDE-IND    PIC X(1) VALUE 'N'.
          88 WS-MAY-DECIDE              VALUE 'Y'.
      ******************************************************************
      *   MANAGER RESOLUTION - REQUESTER'S DEPARTMENT, THE DEPTMAS
      *   MANAGER NAME FOLDED TO 'FIRST LAST', AND THE USER ID FOUND
      *   FOR THAT NAME ON EMPMAS.
      ******************************************************************
       01 WS-REQUESTER-DEPT    PIC X(4).
       01 WS-MANAGER-NAME      PIC X(25).
       01 WS-ROUTE-TO-ID       PIC X(8).
       01 WS-LOOKUP-FOUND-IND  PIC X(1) VALUE 'N'.
          88 WS-LOOKUP-FOUND            VALUE 'Y'.
      ******************************************************************
      *   SEGREGATION-OF-DUTIES CHECK AT APPROVAL TIME - THE SAME
      *   ESODRUL WALK EAUTP DOES AT GRANT TIME.
      ******************************************************************
       01 WS-SOD-DONE-IND      PIC X(1) VALUE 'N'.
          88 WS-SOD-DONE                VALUE 'Y'.
       01 WS-SOD-CONFLICT-IND  PIC X(1) VALUE 'N'.
          88 WS-SOD-CONFLICT            VALUE 'Y'.
       01 WS-SOD-PARTNER-FUNCTION PIC X(8).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(21).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
      *    THE FIRST INTERACTION ALWAYS ARRIVES VIA XCTL CARRYING
      *    WS-SESSION-STATE'S LENGTH (SEE EMENU) - EVERY CONTINUATION
      *    ARRIVES SIZED AS THE LARGER WS-EACRP-STATE THIS PROGRAM
      *    RETURNS ITSELF, SO THE TWO ARE DISTINGUISHED BY LENGTH
      *    RATHER THAN BY TESTING FOR A ZERO-LENGTH COMM-AREA.
           IF EIBCALEN IS EQUAL TO LENGTH OF WS-SESSION-STATE
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              PERFORM 2000-PROCESS-USER-INPUT
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
      *    THE FIRST INTERACTION ARRIVES VIA XCTL FROM EMENU, SO THE
      *    COMM-AREA HOLDS THE SESSION STATE OF THE SIGNED-ON USER
           INITIALIZE WS-SESSION-STATE.
           INITIALIZE EACRMO.
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
           END-IF.
           MOVE "R=request, I=inquire, N=next to approve, A=approve, D=d
      -         "eny." TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-ACCREQ-MAP-NAME)
                MAPSET(AC-ACCREQ-MAPSET-NAME)
                FROM (EACRMO)
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           MOVE WS-SESSION-STATE TO WS-AR-SESSION-STATE.
           EXEC CICS RETURN
                COMMAREA(WS-EACRP-STATE)
                LENGTH(LENGTH OF WS-EACRP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           MOVE DFHCOMMAREA TO WS-EACRP-STATE.
           MOVE WS-AR-SESSION-STATE TO WS-SESSION-STATE.
           PERFORM 2100-RECEIVE-MAP.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2200-PROCESS-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2900-RETURN-TO-MENU
           WHEN OTHER
                INITIALIZE MESSO
                MOVE "Invalid key pressed!" TO MESSO
                PERFORM 1200-SEND-MAP
                PERFORM 1300-RETURN-STATEFULLY
           END-EVALUATE.

       2100-RECEIVE-MAP.
      *    GET INPUT FROM THE USER
           EXEC CICS RECEIVE
                MAP(AC-ACCREQ-MAP-NAME)
                MAPSET(AC-ACCREQ-MAPSET-NAME)
                INTO (EACRMI)
                END-EXEC.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           EVALUATE ACTIONI
           WHEN 'R'
                PERFORM 2300-RAISE-REQUEST
           WHEN 'I'
                PERFORM 2450-INQUIRE-REQUEST
           WHEN 'N'
                PERFORM 2400-SHOW-NEXT-REQUEST
           WHEN 'A'
                PERFORM 2500-APPROVE-REQUEST
           WHEN 'D'
                PERFORM 2550-DENY-REQUEST
           WHEN OTHER
                MOVE "Action must be R, I, N, A or D!" TO MESSO
           END-EVALUATE.

           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2300-RAISE-REQUEST.
      *    ONE OPEN REQUEST PER USER AND FUNCTION, AND NONE AT ALL
      *    FOR A FUNCTION THE USER ALREADY HOLDS
           EVALUATE TRUE
           WHEN FUNCIDI IS EQUAL TO SPACES
           WHEN FUNCIDI IS EQUAL TO LOW-VALUES
                MOVE "Function code is required!" TO MESSO
           WHEN JUSTIFI IS EQUAL TO SPACES
           WHEN JUSTIFI IS EQUAL TO LOW-VALUES
                MOVE "A business justification is required!" TO MESSO
           WHEN OTHER
                MOVE WS-USER-ID TO WS-TARGET-REQUESTER
                MOVE FUNCIDI    TO WS-TARGET-FUNCTION
                PERFORM 2310-CHECK-ALREADY-HELD
                PERFORM 2320-CHECK-OPEN-REQUEST
                EVALUATE TRUE
                WHEN WS-ALREADY-HELD
                     MOVE "You already hold this function!" TO MESSO
                WHEN WS-OPEN-FOUND
                     MOVE "A request for this function is already open
      -                   "!" TO MESSO
                WHEN OTHER
                     PERFORM 2330-FILE-REQUEST
                END-EVALUATE
           END-EVALUATE.

       2310-CHECK-ALREADY-HELD.
           MOVE 'N' TO WS-ALREADY-HELD-IND.
           MOVE WS-TARGET-FUNCTION  TO AT-FUNCTION-CODE.
           MOVE WS-TARGET-REQUESTER TO AT-SUBJECT-ID.
           EXEC CICS READ
                FILE(AC-AUTHORITY-FILENAME)
                INTO (AUTHORITY-RECORD)
                RIDFLD(AT-AUTHORITY-KEY)
                RESP(WS-READ-RESPONSE)
                END-EXEC.
           IF WS-READ-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND AT-IS-ALLOWED
              SET WS-ALREADY-HELD TO TRUE
           END-IF.

       2320-CHECK-OPEN-REQUEST.
      *    EVERY REQUEST THIS USER HAS RAISED FOR THE FUNCTION, OLDEST
      *    FIRST - THE LAST ONE READ IS KEPT FOR THE INQUIRY
           MOVE 'N'    TO WS-OPEN-FOUND-IND.
           MOVE 'N'    TO WS-ENTRY-FOUND-IND.
           MOVE 'N'    TO WS-SCAN-DONE-IND.
           MOVE WS-TARGET-REQUESTER TO AQ-REQUESTER-ID.
           MOVE WS-TARGET-FUNCTION  TO AQ-FUNCTION-CODE.
           MOVE LOW-VALUES          TO AQ-REQUESTED-TIMESTAMP.
           EXEC CICS STARTBR
                FILE(AC-ACCREQ-FILENAME)
                RIDFLD(AQ-REQUEST-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2325-CHECK-ONE-REQUEST
                 UNTIL WS-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-ACCREQ-FILENAME)
                   END-EXEC
           END-IF.

       2325-CHECK-ONE-REQUEST.
           EXEC CICS READNEXT
                FILE(AC-ACCREQ-FILENAME)
                INTO (ACCESS-REQUEST-RECORD)
                RIDFLD(AQ-REQUEST-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR AQ-REQUESTER-ID IS NOT EQUAL TO WS-TARGET-REQUESTER
              OR AQ-FUNCTION-CODE IS NOT EQUAL TO WS-TARGET-FUNCTION
              SET WS-SCAN-DONE TO TRUE
           ELSE
              SET WS-ENTRY-FOUND TO TRUE
              MOVE ACCESS-REQUEST-RECORD TO WS-SAVED-REQUEST
              IF AQ-IS-OPEN
                 SET WS-OPEN-FOUND TO TRUE
              END-IF
           END-IF.

       2330-FILE-REQUEST.
           PERFORM 2600-RESOLVE-MANAGER.
           INITIALIZE ACCESS-REQUEST-RECORD.
           MOVE WS-USER-ID      TO AQ-REQUESTER-ID.
           MOVE FUNCIDI         TO AQ-FUNCTION-CODE.
           MOVE WS-CURRENT-DATE TO AQ-REQUESTED-TIMESTAMP.
           MOVE JUSTIFI         TO AQ-JUSTIFICATION.
           MOVE WS-ROUTE-TO-ID  TO AQ-APPROVER-ID.
           IF WS-ROUTE-TO-ID IS EQUAL TO WS-SECURITY-QUEUE-ID
              SET AQ-IS-WITH-SECURITY TO TRUE
           ELSE
              SET AQ-IS-PENDING TO TRUE
           END-IF.
           EXEC CICS WRITE
                FILE(AC-ACCREQ-FILENAME)
                FROM (ACCESS-REQUEST-RECORD)
                RIDFLD(AQ-REQUEST-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE AQ-REQUESTER-ID       TO MA-TARGET-ID
              MOVE 'ACCREQ'              TO MA-ACTION-CODE
              MOVE SPACES                TO MA-BEFORE-IMAGE
              MOVE ACCESS-REQUEST-RECORD TO MA-AFTER-IMAGE
              PERFORM 9200-WRITE-MAINT-AUDIT
              PERFORM 2700-SHOW-REQUEST
              IF AQ-IS-WITH-SECURITY
                 MOVE "No manager on file - request sent to security!"
                      TO MESSO
              ELSE
                 STRING "Request sent to " DELIMITED BY SIZE
                        AQ-APPROVER-ID DELIMITED BY SPACE
                        " for approval!" DELIMITED BY SIZE
                        INTO MESSO
                 END-STRING
              END-IF
           ELSE
              MOVE "Error filing request!" TO MESSO
              MOVE '2330-FILE-REQUEST' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       2400-SHOW-NEXT-REQUEST.
      *    FIRST REQUEST WAITING ON THE SIGNED-ON MANAGER - AN
      *    ADMINISTRATOR FALLS THROUGH TO THE SECURITY QUEUE
           MOVE 'N' TO WS-ENTRY-FOUND-IND.
           MOVE WS-USER-ID TO WS-WORKLIST-ID.
           MOVE 'P'        TO WS-WORKLIST-STATUS.
           PERFORM 2410-SCAN-WORKLIST.
           IF NOT WS-ENTRY-FOUND
              AND WS-IS-ADMINISTRATOR
              MOVE WS-SECURITY-QUEUE-ID TO WS-WORKLIST-ID
              MOVE 'S'                  TO WS-WORKLIST-STATUS
              PERFORM 2410-SCAN-WORKLIST
           END-IF.
           IF WS-ENTRY-FOUND
              PERFORM 2700-SHOW-REQUEST
              STRING "Pending: " DELIMITED BY SIZE
                     AQ-REQUESTER-ID DELIMITED BY SPACE
                     " asks for " DELIMITED BY SIZE
                     AQ-FUNCTION-CODE DELIMITED BY SPACE
                     " - A=approve, D=deny." DELIMITED BY SIZE
                     INTO MESSO
              END-STRING
           ELSE
              MOVE "No requests waiting on you - all done!" TO MESSO
           END-IF.

       2410-SCAN-WORKLIST.
      *    THE FILE IS REQUESTER-MAJOR, SO THE WORKLIST IS A FULL
      *    PASS - OPEN REQUESTS ARE FEW AND EACREXP KEEPS THEM SO
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO AQ-REQUEST-KEY.
           EXEC CICS STARTBR
                FILE(AC-ACCREQ-FILENAME)
                RIDFLD(AQ-REQUEST-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2420-SCAN-ONE-ENTRY
                 UNTIL WS-SCAN-DONE OR WS-ENTRY-FOUND
              EXEC CICS ENDBR
                   FILE(AC-ACCREQ-FILENAME)
                   END-EXEC
           END-IF.

       2420-SCAN-ONE-ENTRY.
           EXEC CICS READNEXT
                FILE(AC-ACCREQ-FILENAME)
                INTO (ACCESS-REQUEST-RECORD)
                RIDFLD(AQ-REQUEST-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF AQ-APPROVER-ID IS EQUAL TO WS-WORKLIST-ID
                 AND AQ-REQUEST-STATUS IS EQUAL TO WS-WORKLIST-STATUS
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-IF.

       2450-INQUIRE-REQUEST.
      *    THE LATEST REQUEST FOR THE FUNCTION - A USER SEES THEIR
      *    OWN, AN ADMINISTRATOR ANYONE'S
           IF REQBYI IS EQUAL TO SPACES
              OR REQBYI IS EQUAL TO LOW-VALUES
              MOVE WS-USER-ID TO WS-TARGET-REQUESTER
           ELSE
              MOVE REQBYI     TO WS-TARGET-REQUESTER
           END-IF.
           MOVE FUNCIDI TO WS-TARGET-FUNCTION.
           EVALUATE TRUE
           WHEN FUNCIDI IS EQUAL TO SPACES
           WHEN FUNCIDI IS EQUAL TO LOW-VALUES
                MOVE "Function code is required!" TO MESSO
           WHEN WS-TARGET-REQUESTER IS NOT EQUAL TO WS-USER-ID
                AND NOT WS-IS-ADMINISTRATOR
                MOVE "You may only inquire on your own requests!"
                     TO MESSO
           WHEN OTHER
                PERFORM 2320-CHECK-OPEN-REQUEST
                IF WS-ENTRY-FOUND
                   MOVE WS-SAVED-REQUEST TO ACCESS-REQUEST-RECORD
                   PERFORM 2700-SHOW-REQUEST
                   PERFORM 2460-SHOW-STATUS-TEXT
                ELSE
                   MOVE "No request found for this function!" TO MESSO
                END-IF
           END-EVALUATE.

       2460-SHOW-STATUS-TEXT.
           EVALUATE TRUE
           WHEN AQ-IS-PENDING
                MOVE "Waiting on the manager shown." TO MESSO
           WHEN AQ-IS-WITH-SECURITY
              AND AQ-CONFLICT-FUNCTION IS NOT EQUAL TO SPACES
                STRING "With security - conflicts with "
                       DELIMITED BY SIZE
                       AQ-CONFLICT-FUNCTION DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO MESSO
                END-STRING
           WHEN AQ-IS-WITH-SECURITY
                MOVE "Waiting on security." TO MESSO
           WHEN AQ-IS-APPROVED
                STRING "Approved by " DELIMITED BY SIZE
                       AQ-DECIDED-BY DELIMITED BY SPACE
                       " - granted." DELIMITED BY SIZE
                       INTO MESSO
                END-STRING
           WHEN AQ-IS-DENIED
                STRING "Denied by " DELIMITED BY SIZE
                       AQ-DECIDED-BY DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO MESSO
                END-STRING
           WHEN AQ-IS-EXPIRED
                MOVE "Expired undecided - raise a new request."
                     TO MESSO
           WHEN OTHER
                MOVE "Request found!" TO MESSO
           END-EVALUATE.

       2500-APPROVE-REQUEST.
      *    A MANAGER'S APPROVAL IS CHECKED AGAINST ESODRUL FIRST - A
      *    CONFLICT REFERS THE REQUEST TO SECURITY INSTEAD OF
      *    GRANTING.  SECURITY'S OWN APPROVAL IS THE CONSIDERED
      *    OVERRIDE AND GRANTS AS IT STANDS
           PERFORM 2800-READ-REQUEST-FOR-UPDATE.
           IF WS-ENTRY-FOUND
              PERFORM 2810-CHECK-DECIDER
              IF WS-MAY-DECIDE
                 MOVE ACCESS-REQUEST-RECORD TO MA-BEFORE-IMAGE
                 IF AQ-IS-PENDING
                    PERFORM 2520-CHECK-SOD-CONFLICT
                 ELSE
                    MOVE 'N' TO WS-SOD-CONFLICT-IND
                 END-IF
                 IF WS-SOD-CONFLICT
                    PERFORM 2510-REFER-TO-SECURITY
                 ELSE
                    PERFORM 2530-GRANT-AND-CLOSE
                 END-IF
              END-IF
           END-IF.

       2510-REFER-TO-SECURITY.
           SET AQ-IS-WITH-SECURITY      TO TRUE.
           MOVE WS-SECURITY-QUEUE-ID    TO AQ-APPROVER-ID.
           MOVE WS-SOD-PARTNER-FUNCTION TO AQ-CONFLICT-FUNCTION.
           PERFORM 2820-REWRITE-REQUEST.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE AQ-REQUESTER-ID       TO MA-TARGET-ID
              MOVE 'ACCREFER'            TO MA-ACTION-CODE
              MOVE ACCESS-REQUEST-RECORD TO MA-AFTER-IMAGE
              PERFORM 9200-WRITE-MAINT-AUDIT
              PERFORM 2700-SHOW-REQUEST
              STRING "Conflicts with " DELIMITED BY SIZE
                     WS-SOD-PARTNER-FUNCTION DELIMITED BY SPACE
                     " - referred to security!" DELIMITED BY SIZE
                     INTO MESSO
              END-STRING
           END-IF.

       2520-CHECK-SOD-CONFLICT.
      *    EVERY ACTIVE ESODRUL PAIR NAMING THE REQUESTED FUNCTION
      *    (EITHER SIDE) IS CHECKED AGAINST THE REQUESTER'S EXISTING
      *    EAUTH ALLOW-GRANTS
           MOVE 'N' TO WS-SOD-CONFLICT-IND.
           MOVE 'N' TO WS-SOD-DONE-IND.
           MOVE SPACES TO WS-SOD-PARTNER-FUNCTION.
           MOVE LOW-VALUES TO SD-CONFLICT-KEY.
           EXEC CICS STARTBR
                FILE(AC-SODRUL-FILENAME)
                RIDFLD(SD-CONFLICT-KEY)
                GTEQ
                RESP(WS-SOD-BROWSE-RESP)
                END-EXEC.
           IF WS-SOD-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2525-CHECK-ONE-SOD-RULE
                 UNTIL WS-SOD-DONE OR WS-SOD-CONFLICT
              EXEC CICS ENDBR
                   FILE(AC-SODRUL-FILENAME)
                   END-EXEC
           END-IF.

       2525-CHECK-ONE-SOD-RULE.
           EXEC CICS READNEXT
                FILE(AC-SODRUL-FILENAME)
                INTO (SOD-RULE-RECORD)
                RIDFLD(SD-CONFLICT-KEY)
                RESP(WS-SOD-BROWSE-RESP)
                END-EXEC.
           IF WS-SOD-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SOD-DONE TO TRUE
           ELSE
              IF SD-IS-ACTIVE
                 EVALUATE TRUE
                 WHEN SD-FUNCTION-CODE-1 IS EQUAL TO AQ-FUNCTION-CODE
                      MOVE SD-FUNCTION-CODE-2
                           TO WS-SOD-PARTNER-FUNCTION
                      PERFORM 2527-CHECK-PARTNER-HELD
                 WHEN SD-FUNCTION-CODE-2 IS EQUAL TO AQ-FUNCTION-CODE
                      MOVE SD-FUNCTION-CODE-1
                           TO WS-SOD-PARTNER-FUNCTION
                      PERFORM 2527-CHECK-PARTNER-HELD
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

       2527-CHECK-PARTNER-HELD.
      *    THE CONFLICT ONLY BITES WHEN THE REQUESTER ALREADY HOLDS
      *    AN EXPLICIT ALLOW FOR THE PARTNER FUNCTION
           MOVE WS-SOD-PARTNER-FUNCTION TO AT-FUNCTION-CODE.
           MOVE AQ-REQUESTER-ID         TO AT-SUBJECT-ID.
           EXEC CICS READ
                FILE(AC-AUTHORITY-FILENAME)
                INTO (AUTHORITY-RECORD)
                RIDFLD(AT-AUTHORITY-KEY)
                RESP(WS-SOD-READ-RESP)
                END-EXEC.
           IF WS-SOD-READ-RESP IS EQUAL TO DFHRESP(NORMAL)
              AND AT-IS-ALLOWED
              SET WS-SOD-CONFLICT TO TRUE
           END-IF.

       2530-GRANT-AND-CLOSE.
      *    THE GRANT IS A DIRECT ONE (AT-GRANT-SOURCE BLANK) - THE
      *    REQUEST RECORD IS WHERE ITS PROVENANCE IS KEPT
           PERFORM 2540-APPLY-GRANT.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET AQ-IS-APPROVED    TO TRUE
              MOVE WS-USER-ID       TO AQ-DECIDED-BY
              MOVE WS-CURRENT-DATE  TO AQ-DECISION-TIMESTAMP
              PERFORM 2820-REWRITE-REQUEST
              MOVE AQ-REQUESTER-ID       TO MA-TARGET-ID
              MOVE 'ACCAPPR'             TO MA-ACTION-CODE
              MOVE ACCESS-REQUEST-RECORD TO MA-AFTER-IMAGE
              PERFORM 9200-WRITE-MAINT-AUDIT
              PERFORM 9400-REFRESH-AUTH-CACHE
              PERFORM 2700-SHOW-REQUEST
              STRING "Approved - " DELIMITED BY SIZE
                     AQ-FUNCTION-CODE DELIMITED BY SPACE
                     " granted to " DELIMITED BY SIZE
                     AQ-REQUESTER-ID DELIMITED BY SPACE
                     "!" DELIMITED BY SIZE
                     INTO MESSO
              END-STRING
           ELSE
              MOVE "Error applying the grant!" TO MESSO
              MOVE '2530-GRANT-AND-CLOSE' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       2540-APPLY-GRANT.
           INITIALIZE AUTHORITY-RECORD.
           MOVE AQ-FUNCTION-CODE TO AT-FUNCTION-CODE.
           MOVE AQ-REQUESTER-ID  TO AT-SUBJECT-ID.
           MOVE 'Y'              TO AT-ALLOWED-IND.
           EXEC CICS WRITE
                FILE(AC-AUTHORITY-FILENAME)
                FROM (AUTHORITY-RECORD)
                RIDFLD(AT-AUTHORITY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
      *    AN EXPLICIT 'N' ALREADY ON FILE IS TURNED INTO THE GRANT
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPREC)
              EXEC CICS READ
                   FILE(AC-AUTHORITY-FILENAME)
                   INTO (AUTHORITY-RECORD)
                   RIDFLD(AT-AUTHORITY-KEY)
                   RESP(WS-CICS-RESPONSE)
                   UPDATE
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Y'    TO AT-ALLOWED-IND
                 MOVE SPACES TO AT-GRANT-SOURCE
                 EXEC CICS REWRITE
                      FILE(AC-AUTHORITY-FILENAME)
                      FROM (AUTHORITY-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              END-IF
           END-IF.

       2550-DENY-REQUEST.
           PERFORM 2800-READ-REQUEST-FOR-UPDATE.
           IF WS-ENTRY-FOUND
              PERFORM 2810-CHECK-DECIDER
              IF WS-MAY-DECIDE
                 MOVE ACCESS-REQUEST-RECORD TO MA-BEFORE-IMAGE
                 SET AQ-IS-DENIED     TO TRUE
                 MOVE WS-USER-ID      TO AQ-DECIDED-BY
                 MOVE WS-CURRENT-DATE TO AQ-DECISION-TIMESTAMP
                 PERFORM 2820-REWRITE-REQUEST
                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    MOVE AQ-REQUESTER-ID       TO MA-TARGET-ID
                    MOVE 'ACCDENY'             TO MA-ACTION-CODE
                    MOVE ACCESS-REQUEST-RECORD TO MA-AFTER-IMAGE
                    PERFORM 9200-WRITE-MAINT-AUDIT
                    PERFORM 2700-SHOW-REQUEST
                    MOVE "Request denied!" TO MESSO
                 END-IF
              END-IF
           END-IF.

       2600-RESOLVE-MANAGER.
      *    REQUESTER'S EMPMAS RECORD GIVES THE DEPARTMENT, DEPTMAS
      *    THE MANAGER'S NAME, AND THE EMPMAS RECORD CARRYING THAT
      *    NAME THE MANAGER'S USER ID.  ANY BREAK IN THE CHAIN - OR A
      *    MANAGER ASKING FOR THEMSELVES - GOES TO SECURITY
           MOVE WS-SECURITY-QUEUE-ID TO WS-ROUTE-TO-ID.
           MOVE SPACES TO WS-REQUESTER-DEPT.
           MOVE SPACES TO WS-MANAGER-NAME.
           MOVE 'N' TO WS-LOOKUP-FOUND-IND.
           PERFORM 2610-SCAN-EMPMAS.
           IF WS-LOOKUP-FOUND
              MOVE WS-REQUESTER-DEPT TO DEPT-NBR
              EXEC CICS READ
                   FILE(AC-DEPTMAS-FILENAME)
                   INTO (DEPT-RECORD)
                   RIDFLD(DEPT-NBR)
                   RESP(WS-READ-RESPONSE)
                   END-EXEC
              IF WS-READ-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 STRING MANAGER-FNAME DELIMITED BY SPACE
                        ' '           DELIMITED BY SIZE
                        MANAGER-LNAME DELIMITED BY SPACE
                        INTO WS-MANAGER-NAME
                 END-STRING
                 MOVE 'N' TO WS-LOOKUP-FOUND-IND
                 PERFORM 2610-SCAN-EMPMAS
              END-IF
           END-IF.
           IF WS-ROUTE-TO-ID IS EQUAL TO WS-USER-ID
              MOVE WS-SECURITY-QUEUE-ID TO WS-ROUTE-TO-ID
           END-IF.

       2610-SCAN-EMPMAS.
      *    EMPMAS IS KEYED ON EMPLOYEE NUMBER - BOTH LOOKUPS ARE A
      *    PASS OVER IT, THE WAY EEMPMNT CHECKS A USER ID IS UNIQUE.
      *    NO MANAGER NAME YET MEANS THE REQUESTER IS BEING LOOKED FOR
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO EM-EMPLOYEE-NUMBER.
           EXEC CICS STARTBR
                FILE(AC-EMPMAS-FILENAME)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                GTEQ
                RESP(WS-SCAN-RESPONSE)
                END-EXEC.
           IF WS-SCAN-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2620-SCAN-ONE-EMPLOYEE
                 UNTIL WS-SCAN-DONE OR WS-LOOKUP-FOUND
              EXEC CICS ENDBR
                   FILE(AC-EMPMAS-FILENAME)
                   END-EXEC
           END-IF.

       2620-SCAN-ONE-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-SCAN-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-SCAN-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN WS-MANAGER-NAME IS EQUAL TO SPACES
              AND EM-USER-ID IS EQUAL TO WS-USER-ID
                MOVE EM-DEPT-NBR TO WS-REQUESTER-DEPT
                SET WS-LOOKUP-FOUND TO TRUE
           WHEN WS-MANAGER-NAME IS NOT EQUAL TO SPACES
              AND EM-EMPLOYEE-NAME IS EQUAL TO WS-MANAGER-NAME
              AND EM-USER-ID IS NOT EQUAL TO SPACES
                MOVE EM-USER-ID TO WS-ROUTE-TO-ID
                SET WS-LOOKUP-FOUND TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2700-SHOW-REQUEST.
           MOVE AQ-REQUESTER-ID        TO REQBYO.
           MOVE AQ-FUNCTION-CODE       TO FUNCIDO.
           MOVE AQ-JUSTIFICATION       TO JUSTIFO.
           MOVE AQ-REQUESTED-TIMESTAMP TO REQTSO.
           MOVE AQ-REQUEST-STATUS      TO STATO.
           MOVE AQ-APPROVER-ID         TO APPRIDO.

       2800-READ-REQUEST-FOR-UPDATE.
      *    A DECISION NAMES THE REQUEST IN FULL - REQUESTER, FUNCTION
      *    AND TIMESTAMP, AS 'N' LEFT THEM ON THE SCREEN
           MOVE 'N' TO WS-ENTRY-FOUND-IND.
           MOVE REQBYI  TO AQ-REQUESTER-ID.
           MOVE FUNCIDI TO AQ-FUNCTION-CODE.
           MOVE REQTSI  TO AQ-REQUESTED-TIMESTAMP.
           EXEC CICS READ
                FILE(AC-ACCREQ-FILENAME)
                INTO (ACCESS-REQUEST-RECORD)
                RIDFLD(AQ-REQUEST-KEY)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-ENTRY-FOUND TO TRUE
           ELSE
              MOVE "No such request - use N to bring one up!" TO MESSO
           END-IF.

       2810-CHECK-DECIDER.
      *    THE ROUTED MANAGER DECIDES A PENDING REQUEST, AN
      *    ADMINISTRATOR ONE WITH SECURITY - AND NOBODY THEIR OWN
           MOVE 'N' TO WS-MAY-DECIDE-IND.
           EVALUATE TRUE
           WHEN NOT AQ-IS-OPEN
                MOVE "Request is no longer open!" TO MESSO
           WHEN AQ-REQUESTER-ID IS EQUAL TO WS-USER-ID
                MOVE "You cannot decide your own request!" TO MESSO
           WHEN AQ-IS-PENDING
              AND AQ-APPROVER-ID IS NOT EQUAL TO WS-USER-ID
                MOVE "Only the routed manager may decide this request!"
                     TO MESSO
           WHEN AQ-IS-WITH-SECURITY
              AND NOT WS-IS-ADMINISTRATOR
                MOVE "Request is with security - an administrator decid
      -              "es it!" TO MESSO
           WHEN OTHER
                SET WS-MAY-DECIDE TO TRUE
           END-EVALUATE.

       2820-REWRITE-REQUEST.
           EXEC CICS REWRITE
                FILE(AC-ACCREQ-FILENAME)
                FROM (ACCESS-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "Error updating request!" TO MESSO
              MOVE '2820-REWRITE-REQUEST' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       2900-RETURN-TO-MENU.
      *    BACK OUT TO THE ROLE-BASED MENU
           EXEC CICS XCTL
                PROGRAM(AC-MENU-PROGRAM-NAME)
                COMMAREA(WS-SESSION-STATE)
                LENGTH(LENGTH OF WS-SESSION-STATE)
                END-EXEC.

       9200-WRITE-MAINT-AUDIT.
      *    PERMANENT BEFORE/AFTER RECORD OF THE REQUEST OR DECISION
      *    JUST MADE - CALLERS SET THE TARGET, ACTION CODE AND IMAGES
      *    BEFORE PERFORMING THIS
           MOVE WS-CURRENT-DATE          TO MA-AUDIT-TIMESTAMP.
           MOVE EIBTASKN                 TO MA-TASK-NUMBER.
           MOVE WS-USER-ID               TO MA-ACTING-USER-ID.
           MOVE AC-ACCREQ-PROGRAM-NAME   TO MA-PROGRAM-NAME.
           MOVE SPACES                   TO MA-CHANGE-TICKET.
           MOVE 'N'                      TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
                RIDFLD(MA-AUDIT-KEY)
                RESP(WS-AUDIT-RESPONSE)
                END-EXEC.

       9300-LOG-ERROR.
      *    HAND THE NON-NORMAL RESP JUST SEEN TO THE CENTRAL ERROR
      *    LOGGER - CALLERS SET ER-PARAGRAPH-NAME FIRST
           MOVE AC-ACCREQ-PROGRAM-NAME TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.

       9400-REFRESH-AUTH-CACHE.
      *    DROP THE REQUESTER'S EMENU AUTHORITY CACHE SO THE NEW
      *    GRANT SHOWS ON THEIR NEXT KEYSTROKE
           INITIALIZE AUTHCACHE-REFRESH-AREA.
           SET CQ-REFRESH-USER TO TRUE.
           MOVE AQ-REQUESTER-ID TO CQ-USER-ID.
           EXEC CICS LINK
                PROGRAM(AC-AUTHCACHE-PROGRAM-NAME)
                COMMAREA(AUTHCACHE-REFRESH-AREA)
                LENGTH(LENGTH OF AUTHCACHE-REFRESH-AREA)
                RESP(WS-AUTHCACHE-RESPONSE)
                END-EXEC.
