       IDENTIFICATION DIVISION.
       PROGRAM-ID. EROLP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'JOB-ROLE TEMPLATE MAINTENANCE' PROGRAM
      *      - REACHED FROM EMENU (FASTPATH 'ROLES'), 'ROLES'
      *        AUTHORITY, ADMINISTRATORS ONLY BY DEFAULT.
      *      - A ROLE (PAYCLERK, FACILADM ...) IS A NAMED BUNDLE OF
      *        EAUTH FUNCTION CODES ON EROLTMP; WHO HOLDS IT IS ON
      *        EROLASG.  THE GRANTS THEMSELVES ARE ORDINARY EAUTH
      *        USER-ID RECORDS MARKED WITH THE ROLE (AT-GRANT-SOURCE):
      *          'A' ADDS A FUNCTION TO A ROLE AND GRANTS IT TO EVERY
      *              HOLDER.
      *          'R' REMOVES A FUNCTION FROM A ROLE AND REVOKES THE
      *              GRANTS THE ROLE MADE FOR IT.
      *          'G' ASSIGNS A ROLE TO A USER ID, GRANTING EVERY
      *              FUNCTION IN IT.
      *          'U' UNASSIGNS A ROLE, REVOKING THE GRANTS IT MADE.
      *          'I' SHOWS HOW MANY FUNCTIONS AND HOLDERS A ROLE HAS.
      *      - 'A' AND 'G' ARE REFUSED OUTRIGHT WHEN THEY WOULD GIVE
      *        ANY USER BOTH SIDES OF AN ACTIVE ESODRUL PAIR - OR
      *        WOULD PUT BOTH SIDES IN THE ROLE ITSELF.
      *      - A REVOKE ONLY TOUCHES A GRANT THIS ROLE CREATED.  WHERE
      *        ANOTHER ROLE THE USER HOLDS ALSO BUNDLES THE FUNCTION
      *        THE GRANT IS HANDED TO THAT ROLE INSTEAD OF DELETED.
      *        DIRECT EAUTP GRANTS, AND EXPLICIT 'N' DENIALS, ARE LEFT
      *        AS THEY ARE.
      *      - ON AN ECALENDR CHANGE-FREEZE DAY 'A', 'R', 'G' AND 'U'
      *        ARE REFUSED UNLESS THE USER HOLDS THE EMERGENCY-CHANGE
      *        FUNCTION ON EAUTH, AS ON EAUTP; AN EMERGENCY CHANGE IS
      *        FLAGGED ON ITS EMNTAUD RECORDS.
      *      - EVERY ROLE CHANGE AND ASSIGNMENT LANDS IN EMNTAUD.
      *      - EACH HOLDER WHOSE EAUTH GRANTS CHANGE HAS THEIR EMENU
      *        AUTHORITY CACHE DROPPED THROUGH EAUCRTE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY EROLMAP.
       COPY EROLTMP.
       COPY EROLASG.
       COPY EAUTH.
       COPY ESODRUL.
       COPY EREGUSR.
       COPY EMNTAUD.
       COPY ECALENDR.
       COPY EERRCOM.
       COPY EAUCCOM.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-ADMIN-ID       PIC X(8).
      ******************************************************************
      *   CONTINUATION SHAPE RETURNED BY 1300-RETURN-STATEFULLY - A
      *   DIFFERENT LENGTH THAN THE FIRST-INTERACTION COMM-AREA ABOVE,
      *   SO THE TWO CASES CAN BE TOLD APART ON THE NEXT EIBCALEN TEST.
      ******************************************************************
       01 WS-EROLP-STATE.
          05 WS-RL-ADMIN-ID    PIC X(8).
          05 FILLER            PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-READ-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-HOLDER-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-TMPL-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-COVER-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-SOD-BROWSE-RESP   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUTHCACHE-RESPONSE PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-TARGET-ROLE       PIC X(8).
       01 WS-TARGET-FUNCTION   PIC X(8).
       01 WS-TARGET-USER       PIC X(8).
       01 WS-RESULT-MESSAGE    PIC X(79).
      ******************************************************************
      *   GRANT / REVOKE WORK AREAS - THE FUNCTION AND USER ID BEING
      *   GRANTED OR REVOKED ON BEHALF OF WS-TARGET-ROLE.
      ******************************************************************
       01 WS-GRANT-FUNCTION    PIC X(8).
       01 WS-GRANT-USER        PIC X(8).
       01 WS-GRANT-COUNT       PIC 9(5) VALUE 0.
       01 WS-REVOKE-COUNT      PIC 9(5) VALUE 0.
       01 WS-HOLDER-COUNT      PIC 9(5) VALUE 0.
       01 WS-COUNT-EDIT        PIC ZZZZ9.
       01 WS-COUNT-EDIT-2      PIC ZZZZ9.
      ******************************************************************
      *   HOLDER BROWSE - EVERY EROLASG RECORD FOR WS-TARGET-ROLE.
      ******************************************************************
       01 WS-HOLDER-DONE-IND   PIC X(1) VALUE 'N'.
          88 WS-HOLDER-DONE             VALUE 'Y'.
       01 WS-HOLDER-BROWSE-IND PIC X(1) VALUE 'N'.
          88 WS-HOLDER-BROWSING         VALUE 'Y'.
      ******************************************************************
      *   THE ROLE'S FUNCTIONS, LOADED BEFORE AN ASSIGNMENT OR AN
      *   UNASSIGNMENT WORKS THROUGH THEM.
      ******************************************************************
       01 WS-FUNCTAB-LIMIT     PIC 9(3) VALUE 50.
       01 WS-FUNCTAB-COUNT     PIC 9(3) VALUE 0.
       01 WS-FUNCTAB-SUB       PIC 9(3) VALUE 0.
       01 WS-FUNCTION-TABLE.
          05 WS-FT-FUNCTION    PIC X(8) OCCURS 50 TIMES.
       01 WS-FUNCTAB-OVFL-IND  PIC X(1) VALUE 'N'.
          88 WS-FUNCTAB-OVERFLOW        VALUE 'Y'.
       01 WS-MEMBER-DONE-IND   PIC X(1) VALUE 'N'.
          88 WS-MEMBER-DONE             VALUE 'Y'.
      ******************************************************************
      *   SEGREGATION-OF-DUTIES WORK AREAS - WS-CHECK-FUNCTION IS
      *   TESTED AGAINST EVERY ACTIVE ESODRUL PAIR, FOR WS-CHECK-USER
      *   OR (WHEN THAT IS BLANK) FOR EVERY HOLDER OF THE ROLE.
      ******************************************************************
       01 WS-CHECK-FUNCTION    PIC X(8).
       01 WS-CHECK-USER        PIC X(8).
       01 WS-SOD-DONE-IND      PIC X(1) VALUE 'N'.
          88 WS-SOD-DONE                VALUE 'Y'.
       01 WS-SOD-CONFLICT-IND  PIC X(1) VALUE 'N'.
          88 WS-SOD-CONFLICT            VALUE 'Y'.
       01 WS-SOD-PARTNER-FUNCTION PIC X(8).
       01 WS-CONFLICT-USER     PIC X(8).
      ******************************************************************
      *   COVERING-ROLE SEARCH - ANOTHER ROLE THE USER HOLDS THAT ALSO
      *   BUNDLES THE FUNCTION BEING REVOKED.  ITS OWN KEY AND RECORD
      *   AREA, SO A HOLDER BROWSE IN PROGRESS IS NOT DISTURBED.
      ******************************************************************
       01 WS-COVER-DONE-IND    PIC X(1) VALUE 'N'.
          88 WS-COVER-DONE              VALUE 'Y'.
       01 WS-COVERED-IND       PIC X(1) VALUE 'N'.
          88 WS-COVERED                 VALUE 'Y'.
       01 WS-COVER-ROLE        PIC X(8).
       01 WS-COVER-KEY.
          05 WS-CK-ROLE-NAME   PIC X(8).
          05 WS-CK-USER-ID     PIC X(8).
       01 WS-COVER-ASSIGNMENT  PIC X(48).
      ******************************************************************
      *   CHANGE-FREEZE CHECK - ON AN ECALENDR FREEZE DAY ONLY A USER
      *   GRANTED THE EMERGENCY-CHANGE FUNCTION ON EAUTH MAY CHANGE A
      *   ROLE OR ITS HOLDERS, AND EACH CHANGE IS FLAGGED ON EMNTAUD.
      ******************************************************************
       01 WS-FREEZE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-FREEZE-BLOCKED-IND PIC X(1) VALUE 'N'.
          88 WS-FREEZE-BLOCKED          VALUE 'Y'.
       01 WS-FREEZE-OVERRIDE-IND PIC X(1) VALUE 'N'.
          88 WS-FREEZE-OVERRIDE         VALUE 'Y'.
       01 WS-SAVED-AUTHORITY-RECORD PIC X(25).
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
      *    ARRIVES SIZED AS THE LARGER WS-EROLP-STATE THIS PROGRAM
      *    RETURNS ITSELF, SO THE TWO ARE DISTINGUISHED BY LENGTH
      *    RATHER THAN BY TESTING FOR A ZERO-LENGTH COMM-AREA.
           IF EIBCALEN IS EQUAL TO LENGTH OF WS-ADMIN-ID
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              PERFORM 2000-PROCESS-USER-INPUT
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
      *    THE FIRST INTERACTION ARRIVES VIA XCTL FROM EMENU, SO THE
      *    COMM-AREA HOLDS THE USER ID OF THE SIGNED-ON ADMINISTRATOR
           INITIALIZE WS-SESSION-STATE.
           INITIALIZE EROLMO.
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA TO WS-ADMIN-ID
           END-IF.
           MOVE "A/R=add/remove role function, G/U=assign/unassign user
      -         ", I=inquire." TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-ROLE-MAP-NAME)
                MAPSET(AC-ROLE-MAPSET-NAME)
                FROM (EROLMO)
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           MOVE WS-ADMIN-ID TO WS-RL-ADMIN-ID.
           EXEC CICS RETURN
                COMMAREA(WS-EROLP-STATE)
                LENGTH(LENGTH OF WS-EROLP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           MOVE DFHCOMMAREA TO WS-EROLP-STATE.
           MOVE WS-RL-ADMIN-ID TO WS-ADMIN-ID.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-RECEIVE-MAP
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
                MAP(AC-ROLE-MAP-NAME)
                MAPSET(AC-ROLE-MAPSET-NAME)
                INTO (EROLMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2200-PROCESS-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           MOVE SPACES   TO WS-RESULT-MESSAGE.
           MOVE ROLEI    TO WS-TARGET-ROLE.
           MOVE FUNCIDI  TO WS-TARGET-FUNCTION.
           MOVE USERIDI  TO WS-TARGET-USER.
           MOVE ZERO     TO WS-GRANT-COUNT.
           MOVE ZERO     TO WS-REVOKE-COUNT.
           MOVE 'N'      TO WS-FREEZE-BLOCKED-IND.
           MOVE 'N'      TO WS-FREEZE-OVERRIDE-IND.
           IF ACTIONI IS EQUAL TO 'A' OR 'R' OR 'G' OR 'U'
              PERFORM 9160-CHECK-CHANGE-FREEZE
           END-IF.
           IF WS-TARGET-ROLE IS EQUAL TO SPACES
              OR WS-TARGET-ROLE IS EQUAL TO LOW-VALUES
              MOVE "Role name is required!" TO WS-RESULT-MESSAGE
           ELSE
           IF WS-FREEZE-BLOCKED
              MOVE "Change freeze in effect - emergency role only!"
                   TO WS-RESULT-MESSAGE
           ELSE
              EVALUATE ACTIONI
              WHEN 'A'
                   PERFORM 2300-ADD-ROLE-FUNCTION
              WHEN 'R'
                   PERFORM 2350-REMOVE-ROLE-FUNCTION
              WHEN 'G'
                   PERFORM 2500-ASSIGN-ROLE
              WHEN 'U'
                   PERFORM 2550-UNASSIGN-ROLE
              WHEN 'I'
                   PERFORM 2580-INQUIRE-ROLE
              WHEN OTHER
                   MOVE "Action must be A, R, G, U or I!"
                        TO WS-RESULT-MESSAGE
              END-EVALUATE
           END-IF
           END-IF.
           MOVE WS-RESULT-MESSAGE TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2300-ADD-ROLE-FUNCTION.
      *    THE NEW FUNCTION IS CHECKED AGAINST EVERY HOLDER (AND THE
      *    REST OF THE ROLE) BEFORE ANYTHING IS WRITTEN
           MOVE WS-TARGET-ROLE     TO RT-ROLE-NAME.
           MOVE WS-TARGET-FUNCTION TO RT-FUNCTION-CODE.
           EXEC CICS READ
                FILE(AC-ROLTMP-FILENAME)
                INTO (ROLE-TEMPLATE-RECORD)
                RIDFLD(RT-ROLE-KEY)
                RESP(WS-READ-RESPONSE)
                END-EXEC.
           MOVE WS-TARGET-FUNCTION TO WS-CHECK-FUNCTION.
           MOVE SPACES             TO WS-CHECK-USER.
           EVALUATE TRUE
           WHEN WS-TARGET-FUNCTION IS EQUAL TO SPACES
           WHEN WS-TARGET-FUNCTION IS EQUAL TO LOW-VALUES
                MOVE "Function code is required!" TO WS-RESULT-MESSAGE
           WHEN WS-READ-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                MOVE "Function is already in the role!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                PERFORM 2400-CHECK-SOD-CONFLICT
                IF WS-SOD-CONFLICT
                   PERFORM 2490-SHOW-SOD-CONFLICT
                ELSE
                   PERFORM 2305-WRITE-ROLE-FUNCTION
                END-IF
           END-EVALUATE.

       2305-WRITE-ROLE-FUNCTION.
           INITIALIZE ROLE-TEMPLATE-RECORD.
           MOVE WS-TARGET-ROLE     TO RT-ROLE-NAME.
           MOVE WS-TARGET-FUNCTION TO RT-FUNCTION-CODE.
           MOVE WS-ADMIN-ID        TO RT-ADDED-BY.
           MOVE WS-CURRENT-DATE    TO RT-ADDED-TIMESTAMP.
           EXEC CICS WRITE
                FILE(AC-ROLTMP-FILENAME)
                FROM (ROLE-TEMPLATE-RECORD)
                RIDFLD(RT-ROLE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE SPACES               TO MA-BEFORE-IMAGE
              MOVE ROLE-TEMPLATE-RECORD TO MA-AFTER-IMAGE
              MOVE 'ROLEFADD'           TO MA-ACTION-CODE
              PERFORM 9200-WRITE-MAINT-AUDIT
              MOVE WS-TARGET-FUNCTION   TO WS-GRANT-FUNCTION
              PERFORM 2450-START-HOLDER-BROWSE
              PERFORM 2315-GRANT-TO-ONE-HOLDER
                 UNTIL WS-HOLDER-DONE
              PERFORM 2460-END-HOLDER-BROWSE
              MOVE WS-GRANT-COUNT TO WS-COUNT-EDIT
              STRING 'Function added to role - new grants made:'
                     DELIMITED BY SIZE
                     WS-COUNT-EDIT DELIMITED BY SIZE
                     INTO WS-RESULT-MESSAGE
              END-STRING
           ELSE
              MOVE '2305-WRITE-ROLE-FUNCTION' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
              MOVE "Error adding function to role!"
                   TO WS-RESULT-MESSAGE
           END-IF.

       2315-GRANT-TO-ONE-HOLDER.
           MOVE RA-USER-ID TO WS-GRANT-USER.
           PERFORM 2600-GRANT-FUNCTION.
           PERFORM 2455-NEXT-HOLDER.

       2350-REMOVE-ROLE-FUNCTION.
           MOVE WS-TARGET-ROLE     TO RT-ROLE-NAME.
           MOVE WS-TARGET-FUNCTION TO RT-FUNCTION-CODE.
           EXEC CICS READ
                FILE(AC-ROLTMP-FILENAME)
                INTO (ROLE-TEMPLATE-RECORD)
                RIDFLD(RT-ROLE-KEY)
                RESP(WS-READ-RESPONSE)
                END-EXEC.
           IF WS-READ-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "Function is not in the role!" TO WS-RESULT-MESSAGE
           ELSE
              MOVE ROLE-TEMPLATE-RECORD TO MA-BEFORE-IMAGE
              EXEC CICS DELETE
                   FILE(AC-ROLTMP-FILENAME)
                   RIDFLD(RT-ROLE-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE SPACES               TO MA-AFTER-IMAGE
                 MOVE 'ROLEFDEL'           TO MA-ACTION-CODE
                 PERFORM 9200-WRITE-MAINT-AUDIT
                 MOVE WS-TARGET-FUNCTION   TO WS-GRANT-FUNCTION
                 PERFORM 2450-START-HOLDER-BROWSE
                 PERFORM 2365-REVOKE-FROM-ONE-HOLDER
                    UNTIL WS-HOLDER-DONE
                 PERFORM 2460-END-HOLDER-BROWSE
                 MOVE WS-REVOKE-COUNT TO WS-COUNT-EDIT
                 STRING 'Function removed from role - grants revoked:'
                        DELIMITED BY SIZE
                        WS-COUNT-EDIT DELIMITED BY SIZE
                        INTO WS-RESULT-MESSAGE
                 END-STRING
              ELSE
                 MOVE '2350-REMOVE-ROLE-FUNCTION' TO ER-PARAGRAPH-NAME
                 PERFORM 9300-LOG-ERROR
                 MOVE "Error removing function from role!"
                      TO WS-RESULT-MESSAGE
              END-IF
           END-IF.

       2365-REVOKE-FROM-ONE-HOLDER.
           MOVE RA-USER-ID TO WS-GRANT-USER.
           PERFORM 2650-REVOKE-FUNCTION.
           PERFORM 2455-NEXT-HOLDER.

       2400-CHECK-SOD-CONFLICT.
      *    EVERY ACTIVE ESODRUL PAIR NAMING WS-CHECK-FUNCTION (EITHER
      *    SIDE) - THE PARTNER MAY NOT BE IN THE ROLE, NOR ALREADY
      *    ALLOWED TO THE USER (OR TO ANY HOLDER) ON EAUTH
           MOVE 'N'    TO WS-SOD-CONFLICT-IND.
           MOVE 'N'    TO WS-SOD-DONE-IND.
           MOVE SPACES TO WS-SOD-PARTNER-FUNCTION.
           MOVE SPACES TO WS-CONFLICT-USER.
           MOVE LOW-VALUES TO SD-CONFLICT-KEY.
           EXEC CICS STARTBR
                FILE(AC-SODRUL-FILENAME)
                RIDFLD(SD-CONFLICT-KEY)
                GTEQ
                RESP(WS-SOD-BROWSE-RESP)
                END-EXEC.
           IF WS-SOD-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2410-CHECK-ONE-SOD-RULE
                 UNTIL WS-SOD-DONE OR WS-SOD-CONFLICT
              EXEC CICS ENDBR
                   FILE(AC-SODRUL-FILENAME)
                   END-EXEC
           END-IF.

       2410-CHECK-ONE-SOD-RULE.
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
                 WHEN SD-FUNCTION-CODE-1 IS EQUAL TO WS-CHECK-FUNCTION
                      MOVE SD-FUNCTION-CODE-2
                           TO WS-SOD-PARTNER-FUNCTION
                      PERFORM 2420-CHECK-PARTNER
                 WHEN SD-FUNCTION-CODE-2 IS EQUAL TO WS-CHECK-FUNCTION
                      MOVE SD-FUNCTION-CODE-1
                           TO WS-SOD-PARTNER-FUNCTION
                      PERFORM 2420-CHECK-PARTNER
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

       2420-CHECK-PARTNER.
           MOVE WS-TARGET-ROLE          TO RT-ROLE-NAME.
           MOVE WS-SOD-PARTNER-FUNCTION TO RT-FUNCTION-CODE.
           EXEC CICS READ
                FILE(AC-ROLTMP-FILENAME)
                INTO (ROLE-TEMPLATE-RECORD)
                RIDFLD(RT-ROLE-KEY)
                RESP(WS-READ-RESPONSE)
                END-EXEC.
           IF WS-READ-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-SOD-CONFLICT TO TRUE
              MOVE SPACES TO WS-CONFLICT-USER
           ELSE
              IF WS-CHECK-USER IS NOT EQUAL TO SPACES
                 MOVE WS-CHECK-USER TO WS-GRANT-USER
                 PERFORM 2440-CHECK-PARTNER-HELD
              ELSE
                 PERFORM 2450-START-HOLDER-BROWSE
                 PERFORM 2430-CHECK-ONE-HOLDER
                    UNTIL WS-HOLDER-DONE OR WS-SOD-CONFLICT
                 PERFORM 2460-END-HOLDER-BROWSE
              END-IF
           END-IF.

       2430-CHECK-ONE-HOLDER.
           MOVE RA-USER-ID TO WS-GRANT-USER.
           PERFORM 2440-CHECK-PARTNER-HELD.
           PERFORM 2455-NEXT-HOLDER.

       2440-CHECK-PARTNER-HELD.
      *    THE CONFLICT ONLY BITES WHEN THE USER ALREADY HOLDS AN
      *    EXPLICIT ALLOW FOR THE PARTNER FUNCTION
           MOVE WS-SOD-PARTNER-FUNCTION TO AT-FUNCTION-CODE.
           MOVE WS-GRANT-USER           TO AT-SUBJECT-ID.
           EXEC CICS READ
                FILE(AC-AUTHORITY-FILENAME)
                INTO (AUTHORITY-RECORD)
                RIDFLD(AT-AUTHORITY-KEY)
                RESP(WS-READ-RESPONSE)
                END-EXEC.
           IF WS-READ-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND AT-IS-ALLOWED
              SET WS-SOD-CONFLICT TO TRUE
              MOVE WS-GRANT-USER TO WS-CONFLICT-USER
           END-IF.

       2450-START-HOLDER-BROWSE.
      *    POSITIONS ON THE FIRST EROLASG RECORD FOR THE ROLE - EACH
      *    CALLER'S PER-HOLDER PARAGRAPH ENDS WITH 2455
           MOVE 'N' TO WS-HOLDER-DONE-IND.
           MOVE 'N' TO WS-HOLDER-BROWSE-IND.
           MOVE WS-TARGET-ROLE TO RA-ROLE-NAME.
           MOVE LOW-VALUES     TO RA-USER-ID.
           EXEC CICS STARTBR
                FILE(AC-ROLASG-FILENAME)
                RIDFLD(RA-ASSIGN-KEY)
                GTEQ
                RESP(WS-HOLDER-RESPONSE)
                END-EXEC.
           IF WS-HOLDER-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-HOLDER-BROWSING TO TRUE
              PERFORM 2455-NEXT-HOLDER
           ELSE
              SET WS-HOLDER-DONE TO TRUE
           END-IF.

       2455-NEXT-HOLDER.
           EXEC CICS READNEXT
                FILE(AC-ROLASG-FILENAME)
                INTO (ROLE-ASSIGNMENT-RECORD)
                RIDFLD(RA-ASSIGN-KEY)
                RESP(WS-HOLDER-RESPONSE)
                END-EXEC.
           IF WS-HOLDER-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR RA-ROLE-NAME IS NOT EQUAL TO WS-TARGET-ROLE
              SET WS-HOLDER-DONE TO TRUE
           END-IF.

       2460-END-HOLDER-BROWSE.
           IF WS-HOLDER-BROWSING
              EXEC CICS ENDBR
                   FILE(AC-ROLASG-FILENAME)
                   END-EXEC
              MOVE 'N' TO WS-HOLDER-BROWSE-IND
           END-IF.

       2490-SHOW-SOD-CONFLICT.
           IF WS-CONFLICT-USER IS EQUAL TO SPACES
              STRING "Blocked - role would also hold conflicting "
                     DELIMITED BY SIZE
                     WS-SOD-PARTNER-FUNCTION DELIMITED BY SPACE
                     "!" DELIMITED BY SIZE
                     INTO WS-RESULT-MESSAGE
              END-STRING
           ELSE
              STRING "Blocked - " DELIMITED BY SIZE
                     WS-CONFLICT-USER DELIMITED BY SPACE
                     " already holds conflicting " DELIMITED BY SIZE
                     WS-SOD-PARTNER-FUNCTION DELIMITED BY SPACE
                     "!" DELIMITED BY SIZE
                     INTO WS-RESULT-MESSAGE
              END-STRING
           END-IF.

       2500-ASSIGN-ROLE.
      *    EVERY FUNCTION IN THE ROLE IS CHECKED FOR THIS USER BEFORE
      *    THE ASSIGNMENT OR ANY GRANT IS WRITTEN
           PERFORM 2570-CHECK-ASSIGNMENT.
           EVALUATE TRUE
           WHEN WS-RESULT-MESSAGE IS NOT EQUAL TO SPACES
                CONTINUE
           WHEN WS-READ-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                MOVE "User already holds the role!" TO WS-RESULT-MESSAGE
           WHEN OTHER
                MOVE 'N'            TO WS-SOD-CONFLICT-IND
                MOVE WS-TARGET-USER TO WS-CHECK-USER
                PERFORM 2510-CHECK-ONE-ROLE-FUNCTION
                   VARYING WS-FUNCTAB-SUB FROM 1 BY 1
                   UNTIL WS-FUNCTAB-SUB IS GREATER THAN
                         WS-FUNCTAB-COUNT
                      OR WS-SOD-CONFLICT
                IF WS-SOD-CONFLICT
                   PERFORM 2490-SHOW-SOD-CONFLICT
                ELSE
                   PERFORM 2530-WRITE-ASSIGNMENT
                END-IF
           END-EVALUATE.

       2510-CHECK-ONE-ROLE-FUNCTION.
           MOVE WS-FT-FUNCTION(WS-FUNCTAB-SUB) TO WS-CHECK-FUNCTION.
           PERFORM 2400-CHECK-SOD-CONFLICT.

       2520-GRANT-ONE-ROLE-FUNCTION.
           MOVE WS-FT-FUNCTION(WS-FUNCTAB-SUB) TO WS-GRANT-FUNCTION.
           PERFORM 2600-GRANT-FUNCTION.

       2530-WRITE-ASSIGNMENT.
           INITIALIZE ROLE-ASSIGNMENT-RECORD.
           MOVE WS-TARGET-ROLE  TO RA-ROLE-NAME.
           MOVE WS-TARGET-USER  TO RA-USER-ID.
           MOVE WS-ADMIN-ID     TO RA-ASSIGNED-BY.
           MOVE WS-CURRENT-DATE TO RA-ASSIGNED-TIMESTAMP.
           EXEC CICS WRITE
                FILE(AC-ROLASG-FILENAME)
                FROM (ROLE-ASSIGNMENT-RECORD)
                RIDFLD(RA-ASSIGN-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE SPACES                 TO MA-BEFORE-IMAGE
              MOVE ROLE-ASSIGNMENT-RECORD TO MA-AFTER-IMAGE
              MOVE 'ROLEASGN'             TO MA-ACTION-CODE
              PERFORM 9200-WRITE-MAINT-AUDIT
              MOVE WS-TARGET-USER TO WS-GRANT-USER
              PERFORM 2520-GRANT-ONE-ROLE-FUNCTION
                 VARYING WS-FUNCTAB-SUB FROM 1 BY 1
                 UNTIL WS-FUNCTAB-SUB IS GREATER THAN WS-FUNCTAB-COUNT
              MOVE WS-GRANT-COUNT TO WS-COUNT-EDIT
              STRING 'Role assigned - new grants made:'
                     DELIMITED BY SIZE
                     WS-COUNT-EDIT DELIMITED BY SIZE
                     INTO WS-RESULT-MESSAGE
              END-STRING
           ELSE
              MOVE '2530-WRITE-ASSIGNMENT' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
              MOVE "Error assigning role!" TO WS-RESULT-MESSAGE
           END-IF.

       2550-UNASSIGN-ROLE.
           PERFORM 2570-CHECK-ASSIGNMENT.
           EVALUATE TRUE
           WHEN WS-RESULT-MESSAGE IS NOT EQUAL TO SPACES
                CONTINUE
           WHEN WS-READ-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE "User does not hold the role!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                MOVE ROLE-ASSIGNMENT-RECORD TO MA-BEFORE-IMAGE
                EXEC CICS DELETE
                     FILE(AC-ROLASG-FILENAME)
                     RIDFLD(RA-ASSIGN-KEY)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                PERFORM 2555-REVOKE-ROLE-GRANTS
           END-EVALUATE.

       2555-REVOKE-ROLE-GRANTS.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE SPACES     TO MA-AFTER-IMAGE
              MOVE 'ROLEUNAS' TO MA-ACTION-CODE
              PERFORM 9200-WRITE-MAINT-AUDIT
              MOVE WS-TARGET-USER TO WS-GRANT-USER
              PERFORM 2560-REVOKE-ONE-ROLE-FUNCTION
                 VARYING WS-FUNCTAB-SUB FROM 1 BY 1
                 UNTIL WS-FUNCTAB-SUB IS GREATER THAN WS-FUNCTAB-COUNT
              MOVE WS-REVOKE-COUNT TO WS-COUNT-EDIT
              STRING 'Role unassigned - grants revoked:'
                     DELIMITED BY SIZE
                     WS-COUNT-EDIT DELIMITED BY SIZE
                     INTO WS-RESULT-MESSAGE
              END-STRING
           ELSE
              MOVE '2550-UNASSIGN-ROLE' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
              MOVE "Error unassigning role!" TO WS-RESULT-MESSAGE
           END-IF.

       2560-REVOKE-ONE-ROLE-FUNCTION.
           MOVE WS-FT-FUNCTION(WS-FUNCTAB-SUB) TO WS-GRANT-FUNCTION.
           PERFORM 2650-REVOKE-FUNCTION.

       2570-CHECK-ASSIGNMENT.
      *    COMMON EDITS FOR 'G' AND 'U' - A REGISTERED USER ID AND A
      *    ROLE WITH FUNCTIONS IN IT (LOADED INTO THE TABLE).  LEAVES
      *    THE EROLASG READ RESPONSE FOR THE CALLER
           IF WS-TARGET-USER IS EQUAL TO SPACES
              OR WS-TARGET-USER IS EQUAL TO LOW-VALUES
              MOVE "User ID is required!" TO WS-RESULT-MESSAGE
           ELSE
              MOVE WS-TARGET-USER TO RU-USER-ID
              EXEC CICS READ
                   FILE(AC-REG-USER-FILENAME)
                   INTO (REG-USER-RECORD)
                   RIDFLD(RU-USER-ID)
                   RESP(WS-READ-RESPONSE)
                   END-EXEC
              IF WS-READ-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE "User ID is not registered!" TO WS-RESULT-MESSAGE
              END-IF
           END-IF.
           IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
              PERFORM 2800-LOAD-ROLE-FUNCTIONS
              EVALUATE TRUE
              WHEN WS-FUNCTAB-OVERFLOW
                   MOVE "Role has more than 50 functions - split it!"
                        TO WS-RESULT-MESSAGE
              WHEN WS-FUNCTAB-COUNT IS EQUAL TO ZERO
                   MOVE "Role has no functions - add some with A!"
                        TO WS-RESULT-MESSAGE
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
           IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
              MOVE WS-TARGET-ROLE TO RA-ROLE-NAME
              MOVE WS-TARGET-USER TO RA-USER-ID
              EXEC CICS READ
                   FILE(AC-ROLASG-FILENAME)
                   INTO (ROLE-ASSIGNMENT-RECORD)
                   RIDFLD(RA-ASSIGN-KEY)
                   RESP(WS-READ-RESPONSE)
                   END-EXEC
           END-IF.

       2580-INQUIRE-ROLE.
           PERFORM 2800-LOAD-ROLE-FUNCTIONS.
           MOVE ZERO TO WS-HOLDER-COUNT.
           PERFORM 2450-START-HOLDER-BROWSE.
           PERFORM 2585-COUNT-ONE-HOLDER
              UNTIL WS-HOLDER-DONE.
           PERFORM 2460-END-HOLDER-BROWSE.
           IF WS-FUNCTAB-COUNT IS EQUAL TO ZERO
              AND WS-HOLDER-COUNT IS EQUAL TO ZERO
              MOVE "Role not found!" TO WS-RESULT-MESSAGE
           ELSE
              MOVE WS-FUNCTAB-COUNT TO WS-COUNT-EDIT
              MOVE WS-HOLDER-COUNT  TO WS-COUNT-EDIT-2
              STRING 'Role ' DELIMITED BY SIZE
                     WS-TARGET-ROLE DELIMITED BY SPACE
                     ' - functions:' DELIMITED BY SIZE
                     WS-COUNT-EDIT DELIMITED BY SIZE
                     '  holders:' DELIMITED BY SIZE
                     WS-COUNT-EDIT-2 DELIMITED BY SIZE
                     INTO WS-RESULT-MESSAGE
              END-STRING
           END-IF.

       2585-COUNT-ONE-HOLDER.
           ADD 1 TO WS-HOLDER-COUNT.
           PERFORM 2455-NEXT-HOLDER.

       2600-GRANT-FUNCTION.
      *    A USER WHO ALREADY HAS A RECORD FOR THE FUNCTION KEEPS IT
      *    AS IT IS - A DIRECT GRANT, ANOTHER ROLE'S GRANT, OR AN
      *    EXPLICIT 'N' DENIAL KEYED IN EAUTP
           MOVE WS-GRANT-FUNCTION TO AT-FUNCTION-CODE.
           MOVE WS-GRANT-USER     TO AT-SUBJECT-ID.
           EXEC CICS READ
                FILE(AC-AUTHORITY-FILENAME)
                INTO (AUTHORITY-RECORD)
                RIDFLD(AT-AUTHORITY-KEY)
                RESP(WS-READ-RESPONSE)
                END-EXEC.
           IF WS-READ-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
              INITIALIZE AUTHORITY-RECORD
              MOVE WS-GRANT-FUNCTION TO AT-FUNCTION-CODE
              MOVE WS-GRANT-USER     TO AT-SUBJECT-ID
              MOVE 'Y'               TO AT-ALLOWED-IND
              MOVE WS-TARGET-ROLE    TO AT-GRANT-SOURCE
              EXEC CICS WRITE
                   FILE(AC-AUTHORITY-FILENAME)
                   FROM (AUTHORITY-RECORD)
                   RIDFLD(AT-AUTHORITY-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 ADD 1 TO WS-GRANT-COUNT
                 PERFORM 9400-REFRESH-AUTH-CACHE
              ELSE
                 MOVE '2600-GRANT-FUNCTION' TO ER-PARAGRAPH-NAME
                 PERFORM 9300-LOG-ERROR
              END-IF
           END-IF.

       2650-REVOKE-FUNCTION.
      *    ONLY A GRANT THIS ROLE CREATED IS TOUCHED - HANDED TO
      *    ANOTHER ROLE THE USER HOLDS THAT ALSO BUNDLES IT, OR ELSE
      *    DELETED
           MOVE WS-GRANT-FUNCTION TO AT-FUNCTION-CODE.
           MOVE WS-GRANT-USER     TO AT-SUBJECT-ID.
           EXEC CICS READ
                FILE(AC-AUTHORITY-FILENAME)
                INTO (AUTHORITY-RECORD)
                RIDFLD(AT-AUTHORITY-KEY)
                RESP(WS-READ-RESPONSE)
                END-EXEC.
           IF WS-READ-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND AT-GRANT-SOURCE IS EQUAL TO WS-TARGET-ROLE
              PERFORM 2700-FIND-COVERING-ROLE
              IF WS-COVERED
                 PERFORM 2660-HAND-GRANT-OVER
              ELSE
                 EXEC CICS DELETE
                      FILE(AC-AUTHORITY-FILENAME)
                      RIDFLD(AT-AUTHORITY-KEY)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    ADD 1 TO WS-REVOKE-COUNT
                    PERFORM 9400-REFRESH-AUTH-CACHE
                 ELSE
                    MOVE '2650-REVOKE-FUNCTION' TO ER-PARAGRAPH-NAME
                    PERFORM 9300-LOG-ERROR
                 END-IF
              END-IF
           END-IF.

       2660-HAND-GRANT-OVER.
           MOVE WS-GRANT-FUNCTION TO AT-FUNCTION-CODE.
           MOVE WS-GRANT-USER     TO AT-SUBJECT-ID.
           EXEC CICS READ
                FILE(AC-AUTHORITY-FILENAME)
                INTO (AUTHORITY-RECORD)
                RIDFLD(AT-AUTHORITY-KEY)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE WS-COVER-ROLE TO AT-GRANT-SOURCE
              EXEC CICS REWRITE
                   FILE(AC-AUTHORITY-FILENAME)
                   FROM (AUTHORITY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE '2660-HAND-GRANT-OVER' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       2700-FIND-COVERING-ROLE.
      *    EVERY OTHER ROLE BUNDLING THE FUNCTION, TRIED AGAINST THE
      *    USER'S EROLASG ASSIGNMENTS
           MOVE 'N'    TO WS-COVERED-IND.
           MOVE 'N'    TO WS-COVER-DONE-IND.
           MOVE SPACES TO WS-COVER-ROLE.
           MOVE LOW-VALUES TO RT-ROLE-KEY.
           EXEC CICS STARTBR
                FILE(AC-ROLTMP-FILENAME)
                RIDFLD(RT-ROLE-KEY)
                GTEQ
                RESP(WS-TMPL-RESPONSE)
                END-EXEC.
           IF WS-TMPL-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2710-CHECK-ONE-TEMPLATE
                 UNTIL WS-COVER-DONE OR WS-COVERED
              EXEC CICS ENDBR
                   FILE(AC-ROLTMP-FILENAME)
                   END-EXEC
           END-IF.

       2710-CHECK-ONE-TEMPLATE.
           EXEC CICS READNEXT
                FILE(AC-ROLTMP-FILENAME)
                INTO (ROLE-TEMPLATE-RECORD)
                RIDFLD(RT-ROLE-KEY)
                RESP(WS-TMPL-RESPONSE)
                END-EXEC.
           IF WS-TMPL-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-COVER-DONE TO TRUE
           ELSE
              IF RT-FUNCTION-CODE IS EQUAL TO WS-GRANT-FUNCTION
                 AND RT-ROLE-NAME IS NOT EQUAL TO WS-TARGET-ROLE
                 MOVE RT-ROLE-NAME  TO WS-CK-ROLE-NAME
                 MOVE WS-GRANT-USER TO WS-CK-USER-ID
                 EXEC CICS READ
                      FILE(AC-ROLASG-FILENAME)
                      INTO (WS-COVER-ASSIGNMENT)
                      RIDFLD(WS-COVER-KEY)
                      RESP(WS-COVER-RESPONSE)
                      END-EXEC
                 IF WS-COVER-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    SET WS-COVERED TO TRUE
                    MOVE RT-ROLE-NAME TO WS-COVER-ROLE
                 END-IF
              END-IF
           END-IF.

       2800-LOAD-ROLE-FUNCTIONS.
           MOVE ZERO TO WS-FUNCTAB-COUNT.
           MOVE 'N'  TO WS-FUNCTAB-OVFL-IND.
           MOVE 'N'  TO WS-MEMBER-DONE-IND.
           MOVE WS-TARGET-ROLE TO RT-ROLE-NAME.
           MOVE LOW-VALUES     TO RT-FUNCTION-CODE.
           EXEC CICS STARTBR
                FILE(AC-ROLTMP-FILENAME)
                RIDFLD(RT-ROLE-KEY)
                GTEQ
                RESP(WS-TMPL-RESPONSE)
                END-EXEC.
           IF WS-TMPL-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2810-LOAD-ONE-FUNCTION
                 UNTIL WS-MEMBER-DONE
              EXEC CICS ENDBR
                   FILE(AC-ROLTMP-FILENAME)
                   END-EXEC
           END-IF.

       2810-LOAD-ONE-FUNCTION.
           EXEC CICS READNEXT
                FILE(AC-ROLTMP-FILENAME)
                INTO (ROLE-TEMPLATE-RECORD)
                RIDFLD(RT-ROLE-KEY)
                RESP(WS-TMPL-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-TMPL-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
           WHEN RT-ROLE-NAME IS NOT EQUAL TO WS-TARGET-ROLE
                SET WS-MEMBER-DONE TO TRUE
           WHEN WS-FUNCTAB-COUNT IS NOT LESS THAN WS-FUNCTAB-LIMIT
                SET WS-FUNCTAB-OVERFLOW TO TRUE
                SET WS-MEMBER-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-FUNCTAB-COUNT
                MOVE RT-FUNCTION-CODE
                     TO WS-FT-FUNCTION(WS-FUNCTAB-COUNT)
           END-EVALUATE.

       2900-RETURN-TO-SIGNON.
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
              MOVE WS-ADMIN-ID TO AT-SUBJECT-ID
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
      *    PERMANENT BEFORE/AFTER RECORD OF THE ROLE CHANGE JUST MADE
      *    - CALLERS SET THE ACTION CODE AND IMAGES FIRST
           MOVE WS-TARGET-ROLE        TO MA-TARGET-ID.
           MOVE WS-CURRENT-DATE       TO MA-AUDIT-TIMESTAMP.
           MOVE EIBTASKN              TO MA-TASK-NUMBER.
           MOVE WS-ADMIN-ID           TO MA-ACTING-USER-ID.
           MOVE AC-ROLE-PROGRAM-NAME  TO MA-PROGRAM-NAME.
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
           MOVE AC-ROLE-PROGRAM-NAME   TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.

       9400-REFRESH-AUTH-CACHE.
      *    DROP THE HOLDER'S EMENU AUTHORITY CACHE SO A ROLE GRANT
      *    (OR REVOKE) APPLIES FROM THEIR NEXT KEYSTROKE
           INITIALIZE AUTHCACHE-REFRESH-AREA.
           SET CQ-REFRESH-USER TO TRUE.
           MOVE WS-GRANT-USER TO CQ-USER-ID.
           EXEC CICS LINK
                PROGRAM(AC-AUTHCACHE-PROGRAM-NAME)
                COMMAREA(AUTHCACHE-REFRESH-AREA)
                LENGTH(LENGTH OF AUTHCACHE-REFRESH-AREA)
                RESP(WS-AUTHCACHE-RESPONSE)
                END-EXEC.
