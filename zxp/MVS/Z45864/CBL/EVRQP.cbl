       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVRQP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'VOUCHER ACCESS REQUEST' PROGRAM
      *      - REACHED FROM EMENU (FASTPATH 'VCHREQ'), EVERY USER.
      *      - 'R' RAISES A REQUEST TO DECRYPT ONE SITE'S ZECRETS
      *        VOUCHER ONCE, WITH A REASON AND THE DATES IT MAY BE
      *        USED ON (FROM/TO, YYYYMMDD, AT MOST A WEEK APART).  ONE
      *        OPEN REQUEST PER USER AND SITE.
      *      - 'N' SHOWS THE NEXT PENDING REQUEST TO AN ADMINISTRATOR,
      *        SKIPPING THEIR OWN.  'A' APPROVES AND 'D' DENIES IT -
      *        NEVER BY THE REQUESTER, SO EVERY DECRYPTION HAS TWO
      *        PEOPLE BEHIND IT.
      *      - 'I' SHOWS THE LATEST REQUEST FOR A SITE - YOUR OWN, OR
      *        (ADMINISTRATORS) ANY USER'S.
      *      - CHALL3 DECRYPTS ONLY AGAINST AN APPROVED REQUEST OF THE
      *        RUNNING USER FOR THE SITE INSIDE ITS DATES, AND MARKS IT
      *        USED.
      *      - EVERY REQUEST AND DECISION LANDS IN EMNTAUD.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY EVRQMAP.
       COPY EVCHREQ.
       COPY EMNTAUD.
       COPY EERRCOM.
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
       01 WS-EVRQP-STATE.
          05 WS-VR-SESSION-STATE.
             10 WS-VR-USER-ID        PIC X(8).
             10 WS-VR-USER-PASSWORD  PIC X(8).
             10 WS-VR-SIGNED-ON-IND  PIC X(1).
             10 WS-VR-USER-TYPE      PIC X(3).
          05 FILLER                  PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-TODAY             PIC X(8).
       01 WS-TARGET-REQUESTER  PIC X(8).
       01 WS-TARGET-SITE       PIC X(25).
       01 WS-SAVED-REQUEST     PIC X(180).
      ******************************************************************
      *   REQUEST SCANS - WHAT IS BEING LOOKED FOR AND WHAT WAS FOUND.
      ******************************************************************
       01 WS-ENTRY-FOUND-IND   PIC X(1) VALUE 'N'.
          88 WS-ENTRY-FOUND             VALUE 'Y'.
       01 WS-SCAN-DONE-IND     PIC X(1) VALUE 'N'.
          88 WS-SCAN-DONE               VALUE 'Y'.
       01 WS-OPEN-FOUND-IND    PIC X(1) VALUE 'N'.
          88 WS-OPEN-FOUND              VALUE 'Y'.
       01 WS-MAY-DECIDE-IND    PIC X(1) VALUE 'N'.
          88 WS-MAY-DECIDE              VALUE 'Y'.
      ******************************************************************
      *   VALIDITY WINDOW CHECKS - A REQUEST MAY RUN AT MOST
      *   WS-MAX-WINDOW-DAYS DAYS PAST ITS FIRST DAY.
      ******************************************************************
       01 WS-MAX-WINDOW-DAYS   PIC 9(2) VALUE 7.
       01 WS-DATES-OK-IND      PIC X(1) VALUE 'N'.
          88 WS-DATES-OK                VALUE 'Y'.
       01 WS-CHECK-DATE        PIC X(8).
       01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
          05 WS-CD-YYYY        PIC 9(4).
          05 WS-CD-MM          PIC 9(2).
          05 WS-CD-DD          PIC 9(2).
       01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
                               PIC 9(8).
       01 WS-FROM-DATE-NUM     PIC 9(8).
       01 WS-TO-DATE-NUM       PIC 9(8).
       01 WS-WINDOW-DAYS       PIC S9(5) VALUE ZERO.
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
      *    ARRIVES SIZED AS THE LARGER WS-EVRQP-STATE THIS PROGRAM
      *    RETURNS ITSELF.
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
           INITIALIZE EVRQMO.
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
                MAP(AC-VCHREQ-MAP-NAME)
                MAPSET(AC-VCHREQ-MAPSET-NAME)
                FROM (EVRQMO)
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           MOVE WS-SESSION-STATE TO WS-VR-SESSION-STATE.
           EXEC CICS RETURN
                COMMAREA(WS-EVRQP-STATE)
                LENGTH(LENGTH OF WS-EVRQP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           MOVE DFHCOMMAREA TO WS-EVRQP-STATE.
           MOVE WS-VR-SESSION-STATE TO WS-SESSION-STATE.
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
                MAP(AC-VCHREQ-MAP-NAME)
                MAPSET(AC-VCHREQ-MAPSET-NAME)
                INTO (EVRQMI)
                END-EXEC.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.

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
      *    ONE OPEN REQUEST PER USER AND SITE - PENDING, OR APPROVED
      *    AND NOT YET USED OR PAST ITS DATES
           EVALUATE TRUE
           WHEN SITEI IS EQUAL TO SPACES
           WHEN SITEI IS EQUAL TO LOW-VALUES
                MOVE "Site is required!" TO MESSO
           WHEN REASONI IS EQUAL TO SPACES
           WHEN REASONI IS EQUAL TO LOW-VALUES
                MOVE "A reason for the access is required!" TO MESSO
           WHEN OTHER
                PERFORM 2340-CHECK-VALIDITY-DATES
                IF WS-DATES-OK
                   MOVE WS-USER-ID TO WS-TARGET-REQUESTER
                   MOVE SITEI      TO WS-TARGET-SITE
                   PERFORM 2320-CHECK-OPEN-REQUEST
                   IF WS-OPEN-FOUND
                      MOVE "A request for this site is already open!"
                           TO MESSO
                   ELSE
                      PERFORM 2330-FILE-REQUEST
                   END-IF
                END-IF
           END-EVALUATE.

       2320-CHECK-OPEN-REQUEST.
      *    EVERY REQUEST THIS USER HAS RAISED, OLDEST FIRST - THE LAST
      *    ONE FOR THE SITE IS KEPT FOR THE INQUIRY
           MOVE 'N'    TO WS-OPEN-FOUND-IND.
           MOVE 'N'    TO WS-ENTRY-FOUND-IND.
           MOVE 'N'    TO WS-SCAN-DONE-IND.
           MOVE WS-TARGET-REQUESTER TO VQ-REQUESTER-ID.
           MOVE LOW-VALUES          TO VQ-REQUESTED-TIMESTAMP.
           EXEC CICS STARTBR
                FILE(AC-VCHREQ-FILENAME)
                RIDFLD(VQ-REQUEST-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2325-CHECK-ONE-REQUEST
                 UNTIL WS-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-VCHREQ-FILENAME)
                   END-EXEC
           END-IF.

       2325-CHECK-ONE-REQUEST.
           EXEC CICS READNEXT
                FILE(AC-VCHREQ-FILENAME)
                INTO (VOUCHER-REQUEST-RECORD)
                RIDFLD(VQ-REQUEST-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
           WHEN VQ-REQUESTER-ID IS NOT EQUAL TO WS-TARGET-REQUESTER
                SET WS-SCAN-DONE TO TRUE
           WHEN VQ-SITE IS EQUAL TO WS-TARGET-SITE
                SET WS-ENTRY-FOUND TO TRUE
                MOVE VOUCHER-REQUEST-RECORD TO WS-SAVED-REQUEST
                IF VQ-IS-PENDING
                   OR (VQ-IS-APPROVED
                       AND VQ-VALID-TO-DATE IS NOT LESS THAN WS-TODAY)
                   SET WS-OPEN-FOUND TO TRUE
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2330-FILE-REQUEST.
           INITIALIZE VOUCHER-REQUEST-RECORD.
           MOVE WS-USER-ID      TO VQ-REQUESTER-ID.
           MOVE WS-CURRENT-DATE TO VQ-REQUESTED-TIMESTAMP.
           MOVE SITEI           TO VQ-SITE.
           MOVE REASONI         TO VQ-REASON.
           MOVE VALFROMI        TO VQ-VALID-FROM-DATE.
           MOVE VALTOI          TO VQ-VALID-TO-DATE.
           SET VQ-IS-PENDING    TO TRUE.
           EXEC CICS WRITE
                FILE(AC-VCHREQ-FILENAME)
                FROM (VOUCHER-REQUEST-RECORD)
                RIDFLD(VQ-REQUEST-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE VQ-REQUESTER-ID        TO MA-TARGET-ID
              MOVE 'VCHREQ'               TO MA-ACTION-CODE
              MOVE SPACES                 TO MA-BEFORE-IMAGE
              MOVE VOUCHER-REQUEST-RECORD TO MA-AFTER-IMAGE
              PERFORM 9200-WRITE-MAINT-AUDIT
              PERFORM 2700-SHOW-REQUEST
              MOVE "Request filed - an administrator must approve it!"
                   TO MESSO
           ELSE
              MOVE "Error filing request!" TO MESSO
              MOVE '2330-FILE-REQUEST' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       2340-CHECK-VALIDITY-DATES.
      *    BOTH DATES REAL CALENDAR DATES, IN ORDER, NOT ALREADY PAST
      *    AND NO MORE THAN THE MAXIMUM WINDOW APART
           MOVE 'N' TO WS-DATES-OK-IND.
           MOVE VALFROMI TO WS-CHECK-DATE.
           PERFORM 2345-CHECK-ONE-DATE.
           IF WS-DATES-OK
              MOVE WS-CHECK-DATE-NUM TO WS-FROM-DATE-NUM
              MOVE VALTOI TO WS-CHECK-DATE
              PERFORM 2345-CHECK-ONE-DATE
           END-IF.
           IF WS-DATES-OK
              MOVE WS-CHECK-DATE-NUM TO WS-TO-DATE-NUM
              COMPUTE WS-WINDOW-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM)
                    - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
              EVALUATE TRUE
              WHEN WS-WINDOW-DAYS IS LESS THAN ZERO
                   MOVE 'N' TO WS-DATES-OK-IND
                   MOVE "Valid-to date is before the valid-from date!"
                        TO MESSO
              WHEN WS-WINDOW-DAYS IS GREATER THAN WS-MAX-WINDOW-DAYS
                   MOVE 'N' TO WS-DATES-OK-IND
                   MOVE "A request may cover at most 7 days!" TO MESSO
              WHEN VALTOI IS LESS THAN WS-TODAY
                   MOVE 'N' TO WS-DATES-OK-IND
                   MOVE "Valid-to date is already past!" TO MESSO
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.

       2345-CHECK-ONE-DATE.
           IF WS-CHECK-DATE IS NUMERIC
              AND WS-CD-YYYY IS GREATER THAN 1900
              AND WS-CD-MM IS GREATER THAN ZERO
              AND WS-CD-MM IS LESS THAN 13
              AND WS-CD-DD IS GREATER THAN ZERO
              AND WS-CD-DD IS LESS THAN 32
              SET WS-DATES-OK TO TRUE
           ELSE
              MOVE 'N' TO WS-DATES-OK-IND
              MOVE "Valid-from and valid-to must be dates, YYYYMMDD!"
                   TO MESSO
           END-IF.

       2400-SHOW-NEXT-REQUEST.
      *    FIRST PENDING REQUEST SOMEONE ELSE RAISED - ADMINISTRATORS
      *    ONLY.  THE FILE IS REQUESTER-MAJOR, SO THIS IS A FULL PASS
           MOVE 'N' TO WS-ENTRY-FOUND-IND.
           IF NOT WS-IS-ADMINISTRATOR
              MOVE "Only an administrator approves voucher requests!"
                   TO MESSO
           ELSE
              MOVE 'N' TO WS-SCAN-DONE-IND
              MOVE LOW-VALUES TO VQ-REQUEST-KEY
              EXEC CICS STARTBR
                   FILE(AC-VCHREQ-FILENAME)
                   RIDFLD(VQ-REQUEST-KEY)
                   GTEQ
                   RESP(WS-BROWSE-RESPONSE)
                   END-EXEC
              IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 PERFORM 2420-SCAN-ONE-ENTRY
                    UNTIL WS-SCAN-DONE OR WS-ENTRY-FOUND
                 EXEC CICS ENDBR
                      FILE(AC-VCHREQ-FILENAME)
                      END-EXEC
              END-IF
              IF WS-ENTRY-FOUND
                 PERFORM 2700-SHOW-REQUEST
                 STRING "Pending: " DELIMITED BY SIZE
                        VQ-REQUESTER-ID DELIMITED BY SPACE
                        " asks for " DELIMITED BY SIZE
                        VQ-SITE DELIMITED BY "  "
                        " - A=approve, D=deny." DELIMITED BY SIZE
                        INTO MESSO
                 END-STRING
              ELSE
                 MOVE "No requests waiting on you - all done!" TO MESSO
              END-IF
           END-IF.

       2420-SCAN-ONE-ENTRY.
           EXEC CICS READNEXT
                FILE(AC-VCHREQ-FILENAME)
                INTO (VOUCHER-REQUEST-RECORD)
                RIDFLD(VQ-REQUEST-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF VQ-IS-PENDING
                 AND VQ-REQUESTER-ID IS NOT EQUAL TO WS-USER-ID
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-IF.

       2450-INQUIRE-REQUEST.
      *    THE LATEST REQUEST FOR THE SITE - A USER SEES THEIR OWN, AN
      *    ADMINISTRATOR ANYONE'S
           IF REQBYI IS EQUAL TO SPACES
              OR REQBYI IS EQUAL TO LOW-VALUES
              MOVE WS-USER-ID TO WS-TARGET-REQUESTER
           ELSE
              MOVE REQBYI     TO WS-TARGET-REQUESTER
           END-IF.
           MOVE SITEI TO WS-TARGET-SITE.
           EVALUATE TRUE
           WHEN SITEI IS EQUAL TO SPACES
           WHEN SITEI IS EQUAL TO LOW-VALUES
                MOVE "Site is required!" TO MESSO
           WHEN WS-TARGET-REQUESTER IS NOT EQUAL TO WS-USER-ID
                AND NOT WS-IS-ADMINISTRATOR
                MOVE "You may only inquire on your own requests!"
                     TO MESSO
           WHEN OTHER
                PERFORM 2320-CHECK-OPEN-REQUEST
                IF WS-ENTRY-FOUND
                   MOVE WS-SAVED-REQUEST TO VOUCHER-REQUEST-RECORD
                   PERFORM 2700-SHOW-REQUEST
                   PERFORM 2460-SHOW-STATUS-TEXT
                ELSE
                   MOVE "No request found for this site!" TO MESSO
                END-IF
           END-EVALUATE.

       2460-SHOW-STATUS-TEXT.
           EVALUATE TRUE
           WHEN VQ-IS-PENDING
                MOVE "Waiting on an administrator." TO MESSO
           WHEN VQ-IS-APPROVED
              AND VQ-VALID-TO-DATE IS LESS THAN WS-TODAY
                MOVE "Approved but never used - its dates have passed."
                     TO MESSO
           WHEN VQ-IS-APPROVED
                STRING "Approved by " DELIMITED BY SIZE
                       VQ-DECIDED-BY DELIMITED BY SPACE
                       " - ready for one CHALL3 run." DELIMITED BY SIZE
                       INTO MESSO
                END-STRING
           WHEN VQ-IS-DENIED
                STRING "Denied by " DELIMITED BY SIZE
                       VQ-DECIDED-BY DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO MESSO
                END-STRING
           WHEN VQ-IS-USED
                STRING "Used " DELIMITED BY SIZE
                       VQ-USED-TIMESTAMP DELIMITED BY SIZE
                       " - raise a new request." DELIMITED BY SIZE
                       INTO MESSO
                END-STRING
           WHEN OTHER
                MOVE "Request found!" TO MESSO
           END-EVALUATE.

       2500-APPROVE-REQUEST.
      *    A REQUEST WHOSE DATES HAVE ALREADY PASSED CANNOT BE USED,
      *    SO IT IS NOT APPROVED EITHER
           PERFORM 2800-READ-REQUEST-FOR-UPDATE.
           IF WS-ENTRY-FOUND
              PERFORM 2810-CHECK-DECIDER
              IF WS-MAY-DECIDE
                 AND VQ-VALID-TO-DATE IS LESS THAN WS-TODAY
                 MOVE 'N' TO WS-MAY-DECIDE-IND
                 MOVE "Its dates have passed - deny it instead!"
                      TO MESSO
              END-IF
              IF WS-MAY-DECIDE
                 MOVE VOUCHER-REQUEST-RECORD TO MA-BEFORE-IMAGE
                 SET VQ-IS-APPROVED   TO TRUE
                 MOVE WS-USER-ID      TO VQ-DECIDED-BY
                 MOVE WS-CURRENT-DATE TO VQ-DECISION-TIMESTAMP
                 PERFORM 2820-REWRITE-REQUEST
                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    MOVE VQ-REQUESTER-ID        TO MA-TARGET-ID
                    MOVE 'VCHAPPR'              TO MA-ACTION-CODE
                    MOVE VOUCHER-REQUEST-RECORD TO MA-AFTER-IMAGE
                    PERFORM 9200-WRITE-MAINT-AUDIT
                    PERFORM 2700-SHOW-REQUEST
                    STRING "Approved - " DELIMITED BY SIZE
                           VQ-REQUESTER-ID DELIMITED BY SPACE
                           " may decrypt it once." DELIMITED BY SIZE
                           INTO MESSO
                    END-STRING
                 END-IF
              END-IF
           END-IF.

       2550-DENY-REQUEST.
           PERFORM 2800-READ-REQUEST-FOR-UPDATE.
           IF WS-ENTRY-FOUND
              PERFORM 2810-CHECK-DECIDER
              IF WS-MAY-DECIDE
                 MOVE VOUCHER-REQUEST-RECORD TO MA-BEFORE-IMAGE
                 SET VQ-IS-DENIED     TO TRUE
                 MOVE WS-USER-ID      TO VQ-DECIDED-BY
                 MOVE WS-CURRENT-DATE TO VQ-DECISION-TIMESTAMP
                 PERFORM 2820-REWRITE-REQUEST
                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    MOVE VQ-REQUESTER-ID        TO MA-TARGET-ID
                    MOVE 'VCHDENY'              TO MA-ACTION-CODE
                    MOVE VOUCHER-REQUEST-RECORD TO MA-AFTER-IMAGE
                    PERFORM 9200-WRITE-MAINT-AUDIT
                    PERFORM 2700-SHOW-REQUEST
                    MOVE "Request denied!" TO MESSO
                 END-IF
              END-IF
           END-IF.

       2700-SHOW-REQUEST.
           MOVE VQ-REQUESTER-ID        TO REQBYO.
           MOVE VQ-SITE                TO SITEO.
           MOVE VQ-REASON              TO REASONO.
           MOVE VQ-VALID-FROM-DATE     TO VALFROMO.
           MOVE VQ-VALID-TO-DATE       TO VALTOO.
           MOVE VQ-REQUESTED-TIMESTAMP TO REQTSO.
           MOVE VQ-REQUEST-STATUS      TO STATO.
           MOVE VQ-DECIDED-BY          TO APPRIDO.

       2800-READ-REQUEST-FOR-UPDATE.
      *    A DECISION NAMES THE REQUEST IN FULL - REQUESTER AND
      *    TIMESTAMP, AS 'N' LEFT THEM ON THE SCREEN
           MOVE 'N' TO WS-ENTRY-FOUND-IND.
           MOVE REQBYI  TO VQ-REQUESTER-ID.
           MOVE REQTSI  TO VQ-REQUESTED-TIMESTAMP.
           EXEC CICS READ
                FILE(AC-VCHREQ-FILENAME)
                INTO (VOUCHER-REQUEST-RECORD)
                RIDFLD(VQ-REQUEST-KEY)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-ENTRY-FOUND TO TRUE
           ELSE
              MOVE "No such request - use N to bring one up!" TO MESSO
           END-IF.

       2810-CHECK-DECIDER.
      *    AN ADMINISTRATOR DECIDES A PENDING REQUEST - NEVER THEIR OWN
           MOVE 'N' TO WS-MAY-DECIDE-IND.
           EVALUATE TRUE
           WHEN NOT VQ-IS-PENDING
                MOVE "Request is no longer pending!" TO MESSO
           WHEN VQ-REQUESTER-ID IS EQUAL TO WS-USER-ID
                MOVE "You cannot decide your own request!" TO MESSO
           WHEN NOT WS-IS-ADMINISTRATOR
                MOVE "Only an administrator approves voucher requests!"
                     TO MESSO
           WHEN OTHER
                SET WS-MAY-DECIDE TO TRUE
           END-EVALUATE.

       2820-REWRITE-REQUEST.
           EXEC CICS REWRITE
                FILE(AC-VCHREQ-FILENAME)
                FROM (VOUCHER-REQUEST-RECORD)
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
           MOVE AC-VCHREQ-PROGRAM-NAME   TO MA-PROGRAM-NAME.
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
           MOVE AC-VCHREQ-PROGRAM-NAME TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.
