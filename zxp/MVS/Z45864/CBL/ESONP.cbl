      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'SIGN ON' PROGRAM
      *      - A USER TYPE (ESONRUL) OR TERMINAL (ETRMAUT) FLAGGED FOR
      *        IT, AND EVERY FIRECALL ACCOUNT, MUST ALSO ENTER A
      *        ONE-TIME CODE SENT TO THE REGISTERED DEVICE (EOTPDEV)
      *        BEFORE THE SIGN-ON COMPLETES.  PF5 RE-SENDS THE CODE.
      *        RESENDS AND WRONG CODES ARE LIMITED PER USER TYPE, AND
      *        EVERY CHALLENGE, SUCCESS AND FAILURE LANDS IN EAUDIT.
      *      - A CHALLENGE IS STORED ON EOTPCHL BEFORE ITS CODE IS
      *        QUEUED; ONE THAT CANNOT BE STORED IS LOGGED THROUGH
      *        EERRRTE AND NO CODE IS SENT.
      *      - A COMPLETED SIGN-ON DROPS THE USER'S EMENU AUTHORITY
      *        CACHE THROUGH EAUCRTE, SO THE MENU BUILDS IT AFRESH.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EINTCOM.
       COPY EUSRMSG.
       COPY EERRCOM.
       COPY EAUCCOM.
       COPY EFWDJRNL.
       COPY EOTPDEV.
       COPY EOTPCHL.
       COPY EFIRECAL.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
             88 WS-IS-ADMINISTRATOR        VALUE 'ADM'.
          05 WS-SECURITY-PENDING-IND PIC X(1).
             88 WS-SECURITY-CHALLENGE-PENDING  VALUE 'Y'.
             88 WS-OTP-CHALLENGE-PENDING       VALUE 'O'.
          05 WS-FORGOT-PENDING-IND   PIC X(1).
             88 WS-FORGOT-PASSWORD-PENDING     VALUE 'Y'.
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
          88 WS-MSG-DONE                     VALUE 'Y'.
       01 WS-TRMAUT-RESPONSE       PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUTHCACHE-RESPONSE PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-TERMINAL-AUTH-IND     PIC X(1) VALUE 'Y'.
          88 WS-TERMINAL-AUTHORIZED          VALUE 'Y'.
       01 WS-TERMINAL-ID-KEY       PIC X(4).
       01 WS-JRNL-ACTION       PIC X(1).
       01 WS-JRNL-IMAGE        PIC X(250).
      ******************************************************************
      *   ONE-TIME PASSCODE WORK AREAS (SEE EOTPDEV AND EOTPCHL) - THE
      *   CODE GOES TO THE DEVICE AS ONE LINE ON THE OTPQ TRANSIENT-
      *   DATA QUEUE, WHICH THE OUTBOUND SMS/MAIL/PUSH GATEWAY DRAINS.
      ******************************************************************
       01 WS-OTP-RESPONSE      PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-OTP-FOUND-RESPONSE PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-OTP-REQUIRED-IND  PIC X(1) VALUE 'N'.
          88 WS-OTP-REQUIRED            VALUE 'Y'.
       01 WS-OTP-ISSUED-IND    PIC X(1) VALUE 'N'.
          88 WS-OTP-ISSUED              VALUE 'Y'.
       01 WS-OTP-DEVICE-OWNER  PIC X(8).
       01 WS-OTP-CLOCK         PIC 9(8).
       01 WS-OTP-SEED          PIC 9(9).
       01 WS-OTP-CODE          PIC 9(6).
       01 WS-OTP-CODE-TEXT     PIC X(8).
       01 WS-OTP-ENTERED       PIC X(20).
       01 WS-OTP-VALID-MINUTES PIC 9(2).
       01 WS-OTP-MAX-RESENDS   PIC 9(1).
       01 WS-OTP-MAX-WRONG     PIC 9(1).
       01 WS-OTP-TRIES-LEFT    PIC 9(1).
       01 WS-OTP-DELIVERY-LINE.
          05 OL-CHANNEL           PIC X(4).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 OL-DEVICE-ADDRESS    PIC X(60).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 OL-DEVICE-OWNER      PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 OL-SIGNON-USER-ID    PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 OL-TERMINAL-ID       PIC X(4).
          05 FILLER               PIC X(6)  VALUE ' CODE='.
          05 OL-CODE              PIC 9(6).
          05 FILLER               PIC X(8)  VALUE ' EXPIRY='.
          05 OL-EXPIRY-TIMESTAMP  PIC X(14).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
                PERFORM 2300-SIGN-ON-USER
           WHEN DFHPF4
                PERFORM 2360-FORGOT-PASSWORD
           WHEN DFHPF5
                PERFORM 2380-RESEND-OTP-CODE
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2400-CANCEL-PROCESS
                PERFORM 2365-VERIFY-FORGOT-ANSWER
           WHEN WS-SECURITY-CHALLENGE-PENDING
                PERFORM 2345-VERIFY-SECURITY-ANSWER
           WHEN WS-OTP-CHALLENGE-PENDING
                PERFORM 2375-VERIFY-OTP-CODE
           WHEN OTHER
                PERFORM 2320-GREET-USER
                PERFORM 2330-LOOKUP-USER-ID
                                      TO LOW-VALUES
                                  PERFORM 2340-PRESENT-SECURITY-QUESTN
                               ELSE
                                  PERFORM 2370-CHECK-OTP-REQUIRED
                                  IF WS-OTP-REQUIRED
                                     PERFORM 2371-ISSUE-OTP-CHALLENGE
                                  ELSE
                                  SET WS-IS-SIGNED-ON TO TRUE
                                  MOVE RU-USER-TYPE TO WS-USER-TYPE
                                  PERFORM 2347-STAMP-LAST-LOGIN
                                  ELSE
                                     PERFORM 2348-BUILD-GREETING-TEXT
                                  END-IF
                                  END-IF
                               END-IF
                            END-IF
                         ELSE
                PERFORM 9300-LOG-ERROR
           END-EVALUATE.

      *    A PENDING QUESTION OR CODE KEEPS THE CONVERSATION ALIVE
      *    FOR THE ANSWER - ONLY THE CODE BEING SENT IS AUDITED NOW
           IF WS-SECURITY-CHALLENGE-PENDING
              OR WS-OTP-CHALLENGE-PENDING
              IF WS-OTP-CHALLENGE-PENDING
                 PERFORM 2338-WRITE-AUDIT-RECORD
              END-IF
              PERFORM 1200-SEND-MAP
              PERFORM 2600-RETURN-AND-END-KEEP
           ELSE
              PERFORM 2338-WRITE-AUDIT-RECORD
              IF WS-IS-SIGNED-ON AND WS-PASSWORD-EXPIRED
           END-IF.
           PERFORM 1200-SEND-MAP.

       2370-CHECK-OTP-REQUIRED.
      *    A CORRECT PASSWORD STILL NEEDS A ONE-TIME CODE WHEN THE
      *    USER TYPE'S ESONRUL RECORD OR THIS TERMINAL'S ETRMAUT
      *    RECORD ASKS FOR ONE, AND ALWAYS FOR A FIRECALL ACCOUNT -
      *    WHOSE CODE GOES TO THE ADMINISTRATOR WHO CHECKED IT OUT
           MOVE 'N' TO WS-OTP-REQUIRED-IND.
           MOVE RU-USER-ID TO WS-OTP-DEVICE-OWNER.
           PERFORM 2331-READ-SIGN-ON-RULES.
           IF SR-OTP-REQUIRED
              SET WS-OTP-REQUIRED TO TRUE
           END-IF.
           MOVE EIBTRMID TO WS-TERMINAL-ID-KEY.
           EXEC CICS READ
                FILE(AC-TRMAUT-FILENAME)
                INTO (TERMINAL-AUTH-RECORD)
                RIDFLD(WS-TERMINAL-ID-KEY)
                RESP(WS-TRMAUT-RESPONSE)
                END-EXEC.
           IF WS-TRMAUT-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND TA-OTP-REQUIRED
              SET WS-OTP-REQUIRED TO TRUE
           END-IF.
           MOVE RU-USER-ID TO FC-ACCOUNT-ID.
           EXEC CICS READ
                FILE(AC-FIRECALL-FILENAME)
                INTO (FIRECALL-RECORD)
                RIDFLD(FC-ACCOUNT-ID)
                RESP(WS-OTP-RESPONSE)
                END-EXEC.
           IF WS-OTP-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-OTP-REQUIRED TO TRUE
              MOVE FC-CHECKED-OUT-BY TO WS-OTP-DEVICE-OWNER
           END-IF.

       2371-ISSUE-OTP-CHALLENGE.
      *    OPEN A FRESH CHALLENGE FOR THIS USER ON THIS TERMINAL -
      *    ANY EARLIER ONE IS REPLACED, WITH ITS COUNTS RESET
           MOVE RU-USER-ID TO OT-USER-ID.
           EXEC CICS READ
                FILE(AC-OTPCHL-FILENAME)
                INTO (OTP-CHALLENGE-RECORD)
                RIDFLD(OT-USER-ID)
                RESP(WS-OTP-FOUND-RESPONSE)
                UPDATE
                END-EXEC.
           INITIALIZE OTP-CHALLENGE-RECORD.
           MOVE RU-USER-ID TO OT-USER-ID.
           MOVE ZERO       TO OT-RESEND-COUNT.
           MOVE ZERO       TO OT-WRONG-COUNT.
           PERFORM 2372-SET-OTP-LIMITS.
           PERFORM 2374-SEND-OTP-CODE.
           IF WS-OTP-ISSUED
              MOVE "One-time code sent - key it as the answer (PF5 re-se
      -            "nds)." TO MESSO
           END-IF.

       2373-STORE-OTP-CHALLENGE.
      *    THE CHALLENGE GOES ON EOTPCHL BEFORE ITS CODE IS QUEUED -
      *    A CODE WHOSE HASH NEVER REACHED THE FILE COULD NOT BE
      *    VERIFIED, SO IT IS NOT SENT.  WS-OTP-FOUND-RESPONSE IS THE
      *    CALLER'S READ FOR UPDATE: FOUND MEANS REPLACE IT IN PLACE
           IF WS-OTP-FOUND-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS REWRITE
                   FILE(AC-OTPCHL-FILENAME)
                   FROM (OTP-CHALLENGE-RECORD)
                   RESP(WS-OTP-RESPONSE)
                   END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE(AC-OTPCHL-FILENAME)
                   FROM (OTP-CHALLENGE-RECORD)
                   RIDFLD(OT-USER-ID)
                   RESP(WS-OTP-RESPONSE)
                   END-EXEC
           END-IF.
           IF WS-OTP-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "Error saving one-time code - try later!" TO MESSO
              MOVE WS-OTP-RESPONSE TO ER-RESP-CODE
              MOVE '2373-STORE-OTP-CHALLENGE' TO ER-PARAGRAPH-NAME
              PERFORM 9310-LOG-OTP-ERROR
           END-IF.

       2372-SET-OTP-LIMITS.
      *    THE USER TYPE'S CODE LIFETIME AND RESEND/WRONG-CODE LIMITS,
      *    WITH SAFE DEFAULTS FOR A RULE RECORD THAT LEAVES THEM OUT
           IF SR-OTP-VALID-MINUTES IS NUMERIC
              AND SR-OTP-VALID-MINUTES IS GREATER THAN ZERO
              MOVE SR-OTP-VALID-MINUTES TO WS-OTP-VALID-MINUTES
           ELSE
              MOVE 05 TO WS-OTP-VALID-MINUTES
           END-IF.
           IF SR-OTP-MAX-RESENDS IS NUMERIC
              AND SR-OTP-MAX-RESENDS IS GREATER THAN ZERO
              MOVE SR-OTP-MAX-RESENDS TO WS-OTP-MAX-RESENDS
           ELSE
              MOVE 3 TO WS-OTP-MAX-RESENDS
           END-IF.
           IF SR-OTP-MAX-WRONG IS NUMERIC
              AND SR-OTP-MAX-WRONG IS GREATER THAN ZERO
              MOVE SR-OTP-MAX-WRONG TO WS-OTP-MAX-WRONG
           ELSE
              MOVE 3 TO WS-OTP-MAX-WRONG
           END-IF.

       2374-SEND-OTP-CODE.
      *    DRAW A NEW SIX-DIGIT CODE, KEEP ONLY ITS EPWDHSH HASH ON
      *    THE CHALLENGE, AND QUEUE THE CLEAR CODE FOR THE DEVICE OF
      *    WS-OTP-DEVICE-OWNER.  NO ACTIVE DEVICE MEANS NO SIGN-ON -
      *    THERE IS NO FALLING BACK TO THE PASSWORD ALONE
           MOVE 'N' TO WS-OTP-ISSUED-IND.
           MOVE WS-OTP-DEVICE-OWNER TO OD-USER-ID.
           EXEC CICS READ
                FILE(AC-OTPDEV-FILENAME)
                INTO (OTP-DEVICE-RECORD)
                RIDFLD(OD-USER-ID)
                RESP(WS-OTP-RESPONSE)
                END-EXEC.
           IF WS-OTP-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR NOT OD-IS-ACTIVE
              MOVE "No registered device for a one-time code!"
                   TO MESSO
           ELSE
              MOVE FUNCTION CURRENT-DATE(9:8) TO WS-OTP-CLOCK
              COMPUTE WS-OTP-SEED = WS-OTP-CLOCK + EIBTASKN
              COMPUTE WS-OTP-CODE =
                 FUNCTION RANDOM(WS-OTP-SEED) * 1000000
              MOVE WS-OTP-CODE TO WS-OTP-CODE-TEXT
              INITIALIZE PWH-PARAMETERS
              MOVE OT-USER-ID       TO PWH-USER-ID
              MOVE WS-OTP-CODE-TEXT TO PWH-CLEAR-PASSWORD
              CALL 'EPWDHSH' USING PWH-PARAMETERS
              INITIALIZE DAT-PARAMETERS
              SET DAT-ADD-MINUTES TO TRUE
              MOVE WS-CURRENT-DATE      TO DAT-OLD-TIMESTAMP
              MOVE WS-OTP-VALID-MINUTES TO DAT-INTERVAL-MINUTES
              CALL 'EDATRTE' USING DAT-PARAMETERS
              SET OT-IS-PENDING TO TRUE
              MOVE PWH-HASH-VALUE      TO OT-CODE-HASH
              MOVE EIBTRMID            TO OT-TERMINAL-ID
              MOVE WS-CURRENT-DATE     TO OT-ISSUED-TIMESTAMP
              MOVE DAT-NEW-TIMESTAMP   TO OT-EXPIRY-TIMESTAMP
              MOVE WS-OTP-DEVICE-OWNER TO OT-DELIVERED-TO
              MOVE OD-CHANNEL          TO OL-CHANNEL
              MOVE OD-DEVICE-ADDRESS   TO OL-DEVICE-ADDRESS
              MOVE OD-USER-ID          TO OL-DEVICE-OWNER
              MOVE OT-USER-ID          TO OL-SIGNON-USER-ID
              MOVE EIBTRMID            TO OL-TERMINAL-ID
              MOVE WS-OTP-CODE         TO OL-CODE
              MOVE OT-EXPIRY-TIMESTAMP TO OL-EXPIRY-TIMESTAMP
              PERFORM 2373-STORE-OTP-CHALLENGE
              IF WS-OTP-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 EXEC CICS WRITEQ TD
                      QUEUE(AC-OTP-TDQUEUE)
                      FROM (WS-OTP-DELIVERY-LINE)
                      LENGTH(LENGTH OF WS-OTP-DELIVERY-LINE)
                      RESP(WS-OTP-RESPONSE)
                      END-EXEC
                 IF WS-OTP-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    SET WS-OTP-ISSUED TO TRUE
                    SET WS-OTP-CHALLENGE-PENDING TO TRUE
                    MOVE SPACES TO PASSWDO
                 ELSE
                    MOVE "Unable to send a one-time code - try later!"
                         TO MESSO
                    MOVE WS-OTP-RESPONSE TO ER-RESP-CODE
                    MOVE '2374-SEND-OTP-CODE' TO ER-PARAGRAPH-NAME
                    PERFORM 9310-LOG-OTP-ERROR
                 END-IF
              END-IF
              MOVE ZERO TO WS-OTP-CODE
              MOVE ZERO TO OL-CODE
           END-IF.

       2375-VERIFY-OTP-CODE.
      *    CHECK THE CODE KEYED IN THE ANSWER FIELD AGAINST THE OPEN
      *    CHALLENGE.  A GOOD CODE COMPLETES THE SIGN-ON EXACTLY AS A
      *    PASSWORD ALONE WOULD HAVE; A WRONG ONE LEAVES THE REST OF
      *    THE TRIES, AND THE LAST WRONG ONE CLOSES THE CHALLENGE AND
      *    COUNTS AS A FAILED SIGN-ON TOWARD THE ACCOUNT LOCKOUT
           MOVE 'N' TO WS-SECURITY-PENDING-IND.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           MOVE SECANSI TO WS-OTP-ENTERED.
           INITIALIZE MESSO.
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(WS-USER-ID)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "Error reading user data!" TO MESSO
           ELSE
              PERFORM 2331-READ-SIGN-ON-RULES
              PERFORM 2372-SET-OTP-LIMITS
              MOVE WS-USER-ID TO OT-USER-ID
              EXEC CICS READ
                   FILE(AC-OTPCHL-FILENAME)
                   INTO (OTP-CHALLENGE-RECORD)
                   RIDFLD(OT-USER-ID)
                   RESP(WS-OTP-RESPONSE)
                   UPDATE
                   END-EXEC
              EVALUATE TRUE
              WHEN WS-OTP-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   OR NOT OT-IS-PENDING
                   OR OT-TERMINAL-ID IS NOT EQUAL TO EIBTRMID
                   MOVE "No one-time code pending - sign on again!"
                        TO MESSO
              WHEN OT-EXPIRY-TIMESTAMP IS LESS THAN WS-CURRENT-DATE
                   SET OT-IS-CLOSED TO TRUE
                   PERFORM 2376-REWRITE-OTP-CHALLENGE
                   MOVE "One-time code expired - sign on again!"
                        TO MESSO
              WHEN OTHER
                   PERFORM 2377-MATCH-OTP-CODE
              END-EVALUATE
           END-IF.

           PERFORM 2338-WRITE-AUDIT-RECORD.
           IF WS-OTP-CHALLENGE-PENDING
              PERFORM 1200-SEND-MAP
              PERFORM 2600-RETURN-AND-END-KEEP
           END-IF.
           IF WS-IS-SIGNED-ON AND WS-PASSWORD-EXPIRED
              PERFORM 2700-CHANGE-PASSWORD
           ELSE
              IF WS-IS-SIGNED-ON
                 PERFORM 2339-ROUTE-TO-MENU
              ELSE
                 PERFORM 1200-SEND-MAP
              END-IF
           END-IF.

       2376-REWRITE-OTP-CHALLENGE.
           EXEC CICS REWRITE
                FILE(AC-OTPCHL-FILENAME)
                FROM (OTP-CHALLENGE-RECORD)
                RESP(WS-OTP-RESPONSE)
                END-EXEC.

       2377-MATCH-OTP-CODE.
      *    ONLY THE HASHES ARE COMPARED - THE CODE IS SIX DIGITS, SO
      *    ANYTHING KEYED PAST THE EIGHTH POSITION IS WRONG OUTRIGHT
           INITIALIZE PWH-PARAMETERS.
           MOVE OT-USER-ID           TO PWH-USER-ID.
           MOVE WS-OTP-ENTERED(1:8)  TO PWH-CLEAR-PASSWORD.
           CALL 'EPWDHSH' USING PWH-PARAMETERS.
           IF PWH-HASH-VALUE IS EQUAL TO OT-CODE-HASH
              AND WS-OTP-ENTERED(9:12) IS EQUAL TO SPACES
              SET OT-IS-VERIFIED TO TRUE
              PERFORM 2376-REWRITE-OTP-CHALLENGE
              SET WS-IS-SIGNED-ON TO TRUE
              MOVE RU-USER-TYPE TO WS-USER-TYPE
              PERFORM 2347-STAMP-LAST-LOGIN
              PERFORM 2337-RESET-RETRY-COUNT
              PERFORM 2336-CHECK-PASSWORD-EXPIRED
              IF WS-PASSWORD-EXPIRED
                 MOVE "Password expired!" TO MESSO
              ELSE
                 PERFORM 2348-BUILD-GREETING-TEXT
              END-IF
           ELSE
              ADD 1 TO OT-WRONG-COUNT
              IF OT-WRONG-COUNT IS LESS THAN WS-OTP-MAX-WRONG
                 PERFORM 2376-REWRITE-OTP-CHALLENGE
                 SET WS-OTP-CHALLENGE-PENDING TO TRUE
                 COMPUTE WS-OTP-TRIES-LEFT =
                    WS-OTP-MAX-WRONG - OT-WRONG-COUNT
                 STRING "Incorrect one-time code - " DELIMITED BY SIZE
                        WS-OTP-TRIES-LEFT DELIMITED BY SIZE
                        " tries left!" DELIMITED BY SIZE
                        INTO MESSO
                 END-STRING
              ELSE
                 SET OT-IS-CLOSED TO TRUE
                 PERFORM 2376-REWRITE-OTP-CHALLENGE
                 MOVE "Too many wrong codes - sign on again!" TO MESSO
                 PERFORM 2334-INCREMENT-RETRY-COUNT
              END-IF
           END-IF.

       2380-RESEND-OTP-CODE.
      *    PF5 WHILE A CODE IS PENDING SENDS A NEW ONE (THE OLD ONE
      *    STOPS WORKING) UP TO THE USER TYPE'S RESEND LIMIT, WITH A
      *    FRESH LIFETIME BUT THE WRONG-CODE COUNT CARRIED FORWARD
           IF NOT WS-OTP-CHALLENGE-PENDING
              PERFORM 2500-SEND-MESSAGE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE
              INITIALIZE MESSO
              MOVE 'N' TO WS-SECURITY-PENDING-IND
              EXEC CICS READ
                   FILE(AC-REG-USER-FILENAME)
                   INTO (REG-USER-RECORD)
                   RIDFLD(WS-USER-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE "Error reading user data!" TO MESSO
              ELSE
                 PERFORM 2331-READ-SIGN-ON-RULES
                 PERFORM 2372-SET-OTP-LIMITS
                 PERFORM 2381-RESEND-TO-DEVICE
              END-IF
              PERFORM 2338-WRITE-AUDIT-RECORD
              PERFORM 1200-SEND-MAP
              IF WS-OTP-CHALLENGE-PENDING
                 PERFORM 2600-RETURN-AND-END-KEEP
              END-IF
           END-IF.

       2381-RESEND-TO-DEVICE.
           MOVE WS-USER-ID TO OT-USER-ID.
           EXEC CICS READ
                FILE(AC-OTPCHL-FILENAME)
                INTO (OTP-CHALLENGE-RECORD)
                RIDFLD(OT-USER-ID)
                RESP(WS-OTP-FOUND-RESPONSE)
                UPDATE
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-OTP-FOUND-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                OR NOT OT-IS-PENDING
                OR OT-TERMINAL-ID IS NOT EQUAL TO EIBTRMID
                MOVE "No one-time code pending - sign on again!"
                     TO MESSO
           WHEN OT-RESEND-COUNT IS NOT LESS THAN WS-OTP-MAX-RESENDS
      *         STILL PENDING - THE LAST CODE SENT CAN BE KEYED
                SET WS-OTP-CHALLENGE-PENDING TO TRUE
                MOVE "Resend limit reached - key the last code sent!"
                     TO MESSO
           WHEN OTHER
                ADD 1 TO OT-RESEND-COUNT
                MOVE OT-DELIVERED-TO TO WS-OTP-DEVICE-OWNER
                PERFORM 2374-SEND-OTP-CODE
                IF WS-OTP-ISSUED
                   MOVE "New one-time code sent - key it as the answer!"
                        TO MESSO
                END-IF
           END-EVALUATE.

       2600-RETURN-AND-END-KEEP.
      *    RETURN KEEPING THE CONVERSATION ALIVE SO THE PENDING
      *    FORGOT-PASSWORD CHALLENGE SURVIVES TO THE NEXT INTERACTION
           INITIALIZE MESSO.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND SECANSI IS EQUAL TO RU-SECURITY-ANSWER
              PERFORM 2370-CHECK-OTP-REQUIRED
              IF WS-OTP-REQUIRED
                 PERFORM 2371-ISSUE-OTP-CHALLENGE
              ELSE
              SET WS-IS-SIGNED-ON TO TRUE
              MOVE RU-USER-TYPE TO WS-USER-TYPE
              PERFORM 2347-STAMP-LAST-LOGIN
              ELSE
                 PERFORM 2348-BUILD-GREETING-TEXT
              END-IF
              END-IF
           ELSE
              MOVE "Incorrect security answer!" TO MESSO
              PERFORM 2334-INCREMENT-RETRY-COUNT
           END-IF.

           PERFORM 2338-WRITE-AUDIT-RECORD.
           IF WS-OTP-CHALLENGE-PENDING
              PERFORM 1200-SEND-MAP
              PERFORM 2600-RETURN-AND-END-KEEP
           END-IF.
           IF WS-IS-SIGNED-ON AND WS-PASSWORD-EXPIRED
              PERFORM 2700-CHANGE-PASSWORD
           ELSE
              MOVE 03 TO SR-MAXIMUM-ATTEMPTS
              MOVE 0030 TO SR-LOCKOUT-INTERVAL
              MOVE 0015 TO SR-INACTIVITY-INTERVAL
              IF RU-IS-ADMINISTRATOR
                 MOVE 'Y' TO SR-OTP-REQUIRED-IND
              ELSE
                 MOVE 'N' TO SR-OTP-REQUIRED-IND
              END-IF
              MOVE ZERO TO SR-OTP-VALID-MINUTES
              MOVE ZERO TO SR-OTP-MAX-RESENDS
              MOVE ZERO TO SR-OTP-MAX-WRONG
           END-IF.

       2332-CHECK-LOCKOUT-EXPIRY.
           MOVE MESSO           TO AU-MESSAGE-TEXT.
      *    A GOOD FORGOT-PASSWORD RESET IS A SUCCESS EVEN THOUGH NO
      *    SIGN-ON COMPLETED - IT MUST NOT FEED THE FAILURE COUNTS
      *    A ONE-TIME CODE JUST SENT IS A CHALLENGE, NEITHER ONE
           IF WS-IS-SIGNED-ON
              OR WS-RESET-AUDIT-SUCCESS
              SET AU-IS-SUCCESS TO TRUE
           ELSE
              IF WS-OTP-ISSUED
                 SET AU-IS-CHALLENGE TO TRUE
              ELSE
                 SET AU-IS-FAILURE TO TRUE
              END-IF
           END-IF.
           PERFORM 2356-CHAIN-AUDIT-RECORD.
           EXEC CICS WRITE
      *    PROGRAM, WHICH PRESENTS DIFFERENT OPTIONS DEPENDING ON
      *    RU-USER-TYPE INSTEAD OF JUST ENDING THE
      *    TRANSACTION AFTER A GREETING.
           PERFORM 9400-REFRESH-AUTH-CACHE.
           EXEC CICS XCTL
                PROGRAM(AC-MENU-PROGRAM-NAME)
                COMMAREA(WS-SESSION-STATE)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.

       9310-LOG-OTP-ERROR.
      *    AS 9300-LOG-ERROR, FOR A RESP HELD OUTSIDE WS-CICS-RESPONSE
      *    - CALLERS SET ER-RESP-CODE AND ER-PARAGRAPH-NAME FIRST
           MOVE AC-SIGNON-PROGRAM-NAME TO ER-PROGRAM-NAME.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.

       2700-CHANGE-PASSWORD.
      *    A USER WHOSE PASSWORD JUST EXPIRED IS SENT STRAIGHT TO THE
      *    SELF-SERVICE PASSWORD CHANGE TRANSACTION INSTEAD OF THE
                RIDFLD(JR-JOURNAL-KEY)
                RESP(WS-JRNL-RESPONSE)
                END-EXEC.

       9400-REFRESH-AUTH-CACHE.
      *    A NEW SIGN-ON STARTS FROM A FRESH EMENU AUTHORITY CACHE -
      *    WHATEVER WAS CACHED FOR THE PREVIOUS SESSION IS DROPPED
           INITIALIZE AUTHCACHE-REFRESH-AREA.
           SET CQ-REFRESH-USER TO TRUE.
           MOVE WS-USER-ID TO CQ-USER-ID.
           EXEC CICS LINK
                PROGRAM(AC-AUTHCACHE-PROGRAM-NAME)
                COMMAREA(AUTHCACHE-REFRESH-AREA)
                LENGTH(LENGTH OF AUTHCACHE-REFRESH-AREA)
                RESP(WS-AUTHCACHE-RESPONSE)
                END-EXEC.
