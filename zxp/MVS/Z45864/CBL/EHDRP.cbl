       IDENTIFICATION DIVISION.
       PROGRAM-ID. EHDRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'HELP-DESK ASSISTED PASSWORD RESET' PROGRAM
      *      - REACHED FROM EMENU (FASTPATH 'HDRESET'), 'HDRESET'
      *        AUTHORITY REQUIRED (ADMINISTRATORS ONLY BY DEFAULT -
      *        HELP-DESK AGENTS ARE GRANTED IT ON EAUTH).
      *      - WALKS THE AGENT THROUGH PROVING WHO IS ON THE PHONE
      *        BEFORE A PASSWORD IS RESET:
      *           . 'Q' TAKES THE CALLER'S USER ID AND SHOWS THE
      *             RU-SECURITY-QUESTION TO ASK THEM - NOTHING ELSE
      *             ABOUT THE ACCOUNT IS SHOWN, SO THE AGENT CANNOT
      *             PROMPT THE CALLER WITH THE ANSWERS.
      *           . 'V' CHECKS WHAT THE CALLER SAID - THE SECURITY
      *             ANSWER, THEIR EMPLOYEE NUMBER (WHICH MUST BE THE
      *             EMPMAS RECORD LINKED TO THE USER ID), THEIR
      *             EMPMAS DEPARTMENT, AND THE DATE THEY LAST SIGNED
      *             ON ('NEVER' FOR AN ACCOUNT NEVER USED).  EACH
      *             CHECK IS SHOWN PASSED (P) OR FAILED (F).
      *      - ONLY WHEN ALL FOUR PASS IS THE PASSWORD RESET - TO A
      *        RANDOM TEMPORARY PASSWORD, SHOWN ONCE FOR THE AGENT TO
      *        READ OUT, STORED ONLY AS ITS EPWDHSH HASH AND ALREADY
      *        EXPIRED, SO ESONP FORCES A CHANGE AT THE NEXT SIGN-ON.
      *        THE USER ALSO GETS A MENU MESSAGE SAYING THE HELP DESK
      *        RESET THEIR PASSWORD, SO A RESET THEY DID NOT ASK FOR
      *        IS NOTICED.
      *      - ADMINISTRATOR ACCOUNTS, THE AGENT'S OWN ACCOUNT, AND
      *        ACCOUNTS THAT ARE NOT ACTIVE ARE REFUSED - A LOCKED
      *        ACCOUNT GOES THROUGH THE EUNLKP UNLOCK REQUEST FIRST.
      *      - EVERY VERIFICATION, PASSED OR NOT, LANDS IN EMNTAUD
      *        ('HDRESET' OR 'HDREFUSE') WITH THE RESULT OF EACH CHECK.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY EHDRMAP.
       COPY EREGUSR.
       COPY EMPMAS.
       COPY EPWDHP.
       COPY EMNTAUD.
       COPY EFWDJRNL.
       COPY EUSRMSG.
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
      ******************************************************************
      *   CONTINUATION SHAPE RETURNED BY 1300-RETURN-STATEFULLY - A
      *   DIFFERENT LENGTH THAN THE FIRST-INTERACTION COMM-AREA ABOVE,
      *   SO THE TWO CASES CAN BE TOLD APART ON THE NEXT EIBCALEN TEST.
      *   WS-HD-ASKED-USER-ID IS THE ACCOUNT WHOSE SECURITY QUESTION
      *   WAS LAST SHOWN - 'V' IS ONLY ACCEPTED FOR THAT ACCOUNT.
      ******************************************************************
       01 WS-EHDRP-STATE.
          05 WS-HD-SESSION-STATE.
             10 WS-HD-USER-ID        PIC X(8).
             10 WS-HD-USER-PASSWORD  PIC X(8).
             10 WS-HD-SIGNED-ON-IND  PIC X(1).
             10 WS-HD-USER-TYPE      PIC X(3).
          05 WS-HD-ASKED-USER-ID     PIC X(8).
          05 FILLER                  PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-EMPMAS-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-ASKED-USER-ID     PIC X(8).
      ******************************************************************
      *   IDENTITY-PROOFING RESULTS - ONE P/F PER CHECK, AND THE LINE
      *   WRITTEN TO EMNTAUD AS THE AFTER IMAGE OF EVERY VERIFICATION.
      ******************************************************************
       01 WS-CHECKS-PASSED-IND PIC X(1) VALUE 'N'.
          88 WS-CHECKS-PASSED           VALUE 'Y'.
       01 WS-VERIFY-SUMMARY.
          05 FILLER               PIC X(7)  VALUE 'ANSWER='.
          05 VS-ANSWER-CHECK      PIC X(1).
          05 FILLER               PIC X(7)  VALUE ' EMPNO='.
          05 VS-EMPNO-CHECK       PIC X(1).
          05 FILLER               PIC X(6)  VALUE ' DEPT='.
          05 VS-DEPT-CHECK        PIC X(1).
          05 FILLER               PIC X(11) VALUE ' LASTLOGIN='.
          05 VS-LAST-LOGIN-CHECK  PIC X(1).
          05 FILLER               PIC X(8)  VALUE ' RESULT='.
          05 VS-RESULT            PIC X(8).
          05 FILLER               PIC X(10) VALUE ' TERMINAL='.
          05 VS-TERMINAL-ID       PIC X(4).
          05 FILLER               PIC X(10) VALUE ' EMPLOYEE='.
          05 VS-EMPLOYEE-NUMBER   PIC X(6).
      ******************************************************************
      *   TEMPORARY PASSWORD - 'H' AND SEVEN RANDOM DIGITS.
      ******************************************************************
       01 WS-TEMP-PASSWORD     PIC X(8).
       01 WS-TEMP-DIGITS       PIC 9(7).
       01 WS-TEMP-CLOCK        PIC 9(8).
       01 WS-TEMP-SEED         PIC 9(9).
      ******************************************************************
      *   FORWARD-RECOVERY JOURNAL WORK AREAS (SEE EFWDJRNL).
      ******************************************************************
       01 WS-JRNL-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-JRNL-SEQUENCE     PIC 9(2) VALUE ZERO.
       01 WS-JRNL-FILE-NAME    PIC X(8).
       01 WS-JRNL-ACTION       PIC X(1).
       01 WS-JRNL-IMAGE        PIC X(250).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(29).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
      *    THE FIRST INTERACTION ALWAYS ARRIVES VIA XCTL CARRYING
      *    WS-SESSION-STATE'S LENGTH (SEE EMENU) - EVERY CONTINUATION
      *    ARRIVES SIZED AS THE LARGER WS-EHDRP-STATE THIS PROGRAM
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
      *    COMM-AREA HOLDS THE SESSION STATE OF THE SIGNED-ON AGENT
           INITIALIZE WS-SESSION-STATE.
           INITIALIZE EHDRMO.
           MOVE SPACES TO WS-ASKED-USER-ID.
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
           END-IF.
           MOVE "Key the caller's user ID, Q=show question, then V=veri
      -         "fy." TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-HDRESET-MAP-NAME)
                MAPSET(AC-HDRESET-MAPSET-NAME)
                FROM (EHDRMO)
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           MOVE WS-SESSION-STATE TO WS-HD-SESSION-STATE.
           MOVE WS-ASKED-USER-ID TO WS-HD-ASKED-USER-ID.
           EXEC CICS RETURN
                COMMAREA(WS-EHDRP-STATE)
                LENGTH(LENGTH OF WS-EHDRP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           MOVE DFHCOMMAREA TO WS-EHDRP-STATE.
           MOVE WS-HD-SESSION-STATE TO WS-SESSION-STATE.
           MOVE WS-HD-ASKED-USER-ID TO WS-ASKED-USER-ID.
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
                MAP(AC-HDRESET-MAP-NAME)
                MAPSET(AC-HDRESET-MAPSET-NAME)
                INTO (EHDRMI)
                END-EXEC.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE SPACES TO TMPPWDO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           EVALUATE ACTIONI
           WHEN 'Q'
                PERFORM 2300-SHOW-QUESTION
           WHEN 'V'
                PERFORM 2400-VERIFY-CALLER
           WHEN OTHER
                MOVE "Action must be Q or V!" TO MESSO
           END-EVALUATE.

           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2300-SHOW-QUESTION.
      *    FIRST STEP - THE ACCOUNT MUST BE ONE THE HELP DESK MAY
      *    RESET AT ALL, THEN ITS QUESTION IS SHOWN AND THE ANSWER
      *    FIELDS AND PREVIOUS CHECK RESULTS ARE CLEARED
           MOVE SPACES TO WS-ASKED-USER-ID.
           MOVE SPACES TO QUESTO.
           MOVE SPACES TO SECANSO.
           MOVE SPACES TO EMPNOO.
           MOVE SPACES TO DEPTO.
           MOVE SPACES TO LLDATEO.
           MOVE SPACES TO ANSCHKO.
           MOVE SPACES TO EMPCHKO.
           MOVE SPACES TO DPTCHKO.
           MOVE SPACES TO LLGCHKO.
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(USERIDI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "User not found!" TO MESSO
           ELSE
              PERFORM 2310-CHECK-RESETTABLE
              IF MESSO IS EQUAL TO SPACES
                 IF RU-SECURITY-QUESTION IS EQUAL TO SPACES
                    MOVE "No security question on file - cannot verify
      -                  "by phone!" TO MESSO
                 ELSE
                    MOVE RU-USER-ID           TO WS-ASKED-USER-ID
                    MOVE RU-SECURITY-QUESTION TO QUESTO
                    MOVE "Ask the question, key what the caller says,
      -                  "then V." TO MESSO
                 END-IF
              END-IF
           END-IF.

       2310-CHECK-RESETTABLE.
      *    ACCOUNTS THE HELP DESK MAY NOT RESET - LEAVES MESSO SET
      *    WHEN THE ACCOUNT IS REFUSED
           EVALUATE TRUE
           WHEN RU-USER-ID IS EQUAL TO WS-USER-ID
                MOVE "You may not reset your own password here!"
                     TO MESSO
           WHEN RU-IS-ADMINISTRATOR
                MOVE "Administrator accounts are reset by security onl
      -              "y!" TO MESSO
           WHEN RU-IS-LOCKED
                MOVE "Account locked - file an unlock request first!"
                     TO MESSO
           WHEN NOT RU-IS-ACTIVE
                MOVE "Account is not active - no reset!" TO MESSO
           END-EVALUATE.

       2400-VERIFY-CALLER.
      *    SECOND STEP - RUN EVERY CHECK (SO THE AUDIT SHOWS THEM ALL,
      *    NOT JUST THE FIRST FAILURE), AND RESET ONLY IF ALL PASSED
           IF WS-ASKED-USER-ID IS EQUAL TO SPACES
              OR USERIDI IS NOT EQUAL TO WS-ASKED-USER-ID
              MOVE "Show this user's question (Q) before verifying!"
                   TO MESSO
           ELSE
              EXEC CICS READ
                   FILE(AC-REG-USER-FILENAME)
                   INTO (REG-USER-RECORD)
                   RIDFLD(WS-ASKED-USER-ID)
                   RESP(WS-CICS-RESPONSE)
                   UPDATE
                   END-EXEC
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE "Error reading user data!" TO MESSO
                 MOVE '2400-VERIFY-CALLER' TO ER-PARAGRAPH-NAME
                 PERFORM 9300-LOG-ERROR
              ELSE
                 PERFORM 2310-CHECK-RESETTABLE
                 IF MESSO IS EQUAL TO SPACES
                    PERFORM 2410-RUN-CHECKS
                    MOVE REG-USER-RECORD TO MA-BEFORE-IMAGE
                    IF WS-CHECKS-PASSED
                       PERFORM 2500-RESET-PASSWORD
                    ELSE
                       MOVE 'REFUSED' TO VS-RESULT
                       MOVE 'HDREFUSE' TO MA-ACTION-CODE
                       MOVE "Identity NOT verified - no reset. Refer th
      -                     "e caller to their manager!" TO MESSO
                    END-IF
                    MOVE WS-ASKED-USER-ID  TO MA-TARGET-ID
                    MOVE WS-VERIFY-SUMMARY TO MA-AFTER-IMAGE
                    PERFORM 9200-WRITE-MAINT-AUDIT
                 END-IF
                 MOVE SPACES TO WS-ASKED-USER-ID
              END-IF
           END-IF.

       2410-RUN-CHECKS.
           MOVE 'F' TO VS-ANSWER-CHECK.
           MOVE 'F' TO VS-EMPNO-CHECK.
           MOVE 'F' TO VS-DEPT-CHECK.
           MOVE 'F' TO VS-LAST-LOGIN-CHECK.
           MOVE EIBTRMID TO VS-TERMINAL-ID.
           MOVE EMPNOI   TO VS-EMPLOYEE-NUMBER.

           IF RU-SECURITY-ANSWER IS NOT EQUAL TO SPACES
              AND SECANSI IS EQUAL TO RU-SECURITY-ANSWER
              MOVE 'P' TO VS-ANSWER-CHECK
           END-IF.

      *    THE EMPLOYEE NUMBER MUST BE THE ONE LINKED TO THIS USER
      *    ID, AND ONLY THEN IS ITS DEPARTMENT WORTH COMPARING
           MOVE EMPNOI TO EM-EMPLOYEE-NUMBER.
           EXEC CICS READ
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-EMPMAS-RESPONSE)
                END-EXEC.
           IF WS-EMPMAS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND EM-USER-ID IS EQUAL TO RU-USER-ID
              MOVE 'P' TO VS-EMPNO-CHECK
              IF DEPTI IS EQUAL TO EM-DEPT-NBR
                 MOVE 'P' TO VS-DEPT-CHECK
              END-IF
           END-IF.

           IF RU-LAST-LOGIN-TIMESTAMP IS EQUAL TO SPACES
              OR RU-LAST-LOGIN-TIMESTAMP IS EQUAL TO LOW-VALUES
              IF LLDATEI(1:5) IS EQUAL TO 'NEVER'
                 MOVE 'P' TO VS-LAST-LOGIN-CHECK
              END-IF
           ELSE
              IF LLDATEI IS EQUAL TO RU-LAST-LOGIN-TIMESTAMP(1:8)
                 MOVE 'P' TO VS-LAST-LOGIN-CHECK
              END-IF
           END-IF.

           MOVE VS-ANSWER-CHECK     TO ANSCHKO.
           MOVE VS-EMPNO-CHECK      TO EMPCHKO.
           MOVE VS-DEPT-CHECK       TO DPTCHKO.
           MOVE VS-LAST-LOGIN-CHECK TO LLGCHKO.
           IF VS-ANSWER-CHECK IS EQUAL TO 'P'
              AND VS-EMPNO-CHECK IS EQUAL TO 'P'
              AND VS-DEPT-CHECK IS EQUAL TO 'P'
              AND VS-LAST-LOGIN-CHECK IS EQUAL TO 'P'
              SET WS-CHECKS-PASSED TO TRUE
           ELSE
              MOVE 'N' TO WS-CHECKS-PASSED-IND
           END-IF.

       2500-RESET-PASSWORD.
      *    A RANDOM TEMPORARY PASSWORD, STORED ONLY AS ITS HASH AND
      *    ALREADY EXPIRED - THE CLEAR VALUE GOES TO THE AGENT'S
      *    SCREEN ONCE AND NEVER INTO THE AUDIT TRAIL
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-TEMP-CLOCK.
           COMPUTE WS-TEMP-SEED = WS-TEMP-CLOCK + EIBTASKN.
           COMPUTE WS-TEMP-DIGITS =
              FUNCTION RANDOM(WS-TEMP-SEED) * 10000000.
           MOVE 'H'            TO WS-TEMP-PASSWORD(1:1).
           MOVE WS-TEMP-DIGITS TO WS-TEMP-PASSWORD(2:7).
           INITIALIZE PWH-PARAMETERS.
           MOVE RU-USER-ID       TO PWH-USER-ID.
           MOVE WS-TEMP-PASSWORD TO PWH-CLEAR-PASSWORD.
           CALL 'EPWDHSH' USING PWH-PARAMETERS.
           MOVE PWH-HASH-VALUE TO RU-USER-PASSWORD.
           SET RU-PASSWORD-IS-HASHED TO TRUE.
           MOVE '19000101000000' TO RU-PASSWORD-EXPIRATION-DATE.
           EXEC CICS REWRITE
                FILE(AC-REG-USER-FILENAME)
                FROM (REG-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE AC-REG-USER-FILENAME TO WS-JRNL-FILE-NAME
              MOVE 'R'                  TO WS-JRNL-ACTION
              MOVE REG-USER-RECORD      TO WS-JRNL-IMAGE
              PERFORM 9100-WRITE-FORWARD-JOURNAL
              PERFORM 2550-QUEUE-RESET-MESSAGE
              MOVE 'RESET'    TO VS-RESULT
              MOVE 'HDRESET'  TO MA-ACTION-CODE
              MOVE WS-TEMP-PASSWORD TO TMPPWDO
              MOVE "Verified - read out the temporary password; it mus
      -            "t be changed at sign-on." TO MESSO
           ELSE
              MOVE 'FAILED'   TO VS-RESULT
              MOVE 'HDREFUSE' TO MA-ACTION-CODE
              MOVE "Error updating user data!" TO MESSO
              MOVE '2500-RESET-PASSWORD' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.
           MOVE SPACES TO WS-TEMP-PASSWORD.

       2550-QUEUE-RESET-MESSAGE.
      *    TELL THE USER AT THEIR NEXT MENU THAT THE HELP DESK RESET
      *    THEIR PASSWORD - IF THEY NEVER CALLED, THEY KNOW TO RAISE IT
           INITIALIZE USER-MESSAGE-RECORD.
           MOVE RU-USER-ID      TO MS-USER-ID.
           MOVE WS-CURRENT-DATE TO MS-MESSAGE-TIMESTAMP.
           MOVE WS-CURRENT-DATE TO MS-EFFECTIVE-TIMESTAMP.
           MOVE SPACES          TO MS-EXPIRY-TIMESTAMP.
           MOVE 'N'             TO MS-DELIVERED-IND.
           MOVE "The help desk reset your password. Not you? Call secu
      -         "rity now." TO MS-MESSAGE-TEXT.
           EXEC CICS WRITE
                FILE(AC-USRMSG-FILENAME)
                FROM (USER-MESSAGE-RECORD)
                RIDFLD(MS-MESSAGE-KEY)
                RESP(WS-AUDIT-RESPONSE)
                END-EXEC.

       2900-RETURN-TO-MENU.
      *    BACK OUT TO THE ROLE-BASED MENU
           EXEC CICS XCTL
                PROGRAM(AC-MENU-PROGRAM-NAME)
                COMMAREA(WS-SESSION-STATE)
                LENGTH(LENGTH OF WS-SESSION-STATE)
                END-EXEC.

       9100-WRITE-FORWARD-JOURNAL.
      *    AFTER-IMAGE FOR THE FORWARD-RECOVERY JOURNAL - CALLERS
      *    SET WS-JRNL-FILE-NAME, WS-JRNL-ACTION AND WS-JRNL-IMAGE
      *    AFTER A SUCCESSFUL COMMIT.  EFWDRCVR REPLAYS THESE ON TOP
      *    OF A RESTORED BACKUP
           ADD 1 TO WS-JRNL-SEQUENCE.
           INITIALIZE FORWARD-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14)
                TO JR-JOURNAL-TIMESTAMP.
           MOVE EIBTASKN          TO JR-TASK-NUMBER.
           MOVE WS-JRNL-SEQUENCE  TO JR-SEQUENCE.
           MOVE WS-JRNL-FILE-NAME TO JR-FILE-NAME.
           MOVE WS-JRNL-ACTION    TO JR-ACTION.
           MOVE WS-JRNL-IMAGE     TO JR-RECORD-IMAGE.
           EXEC CICS WRITE
                FILE(AC-FWDJRNL-FILENAME)
                FROM (FORWARD-JOURNAL-RECORD)
                RIDFLD(JR-JOURNAL-KEY)
                RESP(WS-JRNL-RESPONSE)
                END-EXEC.

       9200-WRITE-MAINT-AUDIT.
      *    PERMANENT RECORD OF THE VERIFICATION JUST RUN - CALLERS SET
      *    THE TARGET, ACTION CODE AND IMAGES BEFORE PERFORMING THIS
           MOVE WS-CURRENT-DATE          TO MA-AUDIT-TIMESTAMP.
           MOVE EIBTASKN                 TO MA-TASK-NUMBER.
           MOVE WS-USER-ID               TO MA-ACTING-USER-ID.
           MOVE AC-HDRESET-PROGRAM-NAME  TO MA-PROGRAM-NAME.
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
           MOVE AC-HDRESET-PROGRAM-NAME TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE        TO ER-RESP-CODE.
           MOVE EIBRESP2                TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.
