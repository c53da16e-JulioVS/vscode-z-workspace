       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBDGP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'BADGE MASTER MAINTENANCE' PROGRAM
      *      - REACHED FROM EMENU (FASTPATH 'BADGES'), 'BADGES'
      *        AUTHORITY, ADMINISTRATORS ONLY BY DEFAULT (PHYSICAL
      *        SECURITY IS GRANTED IT ON EAUTH).
      *      - KEEPS THE EBADGMS BADGE MASTER THE DOOR-ACCESS SYSTEM
      *        IS PROVISIONED FROM (EBADGPRV).  KEY A BADGE NUMBER:
      *          'I' SHOWS THE BADGE - OR, WITH THE BADGE BLANK AND
      *              AN EMPLOYEE KEYED, LISTS THAT EMPLOYEE'S BADGES.
      *          'A' ISSUES A NEW ACTIVE BADGE TO THE EMPLOYEE KEYED.
      *          'L' REPORTS THE BADGE LOST.
      *          'R' REPLACES THE BADGE WITH THE NEW BADGE NUMBER
      *              KEYED - THE OLD ONE IS MARKED REPLACED, THE NEW
      *              ONE IS ISSUED ACTIVE TO THE SAME EMPLOYEE.
      *          'D' DEACTIVATES THE BADGE.
      *          'V' REACTIVATES A SUSPENDED OR DEACTIVATED BADGE - A
      *              LOST OR REPLACED CARD IS NEVER BROUGHT BACK.
      *      - A REASON KEYED GOES ON THE BADGE AS ITS STATUS REASON.
      *      - EVERY CHANGE LANDS IN EMNTAUD WITH THE BADGE BEFORE
      *        AND AFTER (A REPLACEMENT CARRIES THE NEW BADGE AS THE
      *        SECOND IMAGE).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY EBDGMAP.
       COPY EBADGMS.
       COPY EMPMAS.
       COPY EMNTAUD.
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
       01 WS-EBDGP-STATE.
          05 WS-BD-USER-ID     PIC X(8).
          05 FILLER            PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-EMP-RESPONSE      PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-TARGET-BADGE      PIC X(8).
       01 WS-TARGET-EMPLOYEE   PIC X(6).
       01 WS-NEW-STATUS        PIC X(1).
       01 WS-NEW-REASON        PIC X(30).
       01 WS-RESULT-MESSAGE    PIC X(79).
       01 WS-BADGE-FOUND-IND   PIC X(1) VALUE 'N'.
          88 WS-BADGE-FOUND             VALUE 'Y'.
      ******************************************************************
      *   AN EMPLOYEE'S BADGES - BADGE NUMBER AND STATUS, SIX TO THE
      *   SCREEN LINE.
      ******************************************************************
       01 WS-LIST-DONE-IND     PIC X(1) VALUE 'N'.
          88 WS-LIST-DONE               VALUE 'Y'.
       01 WS-LIST-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-LIST-SUB          PIC 9(2) VALUE ZERO.
       01 WS-BADGE-LIST.
          05 WS-BL-ENTRY OCCURS 6 TIMES.
             10 WS-BL-BADGE    PIC X(8).
             10 WS-BL-STATUS   PIC X(1).
             10 FILLER         PIC X(1).
      ******************************************************************
      *   EMNTAUD IMAGES - THE BADGE KEYED, THEN ITS REPLACEMENT.
      ******************************************************************
       01 WS-BEFORE-PAIR.
          05 WS-BEFORE-KEYED   PIC X(100).
          05 WS-BEFORE-OTHER   PIC X(100).
       01 WS-AFTER-PAIR.
          05 WS-AFTER-KEYED    PIC X(100).
          05 WS-AFTER-OTHER    PIC X(100).
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
      *    ARRIVES SIZED AS THE LARGER WS-EBDGP-STATE THIS PROGRAM
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
           INITIALIZE EBDGMO.
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA TO WS-USER-ID
           END-IF.
           MOVE "I=inquire, A=issue, L=lost, R=replace, D=deactivate, V
      -         "=reactivate." TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-BADGMS-MAP-NAME)
                MAPSET(AC-BADGMS-MAPSET-NAME)
                FROM (EBDGMO)
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           MOVE WS-USER-ID TO WS-BD-USER-ID.
           EXEC CICS RETURN
                COMMAREA(WS-EBDGP-STATE)
                LENGTH(LENGTH OF WS-EBDGP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           MOVE DFHCOMMAREA TO WS-EBDGP-STATE.
           MOVE WS-BD-USER-ID TO WS-USER-ID.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-RECEIVE-MAP
                PERFORM 2200-PROCESS-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2900-RETURN-TO-MENU
           WHEN OTHER
                INITIALIZE EBDGMO
                MOVE "Invalid key pressed!" TO MESSO
                PERFORM 1200-SEND-MAP
                PERFORM 1300-RETURN-STATEFULLY
           END-EVALUATE.

       2100-RECEIVE-MAP.
      *    GET INPUT FROM THE USER - UNKEYED FIELDS COME BACK AS
      *    LOW-VALUES AND ARE TREATED AS BLANKS
           EXEC CICS RECEIVE
                MAP(AC-BADGMS-MAP-NAME)
                MAPSET(AC-BADGMS-MAPSET-NAME)
                INTO (EBDGMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF BADGEI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO BADGEI
           END-IF.
           IF EMPNOI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO EMPNOI
           END-IF.
           IF REASONI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO REASONI
           END-IF.
           IF NEWBDGI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO NEWBDGI
           END-IF.

       2200-PROCESS-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           MOVE SPACES  TO WS-RESULT-MESSAGE.
           MOVE SPACES  TO WS-BEFORE-PAIR.
           MOVE SPACES  TO WS-AFTER-PAIR.
           MOVE BADGEI  TO WS-TARGET-BADGE.
           MOVE EMPNOI  TO WS-TARGET-EMPLOYEE.
           EVALUATE TRUE
           WHEN ACTIONI IS EQUAL TO 'I'
                AND WS-TARGET-BADGE IS EQUAL TO SPACES
                AND WS-TARGET-EMPLOYEE IS NOT EQUAL TO SPACES
                PERFORM 2600-LIST-EMPLOYEE-BADGES
           WHEN WS-TARGET-BADGE IS EQUAL TO SPACES
                MOVE "Badge number is required!" TO WS-RESULT-MESSAGE
           WHEN OTHER
                EVALUATE ACTIONI
                WHEN 'I'
                     PERFORM 2250-READ-BADGE
                     IF WS-BADGE-FOUND
                        PERFORM 2650-SHOW-BADGE
                        MOVE "Badge found." TO WS-RESULT-MESSAGE
                     END-IF
                WHEN 'A'
                     PERFORM 2300-ISSUE-BADGE
                WHEN 'L'
                     PERFORM 2400-REPORT-LOST
                WHEN 'R'
                     PERFORM 2500-REPLACE-BADGE
                WHEN 'D'
                     PERFORM 2450-DEACTIVATE-BADGE
                WHEN 'V'
                     PERFORM 2470-REACTIVATE-BADGE
                WHEN OTHER
                     MOVE "Action must be I, A, L, R, D or V!"
                          TO WS-RESULT-MESSAGE
                END-EVALUATE
           END-EVALUATE.
           MOVE WS-RESULT-MESSAGE TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2250-READ-BADGE.
           MOVE 'N' TO WS-BADGE-FOUND-IND.
           MOVE WS-TARGET-BADGE TO BM-BADGE-NUMBER.
           EXEC CICS READ
                FILE(AC-BADGMS-FILENAME)
                INTO (BADGE-MASTER-RECORD)
                RIDFLD(BM-BADGE-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-BADGE-FOUND TO TRUE
           WHEN DFHRESP(NOTFND)
                MOVE "Badge not on file!" TO WS-RESULT-MESSAGE
           WHEN OTHER
                MOVE '2250-READ-BADGE' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
                MOVE "EBADGMS read failed - see the error log!"
                     TO WS-RESULT-MESSAGE
           END-EVALUATE.

       2260-READ-EMPLOYEE.
      *    A BADGE IS ONLY EVER ISSUED TO SOMEONE ON EMPMAS
           MOVE WS-TARGET-EMPLOYEE TO EM-EMPLOYEE-NUMBER.
           EXEC CICS READ
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-EMP-RESPONSE)
                END-EXEC.
           IF WS-EMP-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE SPACES TO EM-EMPLOYEE-NAME
           END-IF.

       2300-ISSUE-BADGE.
           EVALUATE TRUE
           WHEN WS-TARGET-EMPLOYEE IS EQUAL TO SPACES
                MOVE "Employee number is required to issue a badge!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                PERFORM 2260-READ-EMPLOYEE
                IF WS-EMP-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE "Employee not on EMPMAS!" TO WS-RESULT-MESSAGE
                ELSE
                   INITIALIZE BADGE-MASTER-RECORD
                   MOVE WS-TARGET-BADGE    TO BM-BADGE-NUMBER
                   MOVE WS-TARGET-EMPLOYEE TO BM-EMPLOYEE-NUMBER
                   MOVE 'ISSUED'           TO WS-NEW-REASON
                   PERFORM 2310-WRITE-NEW-BADGE
                   IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
                      MOVE BADGE-MASTER-RECORD TO WS-AFTER-KEYED
                      MOVE 'BDGISSUE' TO MA-ACTION-CODE
                      PERFORM 9200-WRITE-MAINT-AUDIT
                      PERFORM 2650-SHOW-BADGE
                      MOVE "Badge issued - active from today."
                           TO WS-RESULT-MESSAGE
                   END-IF
                END-IF
           END-EVALUATE.

       2310-WRITE-NEW-BADGE.
      *    BADGE-MASTER-RECORD ALREADY CARRIES THE BADGE NUMBER AND
      *    EMPLOYEE - IT GOES ON ACTIVE, ISSUED TODAY
           SET BM-IS-ACTIVE TO TRUE.
           MOVE WS-CURRENT-DATE(1:8) TO BM-ISSUE-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO BM-STATUS-DATE.
           IF REASONI IS EQUAL TO SPACES
              MOVE WS-NEW-REASON TO BM-STATUS-REASON
           ELSE
              MOVE REASONI       TO BM-STATUS-REASON
           END-IF.
           MOVE SPACES          TO BM-REPLACED-BY.
           MOVE WS-USER-ID      TO BM-CHANGED-BY.
           MOVE WS-CURRENT-DATE TO BM-CHANGED-TIMESTAMP.
           EXEC CICS WRITE
                FILE(AC-BADGMS-FILENAME)
                FROM (BADGE-MASTER-RECORD)
                RIDFLD(BM-BADGE-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(DUPREC)
                MOVE "That badge number is already on file!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                MOVE '2310-WRITE-NEW-BADGE' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
                MOVE "EBADGMS update failed - see the error log!"
                     TO WS-RESULT-MESSAGE
           END-EVALUATE.

       2400-REPORT-LOST.
           PERFORM 2250-READ-BADGE.
           EVALUATE TRUE
           WHEN NOT WS-BADGE-FOUND
                CONTINUE
           WHEN NOT BM-IS-ACTIVE AND NOT BM-IS-SUSPENDED
                MOVE "Only an active or suspended badge can be lost!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                MOVE 'L'             TO WS-NEW-STATUS
                MOVE 'REPORTED LOST' TO WS-NEW-REASON
                MOVE 'BDGLOST'       TO MA-ACTION-CODE
                PERFORM 2800-CHANGE-STATUS
                IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
                   MOVE "Badge marked lost - issue a replacement with R
      -                 "." TO WS-RESULT-MESSAGE
                END-IF
           END-EVALUATE.

       2450-DEACTIVATE-BADGE.
           PERFORM 2250-READ-BADGE.
           EVALUATE TRUE
           WHEN NOT WS-BADGE-FOUND
                CONTINUE
           WHEN BM-IS-DEACTIVATED
                MOVE "Badge is already deactivated!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                MOVE 'D'             TO WS-NEW-STATUS
                MOVE 'DEACTIVATED'   TO WS-NEW-REASON
                MOVE 'BDGDEACT'      TO MA-ACTION-CODE
                PERFORM 2800-CHANGE-STATUS
                IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
                   MOVE "Badge deactivated." TO WS-RESULT-MESSAGE
                END-IF
           END-EVALUATE.

       2470-REACTIVATE-BADGE.
      *    A LOST OR REPLACED CARD STAYS DEAD - SOMEBODY ELSE MAY BE
      *    HOLDING IT - AND A LEAVER'S BADGE STAYS OFF
           PERFORM 2250-READ-BADGE.
           IF WS-BADGE-FOUND
              MOVE BM-EMPLOYEE-NUMBER TO WS-TARGET-EMPLOYEE
              PERFORM 2260-READ-EMPLOYEE
           END-IF.
           EVALUATE TRUE
           WHEN NOT WS-BADGE-FOUND
                CONTINUE
           WHEN NOT BM-IS-SUSPENDED AND NOT BM-IS-DEACTIVATED
                MOVE "Only a suspended or deactivated badge can be reac
      -              "tivated!" TO WS-RESULT-MESSAGE
           WHEN WS-EMP-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE "Badge holder is no longer on EMPMAS!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                MOVE 'A'             TO WS-NEW-STATUS
                MOVE 'REACTIVATED'   TO WS-NEW-REASON
                MOVE 'BDGREACT'      TO MA-ACTION-CODE
                PERFORM 2800-CHANGE-STATUS
                IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
                   MOVE "Badge reactivated." TO WS-RESULT-MESSAGE
                END-IF
           END-EVALUATE.

       2500-REPLACE-BADGE.
           PERFORM 2250-READ-BADGE.
           EVALUATE TRUE
           WHEN NOT WS-BADGE-FOUND
                CONTINUE
           WHEN NEWBDGI IS EQUAL TO SPACES
                MOVE "Key the new badge number to replace with!"
                     TO WS-RESULT-MESSAGE
           WHEN NEWBDGI IS EQUAL TO WS-TARGET-BADGE
                MOVE "New badge must differ from the old one!"
                     TO WS-RESULT-MESSAGE
           WHEN BM-IS-REPLACED OR BM-IS-DEACTIVATED
                MOVE "Badge is already replaced or deactivated!"
                     TO WS-RESULT-MESSAGE
           WHEN OTHER
                PERFORM 2510-ISSUE-REPLACEMENT
           END-EVALUATE.

       2510-ISSUE-REPLACEMENT.
      *    THE NEW CARD GOES ON FIRST, SO A TAKEN BADGE NUMBER LEAVES
      *    THE OLD ONE UNTOUCHED
           MOVE BADGE-MASTER-RECORD TO WS-BEFORE-KEYED.
           MOVE BM-EMPLOYEE-NUMBER  TO WS-TARGET-EMPLOYEE.
           INITIALIZE BADGE-MASTER-RECORD.
           MOVE NEWBDGI             TO BM-BADGE-NUMBER.
           MOVE WS-TARGET-EMPLOYEE  TO BM-EMPLOYEE-NUMBER.
           MOVE SPACES              TO WS-NEW-REASON.
           STRING 'REPLACES ' DELIMITED BY SIZE
                  WS-TARGET-BADGE DELIMITED BY SIZE
                  INTO WS-NEW-REASON
           END-STRING.
           PERFORM 2310-WRITE-NEW-BADGE.
           IF WS-RESULT-MESSAGE IS EQUAL TO SPACES
              MOVE BADGE-MASTER-RECORD TO WS-AFTER-OTHER
              MOVE WS-TARGET-BADGE TO BM-BADGE-NUMBER
              EXEC CICS READ
                   FILE(AC-BADGMS-FILENAME)
                   INTO (BADGE-MASTER-RECORD)
                   RIDFLD(BM-BADGE-NUMBER)
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 SET BM-IS-REPLACED   TO TRUE
                 MOVE WS-CURRENT-DATE(1:8) TO BM-STATUS-DATE
                 MOVE SPACES          TO BM-STATUS-REASON
                 STRING 'REPLACED BY ' DELIMITED BY SIZE
                        NEWBDGI DELIMITED BY SIZE
                        INTO BM-STATUS-REASON
                 END-STRING
                 MOVE NEWBDGI         TO BM-REPLACED-BY
                 MOVE WS-USER-ID      TO BM-CHANGED-BY
                 MOVE WS-CURRENT-DATE TO BM-CHANGED-TIMESTAMP
                 EXEC CICS REWRITE
                      FILE(AC-BADGMS-FILENAME)
                      FROM (BADGE-MASTER-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              END-IF
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE BADGE-MASTER-RECORD TO WS-AFTER-KEYED
                 MOVE 'BDGREPL' TO MA-ACTION-CODE
                 PERFORM 9200-WRITE-MAINT-AUDIT
                 PERFORM 2650-SHOW-BADGE
                 STRING 'Badge replaced - ' DELIMITED BY SIZE
                        NEWBDGI DELIMITED BY SIZE
                        ' is now active.' DELIMITED BY SIZE
                        INTO WS-RESULT-MESSAGE
                 END-STRING
              ELSE
                 MOVE '2510-ISSUE-REPLACEMENT' TO ER-PARAGRAPH-NAME
                 PERFORM 9300-LOG-ERROR
                 MOVE "New badge issued but the old one was not update
      -               "d - see the error log!" TO WS-RESULT-MESSAGE
              END-IF
           END-IF.

       2600-LIST-EMPLOYEE-BADGES.
      *    EVERY BADGE THE EMPLOYEE HAS EVER HELD, THROUGH THE
      *    EMPLOYEE-NUMBER PATH - THE FIRST SIX FIT ON THE SCREEN
           INITIALIZE EBDGMO.
           MOVE SPACES TO WS-BADGE-LIST.
           MOVE ZERO   TO WS-LIST-COUNT.
           MOVE 'N'    TO WS-LIST-DONE-IND.
           PERFORM 2260-READ-EMPLOYEE.
           MOVE WS-TARGET-EMPLOYEE TO EMPNOO.
           MOVE EM-EMPLOYEE-NAME   TO EMPNAMO.
           MOVE WS-TARGET-EMPLOYEE TO BM-EMPLOYEE-NUMBER.
           EXEC CICS STARTBR
                FILE(AC-BADGMS-PATH-FILENAME)
                RIDFLD(BM-EMPLOYEE-NUMBER)
                EQUAL
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2610-LIST-ONE-BADGE
                 UNTIL WS-LIST-DONE
              EXEC CICS ENDBR
                   FILE(AC-BADGMS-PATH-FILENAME)
                   END-EXEC
           END-IF.
           MOVE WS-BADGE-LIST TO BDGLSTO.
           IF WS-LIST-COUNT IS EQUAL TO ZERO
              MOVE "No badges on file for that employee."
                   TO WS-RESULT-MESSAGE
           ELSE
              STRING 'Badges held: ' DELIMITED BY SIZE
                     WS-LIST-COUNT DELIMITED BY SIZE
                     ' (A=active S=suspended L=lost R=replaced D=deact
      -              'ivated).' DELIMITED BY SIZE
                     INTO WS-RESULT-MESSAGE
              END-STRING
           END-IF.

       2610-LIST-ONE-BADGE.
      *    DUPKEY ONLY SAYS MORE BADGES FOLLOW FOR THE SAME EMPLOYEE
           EXEC CICS READNEXT
                FILE(AC-BADGMS-PATH-FILENAME)
                INTO (BADGE-MASTER-RECORD)
                RIDFLD(BM-EMPLOYEE-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF (WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
               AND WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPKEY))
              OR BM-EMPLOYEE-NUMBER IS NOT EQUAL TO WS-TARGET-EMPLOYEE
              SET WS-LIST-DONE TO TRUE
           ELSE
              ADD 1 TO WS-LIST-COUNT
              IF WS-LIST-COUNT IS LESS THAN OR EQUAL TO 6
                 MOVE WS-LIST-COUNT   TO WS-LIST-SUB
                 MOVE BM-BADGE-NUMBER TO WS-BL-BADGE (WS-LIST-SUB)
                 MOVE BM-BADGE-STATUS TO WS-BL-STATUS (WS-LIST-SUB)
              END-IF
           END-IF.

       2650-SHOW-BADGE.
      *    THE BADGE IN BADGE-MASTER-RECORD ONTO THE SCREEN, WITH ITS
      *    HOLDER'S NAME
           INITIALIZE EBDGMO.
           MOVE BM-EMPLOYEE-NUMBER   TO WS-TARGET-EMPLOYEE.
           PERFORM 2260-READ-EMPLOYEE.
           MOVE BM-BADGE-NUMBER      TO BADGEO.
           MOVE BM-EMPLOYEE-NUMBER   TO EMPNOO.
           MOVE EM-EMPLOYEE-NAME     TO EMPNAMO.
           MOVE BM-BADGE-STATUS      TO STATUSO.
           MOVE BM-ISSUE-DATE        TO ISSDTO.
           MOVE BM-STATUS-DATE       TO STSDTO.
           MOVE BM-STATUS-REASON     TO REASONO.
           MOVE BM-REPLACED-BY       TO REPBYO.
           MOVE BM-CHANGED-BY        TO CHGBYO.
           MOVE BM-CHANGED-TIMESTAMP TO CHGTSO.

       2800-CHANGE-STATUS.
      *    MOVES THE BADGE READ BY 2250 TO WS-NEW-STATUS - CALLERS SET
      *    THE STATUS, THE DEFAULT REASON AND THE AUDIT ACTION CODE
           EXEC CICS READ
                FILE(AC-BADGMS-FILENAME)
                INTO (BADGE-MASTER-RECORD)
                RIDFLD(BM-BADGE-NUMBER)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE BADGE-MASTER-RECORD TO WS-BEFORE-KEYED
              MOVE WS-NEW-STATUS       TO BM-BADGE-STATUS
              MOVE WS-CURRENT-DATE(1:8) TO BM-STATUS-DATE
              IF REASONI IS EQUAL TO SPACES
                 MOVE WS-NEW-REASON    TO BM-STATUS-REASON
              ELSE
                 MOVE REASONI          TO BM-STATUS-REASON
              END-IF
              MOVE WS-USER-ID          TO BM-CHANGED-BY
              MOVE WS-CURRENT-DATE     TO BM-CHANGED-TIMESTAMP
              EXEC CICS REWRITE
                   FILE(AC-BADGMS-FILENAME)
                   FROM (BADGE-MASTER-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE BADGE-MASTER-RECORD TO WS-AFTER-KEYED
              PERFORM 9200-WRITE-MAINT-AUDIT
              PERFORM 2650-SHOW-BADGE
           ELSE
              MOVE '2800-CHANGE-STATUS' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
              MOVE "EBADGMS update failed - see the error log!"
                   TO WS-RESULT-MESSAGE
           END-IF.

       2900-RETURN-TO-MENU.
      *    BACK OUT TO THE SIGN-ON TRANSACTION
           EXEC CICS XCTL
                PROGRAM(AC-SIGNON-PROGRAM-NAME)
                END-EXEC.

       9200-WRITE-MAINT-AUDIT.
      *    PERMANENT BEFORE/AFTER RECORD OF THE BADGE CHANGE JUST
      *    MADE - CALLERS SET THE ACTION CODE AND IMAGE PAIRS BEFORE
      *    PERFORMING THIS
           MOVE WS-TARGET-BADGE        TO MA-TARGET-ID.
           MOVE WS-BEFORE-PAIR         TO MA-BEFORE-IMAGE.
           MOVE WS-AFTER-PAIR          TO MA-AFTER-IMAGE.
           MOVE WS-CURRENT-DATE        TO MA-AUDIT-TIMESTAMP.
           MOVE EIBTASKN               TO MA-TASK-NUMBER.
           MOVE WS-USER-ID             TO MA-ACTING-USER-ID.
           MOVE AC-BADGMS-PROGRAM-NAME TO MA-PROGRAM-NAME.
           MOVE SPACES                 TO MA-CHANGE-TICKET.
           MOVE 'N'                    TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
                RIDFLD(MA-AUDIT-KEY)
                RESP(WS-AUDIT-RESPONSE)
                END-EXEC.

       9300-LOG-ERROR.
      *    HAND THE NON-NORMAL RESP JUST SEEN TO THE CENTRAL ERROR
      *    LOGGER - CALLERS SET ER-PARAGRAPH-NAME FIRST
           MOVE AC-BADGMS-PROGRAM-NAME TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.
