       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARAPLP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'PARKING CITATION APPEAL' PROGRAM
      *      - REACHED FROM EMENU (FASTPATH 'APPEAL'), EVERY SIGNED-ON
      *        USER BY DEFAULT.
      *      - 'Q' SHOWS A CARVIOL SIGHTING (TAG + SIGHTING STAMP) AND
      *        ANY APPEAL AGAINST IT.  'F' FILES AN APPEAL WITH A
      *        REASON - THE EMPLOYEE NUMBER MUST BE THE ONE THE
      *        VIOLATION RESOLVED TO, AND A SIGHTING IS APPEALED ONCE.
      *        THE APPELLANT IS THE EMPMAS EMPLOYEE OF THE SIGNED-ON
      *        USER ID, NOT A NUMBER KEYED ON THE SCREEN - AN
      *        UNRESOLVED SIGHTING MAY ONLY BE APPEALED BY THE
      *        EMPLOYEE WHO HOLDS THE TAG ON CARFILE.
      *      - 'N' (NEXT PENDING) AND 'D' (DECIDE: U=UPHELD, R=REDUCED,
      *        D=DISMISSED) NEED THE 'APPLDEC' EAUTH FUNCTION
      *        (ADMINISTRATORS AND MANAGERS BY DEFAULT), AND THE
      *        REVIEWER MAY NOT DECIDE AN APPEAL THEY FILED.  REDUCED
      *        STEPS THE ESCALATION DOWN ONE LEVEL; DISMISSED MARKS
      *        THE SIGHTING DISMISSED SO CARGATIN STOPS COUNTING IT
      *        AND CARALPR STOPS HOLDING THE TAG OFF THE GATE.
      *      - EVERY DECISION LANDS IN EMNTAUD.
      *      - A CITATION OR GATE-BLOCK BROUGHT DOWN TO A WARNING OR
      *        DISMISSED HAS ITS CARGATIN FINE REVERSED ON THE
      *        EMPLOYEE'S CARLEDG PARKING ACCOUNT (CR).
      *      - A DECISION IS RECORDED ON CARAPPL BEFORE THE VIOLATION
      *        IS CHANGED.  IF THE VIOLATION CANNOT THEN BE UPDATED
      *        THE APPEAL GOES BACK TO PENDING, AND NOTHING IS AUDITED
      *        OR REVERSED FOR A DECISION THAT DID NOT LAND.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY CARAPMAP.
       COPY CARAPPL.
       COPY CARVIOL.
       COPY CARLEDG.
       COPY EMPMAS.
       COPY CARFILE.
       COPY EAUTH.
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
       01 WS-CARAPLP-STATE.
          05 WS-AP-SESSION-STATE.
             10 WS-AP-USER-ID        PIC X(8).
             10 WS-AP-USER-PASSWORD  PIC X(8).
             10 WS-AP-SIGNED-ON-IND  PIC X(1).
             10 WS-AP-USER-TYPE      PIC X(3).
          05 FILLER                  PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-VIOL-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUTH-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-AUTH-ALLOWED-IND  PIC X(1) VALUE 'N'.
          88 WS-AUTH-ALLOWED            VALUE 'Y'.
       01 WS-ENTRY-FOUND-IND   PIC X(1) VALUE 'N'.
          88 WS-ENTRY-FOUND             VALUE 'Y'.
       01 WS-SCAN-DONE-IND     PIC X(1) VALUE 'N'.
          88 WS-SCAN-DONE               VALUE 'Y'.
      ******************************************************************
      *   APPELLANT WORK AREAS - THE SIGNED-ON USER'S OWN EMPLOYEE
      *   NUMBER, FOUND ON EMPMAS BY USER ID.
      ******************************************************************
       01 WS-SCAN-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-APPELLANT-EMPNO   PIC X(6).
       01 WS-APPELLANT-FOUND-IND PIC X(1) VALUE 'N'.
          88 WS-APPELLANT-FOUND         VALUE 'Y'.
       01 WS-TAG-OWNER-IND     PIC X(1) VALUE 'N'.
          88 WS-TAG-OWNER               VALUE 'Y'.
       01 WS-APPEAL-RECORDED-IND PIC X(1) VALUE 'N'.
          88 WS-APPEAL-RECORDED         VALUE 'Y'.
      ******************************************************************
      *   FINE REVERSAL WORK AREAS - THE ESCALATION BEFORE THE DECISION
      *   AND THE CITATION POSTING FOUND ON THE PARKING LEDGER.
      ******************************************************************
       01 WS-LEDG-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-OLD-ESCALATION    PIC X(1).
       01 WS-FINE-FOUND-IND    PIC X(1) VALUE 'N'.
          88 WS-FINE-FOUND              VALUE 'Y'.
       01 WS-FINE-AMOUNT       PIC 9(5)V99.
       01 WS-FINE-PERIOD       PIC X(6).
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
      *    ARRIVES SIZED AS THE LARGER WS-CARAPLP-STATE THIS PROGRAM
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
           INITIALIZE CARAPMO.
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
           END-IF.
           MOVE "Q=inquire F=file appeal N=next pending D=decide."
                TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-APPEAL-MAP-NAME)
                MAPSET(AC-APPEAL-MAPSET-NAME)
                FROM (CARAPMO)
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           MOVE WS-SESSION-STATE TO WS-AP-SESSION-STATE.
           EXEC CICS RETURN
                COMMAREA(WS-CARAPLP-STATE)
                LENGTH(LENGTH OF WS-CARAPLP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           MOVE DFHCOMMAREA TO WS-CARAPLP-STATE.
           MOVE WS-AP-SESSION-STATE TO WS-SESSION-STATE.
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
                MAP(AC-APPEAL-MAP-NAME)
                MAPSET(AC-APPEAL-MAPSET-NAME)
                INTO (CARAPMI)
                END-EXEC.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           EVALUATE ACTIONI
           WHEN 'Q'
                PERFORM 2300-INQUIRE-VIOLATION
           WHEN 'F'
                PERFORM 2400-FILE-APPEAL
           WHEN 'N'
                PERFORM 2250-CHECK-REVIEWER-AUTHORITY
                IF WS-AUTH-ALLOWED
                   PERFORM 2500-SHOW-NEXT-PENDING
                ELSE
                   MOVE "Not authorized to decide appeals!" TO MESSO
                END-IF
           WHEN 'D'
                PERFORM 2250-CHECK-REVIEWER-AUTHORITY
                IF WS-AUTH-ALLOWED
                   PERFORM 2600-DECIDE-APPEAL
                ELSE
                   MOVE "Not authorized to decide appeals!" TO MESSO
                END-IF
           WHEN OTHER
                MOVE "Action must be Q, F, N or D!" TO MESSO
           END-EVALUATE.

           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2250-CHECK-REVIEWER-AUTHORITY.
      *    USER-ID RECORD WINS OVER USER-TYPE RECORD, AND WITH
      *    NEITHER ON FILE ADMINISTRATORS AND MANAGERS QUALIFY - THE
      *    SAME LOOKUP ORDER EMENU'S 1400-CHECK-AUTHORITY USES
           MOVE 'N' TO WS-AUTH-ALLOWED-IND.
           MOVE 'APPLDEC'  TO AT-FUNCTION-CODE.
           MOVE WS-USER-ID TO AT-SUBJECT-ID.
           EXEC CICS READ
                FILE(AC-AUTHORITY-FILENAME)
                INTO (AUTHORITY-RECORD)
                RIDFLD(AT-AUTHORITY-KEY)
                RESP(WS-AUTH-RESPONSE)
                END-EXEC.
           IF WS-AUTH-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE AT-ALLOWED-IND TO WS-AUTH-ALLOWED-IND
           ELSE
              MOVE 'APPLDEC'    TO AT-FUNCTION-CODE
              MOVE WS-USER-TYPE TO AT-SUBJECT-ID
              EXEC CICS READ
                   FILE(AC-AUTHORITY-FILENAME)
                   INTO (AUTHORITY-RECORD)
                   RIDFLD(AT-AUTHORITY-KEY)
                   RESP(WS-AUTH-RESPONSE)
                   END-EXEC
              IF WS-AUTH-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE AT-ALLOWED-IND TO WS-AUTH-ALLOWED-IND
              ELSE
                 IF WS-IS-ADMINISTRATOR OR WS-IS-MANAGER
                    SET WS-AUTH-ALLOWED TO TRUE
                 END-IF
              END-IF
           END-IF.

       2300-INQUIRE-VIOLATION.
           PERFORM 2350-READ-VIOLATION.
           IF WS-VIOL-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "Violation not found!" TO MESSO
           ELSE
              MOVE VL-EMPLOYEE-NUMBER TO EMPNOO
              MOVE VL-LOT-NUMBER      TO LOTNOO
              MOVE VL-ESCALATION      TO ESCALO
              MOVE TAGNOI             TO AP-TAG-NUMBER
              MOVE SEENTSI            TO AP-SIGHTING-TIMESTAMP
              EXEC CICS READ
                   FILE(AC-CARAPPL-FILENAME)
                   INTO (APPEAL-RECORD)
                   RIDFLD(AP-APPEAL-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE AP-STATUS      TO APSTATO
                 MOVE AP-REASON-TEXT TO REASONO
                 MOVE "Appeal on file - status shown." TO MESSO
              ELSE
                 MOVE SPACES TO APSTATO
                 MOVE "No appeal filed for this violation." TO MESSO
              END-IF
           END-IF.

       2350-READ-VIOLATION.
           MOVE TAGNOI  TO VL-TAG-NUMBER.
           MOVE SEENTSI TO VL-SIGHTING-TIMESTAMP.
           EXEC CICS READ
                FILE(AC-CARVIOL-FILENAME)
                INTO (VIOLATION-RECORD)
                RIDFLD(VL-VIOLATION-KEY)
                RESP(WS-VIOL-RESPONSE)
                END-EXEC.

       2400-FILE-APPEAL.
      *    ONE APPEAL PER SIGHTING, FILED BY THE EMPLOYEE THE
      *    VIOLATION RESOLVED TO (AN UNRESOLVED ONE ONLY BY THE
      *    EMPLOYEE HOLDING THE TAG ON CARFILE), AND ALWAYS WITH A
      *    REASON.  THE APPELLANT IS WHOEVER IS SIGNED ON
           IF REASONI IS EQUAL TO SPACES
              OR REASONI IS EQUAL TO LOW-VALUES
              MOVE "A reason is required to appeal!" TO MESSO
           ELSE
              PERFORM 2350-READ-VIOLATION
              IF WS-VIOL-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 PERFORM 2410-FIND-APPELLANT
                 IF WS-APPELLANT-FOUND
                    AND VL-EMPLOYEE-NUMBER IS EQUAL TO SPACES
                    PERFORM 2430-CHECK-TAG-OWNER
                 END-IF
              END-IF
              EVALUATE TRUE
              WHEN WS-VIOL-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE "Violation not found!" TO MESSO
              WHEN VL-IS-DISMISSED
                   MOVE "Violation is already dismissed!" TO MESSO
              WHEN NOT WS-APPELLANT-FOUND
                   MOVE "No employee record for your user ID!"
                        TO MESSO
              WHEN VL-EMPLOYEE-NUMBER IS NOT EQUAL TO SPACES
                   AND VL-EMPLOYEE-NUMBER IS NOT EQUAL TO
                       WS-APPELLANT-EMPNO
                   MOVE "Violation is not on your record!" TO MESSO
              WHEN VL-EMPLOYEE-NUMBER IS EQUAL TO SPACES
                   AND NOT WS-TAG-OWNER
                   MOVE "Tag is not registered to you!" TO MESSO
              WHEN OTHER
                   PERFORM 2450-WRITE-APPEAL
              END-EVALUATE
           END-IF.

       2410-FIND-APPELLANT.
      *    EMPMAS IS KEYED ON EMPLOYEE NUMBER, SO THE SIGNED-ON USER'S
      *    OWN RECORD IS FOUND BY BROWSING FOR EM-USER-ID
           MOVE 'N' TO WS-APPELLANT-FOUND-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE SPACES TO WS-APPELLANT-EMPNO.
           MOVE LOW-VALUES TO EM-EMPLOYEE-NUMBER.
           EXEC CICS STARTBR
                FILE(AC-EMPMAS-FILENAME)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                GTEQ
                RESP(WS-SCAN-RESPONSE)
                END-EXEC.
           IF WS-SCAN-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2420-SCAN-ONE-EMPLOYEE
                 UNTIL WS-SCAN-DONE OR WS-APPELLANT-FOUND
              EXEC CICS ENDBR
                   FILE(AC-EMPMAS-FILENAME)
                   END-EXEC
           END-IF.

       2420-SCAN-ONE-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-SCAN-RESPONSE)
                END-EXEC.
           IF WS-SCAN-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF EM-USER-ID IS EQUAL TO WS-USER-ID
                 MOVE EM-EMPLOYEE-NUMBER TO WS-APPELLANT-EMPNO
                 SET WS-APPELLANT-FOUND TO TRUE
              END-IF
           END-IF.

       2430-CHECK-TAG-OWNER.
      *    A KEYED READ THROUGH THE CARTAGP TAG PATH, AS ON CARTAGI
           MOVE 'N' TO WS-TAG-OWNER-IND.
           EXEC CICS READ
                FILE(AC-CARTAG-PATH-FILENAME)
                INTO (CAR-RECORD)
                RIDFLD(VL-TAG-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND CF-EMPLOYEE-NUMBER IS EQUAL TO WS-APPELLANT-EMPNO
              SET WS-TAG-OWNER TO TRUE
           END-IF.

       2450-WRITE-APPEAL.
           INITIALIZE APPEAL-RECORD.
           MOVE VL-TAG-NUMBER         TO AP-TAG-NUMBER.
           MOVE VL-SIGHTING-TIMESTAMP TO AP-SIGHTING-TIMESTAMP.
           MOVE WS-APPELLANT-EMPNO    TO AP-EMPLOYEE-NUMBER.
           MOVE WS-USER-ID            TO AP-FILED-BY.
           MOVE WS-CURRENT-DATE       TO AP-FILED-TIMESTAMP.
           MOVE REASONI               TO AP-REASON-TEXT.
           MOVE VL-ESCALATION         TO AP-ORIGINAL-ESCALATION.
           SET AP-IS-PENDING TO TRUE.
           EXEC CICS WRITE
                FILE(AC-CARAPPL-FILENAME)
                FROM (APPEAL-RECORD)
                RIDFLD(AP-APPEAL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE AP-STATUS TO APSTATO
                MOVE AP-EMPLOYEE-NUMBER TO EMPNOO
                MOVE "Appeal filed - a reviewer will decide it."
                     TO MESSO
           WHEN DFHRESP(DUPREC)
                MOVE "This violation has already been appealed!"
                     TO MESSO
           WHEN OTHER
                MOVE '2450-WRITE-APPEAL' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
                MOVE "Error filing appeal!" TO MESSO
           END-EVALUATE.

       2500-SHOW-NEXT-PENDING.
      *    OLDEST-KEYED PENDING APPEAL ON FILE - THE REVIEWER'S
      *    WORKLIST IS SIMPLY EVERYTHING NOT YET DECIDED
           MOVE 'N' TO WS-ENTRY-FOUND-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO AP-APPEAL-KEY.
           EXEC CICS STARTBR
                FILE(AC-CARAPPL-FILENAME)
                RIDFLD(AP-APPEAL-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2510-SCAN-ONE-APPEAL
                 UNTIL WS-SCAN-DONE OR WS-ENTRY-FOUND
              EXEC CICS ENDBR
                   FILE(AC-CARAPPL-FILENAME)
                   END-EXEC
           END-IF.
           IF WS-ENTRY-FOUND
              MOVE AP-TAG-NUMBER          TO TAGNOO
              MOVE AP-SIGHTING-TIMESTAMP  TO SEENTSO
              MOVE AP-EMPLOYEE-NUMBER     TO EMPNOO
              MOVE AP-ORIGINAL-ESCALATION TO ESCALO
              MOVE AP-STATUS              TO APSTATO
              MOVE AP-REASON-TEXT         TO REASONO
              MOVE "Pending appeal - enter U, R or D and action D."
                   TO MESSO
           ELSE
              MOVE "No pending appeals - all done!" TO MESSO
           END-IF.

       2510-SCAN-ONE-APPEAL.
           EXEC CICS READNEXT
                FILE(AC-CARAPPL-FILENAME)
                INTO (APPEAL-RECORD)
                RIDFLD(AP-APPEAL-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF AP-IS-PENDING
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-IF.

       2600-DECIDE-APPEAL.
      *    FOUR-EYES - THE REVIEWER MAY NOT DECIDE THEIR OWN APPEAL.
      *    THE DECISION IS RECORDED ON THE APPEAL FIRST, AND PUT BACK
      *    TO PENDING IF THE VIOLATION THEN CANNOT BE UPDATED, SO A
      *    FAILED REWRITE NEVER LEAVES THE TWO OUT OF STEP
           MOVE TAGNOI  TO AP-TAG-NUMBER.
           MOVE SEENTSI TO AP-SIGHTING-TIMESTAMP.
           EXEC CICS READ
                FILE(AC-CARAPPL-FILENAME)
                INTO (APPEAL-RECORD)
                RIDFLD(AP-APPEAL-KEY)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE "Appeal not found!" TO MESSO
           WHEN NOT AP-IS-PENDING
                MOVE "Appeal has already been decided!" TO MESSO
           WHEN AP-FILED-BY IS EQUAL TO WS-USER-ID
                MOVE "A different reviewer must decide!" TO MESSO
           WHEN DECISNI IS NOT EQUAL TO 'U'
                AND DECISNI IS NOT EQUAL TO 'R'
                AND DECISNI IS NOT EQUAL TO 'D'
                MOVE "Decision must be U, R or D!" TO MESSO
           WHEN OTHER
                PERFORM 2650-ADJUST-VIOLATION
           END-EVALUATE.

       2650-ADJUST-VIOLATION.
           MOVE TAGNOI  TO VL-TAG-NUMBER.
           MOVE SEENTSI TO VL-SIGHTING-TIMESTAMP.
           EXEC CICS READ
                FILE(AC-CARVIOL-FILENAME)
                INTO (VIOLATION-RECORD)
                RIDFLD(VL-VIOLATION-KEY)
                RESP(WS-VIOL-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-VIOL-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "Violation not found!" TO MESSO
           ELSE
              IF DECISNI IS EQUAL TO 'R'
                 AND VL-IS-WARNING
                 MOVE "A warning cannot be reduced further!" TO MESSO
              ELSE
                 INITIALIZE MAINT-AUDIT-RECORD
                 MOVE VIOLATION-RECORD TO MA-BEFORE-IMAGE
                 MOVE VL-ESCALATION    TO WS-OLD-ESCALATION
                 EVALUATE DECISNI
                 WHEN 'R'
                      IF VL-IS-GATE-BLOCK
                         SET VL-IS-CITATION TO TRUE
                      ELSE
                         SET VL-IS-WARNING TO TRUE
                      END-IF
                 WHEN 'D'
                      SET VL-IS-DISMISSED TO TRUE
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
                 PERFORM 2700-RECORD-DECISION
                 IF WS-APPEAL-RECORDED
                    PERFORM 2660-REWRITE-VIOLATION
                 END-IF
              END-IF
           END-IF.

       2660-REWRITE-VIOLATION.
           EXEC CICS REWRITE
                FILE(AC-CARVIOL-FILENAME)
                FROM (VIOLATION-RECORD)
                RESP(WS-VIOL-RESPONSE)
                END-EXEC.
           IF WS-VIOL-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE WS-VIOL-RESPONSE TO WS-CICS-RESPONSE
              MOVE '2660-REWRITE-VIOLATION' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
              PERFORM 2710-REOPEN-APPEAL
              MOVE "Error updating violation!" TO MESSO
           ELSE
              PERFORM 2720-REPORT-DECISION
              IF (WS-OLD-ESCALATION IS EQUAL TO 'C'
                  OR WS-OLD-ESCALATION IS EQUAL TO 'G')
                 AND (VL-IS-WARNING OR VL-IS-DISMISSED)
                 AND VL-EMPLOYEE-NUMBER IS NOT EQUAL TO SPACES
                 PERFORM 2670-REVERSE-CITATION-FINE
              END-IF
           END-IF.

       2670-REVERSE-CITATION-FINE.
      *    THE FINE CARGATIN POSTED FOR THIS SIGHTING IS FOUND ON THE
      *    EMPLOYEE'S LEDGER BY ITS SIGHTING STAMP AND CREDITED BACK.
      *    A GATE-BLOCK REDUCED TO A CITATION KEEPS ITS FINE, AND A
      *    SIGHTING THAT NEVER CARRIED ONE HAS NOTHING TO REVERSE
           MOVE 'N' TO WS-FINE-FOUND-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE VL-EMPLOYEE-NUMBER TO LG-EMPLOYEE-NUMBER.
           MOVE LOW-VALUES         TO LG-POSTING-TIMESTAMP.
           MOVE ZERO               TO LG-POSTING-SEQUENCE.
           EXEC CICS STARTBR
                FILE(AC-CARLEDG-FILENAME)
                RIDFLD(LG-LEDGER-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2675-SCAN-ONE-POSTING
                 UNTIL WS-SCAN-DONE OR WS-FINE-FOUND
              EXEC CICS ENDBR
                   FILE(AC-CARLEDG-FILENAME)
                   END-EXEC
           END-IF.
           IF WS-FINE-FOUND
              INITIALIZE PARKING-LEDGER-RECORD
              MOVE VL-EMPLOYEE-NUMBER     TO LG-EMPLOYEE-NUMBER
              MOVE WS-CURRENT-DATE        TO LG-POSTING-TIMESTAMP
              MOVE EIBTASKN               TO LG-POSTING-SEQUENCE
              SET LG-CITATION-REVERSED    TO TRUE
              SET LG-IS-CREDIT            TO TRUE
              MOVE WS-FINE-AMOUNT         TO LG-AMOUNT
              MOVE VL-TAG-NUMBER          TO LG-TAG-NUMBER
              MOVE WS-FINE-PERIOD         TO LG-PERIOD
              MOVE AC-APPEAL-PROGRAM-NAME TO LG-POSTED-BY
              STRING VL-SIGHTING-TIMESTAMP DELIMITED BY SIZE
                     ' APPEAL' DELIMITED BY SIZE
                     INTO LG-REFERENCE
              END-STRING
              EXEC CICS WRITE
                   FILE(AC-CARLEDG-FILENAME)
                   FROM (PARKING-LEDGER-RECORD)
                   RIDFLD(LG-LEDGER-KEY)
                   RESP(WS-LEDG-RESPONSE)
                   END-EXEC
              IF WS-LEDG-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE WS-LEDG-RESPONSE TO WS-CICS-RESPONSE
                 MOVE '2670-REVERSE-CITATION-FINE'
                      TO ER-PARAGRAPH-NAME
                 PERFORM 9300-LOG-ERROR
              END-IF
           END-IF.

       2675-SCAN-ONE-POSTING.
           EXEC CICS READNEXT
                FILE(AC-CARLEDG-FILENAME)
                INTO (PARKING-LEDGER-RECORD)
                RIDFLD(LG-LEDGER-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR LG-EMPLOYEE-NUMBER IS NOT EQUAL TO VL-EMPLOYEE-NUMBER
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF LG-CITATION
                 AND LG-TAG-NUMBER IS EQUAL TO VL-TAG-NUMBER
                 AND LG-REFERENCE(1:14) IS EQUAL TO
                     VL-SIGHTING-TIMESTAMP
                 MOVE LG-AMOUNT TO WS-FINE-AMOUNT
                 MOVE LG-PERIOD TO WS-FINE-PERIOD
                 SET WS-FINE-FOUND TO TRUE
              END-IF
           END-IF.

       2700-RECORD-DECISION.
      *    THE APPEAL WAS READ FOR UPDATE BY 2600
           MOVE 'N' TO WS-APPEAL-RECORDED-IND.
           MOVE DECISNI         TO AP-STATUS.
           MOVE WS-USER-ID      TO AP-DECIDED-BY.
           MOVE WS-CURRENT-DATE TO AP-DECIDED-TIMESTAMP.
           EXEC CICS REWRITE
                FILE(AC-CARAPPL-FILENAME)
                FROM (APPEAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-APPEAL-RECORDED TO TRUE
           ELSE
              MOVE '2700-RECORD-DECISION' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
              MOVE "Error updating appeal!" TO MESSO
           END-IF.

       2710-REOPEN-APPEAL.
      *    THE VIOLATION DID NOT CHANGE, SO NEITHER HAS THE APPEAL -
      *    BACK TO THE REVIEWERS' WORKLIST
           EXEC CICS READ
                FILE(AC-CARAPPL-FILENAME)
                INTO (APPEAL-RECORD)
                RIDFLD(AP-APPEAL-KEY)
                RESP(WS-CICS-RESPONSE)
                UPDATE
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET AP-IS-PENDING TO TRUE
              MOVE SPACES TO AP-DECIDED-BY
              MOVE SPACES TO AP-DECIDED-TIMESTAMP
              EXEC CICS REWRITE
                   FILE(AC-CARAPPL-FILENAME)
                   FROM (APPEAL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE '2710-REOPEN-APPEAL' TO ER-PARAGRAPH-NAME
              PERFORM 9300-LOG-ERROR
           END-IF.

       2720-REPORT-DECISION.
           MOVE VL-TAG-NUMBER    TO MA-TARGET-ID.
           MOVE 'APPLDEC'        TO MA-ACTION-CODE.
           MOVE VIOLATION-RECORD TO MA-AFTER-IMAGE.
           PERFORM 9200-WRITE-MAINT-AUDIT.
           MOVE VL-ESCALATION    TO ESCALO.
           MOVE AP-STATUS        TO APSTATO.
           EVALUATE TRUE
           WHEN AP-IS-UPHELD
                MOVE "Appeal decided - violation upheld." TO MESSO
           WHEN AP-IS-REDUCED
                MOVE "Appeal decided - escalation reduced." TO MESSO
           WHEN OTHER
                MOVE "Appeal decided - violation dismissed." TO MESSO
           END-EVALUATE.

       2900-RETURN-TO-MENU.
      *    BACK OUT TO THE ROLE-BASED MENU
           EXEC CICS XCTL
                PROGRAM(AC-MENU-PROGRAM-NAME)
                COMMAREA(WS-SESSION-STATE)
                LENGTH(LENGTH OF WS-SESSION-STATE)
                END-EXEC.

       9300-LOG-ERROR.
      *    HAND THE NON-NORMAL RESP JUST SEEN TO THE CENTRAL ERROR
      *    LOGGER - CALLERS SET ER-PARAGRAPH-NAME FIRST
           MOVE AC-APPEAL-PROGRAM-NAME TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.

       9200-WRITE-MAINT-AUDIT.
      *    PERMANENT BEFORE/AFTER RECORD OF THE DECISION JUST MADE -
      *    CALLERS SET THE TARGET, ACTION CODE AND IMAGES BEFORE
      *    PERFORMING THIS
           MOVE WS-CURRENT-DATE          TO MA-AUDIT-TIMESTAMP.
           MOVE EIBTASKN                 TO MA-TASK-NUMBER.
           MOVE WS-USER-ID               TO MA-ACTING-USER-ID.
           MOVE AC-APPEAL-PROGRAM-NAME   TO MA-PROGRAM-NAME.
           MOVE SPACES                   TO MA-CHANGE-TICKET.
           MOVE 'N'                      TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
                RIDFLD(MA-AUDIT-KEY)
                RESP(WS-AUDIT-RESPONSE)
                END-EXEC.
