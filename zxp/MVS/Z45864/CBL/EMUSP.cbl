       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMUSP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'EVACUATION MUSTER' PROGRAM
      *      - REACHED FROM EMENU (FASTPATH 'MUSTER'), 'MUSTER'
      *        AUTHORITY, ADMINISTRATORS ONLY BY DEFAULT (THE SAFETY
      *        WARDENS ARE GRANTED IT ON EAUTH).
      *      - WHO IS IN THE BUILDING RIGHT NOW, BY LOCATION:
      *          'B' BUILDS A NEW MUSTER ON EMUSTER - EVERYONE WHOSE
      *              LAST EBADGE SWIPE TODAY IS A BADGE-IN, PLUS
      *              ANYONE SIGNED ON (EACTIDX) FROM A TERMINAL
      *              ETRMLOC PLACES INSIDE THE BUILDING.
      *          'L' LISTS THE MUSTER (ONE LOCATION, OR ALL WHEN THE
      *              LOCATION IS LEFT BLANK), 'N' ONLY THOSE NOT YET
      *              ACCOUNTED FOR.
      *          'A' MARKS THE LOCATION/PERSON KEYED AS ACCOUNTED
      *              FOR, 'U' TAKES THE MARK BACK OFF.
      *          'P' PRINTS THE LIST TO THE WARDEN PRINTER THROUGH
      *              THE WRDP TRANSIENT-DATA QUEUE.
      *      - THE EMUSRPT BATCH REPORT LISTS EVERYONE STILL NOT
      *        ACCOUNTED FOR ONCE THE DRILL IS OVER.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY EMUSMAP.
       COPY EMUSTER.
       COPY EMPMAS.
       COPY DEPTMAS.
       COPY EBADGE.
       COPY EACTIDX.
       COPY ETRMLOC.
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
       01 WS-EMUSP-STATE.
          05 WS-MU-USER-ID     PIC X(8).
          05 FILLER            PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-INNER-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-SCAN-DONE-IND     PIC X(1) VALUE 'N'.
          88 WS-SCAN-DONE               VALUE 'Y'.
       01 WS-BADGE-DONE-IND    PIC X(1) VALUE 'N'.
          88 WS-BADGE-DONE              VALUE 'Y'.
       01 WS-CLEAR-DONE-IND    PIC X(1) VALUE 'N'.
          88 WS-CLEAR-DONE              VALUE 'Y'.
       01 WS-BUILD-FAILED-IND  PIC X(1) VALUE 'N'.
          88 WS-BUILD-FAILED            VALUE 'Y'.
      ******************************************************************
      *   WHERE THE EMPLOYEE BEING PLACED WAS FOUND - BY BADGE, BY AN
      *   IN-BUILDING SIGN-ON, OR BOTH.
      ******************************************************************
       01 WS-BADGED-IN-IND     PIC X(1) VALUE 'N'.
          88 WS-BADGED-IN               VALUE 'Y'.
       01 WS-ON-TERMINAL-IND   PIC X(1) VALUE 'N'.
          88 WS-ON-TERMINAL             VALUE 'Y'.
       01 WS-BADGE-IN-TIMESTAMP PIC X(14).
       01 WS-MUSTER-LOCATION   PIC X(8).
       01 WS-MUSTER-TERMINAL   PIC X(4).
       01 WS-TARGET-EMPLOYEE   PIC X(6).
       01 WS-PERSON-COUNT      PIC 9(5) VALUE ZERO.
      ******************************************************************
      *   LIST AND PRINT WORK AREAS.
      ******************************************************************
       01 WS-TARGET-LOCATION   PIC X(8).
       01 WS-PRIOR-LOCATION    PIC X(8).
       01 WS-MISSING-ONLY-IND  PIC X(1) VALUE 'N'.
          88 WS-MISSING-ONLY            VALUE 'Y'.
       01 WS-LINE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-LINE-LIMIT        PIC 9(4) VALUE 200.
       01 WS-ONSITE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-MISSING-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PRINT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-MUSTER-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 ML-LOCATION-CODE  PIC X(8).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 ML-PERSON-ID      PIC X(8).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 ML-EMPLOYEE-NAME  PIC X(25).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 ML-SOURCE         PIC X(5).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 ML-TERMINAL-ID    PIC X(4).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 ML-STATUS         PIC X(9).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 ML-ACCOUNTED-BY   PIC X(8).
          05 FILLER            PIC X(4)  VALUE SPACES.
       01 WS-MUSTER-HEADING    PIC X(79) VALUE
          ' LOCATION PERSON   NAME                      FROM  TERM STATU
      -   'S    MARKED BY'.
       01 WS-DRILL-HEADING.
          05 FILLER            PIC X(20) VALUE
             ' EVACUATION MUSTER  '.
          05 DH-DRILL-TIMESTAMP PIC X(14).
          05 FILLER            PIC X(10) VALUE ' BUILT BY '.
          05 DH-STARTED-BY     PIC X(8).
          05 FILLER            PIC X(11) VALUE ' LOCATION: '.
          05 DH-LOCATION       PIC X(8).
          05 FILLER            PIC X(8)  VALUE SPACES.
       01 WS-TOTAL-LINE.
          05 FILLER            PIC X(10) VALUE ' ON SITE: '.
          05 MT-ONSITE-COUNT   PIC ZZZZ9.
          05 FILLER            PIC X(24) VALUE
             '   NOT ACCOUNTED FOR:   '.
          05 MT-MISSING-COUNT  PIC ZZZZ9.
          05 FILLER            PIC X(35) VALUE SPACES.
       01 WS-TRAILER-LINE      PIC X(79) VALUE
          'END OF MUSTER - PRESS ANY KEY FOR THE WARDEN SCREEN'.
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
      *    ARRIVES SIZED AS THE LARGER WS-EMUSP-STATE THIS PROGRAM
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
      *    COMM-AREA HOLDS THE USER ID OF THE SIGNED-ON WARDEN
           INITIALIZE WS-SESSION-STATE.
           INITIALIZE EMUSMO.
           IF EIBCALEN IS GREATER THAN ZERO
              MOVE DFHCOMMAREA TO WS-USER-ID
           END-IF.
           PERFORM 1100-SHOW-DRILL-STATUS.
           MOVE "B=build, L=list, N=not accounted, A/U=mark/unmark, P=
      -         "print." TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1100-SHOW-DRILL-STATUS.
      *    WHEN THE CURRENT MUSTER WAS BUILT, HOW MANY ARE ON IT AND
      *    HOW MANY OF THEM ARE STILL NOT ACCOUNTED FOR
           MOVE SPACES TO DRILLO.
           MOVE ZERO   TO ONSITEO.
           MOVE ZERO   TO MISSNGO.
           PERFORM 2910-READ-DRILL-CONTROL.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE MC-DRILL-TIMESTAMP TO DRILLO
              MOVE SPACES TO WS-TARGET-LOCATION
              PERFORM 2800-COUNT-MUSTER
              MOVE WS-ONSITE-COUNT  TO ONSITEO
              MOVE WS-MISSING-COUNT TO MISSNGO
           END-IF.

       1200-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-MUSTER-MAP-NAME)
                MAPSET(AC-MUSTER-MAPSET-NAME)
                FROM (EMUSMO)
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           MOVE WS-USER-ID TO WS-MU-USER-ID.
           EXEC CICS RETURN
                COMMAREA(WS-EMUSP-STATE)
                LENGTH(LENGTH OF WS-EMUSP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           MOVE DFHCOMMAREA TO WS-EMUSP-STATE.
           MOVE WS-MU-USER-ID TO WS-USER-ID.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-RECEIVE-MAP
                PERFORM 2200-PROCESS-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2900-RETURN-TO-MENU
           WHEN OTHER
      *         ANY OTHER KEY AFTER A LISTING JUST BRINGS THE WARDEN
      *         SCREEN BACK - THE TERMINAL MAY BE SHOWING TEXT
                INITIALIZE EMUSMO
                PERFORM 1100-SHOW-DRILL-STATUS
                MOVE "B=build, L=list, N=not accounted, A/U=mark/unm
      -              "ark, P=print." TO MESSO
                PERFORM 1200-SEND-MAP
                PERFORM 1300-RETURN-STATEFULLY
           END-EVALUATE.

       2100-RECEIVE-MAP.
      *    GET INPUT FROM THE USER - UNKEYED FIELDS COME BACK AS
      *    LOW-VALUES AND ARE TREATED AS BLANKS
           EXEC CICS RECEIVE
                MAP(AC-MUSTER-MAP-NAME)
                MAPSET(AC-MUSTER-MAPSET-NAME)
                INTO (EMUSMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF LOCNI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO LOCNI
           END-IF.
           IF PERSONI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO PERSONI
           END-IF.

       2200-PROCESS-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           MOVE LOCNI TO WS-TARGET-LOCATION.
           EVALUATE ACTIONI
           WHEN 'B'
                PERFORM 2300-BUILD-MUSTER
           WHEN 'L'
                MOVE 'N' TO WS-MISSING-ONLY-IND
                PERFORM 2500-LIST-MUSTER
           WHEN 'N'
                SET WS-MISSING-ONLY TO TRUE
                PERFORM 2500-LIST-MUSTER
           WHEN 'A'
           WHEN 'U'
                PERFORM 2600-MARK-PERSON
           WHEN 'P'
                PERFORM 2700-PRINT-MUSTER
           WHEN OTHER
                MOVE "Action must be B, L, N, A, U or P!" TO MESSO
           END-EVALUATE.
           PERFORM 1100-SHOW-DRILL-STATUS.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2300-BUILD-MUSTER.
      *    A NEW MUSTER STARTS FROM AN EMPTY FILE - THE CONTROL RECORD
      *    GOES ON FIRST, THEN EVERY EMPLOYEE ON SITE, THEN ANY OTHER
      *    ACCOUNT SIGNED ON FROM INSIDE THE BUILDING
           MOVE 'N'  TO WS-BUILD-FAILED-IND.
           MOVE ZERO TO WS-PERSON-COUNT.
           PERFORM 2310-CLEAR-MUSTER.
           IF NOT WS-BUILD-FAILED
              INITIALIZE MUSTER-RECORD
              MOVE AC-MUSTER-CONTROL-ID TO MU-LOCATION-CODE
              MOVE SPACES               TO MU-PERSON-ID
              MOVE WS-CURRENT-DATE      TO MC-DRILL-TIMESTAMP
              MOVE WS-USER-ID           TO MC-STARTED-BY
              MOVE ZERO                 TO MC-PERSON-COUNT
              EXEC CICS WRITE
                   FILE(AC-MUSTER-FILENAME)
                   FROM (MUSTER-RECORD)
                   RIDFLD(MU-MUSTER-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-BUILD-FAILED TO TRUE
                 MOVE '2300-BUILD-MUSTER' TO ER-PARAGRAPH-NAME
                 PERFORM 9300-LOG-ERROR
              END-IF
           END-IF.
           IF NOT WS-BUILD-FAILED
              PERFORM 2320-SCAN-EMPLOYEES
              PERFORM 2360-SCAN-SESSIONS
              PERFORM 2390-STAMP-PERSON-COUNT
           END-IF.
           IF WS-BUILD-FAILED
              MOVE "Error building the muster - see the error log!"
                TO MESSO
           ELSE
              STRING "Muster built - " DELIMITED BY SIZE
                     WS-PERSON-COUNT DELIMITED BY SIZE
                     " on site." DELIMITED BY SIZE
                     INTO MESSO
           END-IF.

       2310-CLEAR-MUSTER.
      *    THE PREVIOUS DRILL'S ENTRIES COME OFF ONE AT A TIME, FIRST
      *    KEY FIRST, UNTIL THE FILE IS EMPTY
           MOVE 'N' TO WS-CLEAR-DONE-IND.
           PERFORM 2311-DELETE-FIRST-ENTRY
              UNTIL WS-CLEAR-DONE.

       2311-DELETE-FIRST-ENTRY.
           MOVE LOW-VALUES TO MU-MUSTER-KEY.
           EXEC CICS READ
                FILE(AC-MUSTER-FILENAME)
                INTO (MUSTER-RECORD)
                RIDFLD(MU-MUSTER-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                EXEC CICS DELETE
                     FILE(AC-MUSTER-FILENAME)
                     RIDFLD(MU-MUSTER-KEY)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   SET WS-CLEAR-DONE   TO TRUE
                   SET WS-BUILD-FAILED TO TRUE
                   MOVE '2311-DELETE-FIRST-ENTRY' TO ER-PARAGRAPH-NAME
                   PERFORM 9300-LOG-ERROR
                END-IF
           WHEN DFHRESP(NOTFND)
           WHEN DFHRESP(ENDFILE)
                SET WS-CLEAR-DONE TO TRUE
           WHEN OTHER
                SET WS-CLEAR-DONE   TO TRUE
                SET WS-BUILD-FAILED TO TRUE
                MOVE '2311-DELETE-FIRST-ENTRY' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
           END-EVALUATE.

       2320-SCAN-EMPLOYEES.
      *    EVERY EMPLOYEE ON EMPMAS IS CHECKED FOR A BADGE-IN TODAY
      *    AND FOR A LIVE SIGN-ON FROM AN IN-BUILDING TERMINAL
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO EM-EMPLOYEE-NUMBER.
           EXEC CICS STARTBR
                FILE(AC-EMPMAS-FILENAME)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2321-NEXT-EMPLOYEE
                 UNTIL WS-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-EMPMAS-FILENAME)
                   END-EXEC
           END-IF.

       2321-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCAN-DONE TO TRUE
           ELSE
              PERFORM 2330-PLACE-EMPLOYEE
           END-IF.

       2330-PLACE-EMPLOYEE.
           MOVE 'N'    TO WS-BADGED-IN-IND.
           MOVE 'N'    TO WS-ON-TERMINAL-IND.
           MOVE SPACES TO WS-BADGE-IN-TIMESTAMP.
           MOVE SPACES TO WS-MUSTER-TERMINAL.
           PERFORM 2340-CHECK-BADGE-STATUS.
           PERFORM 2350-CHECK-SESSION-TERMINAL.
           IF WS-BADGED-IN OR WS-ON-TERMINAL
              IF NOT WS-ON-TERMINAL
                 PERFORM 2355-DEPARTMENT-LOCATION
              END-IF
              INITIALIZE MUSTER-RECORD
              MOVE WS-MUSTER-LOCATION TO MU-LOCATION-CODE
              IF EM-USER-ID IS EQUAL TO SPACES
                 OR EM-USER-ID IS EQUAL TO LOW-VALUES
                 MOVE EM-EMPLOYEE-NUMBER TO MU-PERSON-ID
                 MOVE SPACES             TO MU-USER-ID
              ELSE
                 MOVE EM-USER-ID         TO MU-PERSON-ID
                 MOVE EM-USER-ID         TO MU-USER-ID
              END-IF
              MOVE EM-EMPLOYEE-NUMBER    TO MU-EMPLOYEE-NUMBER
              MOVE EM-EMPLOYEE-NAME      TO MU-EMPLOYEE-NAME
              EVALUATE TRUE
              WHEN WS-BADGED-IN AND WS-ON-TERMINAL
                   SET MU-FROM-BOTH     TO TRUE
              WHEN WS-BADGED-IN
                   SET MU-FROM-BADGE    TO TRUE
              WHEN OTHER
                   SET MU-FROM-TERMINAL TO TRUE
              END-EVALUATE
              MOVE WS-BADGE-IN-TIMESTAMP TO MU-BADGE-IN-TIMESTAMP
              MOVE WS-MUSTER-TERMINAL    TO MU-TERMINAL-ID
              MOVE 'N'                   TO MU-ACCOUNTED-IND
              PERFORM 2380-WRITE-MUSTER-ENTRY
           END-IF.

       2340-CHECK-BADGE-STATUS.
      *    WALK THE EMPLOYEE'S SWIPES FOR TODAY IN TIME ORDER - THE
      *    LAST ONE DECIDES: A BADGE-IN WITH NO LATER BADGE-OUT IS ON
      *    SITE
           MOVE 'N' TO WS-BADGE-DONE-IND.
           MOVE EM-EMPLOYEE-NUMBER TO BG-EMPLOYEE-NUMBER.
           MOVE WS-CURRENT-DATE(1:8) TO BG-SWIPE-TIMESTAMP(1:8).
           MOVE '000000'             TO BG-SWIPE-TIMESTAMP(9:6).
           EXEC CICS STARTBR
                FILE(AC-BADGE-FILENAME)
                RIDFLD(BG-SWIPE-KEY)
                GTEQ
                RESP(WS-INNER-RESPONSE)
                END-EXEC.
           IF WS-INNER-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2341-NEXT-SWIPE
                 UNTIL WS-BADGE-DONE
              EXEC CICS ENDBR
                   FILE(AC-BADGE-FILENAME)
                   END-EXEC
           END-IF.

       2341-NEXT-SWIPE.
           EXEC CICS READNEXT
                FILE(AC-BADGE-FILENAME)
                INTO (BADGE-SWIPE-RECORD)
                RIDFLD(BG-SWIPE-KEY)
                RESP(WS-INNER-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-INNER-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-BADGE-DONE TO TRUE
           WHEN BG-EMPLOYEE-NUMBER IS NOT EQUAL TO EM-EMPLOYEE-NUMBER
                SET WS-BADGE-DONE TO TRUE
           WHEN BG-SWIPE-TIMESTAMP(1:8) IS NOT EQUAL TO
                WS-CURRENT-DATE(1:8)
                SET WS-BADGE-DONE TO TRUE
           WHEN BG-IS-IN
                SET WS-BADGED-IN TO TRUE
                MOVE BG-SWIPE-TIMESTAMP TO WS-BADGE-IN-TIMESTAMP
           WHEN BG-IS-OUT
                MOVE 'N'    TO WS-BADGED-IN-IND
                MOVE SPACES TO WS-BADGE-IN-TIMESTAMP
           END-EVALUATE.

       2350-CHECK-SESSION-TERMINAL.
      *    A LIVE SESSION (SIGNED ON, OR LOCKED AT THE DESK) FROM A
      *    TERMINAL ETRMLOC PLACES INSIDE THE BUILDING PUTS THE
      *    EMPLOYEE AT THAT TERMINAL'S LOCATION
           IF EM-USER-ID IS NOT EQUAL TO SPACES
              AND EM-USER-ID IS NOT EQUAL TO LOW-VALUES
              EXEC CICS READ
                   FILE(AC-ACTIDX-FILENAME)
                   INTO (ACTIVE-SESSION-INDEX-RECORD)
                   RIDFLD(EM-USER-ID)
                   RESP(WS-INNER-RESPONSE)
                   END-EXEC
              IF WS-INNER-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 PERFORM 2370-CHECK-IN-BUILDING
              END-IF
           END-IF.

       2355-DEPARTMENT-LOCATION.
      *    A BADGE SWIPE SAYS ON SITE BUT NOT WHERE - THE EMPLOYEE IS
      *    LISTED UNDER THEIR DEPARTMENT'S LOCATION
           MOVE 'UNKNOWN' TO WS-MUSTER-LOCATION.
           EXEC CICS READ
                FILE(AC-DEPTMAS-FILENAME)
                INTO (DEPT-RECORD)
                RIDFLD(EM-DEPT-NBR)
                RESP(WS-INNER-RESPONSE)
                END-EXEC.
           IF WS-INNER-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND DEPT-LOC IS NOT EQUAL TO SPACES
              MOVE DEPT-LOC(1:8) TO WS-MUSTER-LOCATION
           END-IF.

       2360-SCAN-SESSIONS.
      *    ACCOUNTS WITH NO EMPMAS LINK (CONTRACTORS, SERVICE IDS
      *    KEYED AT A DESK) SIGNED ON INSIDE THE BUILDING ARE STILL
      *    PEOPLE TO ACCOUNT FOR - AN EMPLOYEE ALREADY PLACED IS ON
      *    FILE UNDER THE SAME LOCATION AND USER ID
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO UX-USER-ID.
           EXEC CICS STARTBR
                FILE(AC-ACTIDX-FILENAME)
                RIDFLD(UX-USER-ID)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2361-NEXT-SESSION
                 UNTIL WS-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-ACTIDX-FILENAME)
                   END-EXEC
           END-IF.

       2361-NEXT-SESSION.
           EXEC CICS READNEXT
                FILE(AC-ACTIDX-FILENAME)
                INTO (ACTIVE-SESSION-INDEX-RECORD)
                RIDFLD(UX-USER-ID)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCAN-DONE TO TRUE
           ELSE
              MOVE 'N' TO WS-ON-TERMINAL-IND
              PERFORM 2370-CHECK-IN-BUILDING
              IF WS-ON-TERMINAL
                 PERFORM 2365-PLACE-UNLINKED-SESSION
              END-IF
           END-IF.

       2365-PLACE-UNLINKED-SESSION.
           MOVE WS-MUSTER-LOCATION TO MU-LOCATION-CODE.
           MOVE UX-USER-ID         TO MU-PERSON-ID.
           EXEC CICS READ
                FILE(AC-MUSTER-FILENAME)
                INTO (MUSTER-RECORD)
                RIDFLD(MU-MUSTER-KEY)
                RESP(WS-INNER-RESPONSE)
                END-EXEC.
           IF WS-INNER-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
              INITIALIZE MUSTER-RECORD
              MOVE WS-MUSTER-LOCATION TO MU-LOCATION-CODE
              MOVE UX-USER-ID         TO MU-PERSON-ID
              MOVE UX-USER-ID         TO MU-USER-ID
              MOVE SPACES             TO MU-EMPLOYEE-NUMBER
              MOVE '(NO EMPMAS LINK)' TO MU-EMPLOYEE-NAME
              SET MU-FROM-TERMINAL    TO TRUE
              MOVE SPACES             TO MU-BADGE-IN-TIMESTAMP
              MOVE WS-MUSTER-TERMINAL TO MU-TERMINAL-ID
              MOVE 'N'                TO MU-ACCOUNTED-IND
              PERFORM 2380-WRITE-MUSTER-ENTRY
           END-IF.

       2370-CHECK-IN-BUILDING.
      *    SETS WS-ON-TERMINAL (WITH THE LOCATION AND TERMINAL) FOR
      *    THE SESSION RECORD JUST READ
           IF (UX-IS-SIGNED-ON OR UX-IS-TERMINAL-LOCKED)
              AND UX-TERMINAL-ID IS NOT EQUAL TO SPACES
              AND UX-TERMINAL-ID IS NOT EQUAL TO LOW-VALUES
              EXEC CICS READ
                   FILE(AC-TRMLOC-FILENAME)
                   INTO (TERMINAL-LOCATION-RECORD)
                   RIDFLD(UX-TERMINAL-ID)
                   RESP(WS-INNER-RESPONSE)
                   END-EXEC
              IF WS-INNER-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 AND TL-IS-IN-BUILDING
                 SET WS-ON-TERMINAL TO TRUE
                 MOVE TL-LOCATION-CODE TO WS-MUSTER-LOCATION
                 MOVE UX-TERMINAL-ID   TO WS-MUSTER-TERMINAL
              END-IF
           END-IF.

       2380-WRITE-MUSTER-ENTRY.
           EXEC CICS WRITE
                FILE(AC-MUSTER-FILENAME)
                FROM (MUSTER-RECORD)
                RIDFLD(MU-MUSTER-KEY)
                RESP(WS-INNER-RESPONSE)
                END-EXEC.
           IF WS-INNER-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-PERSON-COUNT
           ELSE
              IF WS-INNER-RESPONSE IS NOT EQUAL TO DFHRESP(DUPREC)
                 MOVE WS-INNER-RESPONSE TO WS-CICS-RESPONSE
                 MOVE '2380-WRITE-MUSTER-ENTRY' TO ER-PARAGRAPH-NAME
                 PERFORM 9300-LOG-ERROR
              END-IF
           END-IF.

       2390-STAMP-PERSON-COUNT.
           MOVE AC-MUSTER-CONTROL-ID TO MU-LOCATION-CODE.
           MOVE SPACES               TO MU-PERSON-ID.
           EXEC CICS READ
                FILE(AC-MUSTER-FILENAME)
                INTO (MUSTER-RECORD)
                RIDFLD(MU-MUSTER-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE WS-PERSON-COUNT TO MC-PERSON-COUNT
              EXEC CICS REWRITE
                   FILE(AC-MUSTER-FILENAME)
                   FROM (MUSTER-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2500-LIST-MUSTER.
      *    ONE LINE PER PERSON, LOCATION BY LOCATION, WITH A TOTALS
      *    LINE AT THE END - SENT AS TEXT PAGES LIKE THE OTHER
      *    INQUIRY LISTINGS
           PERFORM 2910-READ-DRILL-CONTROL.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "No muster on file - build one first (B)!" TO MESSO
           ELSE
              MOVE ZERO TO WS-LINE-COUNT
              MOVE ZERO TO WS-ONSITE-COUNT
              MOVE ZERO TO WS-MISSING-COUNT
              PERFORM 2810-FORMAT-DRILL-HEADING
              EXEC CICS SEND TEXT
                   FROM (WS-DRILL-HEADING)
                   ERASE
                   END-EXEC
              EXEC CICS SEND TEXT
                   FROM (WS-MUSTER-HEADING)
                   ACCUM
                   END-EXEC
              PERFORM 2820-START-MUSTER-BROWSE
              IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 PERFORM 2510-LIST-ONE-ENTRY
                    UNTIL WS-SCAN-DONE
                       OR WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
                          WS-LINE-LIMIT
                 EXEC CICS ENDBR
                      FILE(AC-MUSTER-FILENAME)
                      END-EXEC
              END-IF
              MOVE WS-ONSITE-COUNT  TO MT-ONSITE-COUNT
              MOVE WS-MISSING-COUNT TO MT-MISSING-COUNT
              EXEC CICS SEND TEXT
                   FROM (WS-TOTAL-LINE)
                   ACCUM
                   END-EXEC
              EXEC CICS SEND TEXT
                   FROM (WS-TRAILER-LINE)
                   ACCUM
                   END-EXEC
              EXEC CICS SEND PAGE
                   END-EXEC
              PERFORM 1300-RETURN-STATEFULLY
           END-IF.

       2510-LIST-ONE-ENTRY.
           PERFORM 2830-NEXT-MUSTER-ENTRY.
           IF NOT WS-SCAN-DONE
              ADD 1 TO WS-ONSITE-COUNT
              IF NOT MU-IS-ACCOUNTED
                 ADD 1 TO WS-MISSING-COUNT
              END-IF
              IF MU-IS-ACCOUNTED AND WS-MISSING-ONLY
                 CONTINUE
              ELSE
                 PERFORM 2840-FORMAT-MUSTER-LINE
                 EXEC CICS SEND TEXT
                      FROM (WS-MUSTER-LINE)
                      ACCUM
                      END-EXEC
                 ADD 1 TO WS-LINE-COUNT
              END-IF
           END-IF.

       2600-MARK-PERSON.
      *    THE WARDEN KEYS THE LOCATION AND PERSON EXACTLY AS LISTED
           IF WS-TARGET-LOCATION IS EQUAL TO SPACES
              OR PERSONI IS EQUAL TO SPACES
              MOVE "Key the location and person as listed!" TO MESSO
           ELSE
              MOVE WS-TARGET-LOCATION TO MU-LOCATION-CODE
              MOVE PERSONI            TO MU-PERSON-ID
              EXEC CICS READ
                   FILE(AC-MUSTER-FILENAME)
                   INTO (MUSTER-RECORD)
                   RIDFLD(MU-MUSTER-KEY)
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   PERFORM 2610-REWRITE-MARK
              WHEN DFHRESP(NOTFND)
                   MOVE "Nobody on the muster at that location/person!"
                     TO MESSO
              WHEN OTHER
                   MOVE "Error reading the muster!" TO MESSO
                   MOVE '2600-MARK-PERSON' TO ER-PARAGRAPH-NAME
                   PERFORM 9300-LOG-ERROR
              END-EVALUATE
           END-IF.

       2610-REWRITE-MARK.
           IF ACTIONI IS EQUAL TO 'A'
              SET MU-IS-ACCOUNTED     TO TRUE
              MOVE WS-USER-ID         TO MU-ACCOUNTED-BY
              MOVE WS-CURRENT-DATE    TO MU-ACCOUNTED-TIMESTAMP
           ELSE
              MOVE 'N'                TO MU-ACCOUNTED-IND
              MOVE SPACES             TO MU-ACCOUNTED-BY
              MOVE SPACES             TO MU-ACCOUNTED-TIMESTAMP
           END-IF.
           EXEC CICS REWRITE
                FILE(AC-MUSTER-FILENAME)
                FROM (MUSTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE "Error updating the muster!" TO MESSO
                MOVE '2610-REWRITE-MARK' TO ER-PARAGRAPH-NAME
                PERFORM 9300-LOG-ERROR
           WHEN MU-IS-ACCOUNTED
                STRING MU-EMPLOYEE-NAME DELIMITED BY '  '
                       " - accounted for." DELIMITED BY SIZE
                       INTO MESSO
           WHEN OTHER
                STRING MU-EMPLOYEE-NAME DELIMITED BY '  '
                       " - mark removed." DELIMITED BY SIZE
                       INTO MESSO
           END-EVALUATE.

       2700-PRINT-MUSTER.
      *    THE SAME LIST GOES LINE BY LINE TO THE WARDEN PRINTER
      *    THROUGH THE WRDP TRANSIENT-DATA QUEUE
           PERFORM 2910-READ-DRILL-CONTROL.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE "No muster on file - build one first (B)!" TO MESSO
           ELSE
              MOVE ZERO TO WS-PRINT-COUNT
              MOVE ZERO TO WS-ONSITE-COUNT
              MOVE ZERO TO WS-MISSING-COUNT
              PERFORM 2810-FORMAT-DRILL-HEADING
              MOVE WS-DRILL-HEADING  TO WS-MUSTER-LINE
              PERFORM 2720-QUEUE-PRINT-LINE
              MOVE WS-MUSTER-HEADING TO WS-MUSTER-LINE
              PERFORM 2720-QUEUE-PRINT-LINE
              PERFORM 2820-START-MUSTER-BROWSE
              IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 PERFORM 2710-PRINT-ONE-ENTRY
                    UNTIL WS-SCAN-DONE
                 EXEC CICS ENDBR
                      FILE(AC-MUSTER-FILENAME)
                      END-EXEC
              END-IF
              MOVE WS-ONSITE-COUNT  TO MT-ONSITE-COUNT
              MOVE WS-MISSING-COUNT TO MT-MISSING-COUNT
              MOVE WS-TOTAL-LINE    TO WS-MUSTER-LINE
              PERFORM 2720-QUEUE-PRINT-LINE
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 STRING "Muster sent to the warden printer - "
                        DELIMITED BY SIZE
                        WS-PRINT-COUNT DELIMITED BY SIZE
                        " lines." DELIMITED BY SIZE
                        INTO MESSO
              ELSE
                 MOVE "Warden printer queue unavailable!" TO MESSO
                 MOVE '2700-PRINT-MUSTER' TO ER-PARAGRAPH-NAME
                 PERFORM 9300-LOG-ERROR
              END-IF
           END-IF.

       2710-PRINT-ONE-ENTRY.
           PERFORM 2830-NEXT-MUSTER-ENTRY.
           IF NOT WS-SCAN-DONE
              ADD 1 TO WS-ONSITE-COUNT
              IF NOT MU-IS-ACCOUNTED
                 ADD 1 TO WS-MISSING-COUNT
              END-IF
              PERFORM 2840-FORMAT-MUSTER-LINE
              PERFORM 2720-QUEUE-PRINT-LINE
           END-IF.

       2720-QUEUE-PRINT-LINE.
           EXEC CICS WRITEQ TD
                QUEUE(AC-WARDEN-TDQUEUE)
                FROM (WS-MUSTER-LINE)
                LENGTH(LENGTH OF WS-MUSTER-LINE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           ADD 1 TO WS-PRINT-COUNT.

       2800-COUNT-MUSTER.
      *    ON-SITE AND NOT-ACCOUNTED-FOR TOTALS FOR THE WARDEN SCREEN
           MOVE ZERO TO WS-ONSITE-COUNT.
           MOVE ZERO TO WS-MISSING-COUNT.
           PERFORM 2820-START-MUSTER-BROWSE.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2801-COUNT-ONE-ENTRY
                 UNTIL WS-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-MUSTER-FILENAME)
                   END-EXEC
           END-IF.

       2801-COUNT-ONE-ENTRY.
           PERFORM 2830-NEXT-MUSTER-ENTRY.
           IF NOT WS-SCAN-DONE
              ADD 1 TO WS-ONSITE-COUNT
              IF NOT MU-IS-ACCOUNTED
                 ADD 1 TO WS-MISSING-COUNT
              END-IF
           END-IF.

       2810-FORMAT-DRILL-HEADING.
           MOVE MC-DRILL-TIMESTAMP TO DH-DRILL-TIMESTAMP.
           MOVE MC-STARTED-BY      TO DH-STARTED-BY.
           IF WS-TARGET-LOCATION IS EQUAL TO SPACES
              MOVE 'ALL'              TO DH-LOCATION
           ELSE
              MOVE WS-TARGET-LOCATION TO DH-LOCATION
           END-IF.

       2820-START-MUSTER-BROWSE.
      *    FROM THE LOCATION KEYED, OR THE TOP OF THE FILE WHEN IT IS
      *    BLANK - THE CONTROL RECORD IS SKIPPED BY 2830
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO MU-MUSTER-KEY.
           IF WS-TARGET-LOCATION IS NOT EQUAL TO SPACES
              MOVE WS-TARGET-LOCATION TO MU-LOCATION-CODE
           END-IF.
           EXEC CICS STARTBR
                FILE(AC-MUSTER-FILENAME)
                RIDFLD(MU-MUSTER-KEY)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCAN-DONE TO TRUE
           END-IF.

       2830-NEXT-MUSTER-ENTRY.
      *    THE NEXT PERSON ON THE MUSTER, SKIPPING THE CONTROL
      *    RECORD (THERE IS ONLY THE ONE) - ENDS AT END OF FILE OR
      *    PAST THE LOCATION KEYED
           PERFORM 2831-READ-NEXT-ENTRY.
           IF NOT WS-SCAN-DONE
              AND MU-LOCATION-CODE IS EQUAL TO AC-MUSTER-CONTROL-ID
              PERFORM 2831-READ-NEXT-ENTRY
           END-IF.

       2831-READ-NEXT-ENTRY.
           EXEC CICS READNEXT
                FILE(AC-MUSTER-FILENAME)
                INTO (MUSTER-RECORD)
                RIDFLD(MU-MUSTER-KEY)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN WS-TARGET-LOCATION IS NOT EQUAL TO SPACES
            AND MU-LOCATION-CODE IS NOT EQUAL TO WS-TARGET-LOCATION
                SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       2840-FORMAT-MUSTER-LINE.
           MOVE SPACES             TO WS-MUSTER-LINE.
           MOVE MU-LOCATION-CODE   TO ML-LOCATION-CODE.
           MOVE MU-PERSON-ID       TO ML-PERSON-ID.
           MOVE MU-EMPLOYEE-NAME   TO ML-EMPLOYEE-NAME.
           MOVE MU-TERMINAL-ID     TO ML-TERMINAL-ID.
           EVALUATE TRUE
           WHEN MU-FROM-BOTH
                MOVE 'BOTH'  TO ML-SOURCE
           WHEN MU-FROM-BADGE
                MOVE 'BADGE' TO ML-SOURCE
           WHEN OTHER
                MOVE 'TERM'  TO ML-SOURCE
           END-EVALUATE.
           IF MU-IS-ACCOUNTED
              MOVE 'ACCOUNTED'    TO ML-STATUS
              MOVE MU-ACCOUNTED-BY TO ML-ACCOUNTED-BY
           ELSE
              MOVE 'MISSING'      TO ML-STATUS
           END-IF.

       2900-RETURN-TO-MENU.
      *    BACK OUT TO THE SIGN-ON TRANSACTION
           EXEC CICS XCTL
                PROGRAM(AC-SIGNON-PROGRAM-NAME)
                END-EXEC.

       2910-READ-DRILL-CONTROL.
           MOVE AC-MUSTER-CONTROL-ID TO MU-LOCATION-CODE.
           MOVE SPACES               TO MU-PERSON-ID.
           EXEC CICS READ
                FILE(AC-MUSTER-FILENAME)
                INTO (MUSTER-RECORD)
                RIDFLD(MU-MUSTER-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9300-LOG-ERROR.
      *    HAND THE NON-NORMAL RESP JUST SEEN TO THE CENTRAL ERROR
      *    LOGGER - CALLERS SET ER-PARAGRAPH-NAME FIRST
           MOVE AC-MUSTER-PROGRAM-NAME TO ER-PROGRAM-NAME.
           MOVE WS-CICS-RESPONSE       TO ER-RESP-CODE.
           MOVE EIBRESP2               TO ER-RESP2-CODE.
           EXEC CICS LINK
                PROGRAM(AC-ERRRTE-PROGRAM-NAME)
                COMMAREA(ERROR-REPORT-AREA)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.
