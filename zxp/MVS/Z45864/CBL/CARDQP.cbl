       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDQP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'DRIVER QUALIFICATION' PROGRAM (TRANSID 'CDRQ', STARTED
      *        DIRECTLY LIKE THE CARFLTP FLEET SCREEN).
      *      - 'A' ADDS AN EMPLOYEE'S QUALIFICATION - LICENSE NUMBER,
      *        STATE, EXPIRY (YYYYMMDD), MVR REVIEW GOOD-THROUGH DATE
      *        (YYYYMMDD) AND APPROVAL STATUS (A=APPROVED, P=PENDING,
      *        R=REJECTED); 'U' UPDATES IT AFTER A RENEWAL OR A NEW
      *        MVR REVIEW; 'Q' INQUIRES.
      *      - THE EMPLOYEE MUST BE ON EMPMAS.  CARFLTP LETS ONLY AN
      *        APPROVED DRIVER WITH BOTH DATES STILL GOOD RESERVE OR
      *        CHECK OUT A POOL CAR.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ECONST.
       COPY CARDQMAP.
       COPY CARDRVQ.
       COPY EMPMAS.
       COPY DFHAID.

       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-EMP-RESPONSE      PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CARDQP-STATE      PIC X(1).
       01 WS-CURRENT-DATE      PIC X(14).
       01 WS-INPUT-VALID-IND   PIC X(1) VALUE 'N'.
          88 WS-INPUT-VALID             VALUE 'Y'.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              PERFORM 2000-PROCESS-USER-INPUT
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
           INITIALIZE CARDQMO.
           MOVE "A=add U=update Q=inquire." TO MESSO.
           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       1200-SEND-MAP.
           EXEC CICS SEND
                MAP (AC-DRVQ-MAP-NAME)
                MAPSET (AC-DRVQ-MAPSET-NAME)
                FROM (CARDQMO)
                FREEKB
                ERASE
                END-EXEC.

       1300-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
      *    AND THE CONVERSATION WILL KEEP GOING
           EXEC CICS RETURN
                COMMAREA(WS-CARDQP-STATE)
                LENGTH(LENGTH OF WS-CARDQP-STATE)
                TRANSID(EIBTRNID)
                END-EXEC.

       2000-PROCESS-USER-INPUT.
           PERFORM 2100-RECEIVE-MAP.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2200-PROCESS-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                EXEC CICS RETURN
                     END-EXEC
           WHEN OTHER
                INITIALIZE MESSO
                MOVE "Invalid key pressed!" TO MESSO
           END-EVALUATE.

           PERFORM 1200-SEND-MAP.
           PERFORM 1300-RETURN-STATEFULLY.

       2100-RECEIVE-MAP.
      *    GET INPUT FROM THE USER
           EXEC CICS RECEIVE
                MAP (AC-DRVQ-MAP-NAME)
                MAPSET (AC-DRVQ-MAPSET-NAME)
                INTO (CARDQMI)
                END-EXEC.

       2200-PROCESS-ACTION.
           INITIALIZE MESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.

           EVALUATE ACTIONI
           WHEN 'A'
                PERFORM 2300-ADD-QUALIFICATION
           WHEN 'U'
                PERFORM 2400-UPDATE-QUALIFICATION
           WHEN 'Q'
                PERFORM 2700-INQUIRE-QUALIFICATION
           WHEN OTHER
                MOVE "Action must be A, U or Q!" TO MESSO
           END-EVALUATE.

       2250-VALIDATE-INPUT.
           MOVE 'N' TO WS-INPUT-VALID-IND.
           MOVE APPRSTI TO DQ-APPROVAL-STATUS.
           MOVE EMPNOI TO EM-EMPLOYEE-NUMBER.
           EXEC CICS READ
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-EMP-RESPONSE)
                END-EXEC.
           EVALUATE TRUE
           WHEN WS-EMP-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE "Employee number not found!" TO MESSO
           WHEN LICNOI IS EQUAL TO SPACES
             OR LICNOI IS EQUAL TO LOW-VALUES
             OR LICSTI IS EQUAL TO SPACES
             OR LICSTI IS EQUAL TO LOW-VALUES
                MOVE "License number and state are required!"
                     TO MESSO
           WHEN LICEXPI IS NOT NUMERIC
             OR MVRDTI IS NOT NUMERIC
                MOVE "License expiry and MVR date must be YYYYMMDD!"
                     TO MESSO
           WHEN NOT DQ-STATUS-VALID
                MOVE "Approval status must be A, P or R!" TO MESSO
           WHEN OTHER
                SET WS-INPUT-VALID TO TRUE
           END-EVALUATE.

       2260-MOVE-INPUT-TO-RECORD.
           MOVE EMPNOI          TO DQ-EMPLOYEE-NUMBER.
           MOVE LICNOI          TO DQ-LICENSE-NUMBER.
           MOVE LICSTI          TO DQ-LICENSE-STATE.
           MOVE LICEXPI         TO DQ-LICENSE-EXPIRY-DATE.
           MOVE MVRDTI          TO DQ-MVR-REVIEW-DATE.
           MOVE APPRSTI         TO DQ-APPROVAL-STATUS.
           MOVE WS-CURRENT-DATE TO DQ-UPDATED-TIMESTAMP.

       2300-ADD-QUALIFICATION.
           PERFORM 2250-VALIDATE-INPUT.
           IF WS-INPUT-VALID
              INITIALIZE DRIVER-QUALIFICATION-RECORD
              PERFORM 2260-MOVE-INPUT-TO-RECORD
              EXEC CICS WRITE
                   FILE(AC-CARDRVQ-FILENAME)
                   FROM (DRIVER-QUALIFICATION-RECORD)
                   RIDFLD(DQ-EMPLOYEE-NUMBER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   MOVE "Driver qualification added!" TO MESSO
              WHEN DFHRESP(DUPREC)
                   MOVE "Driver already on file - use U to update!"
                        TO MESSO
              WHEN OTHER
                   MOVE "Error adding driver qualification!" TO MESSO
              END-EVALUATE
           END-IF.

       2400-UPDATE-QUALIFICATION.
           PERFORM 2250-VALIDATE-INPUT.
           IF WS-INPUT-VALID
              MOVE EMPNOI TO DQ-EMPLOYEE-NUMBER
              EXEC CICS READ
                   FILE(AC-CARDRVQ-FILENAME)
                   INTO (DRIVER-QUALIFICATION-RECORD)
                   RIDFLD(DQ-EMPLOYEE-NUMBER)
                   RESP(WS-CICS-RESPONSE)
                   UPDATE
                   END-EXEC
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE "Driver qualification not found!" TO MESSO
              ELSE
                 PERFORM 2260-MOVE-INPUT-TO-RECORD
                 EXEC CICS REWRITE
                      FILE(AC-CARDRVQ-FILENAME)
                      FROM (DRIVER-QUALIFICATION-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    MOVE "Driver qualification updated!" TO MESSO
                 ELSE
                    MOVE "Error updating driver qualification!"
                         TO MESSO
                 END-IF
              END-IF
           END-IF.

       2700-INQUIRE-QUALIFICATION.
           MOVE EMPNOI TO DQ-EMPLOYEE-NUMBER.
           EXEC CICS READ
                FILE(AC-CARDRVQ-FILENAME)
                INTO (DRIVER-QUALIFICATION-RECORD)
                RIDFLD(DQ-EMPLOYEE-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE DQ-LICENSE-NUMBER      TO LICNOO
              MOVE DQ-LICENSE-STATE       TO LICSTO
              MOVE DQ-LICENSE-EXPIRY-DATE TO LICEXPO
              MOVE DQ-MVR-REVIEW-DATE     TO MVRDTO
              MOVE DQ-APPROVAL-STATUS     TO APPRSTO
              STRING "Last updated " DELIMITED BY SIZE
                     DQ-UPDATED-TIMESTAMP DELIMITED BY SIZE
                     INTO MESSO
              END-STRING
           ELSE
              MOVE "Driver qualification not found!" TO MESSO
           END-IF.
