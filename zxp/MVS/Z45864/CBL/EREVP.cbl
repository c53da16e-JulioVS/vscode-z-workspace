      *        USER THAN THE PROPOSER.  APPROVED ENTRIES ARE PICKED
      *        UP BY THE EREVEXP EXPORT AND APPLIED THROUGH EHRFEED.
      *      - EVERY DECISION LANDS IN EMNTAUD.
      *      - A PROPOSAL MUST ALSO SIT INSIDE THE EMPLOYEE'S EPAYGRD
      *        PAY GRADE RANGE - ONE OUTSIDE IT IS REFERRED TO HR,
      *        WHO CAN OVERRIDE IT WITH A REASON ON THE HR FEED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY EREVMAP.
       COPY EREVIEW.
       COPY EMPMAS.
       COPY EPAYGRD.
       COPY EMNTAUD.
       COPY EERRCOM.
       COPY DFHAID.
          88 WS-SCAN-DONE               VALUE 'Y'.
       01 WS-GUIDE-LIMIT       PIC 9(9)V99 VALUE 0.
       01 WS-PROPOSED-SALARY   PIC 9(7)V99 VALUE 0.
       01 WS-GRADE-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-GRADE-EDIT-IND    PIC X(1) VALUE 'I'.
          88 WS-GRADE-IN-RANGE          VALUE 'I'.
          88 WS-GRADE-UNKNOWN           VALUE 'U'.
          88 WS-GRADE-OUT-OF-RANGE      VALUE 'O'.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************

       2400-PROPOSE-SALARY.
      *    THE PROPOSAL MUST SIT INSIDE THE GUIDELINE BAND AROUND
      *    THE CURRENT SALARY AND INSIDE THE EMPLOYEE'S PAY GRADE
      *    RANGE - ANYTHING WILDER GOES THROUGH HR, NOT THIS SCREEN
           IF NEWSALI IS NOT NUMERIC
              MOVE "Proposed salary must be numeric!" TO MESSO
           ELSE
                 COMPUTE WS-GUIDE-LIMIT ROUNDED =
                    RW-CURRENT-SALARY *
                    (100 + RW-GUIDELINE-PCT) / 100
                 PERFORM 2410-CHECK-GRADE-RANGE
                 EVALUATE TRUE
                 WHEN WS-PROPOSED-SALARY IS GREATER THAN
                        WS-GUIDE-LIMIT
                 WHEN WS-PROPOSED-SALARY IS LESS THAN
                        RW-CURRENT-SALARY
                      MOVE "Outside the guideline band!" TO MESSO
                 WHEN WS-GRADE-UNKNOWN
                      MOVE "Pay grade not on EPAYGRD - refer to HR!"
                           TO MESSO
                 WHEN WS-GRADE-OUT-OF-RANGE
                      MOVE "Outside pay grade range - refer to HR!"
                           TO MESSO
                 WHEN OTHER
                      MOVE REVIEW-RECORD TO MA-BEFORE-IMAGE
                      MOVE WS-PROPOSED-SALARY TO RW-PROPOSED-SALARY
                      SET RW-IS-PROPOSED TO TRUE
                      MOVE WS-USER-ID TO RW-PROPOSED-BY
                      PERFORM 2700-REWRITE-ENTRY
                      MOVE RW-EMPLOYEE-NUMBER TO MA-TARGET-ID
                      MOVE 'REVPROP'          TO MA-ACTION-CODE
                      MOVE REVIEW-RECORD      TO MA-AFTER-IMAGE
                      PERFORM 9200-WRITE-MAINT-AUDIT
                      MOVE "Proposal recorded - needs sign-off!"
                           TO MESSO
                 END-EVALUATE
              END-IF
           END-IF.

       2410-CHECK-GRADE-RANGE.
      *    AN UNGRADED EMPLOYEE (OR ONE GONE FROM EMPMAS SINCE THE
      *    WORKLIST WAS BUILT) HAS NO RANGE TO HOLD THE PROPOSAL TO
           SET WS-GRADE-IN-RANGE TO TRUE.
           MOVE RW-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           EXEC CICS READ
                FILE(AC-EMPMAS-FILENAME)
                INTO (EMPLOYEE-RECORD)
                RIDFLD(EM-EMPLOYEE-NUMBER)
                RESP(WS-GRADE-RESPONSE)
                END-EXEC.
           IF WS-GRADE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND EM-PAY-GRADE IS NOT EQUAL TO SPACES
              MOVE EM-PAY-GRADE TO PG-PAY-GRADE
              EXEC CICS READ
                   FILE(AC-PAYGRD-FILENAME)
                   INTO (PAY-GRADE-RECORD)
                   RIDFLD(PG-PAY-GRADE)
                   RESP(WS-GRADE-RESPONSE)
                   END-EXEC
              EVALUATE TRUE
              WHEN WS-GRADE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   SET WS-GRADE-UNKNOWN TO TRUE
              WHEN WS-PROPOSED-SALARY IS LESS THAN PG-MINIMUM
              WHEN WS-PROPOSED-SALARY IS GREATER THAN PG-MAXIMUM
                   SET WS-GRADE-OUT-OF-RANGE TO TRUE
              END-EVALUATE
           END-IF.

       2500-APPROVE-PROPOSAL.
      *    SECOND-LEVEL SIGN-OFF - A DIFFERENT PAIR OF EYES THAN THE
      *    PROPOSER, SAME FOUR-EYES RULE THE EUSRP PENDING ACTIONS
           MOVE EIBTASKN                 TO MA-TASK-NUMBER.
           MOVE WS-USER-ID               TO MA-ACTING-USER-ID.
           MOVE AC-REVIEW-PROGRAM-NAME   TO MA-PROGRAM-NAME.
           MOVE SPACES                   TO MA-CHANGE-TICKET.
           MOVE 'N'                      TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
