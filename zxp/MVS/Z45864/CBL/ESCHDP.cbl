      *      - THE LAST-RUN TIMESTAMP IS STAMPED HERE AS EACH
      *        TRANSACTION IS STARTED; THE TRANSACTION ITSELF STAMPS
      *        LAST-COMPLETE WHEN IT FINISHES.
      *      - A TRANSACTION WITH REPEAT-MINUTES SET IS STARTED AGAIN
      *        EVERY TIME THAT MANY MINUTES HAVE PASSED SINCE ITS LAST
      *        RUN, FROM ITS SCHEDULED TIME UNTIL MIDNIGHT (THE EAVL
      *        AVAILABILITY PROBE).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY ESCHED.
       COPY EDATP.
       COPY DFHAID.

       01 WS-CICS-RESPONSE              PIC S9(8) USAGE IS COMPUTATIONAL.
          88 WS-BROWSE-DONE                      VALUE 'Y'.
       01 WS-STARTED-COUNT              PIC 9(3) VALUE 0.
       01 WS-RESTART-INTERVAL           PIC 9(7) VALUE 0000500.
      *    A PASS CAN FIRE A FEW SECONDS SHORT OF THE FIVE MINUTES, SO
      *    A REPEATING TRANSACTION IS ALLOWED THIS MUCH EARLY RATHER
      *    THAN SLIPPING A WHOLE PASS
       01 WS-REPEAT-SLACK-SECONDS       PIC 9(3) VALUE 60.
       01 WS-DUE-IND                    PIC X(1).
          88 WS-IS-DUE                           VALUE 'Y'.
      ******************************************************************
      *   TRANSACTIONS DUE THIS PASS ARE COLLECTED DURING THE BROWSE
      *   AND STARTED/STAMPED AFTER ENDBR (NO UPDATE UNDER AN OPEN
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              MOVE 'N' TO WS-DUE-IND
              IF SC-IS-ENABLED
                 AND WS-CURRENT-HHMM IS GREATER THAN OR EQUAL TO
                     SC-SCHEDULED-TIME
                 IF SC-LAST-RUN-TIMESTAMP(1:8) IS NOT EQUAL TO
                    WS-CURRENT-DATE(1:8)
                    SET WS-IS-DUE TO TRUE
                 ELSE
                    IF SC-REPEAT-MINUTES IS NUMERIC
                       AND SC-REPEAT-MINUTES IS GREATER THAN ZERO
                       PERFORM 1200-CHECK-REPEAT-DUE
                    END-IF
                 END-IF
              END-IF
              IF WS-IS-DUE
                 ADD 1 TO WS-DUE-COUNT
                 MOVE SC-TRANSACTION-ID
                   TO WS-DUE-TRANID(WS-DUE-COUNT)
              END-IF
           END-IF.

       1200-CHECK-REPEAT-DUE.
           INITIALIZE DAT-PARAMETERS.
           SET DAT-ELAPSED-SECONDS TO TRUE.
           MOVE SC-LAST-RUN-TIMESTAMP TO DAT-OLD-TIMESTAMP.
           MOVE WS-CURRENT-DATE       TO DAT-NEW-TIMESTAMP.
           CALL 'EDATRTE' USING DAT-PARAMETERS.
           IF DAT-OK
              AND DAT-ELAPSED-RESULT + WS-REPEAT-SLACK-SECONDS
                  IS GREATER THAN OR EQUAL TO SC-REPEAT-MINUTES * 60
              SET WS-IS-DUE TO TRUE
           END-IF.

       2000-START-ONE-TRANSACTION.
      *    STAMP LAST-RUN FIRST, THEN START - A START THAT FAILS
      *    LEAVES THE STAMP IN PLACE SO THE SAME PASS DOES NOT SPIN
