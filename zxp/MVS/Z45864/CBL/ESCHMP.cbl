      *        ENABLED FLAG).  INQUIRE ALSO SHOWS THE LAST-RUN AND
      *        LAST-COMPLETE TIMESTAMPS, WHICH IS HOW THE MORNING
      *        SHIFT VERIFIES THE NIGHT'S HOUSEKEEPING RAN.
      *      - REPEAT MINUTES (LEFT BLANK OR ZERO FOR ONCE A DAY) SETS
      *        A TRANSACTION TO RUN AGAIN EVERY N MINUTES AFTER ITS
      *        SCHEDULED TIME - THE EAVL AVAILABILITY PROBE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    ADD (OR REPLACE) THE SCHEDULE RECORD FOR A TRANSACTION -
      *    A DUPLICATE IS TREATED AS A CHANGE, SINCE MOVING A RUN
      *    TIME OR FLIPPING THE ENABLED FLAG IS THE COMMON CASE
           IF RPTMNL IS EQUAL TO ZERO
              MOVE ZERO TO RPTMNI
           END-IF.
           IF SCHTMI IS NOT NUMERIC
              MOVE "Time must be HHMM!" TO MESSO
           ELSE
           IF RPTMNI IS NOT NUMERIC
              MOVE "Repeat must be minutes, or blank for daily!"
                TO MESSO
           ELSE
              INITIALIZE SCHEDULE-RECORD
              MOVE TRNIDI  TO SC-TRANSACTION-ID
              MOVE SCHTMI  TO SC-SCHEDULED-TIME
              MOVE ENABLDI TO SC-ENABLED-IND
              MOVE RPTMNI  TO SC-REPEAT-MINUTES
              EXEC CICS WRITE
                   FILE(AC-SCHED-FILENAME)
                   FROM (SCHEDULE-RECORD)
                   MOVE '2300-ADD-SCHEDULE' TO ER-PARAGRAPH-NAME
                   PERFORM 9300-LOG-ERROR
              END-EVALUATE
           END-IF
           END-IF.

       2350-REWRITE-SCHEDULE.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE SCHTMI  TO SC-SCHEDULED-TIME
              MOVE ENABLDI TO SC-ENABLED-IND
              MOVE RPTMNI  TO SC-REPEAT-MINUTES
              EXEC CICS REWRITE
                   FILE(AC-SCHED-FILENAME)
                   FROM (SCHEDULE-RECORD)
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE SC-SCHEDULED-TIME TO SCHTMI
              MOVE SC-ENABLED-IND    TO ENABLDI
              IF SC-REPEAT-MINUTES IS NUMERIC
                 MOVE SC-REPEAT-MINUTES TO RPTMNI
              ELSE
                 MOVE ZERO              TO RPTMNI
              END-IF
              INITIALIZE MESSO
              STRING "Last run " DELIMITED BY SIZE
                     SC-LAST-RUN-TIMESTAMP DELIMITED BY SIZE
