      *        FAILURE VELOCITY CROSSES THE CONFIGURED THRESHOLDS -
      *        EITHER MANY USER IDS HAMMERED FROM ONE TERMINAL, OR
      *        ONE USER ID HAMMERED FROM MANY TERMINALS.
      *      - ALSO RAISED BY BATCH: EBATWDOG (LATE JOBS) AND
      *        CARHOTB (STOLEN/WANTED PLATE MATCHES).
      *      - AND BY THE EAVLPRB AVAILABILITY PROBE WHEN A FILE OR
      *        PROGRAM IT CHECKS STOPS RESPONDING.
      ******************************************************************
       01 INTRUSION-ALERT-RECORD.
          05 IA-ALERT-KEY.
      *         'B' IS A LATE-BATCH ALERT FROM THE EBATWDOG
      *         WATCHDOG - THE JOB NAME RIDES IN IA-USER-ID
             88 IA-BATCH-LATE                  VALUE 'B'.
      *         'P' IS A HOTLIST PLATE MATCH FROM CARHOTB - THE TAG
      *         RIDES IN IA-USER-ID, THE LOT IT WAS LAST SEEN IN IN
      *         IA-TERMINAL-ID, THE 30-DAY GATE SIGHTINGS IN
      *         IA-FAILURE-COUNT AND THE FILES IT MATCHED IN
      *         IA-DISTINCT-COUNT
             88 IA-HOTLIST-PLATE               VALUE 'P'.
      *         'A' IS A SERVICE FOUND DOWN BY THE EAVLPRB PROBE -
      *         THE FILE OR PROGRAM NAME RIDES IN IA-USER-ID AND THE
      *         NUMBER OF SERVICES DOWN ON THAT PASS IN
      *         IA-DISTINCT-COUNT
             88 IA-SERVICE-DOWN                VALUE 'A'.
          05 IA-TERMINAL-ID          PIC X(4).
          05 IA-USER-ID              PIC X(8).
          05 IA-FAILURE-COUNT        PIC 9(3).
