      *        EBATWDOG WATCHDOG PASS ALERTS WHEN A JOB IS LATE, SO
      *        THE ONLINE DAY STOPS OPENING LATE BEFORE ANYONE
      *        NOTICES.
      *      - BS-MAX-RETURN-CODE IS THE HIGHEST STEP RETURN CODE THE
      *        JOB MAY END WITH BEFORE EINCEXT RAISES AN INCIDENT FOR
      *        IT.  BLANK OR ZERO MEANS THE SHOP STANDARD OF 4.
      ******************************************************************
       01 BATCH-SCHEDULE-RECORD.
          05 BS-JOB-NAME             PIC X(8).
          05 BS-EXPECTED-HHMM        PIC 9(4).
          05 BS-ENABLED-IND          PIC X(1).
             88 BS-IS-ENABLED                  VALUE 'Y'.
          05 BS-MAX-RETURN-CODE      PIC 9(4).
