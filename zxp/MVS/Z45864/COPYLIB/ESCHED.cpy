      *        STAMPS LAST-COMPLETE WHEN IT FINISHES - SO THE MORNING
      *        SHIFT CAN SEE AT A GLANCE THAT THE NIGHT'S
      *        HOUSEKEEPING ACTUALLY HAPPENED.
      *      - REPEAT-MINUTES LETS A TRANSACTION RUN ALL DAY, EVERY N
      *        MINUTES FROM ITS SCHEDULED TIME (THE EAVL AVAILABILITY
      *        PROBE).  ZERO KEEPS THE ONCE-A-DAY BEHAVIOUR.
      ******************************************************************
       01 SCHEDULE-RECORD.
          05 SC-TRANSACTION-ID          PIC X(4).
             88 SC-IS-ENABLED                    VALUE 'Y'.
          05 SC-LAST-RUN-TIMESTAMP      PIC X(14).
          05 SC-LAST-COMPLETE-TIMESTAMP PIC X(14).
          05 SC-REPEAT-MINUTES          PIC 9(4).
