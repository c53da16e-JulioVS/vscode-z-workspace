      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EAVLLOG' VSAM FILE.
      *        (AVAILABILITY PROBE LOG)
      *      - ONE RECORD PER SERVICE PER EAVLPRB PROBE PASS - A KEY
      *        FILE THAT WAS BROWSED, OR A PROGRAM THAT WAS LOADED -
      *        SAYING WHETHER IT RESPONDED AND, WHEN IT DID NOT, THE
      *        RESP/RESP2 CICS GAVE BACK.
      *      - KEYED SERVICE THEN PROBE TIME, SO EAVLRPT READS EACH
      *        SERVICE'S HISTORY IN TIME ORDER FOR THE MONTHLY
      *        UPTIME REPORT.
      ******************************************************************
       01 AVAILABILITY-LOG-RECORD.
          05 AV-LOG-KEY.
             10 AV-SERVICE-ID        PIC X(8).
             10 AV-PROBE-TIMESTAMP   PIC X(14).
          05 AV-SERVICE-TYPE         PIC X(1).
             88 AV-IS-FILE                     VALUE 'F'.
             88 AV-IS-PROGRAM                  VALUE 'P'.
          05 AV-PROBE-RESULT         PIC X(1).
             88 AV-IS-UP                       VALUE 'U'.
             88 AV-IS-DOWN                     VALUE 'D'.
          05 AV-RESP-CODE            PIC 9(8).
          05 AV-RESP2-CODE           PIC 9(8).
          05 AV-TASK-NUMBER          PIC 9(7).
          05 FILLER                  PIC X(13).
