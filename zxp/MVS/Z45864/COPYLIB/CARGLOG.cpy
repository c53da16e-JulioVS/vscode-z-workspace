      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARGLOG' VSAM FILE.
      *        (GATE HANDHELD TAG LOOKUP CALL LOG)
      *      - ONE RECORD PER CALL TO THE CARTAGW WEB SERVICE, REFUSED
      *        CALLS INCLUDED - WHICH DEVICE ASKED ABOUT WHICH TAG,
      *        WHEN, AND WHAT IT WAS TOLD.
      *      - KEYED DEVICE THEN CALL TIME THEN TASK NUMBER, SO A
      *        DEVICE'S CALLS READ BACK IN TIME ORDER AND TWO CALLS IN
      *        THE SAME SECOND BOTH LOG.
      ******************************************************************
       01 GUARD-LOOKUP-LOG-RECORD.
          05 GW-LOG-KEY.
             10 GW-DEVICE-ID         PIC X(16).
             10 GW-CALL-TIMESTAMP    PIC X(14).
             10 GW-TASK-NUMBER       PIC 9(7).
          05 GW-TAG-NUMBER           PIC X(8).
          05 GW-STATE-CODE           PIC X(2).
          05 GW-RESULT-CODE          PIC X(1).
             88 GW-TAG-FOUND                   VALUE 'F'.
             88 GW-TAG-NOT-FOUND               VALUE 'N'.
             88 GW-DEVICE-REFUSED              VALUE 'R'.
             88 GW-REQUEST-ERROR               VALUE 'E'.
          05 GW-PERMIT-STATUS        PIC X(8).
          05 GW-GATE-BLOCK-IND       PIC X(1).
          05 GW-VISITOR-VALID-IND    PIC X(1).
          05 GW-OPEN-CITATIONS       PIC 9(3).
          05 FILLER                  PIC X(19).
