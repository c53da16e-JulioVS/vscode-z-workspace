      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ESIEMHWM' VSAM FILE.
      *        (SIEM EXPORT HIGH-WATER MARKS)
      *      - ONE RECORD PER SOURCE FILE ESIEMEXP FEEDS TO THE
      *        CORPORATE SIEM ('EAUDIT', 'EALERT', 'EMNTAUD',
      *        'EFIRECAL', 'EERRLOG').  SH-HWM-TIMESTAMP IS WHERE THE
      *        NEXT RUN'S WINDOW OPENS - EVERYTHING STAMPED BEFORE IT
      *        HAS BEEN SENT.  EAUDIT IS TRACKED BY ITS CHAIN SEQUENCE
      *        INSTEAD (SH-HWM-SEQUENCE), AND ITS SH-HWM-TIMESTAMP
      *        STAYS AT THE DAY THE FEED STARTED, BELOW WHICH NOTHING
      *        IS SENT.
      *      - REWRITTEN ONLY AFTER THE FEED DATASET IS CLOSED, SO A
      *        RUN THAT FAILS PART WAY LEAVES THE MARKS WHERE THEY
      *        WERE AND THE RERUN SENDS THE SAME WINDOW AGAIN.
      ******************************************************************
       01 SIEM-HWM-RECORD.
          05 SH-SOURCE-ID            PIC X(8).
          05 SH-HWM-TIMESTAMP        PIC X(14).
          05 SH-HWM-SEQUENCE         PIC 9(9).
          05 SH-LAST-RUN-TIMESTAMP   PIC X(14).
          05 SH-LAST-RUN-SENT        PIC 9(7).
          05 FILLER                  PIC X(20).
