      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EINCHWM' VSAM FILE.
      *        (INCIDENT EXTRACT HIGH-WATER MARKS)
      *      - ONE RECORD PER SOURCE EINCEXT RAISES INCIDENTS FROM
      *        ('EERRLOG', 'BATCHLOG').  IH-HWM-TIMESTAMP IS WHERE THE
      *        NEXT RUN'S WINDOW OPENS - EVERYTHING STAMPED BEFORE IT
      *        HAS ALREADY BEEN COUNTED INTO AN INCIDENT.
      *      - REWRITTEN ONLY AFTER THE ITSM EXTRACT IS CLOSED, SO A
      *        RUN THAT FAILS PART WAY LEAVES THE MARKS WHERE THEY
      *        WERE AND THE RERUN COUNTS THE SAME WINDOW AGAIN.
      ******************************************************************
       01 INCIDENT-HWM-RECORD.
          05 IH-SOURCE-ID            PIC X(8).
          05 IH-HWM-TIMESTAMP        PIC X(14).
          05 IH-LAST-RUN-TIMESTAMP   PIC X(14).
          05 IH-LAST-RUN-COUNT       PIC 9(7).
          05 FILLER                  PIC X(20).
