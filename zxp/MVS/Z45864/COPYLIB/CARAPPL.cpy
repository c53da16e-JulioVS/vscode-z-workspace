      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARAPPL' VSAM FILE.
      *        (PARKING CITATION APPEALS)
      *      - ONE RECORD PER APPEALED CARVIOL SIGHTING, KEYED THE
      *        SAME AS THE VIOLATION IT DISPUTES (TAG PLUS SIGHTING
      *        TIMESTAMP).  THE EMPLOYEE FILES IT WITH A REASON ON
      *        CARAPLP AND A PARKING REVIEWER (A DIFFERENT USER)
      *        DECIDES UPHELD, REDUCED OR DISMISSED.  THE ESCALATION
      *        THE VIOLATION CARRIED WHEN FILED IS KEPT, SO THE
      *        DECISION'S EFFECT IS ALWAYS VISIBLE.  APPEALS STOP
      *        LIVING IN SOMEBODY'S MAILBOX.
      ******************************************************************
       01 APPEAL-RECORD.
          05 AP-APPEAL-KEY.
             10 AP-TAG-NUMBER        PIC X(8).
             10 AP-SIGHTING-TIMESTAMP PIC X(14).
          05 AP-EMPLOYEE-NUMBER      PIC X(6).
          05 AP-FILED-BY             PIC X(8).
          05 AP-FILED-TIMESTAMP      PIC X(14).
          05 AP-REASON-TEXT          PIC X(60).
          05 AP-ORIGINAL-ESCALATION  PIC X(1).
          05 AP-STATUS               PIC X(1).
             88 AP-IS-PENDING                  VALUE 'P'.
             88 AP-IS-UPHELD                   VALUE 'U'.
             88 AP-IS-REDUCED                  VALUE 'R'.
             88 AP-IS-DISMISSED                VALUE 'D'.
          05 AP-DECIDED-BY           PIC X(8).
          05 AP-DECIDED-TIMESTAMP    PIC X(14).
