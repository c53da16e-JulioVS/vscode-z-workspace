      *        LETTER GOES OUT THROUGH EPRTRTE WHEN THE TAG RESOLVES
      *        TO AN EMPLOYEE ON CARFILE.  ENFORCEMENT STOPS BEING A
      *        SECURITY GUARD'S MEMORY.
      *      - AN APPEAL FILED ON CARAPLP (CARAPPL, SAME KEY) CAN
      *        STEP THE ESCALATION DOWN ONE LEVEL (REDUCED) OR MARK
      *        THE SIGHTING DISMISSED - A DISMISSED SIGHTING NO
      *        LONGER COUNTS TOWARD A TAG'S REPEATS OR HOLDS IT OFF
      *        THE CARALPR GATE EXTRACT.
      *      - A CITATION OR GATE-BLOCK ON A KNOWN EMPLOYEE CARRIES A
      *        FINE ON THE CARLEDG PARKING ACCOUNT, REFERENCED BY
      *        VL-SIGHTING-TIMESTAMP SO AN APPEAL CAN REVERSE IT.
      ******************************************************************
       01 VIOLATION-RECORD.
          05 VL-VIOLATION-KEY.
             88 VL-IS-WARNING                  VALUE 'W'.
             88 VL-IS-CITATION                 VALUE 'C'.
             88 VL-IS-GATE-BLOCK               VALUE 'G'.
             88 VL-IS-DISMISSED                VALUE 'D'.
          05 VL-NOTICE-PRINTED-IND   PIC X(1).
             88 VL-NOTICE-PRINTED              VALUE 'Y'.
