      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARINCD' VSAM FILE.
      *        (POOL-VEHICLE DAMAGE / ACCIDENT INCIDENTS)
      *      - KEYED BY THE CARTRIPS TRIP KEY (VEHICLE PLUS CHECKOUT
      *        TIMESTAMP) AND THE TIME THE INCIDENT WAS REPORTED, SO
      *        EVERY INCIDENT HANGS OFF THE TRIP IT HAPPENED ON AND
      *        A TRIP MAY CARRY SEVERAL.  ENTERED ON CARINCP, EITHER
      *        AS DAMAGE FOUND AT CHECK-IN OR AS REPORTED DURING THE
      *        TRIP.  A MODERATE OR HIGH SEVERITY TAKES THE CAR OUT OF
      *        SERVICE ON CARFLEET.  CARINCRP REPORTS THEM MONTHLY BY
      *        VEHICLE AND DRIVER FOR THE INSURANCE CARRIER.
      ******************************************************************
       01 FLEET-INCIDENT-RECORD.
          05 IN-INCIDENT-KEY.
             10 IN-TRIP-KEY.
                15 IN-VEHICLE-ID     PIC X(4).
                15 IN-CHECKOUT-TIMESTAMP PIC X(14).
             10 IN-REPORTED-TIMESTAMP PIC X(14).
          05 IN-DRIVER-EMPLOYEE      PIC X(6).
          05 IN-REPORTED-BY          PIC X(6).
          05 IN-FOUND-WHEN           PIC X(1).
             88 IN-FOUND-AT-CHECKIN            VALUE 'C'.
             88 IN-REPORTED-DURING-TRIP        VALUE 'T'.
             88 IN-FOUND-WHEN-VALID            VALUES 'C' 'T'.
          05 IN-INCIDENT-TYPE        PIC X(1).
             88 IN-IS-DAMAGE                   VALUE 'D'.
             88 IN-IS-ACCIDENT                 VALUE 'A'.
             88 IN-IS-VANDALISM                VALUE 'V'.
             88 IN-IS-OTHER                    VALUE 'O'.
             88 IN-TYPE-VALID                  VALUES 'D' 'A' 'V' 'O'.
          05 IN-SEVERITY             PIC X(1).
             88 IN-SEVERITY-LOW                VALUE 'L'.
             88 IN-SEVERITY-MODERATE           VALUE 'M'.
             88 IN-SEVERITY-HIGH               VALUE 'H'.
             88 IN-SEVERITY-VALID              VALUES 'L' 'M' 'H'.
             88 IN-GROUNDS-VEHICLE             VALUES 'M' 'H'.
          05 IN-DESCRIPTION          PIC X(40).
          05 IN-ESTIMATED-COST       PIC 9(7)V99.
          05 IN-POLICE-REPORT-REF    PIC X(15).
