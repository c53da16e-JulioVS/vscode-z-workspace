      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EAVLSTS' VSAM FILE.
      *        (CURRENT AVAILABILITY STATUS PER SERVICE)
      *      - ONE RECORD PER SERVICE THE EAVLPRB PROBE CHECKS,
      *        HOLDING THE LAST RESULT AND SINCE WHEN IT HAS HELD.
      *        THE PROBE RAISES AN EALERT ONLY WHEN A SERVICE GOES
      *        FROM UP TO DOWN, SO AN OUTAGE THAT LASTS AN HOUR IS
      *        ONE ALERT, NOT TWELVE.  THE ALERT KEY STAYS ON THE
      *        RECORD UNTIL THE SERVICE COMES BACK.
      ******************************************************************
       01 AVAILABILITY-STATUS-RECORD.
          05 AS-SERVICE-ID           PIC X(8).
          05 AS-CURRENT-RESULT       PIC X(1).
             88 AS-IS-UP                       VALUE 'U'.
             88 AS-IS-DOWN                     VALUE 'D'.
          05 AS-RESULT-SINCE         PIC X(14).
          05 AS-LAST-PROBE-TIMESTAMP PIC X(14).
          05 AS-LAST-RESP-CODE       PIC 9(8).
          05 AS-FAILED-PROBE-COUNT   PIC 9(5).
          05 AS-ALERT-KEY            PIC X(21).
          05 FILLER                  PIC X(9).
