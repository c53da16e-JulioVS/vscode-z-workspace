      *        EDATRTE'S BUSINESS-DAY SERVICES READ IT FOR THE
      *        RENEWAL AND PAYROLL BATCHES - JULY 4TH STOPS BEING A
      *        WORKING DAY AS FAR AS THE MACHINE KNOWS.
      *      - CA-FREEZE-IND MARKS A CHANGE-FREEZE DAY (QUARTER-END
      *        CLOSE, YEAR-END FREEZE), SET OVER A DATE RANGE ON ECALP.
      *        THE MAINTENANCE SCREENS REFUSE CHANGES ON A FREEZE DAY
      *        TO ALL BUT THE EMERGENCY-CHANGE ROLE.
      ******************************************************************
       01 CALENDAR-RECORD.
          05 CA-CALENDAR-DATE        PIC X(8).
          05 CA-PERIOD-END-IND       PIC X(1).
             88 CA-IS-PERIOD-END               VALUE 'Y'.
          05 CA-DESCRIPTION          PIC X(20).
          05 CA-FREEZE-IND           PIC X(1).
             88 CA-IS-FREEZE-DAY               VALUE 'Y'.
