      ******************************************************************
      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'TIMESHT' PER-PERIOD TIMESHEET
      *        FEED FROM THE TIME-KEEPING SYSTEM, READ BY DEPTPAY.
      *      - ONE RECORD PER EMPLOYEE AND PREMIUM CODE FOR THE
      *        PERIOD.  HOURS ARE FIVE DIGITS WITH TWO IMPLIED
      *        DECIMALS.  REGULAR HOURS ARE CARRIED FOR THE RECORD
      *        ONLY - EM-SALARY ALREADY PAYS THEM; OVERTIME HOURS ARE
      *        PRICED AT THE EMPLOYEE'S HOURLY EQUIVALENT TIMES THE
      *        PREMIUM FACTOR.
      ******************************************************************
       01 TIMESHEET-RECORD.
          05 TS-EMPLOYEE-NUMBER      PIC X(6).
      *      PERIOD THE HOURS WERE WORKED (YYYYMM) - A LINE FOR ANY
      *      OTHER PERIOD IS REJECTED, NOT PRICED
          05 TS-PERIOD               PIC X(6).
          05 TS-REGULAR-HOURS        PIC 9(3)V99.
          05 TS-OVERTIME-HOURS       PIC 9(3)V99.
      *      PREMIUM CODE - BLANK IS TREATED AS TIME-AND-A-HALF
          05 TS-PREMIUM-CODE         PIC X(1).
             88 TS-IS-TIME-AND-HALF            VALUE '1' ' '.
             88 TS-IS-DOUBLE-TIME              VALUE '2'.
             88 TS-IS-STRAIGHT-TIME            VALUE '3'.
          05 FILLER                  PIC X(17).
