      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARSVCH' VSAM FILE.
      *        (POOL-VEHICLE SERVICE HISTORY)
      *      - KEYED VEHICLE PLUS SERVICE TIMESTAMP, SO A BROWSE
      *        WITHIN ONE FL-VEHICLE-ID WALKS ITS SERVICE HISTORY IN
      *        DATE ORDER.  WRITTEN BY CARFLTP ACTION 'M' WHEN A
      *        SERVICE IS LOGGED; THE SAME ACTION RESETS THE CAR'S
      *        LAST-SERVICE DATE AND ODOMETER ON CARFLEET.
      ******************************************************************
       01 SERVICE-HISTORY-RECORD.
          05 SH-SERVICE-KEY.
             10 SH-VEHICLE-ID        PIC X(4).
             10 SH-SERVICE-TIMESTAMP PIC X(14).
          05 SH-ODOMETER             PIC 9(7).
          05 SH-SERVICE-TYPE         PIC X(8).
          05 SH-DESCRIPTION          PIC X(40).
