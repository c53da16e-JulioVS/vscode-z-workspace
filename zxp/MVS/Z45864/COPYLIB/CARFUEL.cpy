      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARFUEL' VSAM FILE.
      *        (POOL-VEHICLE FUEL-CARD PURCHASES)
      *      - ONE RECORD PER PURCHASE ON THE CARD VENDOR'S MONTHLY
      *        FILE, KEYED VEHICLE PLUS PURCHASE TIMESTAMP SO A
      *        VEHICLE'S PURCHASES READ IN TIME ORDER.  LOADED BY
      *        CARFUELB, WHICH ALSO RECORDS THE CARTRIPS TRIP THE CAR
      *        WAS OUT ON AT THE TIME (ITS CHECKOUT TIMESTAMP, BLANK
      *        WHEN NO TRIP WAS OPEN) AND WHAT WAS WRONG WITH IT.
      ******************************************************************
       01 FUEL-PURCHASE-RECORD.
          05 FU-FUEL-KEY.
             10 FU-VEHICLE-ID        PIC X(4).
             10 FU-PURCHASE-TIMESTAMP PIC X(14).
          05 FU-CARD-NUMBER          PIC X(16).
          05 FU-GALLONS              PIC 9(3)V99.
          05 FU-AMOUNT               PIC 9(5)V99.
          05 FU-ODOMETER             PIC 9(7).
          05 FU-TRIP-CHECKOUT-TIMESTAMP PIC X(14).
          05 FU-DRIVER-EMPLOYEE      PIC X(6).
          05 FU-EXCEPTION-CODE       PIC X(1).
             88 FU-NO-EXCEPTION                VALUE ' '.
             88 FU-NOT-A-FLEET-VEHICLE         VALUE 'V'.
             88 FU-NO-TRIP-OPEN                VALUE 'N'.
             88 FU-ODOMETER-MISMATCH           VALUE 'O'.
          05 FU-LOADED-TIMESTAMP     PIC X(14).
