      *        EXTRACT AS PERMIT TYPE 'P' SO THE GATE RECOGNIZES A
      *        POOL CAR LIKE ANY EMPLOYEE PERMIT.  THE WHITEBOARD
      *        RETIRES.
      *      - PREVENTIVE MAINTENANCE: EACH CAR CARRIES ITS SERVICE
      *        INTERVAL IN MILES AND IN MONTHS PLUS THE DATE AND
      *        ODOMETER OF ITS LAST SERVICE (HISTORY ON CARSVCH).  AN
      *        OUT-OF-SERVICE CAR IS REFUSED NEW RESERVATIONS AND
      *        CHECKOUTS ON CARFLTP UNTIL IT IS RETURNED TO SERVICE,
      *        AND CARPMDUE LISTS THE CARS DUE SOON EVERY WEEK.
      *      - A MODERATE OR HIGH SEVERITY INCIDENT ENTERED ON CARINCP
      *        TAKES THE CAR OUT OF SERVICE AUTOMATICALLY.
      ******************************************************************
       01 FLEET-VEHICLE-RECORD.
          05 FL-VEHICLE-ID           PIC X(4).
             88 FL-IS-CHECKED-OUT              VALUE 'O'.
          05 FL-CURRENT-DRIVER       PIC X(6).
          05 FL-ODOMETER             PIC 9(7).
          05 FL-SERVICE-STATUS       PIC X(1).
             88 FL-IN-SERVICE                  VALUES 'A' ' '.
             88 FL-OUT-OF-SERVICE              VALUE 'S'.
          05 FL-OUT-OF-SERVICE-REASON PIC X(20).
          05 FL-SERVICE-MILES        PIC 9(5).
          05 FL-SERVICE-MONTHS       PIC 9(2).
          05 FL-LAST-SERVICE-DATE    PIC X(8).
          05 FL-LAST-SERVICE-ODOMETER PIC 9(7).
